      *----------------------------------------------------------------*
      *      Prevencion de perdidas: anomalias por sucursal y caja
      *----------------------------------------------------------------*
      *----PASO POSTERIOR AL MERGE: PERFILA VENTATOT POR SUCURSAL Y
      *----CAJA Y MARCA LOS PATRONES QUE BUSCA AUDITORIA EN UNA CAJA
      *----PUNTUAL (CL13EJ07 SOLO MIRA TOTALES DE SUCURSAL Y CL13EJ10
      *----SOLO CONCILIA EFECTIVO DECLARADO):
      *----  DEVOL: DEVOLUCIONES (IMPORTES NEGATIVOS) POR ENCIMA DEL
      *----         PORCENTAJE CONFIGURADO SOBRE LAS VENTAS BRUTAS.
      *----  HORA : OPERACIONES CON SALIDA-HORA FUERA DEL HORARIO DE
      *----         APERTURA DE LA SUCURSAL.
      *----  REPET: IMPORTES IDENTICOS REPETIDOS DENTRO DE LA VENTANA
      *----         DE MINUTOS CONFIGURADA.
      *----  REDON: IMPORTES REDONDOS (MULTIPLOS EXACTOS DEL MODULO
      *----         CONFIGURADO) ACUMULADOS DENTRO DE LA VENTANA.
      *----  ACTIV: VENTAS BRUTAS DE LA CAJA MUY POR ENCIMA DE SU
      *----         PROPIO PROMEDIO MOVIL (HISTCAJA.TXT, MISMA TECNICA
      *----         QUE HISTTOT EN CL13EJ07).
      *----LOS UMBRALES Y EL HORARIO SE TOMAN POR SUCURSAL DE
      *----PREVCFG.TXT; UNA LINEA CON SUCURSAL '*' FIJA LOS VALORES POR
      *----DEFECTO. SI PREVCFG NO DA HORARIO PARA LA SUCURSAL SE TOMA
      *----EL DEL MAESTRO DE SUCURSALES (SUCMAST.TXT). CADA CONDICION
      *----SUMA UN PUNTAJE (100 = JUSTO EN EL
      *----UMBRAL) Y LAS CAJAS SE LISTAN DE MAYOR A MENOR PUNTAJE EN EL
      *----INFORME (PREVINF.TXT) Y EN EL ARCHIVO PARA SEGURIDAD
      *----(PREVEXC.TXT, FORMATO FIJO SIN SEPARADORES). TERMINA CON
      *----RETURN-CODE 4 CUANDO HAY ALGUNA CAJA MARCADA, IGUAL QUE
      *----CL13EJ07.
      *----LAS VENTAS SIN CAJA (LAYOUT HISTORICO) NO SE PUEDEN ATRIBUIR
      *----A UN CAJERO: SE CUENTAN EN EL RESUMEN Y NO SE PERFILAN.
      *----ANTES DE PROCESAR SE VERIFICA LA GENERACION DE VENTATOT
      *----CONTRA RUNSTAT Y ARCHIDX DE CL13EJ01 (RETURN-CODE 12 SI NO
      *----CORRESPONDE).
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ18.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENTATOT
           ASSIGN TO WS-PATH-VENTATOT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTATOT.

       SELECT PREVORD
           ASSIGN TO WS-PATH-PREVORD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREVORD.

       SELECT PREVCFG
           ASSIGN TO WS-PATH-PREVCFG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREVCFG.

       SELECT HISTCAJA
           ASSIGN TO WS-PATH-HISTCAJA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTCAJA.

       SELECT PREVINF
           ASSIGN TO WS-PATH-PREVINF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREVINF.

       SELECT PREVEXC
           ASSIGN TO WS-PATH-PREVEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREVEXC.

       SELECT SUCMAST
           ASSIGN TO WS-PATH-SUCMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCMAST.

       SELECT RUNSTAT
           ASSIGN TO WS-PATH-RUNSTAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

       SELECT ARCHIDX
           ASSIGN TO WS-PATH-ARCHIDX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIDX.

       SELECT ORDENA
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

      *----MISMO LAYOUT QUE EL FD VENTATOT DE CL13EJ01
       FD VENTATOT.
       01 SALIDA-TOT.
          05 SALIDA-FECHA                  PIC X(10).
          05 SALIDA-COD-VENTA              PIC X(04).
          05 SALIDA-PRODUCTO               PIC X(30).
          05 SALIDA-IMPORTE                PIC S9(8)V9(2).
          05 SALIDA-CATEGORIA              PIC X(10).
          05 SALIDA-DESCRIPCION            PIC X(30).
          05 SALIDA-SUCURSAL               PIC X(01).
          05 SALIDA-MONEDA                 PIC X(03).
          05 SALIDA-IMP-ORIGINAL           PIC S9(8)V9(2).
          05 SALIDA-TASA                   PIC 9(03)V9(06).
          05 SALIDA-HORA                   PIC X(08).
          05 SALIDA-CAJA                   PIC X(06).

      *----VENTATOT ORDENADO POR SUCURSAL + CAJA + FECHA + HORA
      *----(ARCHIVO DE TRABAJO, MISMO LAYOUT QUE VENTATOT)
       FD PREVORD.
       01 REG-PREVORD.
          05 PO-FECHA                      PIC X(10).
          05 PO-COD-VENTA                  PIC X(04).
          05 PO-PRODUCTO                   PIC X(30).
          05 PO-IMPORTE                    PIC S9(8)V9(2).
          05 PO-CATEGORIA                  PIC X(10).
          05 PO-DESCRIPCION                PIC X(30).
          05 PO-SUCURSAL                   PIC X(01).
          05 PO-MONEDA                     PIC X(03).
          05 PO-IMP-ORIGINAL               PIC S9(8)V9(2).
          05 PO-TASA                       PIC 9(03)V9(06).
          05 PO-HORA                       PIC X(08).
          05 PO-CAJA                       PIC X(06).

      *----UMBRALES POR SUCURSAL. HORARIO EN HH:MM:SS (EN BLANCO, NO
      *----SE CONTROLA HORARIO); PORCENTAJES ENTEROS; VENTANA EN
      *----MINUTOS; MODULO DE REDONDEO EN UNIDADES ENTERAS DE MONEDA
      *----LOCAL (CERO, NO SE CONTROLAN REDONDOS).
       FD PREVCFG.
       01 REG-PREVCFG.
          05 PCF-SUCURSAL                  PIC X(01).
          05 FILLER                        PIC X(01).
          05 PCF-HORA-APERTURA             PIC X(08).
          05 FILLER                        PIC X(01).
          05 PCF-HORA-CIERRE               PIC X(08).
          05 FILLER                        PIC X(01).
          05 PCF-PCT-DEVOL                 PIC 9(03).
          05 FILLER                        PIC X(01).
          05 PCF-VENTANA-MIN               PIC 9(03).
          05 FILLER                        PIC X(01).
          05 PCF-CANT-REPETIDOS            PIC 9(02).
          05 FILLER                        PIC X(01).
          05 PCF-MODULO-REDONDO            PIC 9(06).
          05 FILLER                        PIC X(01).
          05 PCF-CANT-REDONDOS             PIC 9(02).
          05 FILLER                        PIC X(01).
          05 PCF-PCT-ACTIVIDAD             PIC 9(03).

      *----HISTORIA RODANTE DE ACTIVIDAD POR CAJA: UNA LINEA POR
      *----CORRIDA, SUCURSAL Y CAJA. SE ABRE EN EXTEND.
       FD HISTCAJA.
       01 REG-HISTCAJA.
          05 HC-FECHA-RUN                  PIC X(10).
          05 HC-SUCURSAL                   PIC X(01).
          05 HC-CAJA                       PIC X(06).
          05 HC-CANT                       PIC 9(05).
          05 HC-BRUTO                      PIC S9(10)V9(2).

       FD PREVINF.
       01 REG-PREVINF                      PIC X(132).

      *----EXCEPCIONES PARA SEGURIDAD: UNA LINEA POR CAJA Y CONDICION,
      *----EN ORDEN DE RANKING.
       FD PREVEXC.
       01 REG-PREVEXC.
          05 PVX-FECHA-RUN                 PIC X(10).
          05 PVX-SUCURSAL                  PIC X(01).
          05 PVX-CAJA                      PIC X(06).
          05 PVX-RANKING                   PIC 9(04).
          05 PVX-PUNTAJE-CAJA              PIC 9(06).
          05 PVX-TIPO                      PIC X(05).
          05 PVX-VALOR                     PIC S9(10)V9(02).
          05 PVX-UMBRAL                    PIC S9(10)V9(02).
          05 PVX-PUNTAJE                   PIC 9(05).

      *----MISMO LAYOUT QUE EL FD SUCMAST DE CL13EJ01
       FD SUCMAST.
       01 REG-SUCMAST.
          05 SMA-CODIGO                    PIC X(01).
          05 FILLER                        PIC X(01).
          05 SMA-NOMBRE                    PIC X(30).
          05 FILLER                        PIC X(01).
          05 SMA-REGION                    PIC X(10).
          05 FILLER                        PIC X(01).
          05 SMA-ZONA                      PIC X(10).
          05 FILLER                        PIC X(01).
          05 SMA-GERENTE                   PIC X(30).
          05 FILLER                        PIC X(01).
          05 SMA-HORA-APERTURA             PIC X(08).
          05 FILLER                        PIC X(01).
          05 SMA-HORA-CIERRE               PIC X(08).
          05 FILLER                        PIC X(01).
          05 SMA-FECHA-ALTA                PIC X(10).
          05 FILLER                        PIC X(01).
          05 SMA-FECHA-BAJA                PIC X(10).
          05 FILLER                        PIC X(01).
          05 SMA-CENTRO-COSTO              PIC X(10).

      *----MISMO LAYOUT QUE EL FD RUNSTAT DE CL13EJ01
       FD RUNSTAT.
       01 REG-RUNSTAT.
          05 STAT-RC                       PIC 9(02).
          05 STAT-MOTIVO                   PIC X(04).
          05 STAT-SUCURSAL                 PIC X(01).
          05 STAT-REINICIABLE              PIC X(01).
          05 STAT-FECHA-RUN                PIC X(08).
          05 STAT-HORA-RUN                 PIC X(08).
          05 STAT-FECHA-PROCESO            PIC X(10).
          05 STAT-CANT-LEIDOS              PIC 9(05).
          05 STAT-CANT-SALIDA              PIC 9(05).
          05 STAT-CANT-RECHAZOS            PIC 9(05).
          05 STAT-CANT-SUSPECT             PIC 9(05).
          05 STAT-CANT-FUERASEC            PIC 9(05).
          05 STAT-DESCRIPCION              PIC X(40).

      *----MISMO LAYOUT QUE EL FD ARCHIDX DE CL13EJ01
       FD ARCHIDX.
       01 REG-ARCHIDX.
          05 IDX-FECHA-GEN                 PIC X(10).
          05 IDX-ESTADO                    PIC X(08).
          05 IDX-FECHA-RUN                 PIC X(08).
          05 IDX-HORA-RUN                  PIC X(08).
          05 IDX-CANT-SALIDA               PIC 9(05).
          05 IDX-CANT-TOTSALID             PIC 9(05).
          05 IDX-CANT-TOTFECHA             PIC 9(05).
          05 IDX-CANT-TOTPROD              PIC 9(05).
          05 IDX-CANT-TOTCATEG             PIC 9(05).
          05 IDX-CANT-TOTHORA              PIC 9(05).
          05 IDX-CANT-RECHAZOS             PIC 9(05).
          05 IDX-CANT-SUSPECT              PIC 9(05).
          05 IDX-CANT-FUERASEC             PIC 9(05).
          05 IDX-TOTAL-CONTROL             PIC S9(10)V9(2).

       SD ORDENA.
       01 REG-ORDENA.
          05 FILLER                        PIC X(94).
          05 ORD-SUCURSAL                  PIC X(01).
          05 FILLER                        PIC X(22).
          05 ORD-HORA                      PIC X(08).
          05 ORD-CAJA                      PIC X(06).
       01 REG-ORDENA-FECHA.
          05 ORD-FECHA                     PIC X(10).
          05 FILLER                        PIC X(121).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-VENTATOT                     PIC X(2).
             88 FS-VENTATOT-OK               VALUE '00'.
          05 FS-PREVORD                      PIC X(2).
             88 FS-PREVORD-OK                VALUE '00'.
          05 FS-PREVCFG                      PIC X(2).
             88 FS-PREVCFG-OK                VALUE '00'.
          05 FS-HISTCAJA                     PIC X(2).
             88 FS-HISTCAJA-OK               VALUE '00'.
             88 FS-HISTCAJA-NO-EXISTE        VALUE '35'.
          05 FS-PREVINF                      PIC X(2).
             88 FS-PREVINF-OK                VALUE '00'.
          05 FS-PREVEXC                      PIC X(2).
             88 FS-PREVEXC-OK                VALUE '00'.
          05 FS-SUCMAST                      PIC X(2).
             88 FS-SUCMAST-OK                VALUE '00'.
          05 FS-RUNSTAT                      PIC X(2).
             88 FS-RUNSTAT-OK                VALUE '00'.
          05 FS-ARCHIDX                      PIC X(2).
             88 FS-ARCHIDX-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-VENTATOT                PIC X(60)     VALUE
                                                 '../VENTATOT.TXT'.
          05 WS-PATH-PREVORD                 PIC X(60)     VALUE
                                                 '../PREVORD.TXT'.
          05 WS-PATH-PREVCFG                 PIC X(60)     VALUE
                                                 '../PREVCFG.TXT'.
          05 WS-PATH-HISTCAJA                PIC X(60)     VALUE
                                                 '../HISTCAJA.TXT'.
          05 WS-PATH-PREVINF                 PIC X(60)     VALUE
                                                 '../PREVINF.TXT'.
          05 WS-PATH-PREVEXC                 PIC X(60)     VALUE
                                                 '../PREVEXC.TXT'.
          05 WS-PATH-SUCMAST                 PIC X(60)     VALUE
                                                 '../SUCMAST.TXT'.
          05 WS-PATH-RUNSTAT                 PIC X(60)     VALUE
                                                 '../RUNSTAT.TXT'.
          05 WS-PATH-ARCHIDX                 PIC X(60)     VALUE
                                                 '../ARCHIDX.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----VENTANA DEL PROMEDIO MOVIL, EN CANTIDAD DE CORRIDAS PREVIAS
       01 WS-VENTANA                         PIC 9(02)     VALUE 5.
       01 WS-NUM-EDIT                        PIC X(03)     VALUE SPACES.

       01 WS-FECHA-RUN                       PIC X(10)     VALUE SPACES.
       01 WS-FECHA-SISTEMA                   PIC 9(08)     VALUE 0.
       01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
          05 WS-SIS-ANIO                     PIC 9(04).
          05 WS-SIS-MES                      PIC 9(02).
          05 WS-SIS-DIA                      PIC 9(02).

      *----RESOLUCION DE GENERACIONES: VENTATOT VIENE DE CL13EJ01 CON
      *----SUFIJO .DAAAAMMDD POR DEFECTO (SALVO CL13EJ18_GENERACION=
      *----'N'). LA CONFIGURACION, LA HISTORIA Y LAS SALIDAS CONSERVAN
      *----SU NOMBRE FIJO.
       01 WS-GEN-CONFIG.
          05 WS-GEN-SW                       PIC X(01)     VALUE 'S'.
             88 WS-GEN-ACTIVA                              VALUE 'S'.
             88 WS-GEN-INACTIVA                            VALUE 'N'.
          05 WS-GEN-AAAAMMDD                 PIC X(08)     VALUE SPACES.
          05 WS-GEN-PATH-TRABAJO             PIC X(60)     VALUE SPACES.
          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.

      *----CONTROL DE LA GENERACION ANTES DE PROCESAR: VENTATOT TIENE
      *----QUE SER LA DE UNA CORRIDA DE CL13EJ01 TERMINADA LIMPIA PARA
      *----LA FECHA DE NEGOCIO (RUNSTAT) Y VIGENTE EN EL INDICE DE
      *----GENERACIONES (ARCHIDX), CON LAS MISMAS CANTIDADES Y EL MISMO
      *----TOTAL DE CONTROL QUE PUBLICO EL MERGE. CON
      *----CL13EJ18_VERIFICAR='I' SE CONTRASTA SOLO CONTRA EL INDICE
      *----(REPROCESO DE UNA GENERACION ANTERIOR, CUANDO RUNSTAT YA ES
      *----DE OTRA CORRIDA); CON 'N' SE OMITE EL CONTROL (SOLO PARA
      *----CONTINGENCIAS, QUEDA AVISADO EN EL LOG). MISMO CONTROL QUE
      *----1700-VERIFICAR-GENERACION EN CL13EJ10.
       01 WS-VG-CONFIG.
          05 WS-VG-MODO                      PIC X(01)     VALUE 'S'.
             88 WS-VG-COMPLETO                             VALUE 'S'.
             88 WS-VG-SOLO-INDICE                          VALUE 'I'.
             88 WS-VG-OMITIDO                              VALUE 'N'.
          05 WS-VG-CANT-DIFER                PIC 9(03)     VALUE 0.
          05 WS-VG-STAT-SW                   PIC X(01)     VALUE 'N'.
             88 WS-VG-STAT-LEIDO                           VALUE 'S'.
          05 WS-VG-IDX-SW                    PIC X(01)     VALUE 'N'.
             88 WS-VG-IDX-HALLADO                          VALUE 'S'.
          05 WS-VG-PARCIAL-SW                PIC X(01)     VALUE 'N'.
             88 WS-VG-HAY-PARCIAL                          VALUE 'S'.
             88 WS-VG-SIN-PARCIAL                          VALUE 'N'.
          05 WS-VG-COMPL-SW                  PIC X(01)     VALUE 'N'.
             88 WS-VG-ES-COMPLEMENTO                       VALUE 'S'.
             88 WS-VG-NO-COMPLEMENTO                       VALUE 'N'.
      *----ORIGEN DE LOS VALORES ESPERADOS: 'I' EL INDICE (CANTIDADES
      *----Y TOTAL DE CONTROL), 'R' SOLO RUNSTAT (CORRIDA CON NOMBRES
      *----FIJOS, UNICAMENTE LA CANTIDAD DE VENTATOT), ' ' NINGUNO.
          05 WS-VG-FUENTE                    PIC X(01)     VALUE SPACE.
             88 WS-VG-FUENTE-INDICE                        VALUE 'I'.
             88 WS-VG-FUENTE-RUNSTAT                       VALUE 'R'.
             88 WS-VG-FUENTE-NINGUNA                       VALUE ' '.
          05 WS-VG-ESTADO                    PIC X(08)     VALUE SPACES.
      *----LINEA MAS RECIENTE DE LA FECHA EN ARCHIDX Y, SI ES LA
      *----COMPLEMENTARIA DE UN MODO DEGRADADO, LA PARCIAL QUE LA
      *----PRECEDE: LOS ARCHIVOS DE LA GENERACION TIENEN LAS DOS.
          05 WS-VG-ULT-SALIDA                PIC 9(05)     VALUE 0.
          05 WS-VG-ANT-SALIDA                PIC 9(05)     VALUE 0.
          05 WS-VG-ESP-SALIDA                PIC 9(05)     VALUE 0.
          05 WS-VG-ESP-CONTROL               PIC S9(10)V9(2) VALUE 0.
          05 WS-VG-CANT-VENTATOT             PIC 9(05)     VALUE 0.
          05 WS-VG-IMP-VENTATOT              PIC S9(10)V9(2) VALUE 0.
          05 WS-VG-IMP-EDIT-1                PIC -Z(9)9,99.
          05 WS-VG-IMP-EDIT-2                PIC -Z(9)9,99.

      *----UMBRALES: LOS DE FABRICA, PISADOS POR LA LINEA '*' DE
      *----PREVCFG SI EXISTE, Y LOS VIGENTES PARA LA CAJA EN CURSO.
      *----LOS TRES GRUPOS (Y CADA FILA DE LA TABLA) TIENEN LA MISMA
      *----ESTRUCTURA PARA MOVERLOS COMPLETOS.
       01 WS-UMB-DEFECTO.
          05 WS-DEF-HORA-APERTURA            PIC X(08)     VALUE SPACES.
          05 WS-DEF-HORA-CIERRE              PIC X(08)     VALUE SPACES.
          05 WS-DEF-PCT-DEVOL                PIC 9(03)     VALUE 20.
          05 WS-DEF-VENTANA-MIN              PIC 9(03)     VALUE 10.
          05 WS-DEF-CANT-REPETIDOS           PIC 9(02)     VALUE 3.
          05 WS-DEF-MODULO-REDONDO           PIC 9(06)     VALUE 1000.
          05 WS-DEF-CANT-REDONDOS            PIC 9(02)     VALUE 3.
          05 WS-DEF-PCT-ACTIVIDAD            PIC 9(03)     VALUE 100.

       01 WS-UMB-VIGENTE.
          05 WS-UMB-HORA-APERTURA            PIC X(08).
          05 WS-UMB-HORA-CIERRE              PIC X(08).
          05 WS-UMB-PCT-DEVOL                PIC 9(03).
          05 WS-UMB-VENTANA-MIN              PIC 9(03).
          05 WS-UMB-CANT-REPETIDOS           PIC 9(02).
          05 WS-UMB-MODULO-REDONDO           PIC 9(06).
          05 WS-UMB-CANT-REDONDOS            PIC 9(02).
          05 WS-UMB-PCT-ACTIVIDAD            PIC 9(03).

       01 WS-MAX-CFG                         PIC 9(02)     VALUE 40.
       01 WS-CFG-CONFIG.
          05 WS-CFG-CANT                     PIC 9(02)     VALUE 0.
          05 WS-CFG-IDX                      PIC 9(02)     VALUE 0.
          05 WS-CFG-ENCONTRADA-SW            PIC X(01)     VALUE 'N'.
             88 WS-CFG-ENCONTRADA                          VALUE 'S'.
             88 WS-CFG-NO-ENCONTRADA                       VALUE 'N'.
          05 WS-CFG-TABLA OCCURS 40 TIMES.
             10 WS-CFG-SUCURSAL              PIC X(01).
             10 WS-CFG-UMBRALES.
                15 FILLER                    PIC X(08).
                15 FILLER                    PIC X(08).
                15 FILLER                    PIC 9(03).
                15 FILLER                    PIC 9(03).
                15 FILLER                    PIC 9(02).
                15 FILLER                    PIC 9(06).
                15 FILLER                    PIC 9(02).
                15 FILLER                    PIC 9(03).

      *----HORARIO DEL MAESTRO DE SUCURSALES (SUCMAST) PARA LAS
      *----SUCURSALES SIN HORARIO EN PREVCFG. SIN MAESTRO ESAS
      *----SUCURSALES SIGUEN SIN CONTROL DE HORARIO.
       01 WS-MAX-SUC-MAESTRO                 PIC 9(02)     VALUE 36.
       01 WS-SMA-CONFIG.
          05 WS-SMA-CANT                     PIC 9(02)     VALUE 0.
          05 WS-SMA-IDX                      PIC 9(02)     VALUE 0.
          05 WS-SMA-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-SMA-HALLADA                             VALUE 'S'.
             88 WS-SMA-NO-HALLADA                          VALUE 'N'.
          05 WS-SMA-TABLA OCCURS 36 TIMES.
             10 WS-SMA-CODIGO                PIC X(01).
             10 WS-SMA-HORA-APERTURA         PIC X(08).
             10 WS-SMA-HORA-CIERRE           PIC X(08).

      *----HISTORIA EN MEMORIA (SE DESCARTAN LAS LINEAS MAS VIEJAS SI
      *----NO ENTRAN, COMO EN CL13EJ07). WS-HC-HAY-FECHA-RUN INDICA
      *----QUE LA FECHA DE HOY YA SE HABIA REGISTRADO (CORRIDA
      *----REPETIDA): ESAS LINEAS NO ENTRAN AL PROMEDIO Y HOY NO SE
      *----VUELVE A AGREGAR.
       01 WS-MAX-HISTORIA                    PIC 9(04)     VALUE 5000.
       01 WS-HC-CONFIG.
          05 WS-HC-CANT                      PIC 9(04)     VALUE 0.
          05 WS-HC-IDX                       PIC 9(04)     VALUE 0.
          05 WS-HC-TOTAL-LINEAS              PIC 9(06)     VALUE 0.
          05 WS-HC-SALTAR                    PIC 9(06)     VALUE 0.
          05 WS-HC-SALTADAS                  PIC 9(06)     VALUE 0.
          05 WS-HC-FECHA-RUN-SW              PIC X(01)     VALUE 'N'.
             88 WS-HC-HAY-FECHA-RUN                        VALUE 'S'.
             88 WS-HC-SIN-FECHA-RUN                        VALUE 'N'.
          05 WS-HC-TABLA OCCURS 5000 TIMES.
             10 WS-HC-FECHA-RUN              PIC X(10).
             10 WS-HC-SUCURSAL               PIC X(01).
             10 WS-HC-CAJA                   PIC X(06).
             10 WS-HC-BRUTO                  PIC S9(10)V9(2).

      *----PROMEDIO MOVIL DE LA CAJA EN EVALUACION
       01 WS-PROM-CONFIG.
          05 WS-PROM-MUESTRAS                PIC 9(04)     VALUE 0.
          05 WS-PROM-SUMA                    PIC S9(12)V9(2) VALUE 0.
          05 WS-PROM-IMPORTE                 PIC S9(10)V9(2) VALUE 0.

      *----CAJA EN CURSO (EL ARCHIVO ORDENADO TRAE CADA CAJA JUNTA)
       01 WS-ACT-CONFIG.
          05 WS-ACT-CLAVE.
             10 WS-ACT-SUCURSAL              PIC X(01)     VALUE SPACE.
             10 WS-ACT-CAJA                  PIC X(06)     VALUE SPACES.
          05 WS-ACT-FECHA                    PIC X(10)     VALUE SPACES.
          05 WS-ACT-CANT                     PIC 9(05)     VALUE 0.
          05 WS-ACT-BRUTO                    PIC S9(10)V9(2) VALUE 0.
          05 WS-ACT-DEVOL                    PIC S9(10)V9(2) VALUE 0.
          05 WS-ACT-FUERA-HORA               PIC 9(05)     VALUE 0.
          05 WS-ACT-MAX-REPETIDOS            PIC 9(03)     VALUE 0.
          05 WS-ACT-MAX-REDONDOS             PIC 9(03)     VALUE 0.
          05 WS-ACT-PUNTAJE                  PIC 9(06)     VALUE 0.
       01 WS-CLAVE-LEIDA.
          05 WS-CLV-SUCURSAL                 PIC X(01).
          05 WS-CLV-CAJA                     PIC X(06).

      *----VENTANA DE TIEMPO DE LA CAJA EN CURSO: LAS OPERACIONES DE
      *----LOS ULTIMOS WS-UMB-VENTANA-MIN MINUTOS, EN ORDEN DE HORA.
       01 WS-MAX-VENTANA                     PIC 9(03)     VALUE 100.
       01 WS-VB-CONFIG.
          05 WS-VB-CANT                      PIC 9(03)     VALUE 0.
          05 WS-VB-IDX                       PIC 9(03)     VALUE 0.
          05 WS-VB-IGUALES                   PIC 9(03)     VALUE 0.
          05 WS-VB-REDONDOS                  PIC 9(03)     VALUE 0.
          05 WS-VB-TABLA OCCURS 100 TIMES.
             10 WS-VB-SEGUNDO                PIC 9(05).
             10 WS-VB-IMPORTE                PIC S9(8)V9(2).
             10 WS-VB-REDONDO-SW             PIC X(01).
                88 WS-VB-ES-REDONDO                        VALUE 'S'.

       01 WS-HORA-TRABAJO                    PIC X(08)     VALUE SPACES.
       01 WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
          05 WS-HT-HH                        PIC 9(02).
          05 WS-HT-SEP1                      PIC X(01).
          05 WS-HT-MM                        PIC 9(02).
          05 WS-HT-SEP2                      PIC X(01).
          05 WS-HT-SS                        PIC 9(02).
       01 WS-SEGUNDO                         PIC 9(05)     VALUE 0.
       01 WS-VENTANA-SEG                     PIC 9(05)     VALUE 0.
       01 WS-REDONDO-SW                      PIC X(01)     VALUE 'N'.
          88 WS-ES-REDONDO                                 VALUE 'S'.
          88 WS-NO-ES-REDONDO                              VALUE 'N'.
       01 WS-REDONDO-COCIENTE                PIC 9(10)     VALUE 0.

      *----CAJAS PERFILADAS EN LA CORRIDA (TAMBIEN ALIMENTAN HISTCAJA)
       01 WS-MAX-CAJAS                       PIC 9(03)     VALUE 500.
       01 WS-CJ-CONFIG.
          05 WS-CJ-CANT                      PIC 9(03)     VALUE 0.
          05 WS-CJ-IDX                       PIC 9(03)     VALUE 0.
          05 WS-CJ-TABLA OCCURS 500 TIMES.
             10 WS-CJ-SUCURSAL               PIC X(01).
             10 WS-CJ-CAJA                   PIC X(06).
             10 WS-CJ-CANT-OPER              PIC 9(05).
             10 WS-CJ-BRUTO                  PIC S9(10)V9(2).
             10 WS-CJ-PUNTAJE                PIC 9(06).

      *----RANKING DE CAJAS MARCADAS (INDICES A WS-CJ-TABLA, DE MAYOR
      *----A MENOR PUNTAJE; A IGUAL PUNTAJE, EN ORDEN DE CLAVE)
       01 WS-RK-CONFIG.
          05 WS-RK-CANT                      PIC 9(03)     VALUE 0.
          05 WS-RK-IDX                       PIC 9(03)     VALUE 0.
          05 WS-RK-TABLA OCCURS 500 TIMES.
             10 WS-RK-CJ-IDX                 PIC 9(03).

      *----CONDICIONES MARCADAS (HASTA CINCO POR CAJA)
       01 WS-MAX-EXCEPCIONES                 PIC 9(04)     VALUE 2500.
       01 WS-EX-CONFIG.
          05 WS-EX-CANT                      PIC 9(04)     VALUE 0.
          05 WS-EX-IDX                       PIC 9(04)     VALUE 0.
          05 WS-EX-TABLA OCCURS 2500 TIMES.
             10 WS-EX-CJ-IDX                 PIC 9(03).
             10 WS-EX-TIPO                   PIC X(05).
             10 WS-EX-TEXTO                  PIC X(40).
             10 WS-EX-VALOR                  PIC S9(10)V9(2).
             10 WS-EX-UMBRAL                 PIC S9(10)V9(2).
             10 WS-EX-PUNTAJE                PIC 9(05).

       01 WS-EVAL.
          05 WS-EVAL-TIPO                    PIC X(05)     VALUE SPACES.
          05 WS-EVAL-TEXTO                   PIC X(40)     VALUE SPACES.
          05 WS-EVAL-VALOR                   PIC S9(10)V9(2) VALUE 0.
          05 WS-EVAL-UMBRAL                  PIC S9(10)V9(2) VALUE 0.
          05 WS-EVAL-PUNTAJE                 PIC 9(05)     VALUE 0.
          05 WS-EVAL-PCT                     PIC 9(05)V9(2) VALUE 0.
          05 WS-EVAL-DEVOL-POS               PIC S9(10)V9(2) VALUE 0.
          05 WS-EVAL-TOPE                    PIC S9(12)V9(2) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                  PIC 9(07)     VALUE 0.
          05 WS-CANT-SIN-CAJA                PIC 9(07)     VALUE 0.
          05 WS-CANT-SIN-HORA                PIC 9(07)     VALUE 0.
          05 WS-CANT-PREVEXC                 PIC 9(05)     VALUE 0.

      *----LINEAS DEL INFORME
       01 WS-LIN-TITULO.
          05 FILLER                          PIC X(46)     VALUE
             'PREVENCION DE PERDIDAS - EXCEPCIONES POR CAJA'.
          05 FILLER                          PIC X(18)     VALUE
             'FECHA DE CORRIDA: '.
          05 WS-TIT-FECHA                    PIC X(10).

       01 WS-LIN-ENCABEZADO.
          05 FILLER                          PIC X(06)     VALUE
             'RANK'.
          05 FILLER                          PIC X(03)     VALUE
             'S'.
          05 FILLER                          PIC X(08)     VALUE
             'CAJA'.
          05 FILLER                          PIC X(08)     VALUE
             'PUNTOS'.
          05 FILLER                          PIC X(07)     VALUE
             'TIPO'.
          05 FILLER                          PIC X(41)     VALUE
             'CONDICION'.
          05 FILLER                          PIC X(19)     VALUE
             '             VALOR'.
          05 FILLER                          PIC X(19)     VALUE
             '            UMBRAL'.
          05 FILLER                          PIC X(05)     VALUE
             'PTOS.'.

       01 WS-LIN-DETALLE.
          05 WS-DET-RANKING                  PIC ZZZ9.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-SUCURSAL                 PIC X(01).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-CAJA                     PIC X(06).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-PUNTAJE-CAJA             PIC ZZZZZ9.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-TIPO                     PIC X(05).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-TEXTO                    PIC X(40).
          05 FILLER                          PIC X(01)     VALUE SPACES.
          05 WS-DET-VALOR                    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(01)     VALUE SPACES.
          05 WS-DET-UMBRAL                   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(01)     VALUE SPACES.
          05 WS-DET-PUNTAJE                  PIC ZZZZ9.

       01 WS-LIN-SIN-EXCEPCIONES             PIC X(40)     VALUE
             'SIN EXCEPCIONES PARA LA CORRIDA'.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           READ PREVORD.
           PERFORM 2000-PROCESAR-VENTA
              THRU 2000-PROCESAR-VENTA-EXIT
              UNTIL NOT FS-PREVORD-OK.

           IF WS-ACT-CLAVE NOT = SPACES
              PERFORM 3000-EVALUAR-CAJA
                 THRU 3000-EVALUAR-CAJA-EXIT
           END-IF.

           PERFORM 4000-GRABAR-SALIDAS
              THRU 4000-GRABAR-SALIDAS-EXIT.

           PERFORM 7000-ACTUALIZAR-HISTORIA
              THRU 7000-ACTUALIZAR-HISTORIA-EXIT.

           PERFORM 8000-CERRAR-ARCHIVOS
              THRU 8000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 9000-RESUMEN
              THRU 9000-RESUMEN-EXIT.

           IF WS-RK-CANT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           IF WS-FECHA-RUN = SPACES
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WS-SIS-ANIO         TO WS-FECHA-RUN(1:4)
              MOVE '/'                 TO WS-FECHA-RUN(5:1)
              MOVE WS-SIS-MES          TO WS-FECHA-RUN(6:2)
              MOVE '/'                 TO WS-FECHA-RUN(8:1)
              MOVE WS-SIS-DIA          TO WS-FECHA-RUN(9:2)
           END-IF.

           PERFORM 1050-APLICAR-GENERACION
              THRU 1050-APLICAR-GENERACION-EXIT.

           PERFORM 1100-CARGAR-CONFIGURACION
              THRU 1100-CARGAR-CONFIGURACION-EXIT.

           PERFORM 1150-CARGAR-SUCMAST
              THRU 1150-CARGAR-SUCMAST-EXIT.

           PERFORM 1200-CARGAR-HISTORIA
              THRU 1200-CARGAR-HISTORIA-EXIT.

           PERFORM 1700-VERIFICAR-GENERACION
              THRU 1700-VERIFICAR-GENERACION-EXIT.

           PERFORM 1300-ORDENAR-VENTAS
              THRU 1300-ORDENAR-VENTAS-EXIT.

           OPEN INPUT PREVORD.
           IF NOT FS-PREVORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PREVORD'
              DISPLAY 'FILE STATUS: ' FS-PREVORD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PREVINF.
           IF NOT FS-PREVINF-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PREVINF'
              DISPLAY 'FILE STATUS: ' FS-PREVINF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PREVEXC.
           IF NOT FS-PREVEXC-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PREVEXC'
              DISPLAY 'FILE STATUS: ' FS-PREVEXC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           DISPLAY 'CL13EJ18_VENTATOT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-VENTATOT
           END-IF.

           DISPLAY 'CL13EJ18_PREVORD' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PREVORD
           END-IF.

           DISPLAY 'CL13EJ18_PREVCFG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PREVCFG
           END-IF.

           DISPLAY 'CL13EJ18_HISTCAJA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-HISTCAJA
           END-IF.

           DISPLAY 'CL13EJ18_PREVINF' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PREVINF
           END-IF.

           DISPLAY 'CL13EJ18_PREVEXC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PREVEXC
           END-IF.

           DISPLAY 'CL13EJ18_SUCMAST' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-SUCMAST
           END-IF.

           DISPLAY 'CL13EJ18_RUNSTAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-RUNSTAT
           END-IF.

           DISPLAY 'CL13EJ18_ARCHIDX' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-ARCHIDX
           END-IF.

           DISPLAY 'CL13EJ18_VERIFICAR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'I' OR 'N'
              MOVE WS-PARM-VALOR(1:1) TO WS-VG-MODO
           END-IF.

      *----LOS PARMS NUMERICOS LLEGAN ALINEADOS A IZQUIERDA ('5 '): SE
      *----COMPLETAN CON CEROS ANTES DE CONVERTIRLOS.
           DISPLAY 'CL13EJ18_VENTANA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           EVALUATE TRUE
               WHEN WS-PARM-VALOR(1:2) IS NUMERIC
                    MOVE WS-PARM-VALOR(1:2) TO WS-VENTANA
               WHEN WS-PARM-VALOR(1:1) IS NUMERIC
                AND WS-PARM-VALOR(2:1) = SPACE
                    MOVE '0'                TO WS-NUM-EDIT(1:1)
                    MOVE WS-PARM-VALOR(1:1) TO WS-NUM-EDIT(2:1)
                    MOVE WS-NUM-EDIT(1:2)   TO WS-VENTANA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           DISPLAY 'CL13EJ18_GENERACION' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'N'
              SET WS-GEN-INACTIVA TO TRUE
           END-IF.

           DISPLAY 'CL13EJ18_FECHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-FECHA-RUN
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-APLICAR-GENERACION.
      *----ESTAMPA LA FECHA DE LA CORRIDA EN LA RUTA DE VENTATOT.

           IF WS-GEN-INACTIVA
              GO TO 1050-APLICAR-GENERACION-EXIT
           END-IF.

           MOVE WS-FECHA-RUN(1:4) TO WS-GEN-AAAAMMDD(1:4).
           MOVE WS-FECHA-RUN(6:2) TO WS-GEN-AAAAMMDD(5:2).
           MOVE WS-FECHA-RUN(9:2) TO WS-GEN-AAAAMMDD(7:2).

           MOVE WS-PATH-VENTATOT    TO WS-GEN-PATH-TRABAJO.
           PERFORM 1051-ESTAMPAR-PATH
              THRU 1051-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-VENTATOT.

       1050-APLICAR-GENERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1051-ESTAMPAR-PATH.
      *----MISMO ARMADO DE SUFIJO QUE 1021-ESTAMPAR-PATH EN CL13EJ01:
      *----INSERTA '.D' + AAAAMMDD ANTES DEL '.TXT' FINAL, SALVO QUE
      *----LA RUTA YA TRAIGA UN SUFIJO DE GENERACION.

           MOVE 60 TO WS-GEN-LARGO.
           PERFORM 1052-MEDIR-PATH
              THRU 1052-MEDIR-PATH-EXIT
              UNTIL WS-GEN-LARGO = 0
                 OR WS-GEN-PATH-TRABAJO(WS-GEN-LARGO:1) NOT = SPACE.

           IF WS-GEN-LARGO > 14
              AND WS-GEN-PATH-TRABAJO(WS-GEN-LARGO - 13:2) = '.D'
              AND WS-GEN-PATH-TRABAJO
                  (WS-GEN-LARGO - 11:8) IS NUMERIC
              AND WS-GEN-PATH-TRABAJO
                  (WS-GEN-LARGO - 3:4) = '.TXT'
              GO TO 1051-ESTAMPAR-PATH-EXIT
           END-IF.

           IF WS-GEN-LARGO < 5
              OR WS-GEN-LARGO > 50
              OR WS-GEN-PATH-TRABAJO
                 (WS-GEN-LARGO - 3:4) NOT = '.TXT'
              DISPLAY 'AVISO: NO SE PUDO ESTAMPAR LA GENERACION EN '
                      WS-GEN-PATH-TRABAJO
           ELSE
              MOVE SPACES TO WS-GEN-PATH-NUEVO
              STRING WS-GEN-PATH-TRABAJO(1:WS-GEN-LARGO - 4)
                     DELIMITED BY SIZE
                     '.D'            DELIMITED BY SIZE
                     WS-GEN-AAAAMMDD DELIMITED BY SIZE
                     '.TXT'          DELIMITED BY SIZE
                 INTO WS-GEN-PATH-NUEVO
              MOVE WS-GEN-PATH-NUEVO TO WS-GEN-PATH-TRABAJO
           END-IF.

       1051-ESTAMPAR-PATH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1052-MEDIR-PATH.

           SUBTRACT 1 FROM WS-GEN-LARGO.

       1052-MEDIR-PATH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CONFIGURACION.
      *----SIN PREVCFG SE TRABAJA CON LOS UMBRALES DE FABRICA Y EL
      *----HORARIO DE SUCMAST (SIN CONTROL DE HORARIO SI TAMPOCO HAY
      *----MAESTRO: NO TIENE VALOR RAZONABLE POR DEFECTO).

           OPEN INPUT PREVCFG.

           EVALUATE FS-PREVCFG
               WHEN '00'
                    PERFORM 1110-LEER-CONFIGURACION
                       THRU 1110-LEER-CONFIGURACION-EXIT
                       UNTIL NOT FS-PREVCFG-OK
                    CLOSE PREVCFG
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA PREVCFG - SE USAN '
                            'LOS UMBRALES POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PREVCFG'
                    DISPLAY 'FILE STATUS: ' FS-PREVCFG
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-CONFIGURACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-CONFIGURACION.

           READ PREVCFG.

           IF NOT FS-PREVCFG-OK
              GO TO 1110-LEER-CONFIGURACION-EXIT
           END-IF.

           IF PCF-PCT-DEVOL IS NOT NUMERIC
              OR PCF-VENTANA-MIN IS NOT NUMERIC
              OR PCF-CANT-REPETIDOS IS NOT NUMERIC
              OR PCF-MODULO-REDONDO IS NOT NUMERIC
              OR PCF-CANT-REDONDOS IS NOT NUMERIC
              OR PCF-PCT-ACTIVIDAD IS NOT NUMERIC
              DISPLAY 'AVISO: LINEA DE PREVCFG NO NUMERICA PARA LA '
                      'SUCURSAL ' PCF-SUCURSAL ' - SE DESCARTA'
              GO TO 1110-LEER-CONFIGURACION-EXIT
           END-IF.

           MOVE PCF-HORA-APERTURA      TO WS-UMB-HORA-APERTURA.
           MOVE PCF-HORA-CIERRE        TO WS-UMB-HORA-CIERRE.
           MOVE PCF-PCT-DEVOL          TO WS-UMB-PCT-DEVOL.
           MOVE PCF-VENTANA-MIN        TO WS-UMB-VENTANA-MIN.
           MOVE PCF-CANT-REPETIDOS     TO WS-UMB-CANT-REPETIDOS.
           MOVE PCF-MODULO-REDONDO     TO WS-UMB-MODULO-REDONDO.
           MOVE PCF-CANT-REDONDOS      TO WS-UMB-CANT-REDONDOS.
           MOVE PCF-PCT-ACTIVIDAD      TO WS-UMB-PCT-ACTIVIDAD.

           IF PCF-SUCURSAL = '*'
              MOVE WS-UMB-VIGENTE TO WS-UMB-DEFECTO
              GO TO 1110-LEER-CONFIGURACION-EXIT
           END-IF.

           IF WS-CFG-CANT = WS-MAX-CFG
              DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE SUCURSALES '
                      'EN PREVCFG'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-CFG): '
                      WS-MAX-CFG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CFG-CANT.
           MOVE PCF-SUCURSAL   TO WS-CFG-SUCURSAL(WS-CFG-CANT).
           MOVE WS-UMB-VIGENTE TO WS-CFG-UMBRALES(WS-CFG-CANT).

       1110-LEER-CONFIGURACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-SUCMAST.
      *----MISMA CARGA QUE 1100-CARGAR-SUCMAST EN CL13EJ14: SIN
      *----MAESTRO SE AVISA Y SE SIGUE CON EL HORARIO DE PREVCFG.

           OPEN INPUT SUCMAST.

           EVALUATE FS-SUCMAST
               WHEN '00'
                    PERFORM 1160-LEER-REG-SUCMAST
                       THRU 1160-LEER-REG-SUCMAST-EXIT
                       UNTIL NOT FS-SUCMAST-OK
                          OR WS-SMA-CANT = WS-MAX-SUC-MAESTRO

                    IF WS-SMA-CANT = WS-MAX-SUC-MAESTRO
                       READ SUCMAST
                       IF FS-SUCMAST-OK
                          DISPLAY 'SUCMAST TIENE MAS SUCURSALES QUE '
                                  'SLOTS DISPONIBLES'
                          DISPLAY 'SLOTS DISPONIBLES '
                                  '(WS-MAX-SUC-MAESTRO): '
                                  WS-MAX-SUC-MAESTRO
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    END-IF

                    CLOSE SUCMAST
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA SUCMAST - LAS '
                            'SUCURSALES SIN HORARIO EN PREVCFG NO '
                            'CONTROLAN HORARIO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUCMAST'
                    DISPLAY 'FILE STATUS: ' FS-SUCMAST
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1150-CARGAR-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1160-LEER-REG-SUCMAST.

           READ SUCMAST.

           IF FS-SUCMAST-OK
              ADD 1                  TO WS-SMA-CANT
              MOVE SMA-CODIGO        TO WS-SMA-CODIGO(WS-SMA-CANT)
              MOVE SMA-HORA-APERTURA TO
                   WS-SMA-HORA-APERTURA(WS-SMA-CANT)
              MOVE SMA-HORA-CIERRE   TO
                   WS-SMA-HORA-CIERRE(WS-SMA-CANT)
           END-IF.

       1160-LEER-REG-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-HISTORIA.
      *----MISMA CARGA EN DOS PASADAS QUE 1100-CARGAR-HISTORIA EN
      *----CL13EJ07: LA PRIMERA CORRIDA (SIN HISTORIA) NO ES ERROR.

           OPEN INPUT HISTCAJA.

           EVALUATE FS-HISTCAJA
               WHEN '00'
                    PERFORM 1205-CONTAR-HISTORIA
                       THRU 1205-CONTAR-HISTORIA-EXIT
                       UNTIL NOT FS-HISTCAJA-OK
                    CLOSE HISTCAJA

                    IF WS-HC-TOTAL-LINEAS > WS-MAX-HISTORIA
                       COMPUTE WS-HC-SALTAR =
                               WS-HC-TOTAL-LINEAS - WS-MAX-HISTORIA
                       DISPLAY 'AVISO: LA HISTORIA DE CAJAS '
                               'DESBORDA LA TABLA - SE DESCARTAN LAS '
                               WS-HC-SALTAR ' LINEAS MAS VIEJAS'
                    ELSE
                       MOVE 0 TO WS-HC-SALTAR
                    END-IF

                    MOVE 0 TO WS-HC-SALTADAS
                    OPEN INPUT HISTCAJA
                    IF NOT FS-HISTCAJA-OK
                       DISPLAY 'ERROR AL REABRIR EL ARCHIVO DE '
                               'HISTCAJA'
                       DISPLAY 'FILE STATUS: ' FS-HISTCAJA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM 1210-LEER-REG-HISTORIA
                       THRU 1210-LEER-REG-HISTORIA-EXIT
                       UNTIL NOT FS-HISTCAJA-OK
                    CLOSE HISTCAJA
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTCAJA'
                    DISPLAY 'FILE STATUS: ' FS-HISTCAJA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1205-CONTAR-HISTORIA.

           READ HISTCAJA.

           IF FS-HISTCAJA-OK
              ADD 1 TO WS-HC-TOTAL-LINEAS
              IF HC-FECHA-RUN = WS-FECHA-RUN
                 SET WS-HC-HAY-FECHA-RUN TO TRUE
              END-IF
           END-IF.

       1205-CONTAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REG-HISTORIA.

           READ HISTCAJA.

           IF FS-HISTCAJA-OK
              IF WS-HC-SALTADAS < WS-HC-SALTAR
                 ADD 1              TO WS-HC-SALTADAS
              ELSE
                 ADD 1              TO WS-HC-CANT
                 MOVE WS-HC-CANT    TO WS-HC-IDX
                 MOVE HC-FECHA-RUN  TO WS-HC-FECHA-RUN(WS-HC-IDX)
                 MOVE HC-SUCURSAL   TO WS-HC-SUCURSAL(WS-HC-IDX)
                 MOVE HC-CAJA       TO WS-HC-CAJA(WS-HC-IDX)
                 MOVE HC-BRUTO      TO WS-HC-BRUTO(WS-HC-IDX)
              END-IF
           END-IF.

       1210-LEER-REG-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-ORDENAR-VENTAS.
      *----LA VENTANA DE TIEMPO NECESITA LAS OPERACIONES DE CADA CAJA
      *----EN ORDEN DE HORA; VENTATOT SALE DEL MERGE EN ORDEN DE
      *----FECHA. SE VERIFICA ANTES QUE VENTATOT EXISTA PARA CORTAR
      *----CON EL MENSAJE DE SIEMPRE Y NO CON UN ERROR DEL SORT.

           OPEN INPUT VENTATOT.
           IF NOT FS-VENTATOT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE VENTATOT'
              DISPLAY 'FILE STATUS: ' FS-VENTATOT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE VENTATOT.

           SORT ORDENA
              ON ASCENDING KEY ORD-SUCURSAL
                               ORD-CAJA
                               ORD-FECHA
                               ORD-HORA
              USING VENTATOT
              GIVING PREVORD.

       1300-ORDENAR-VENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1700-VERIFICAR-GENERACION.
      *----CONTRASTA LOS INSUMOS DE CL13EJ01 CONTRA LO QUE PUBLICO EL
      *----MERGE. SE INFORMAN TODAS LAS DIFERENCIAS ANTES DE RECHAZAR,
      *----PARA QUE OPERACIONES VEA EL CUADRO COMPLETO DE UNA VEZ. UNA
      *----GENERACION RECHAZADA TERMINA CON RETURN-CODE 12, DISTINTO
      *----DEL 8 DE ERROR DE PROCESO: NO SE GRABO NINGUNA SALIDA.

           IF WS-VG-OMITIDO
              DISPLAY 'AVISO: CONTROL DE GENERACION OMITIDO POR '
                      'CL13EJ18_VERIFICAR=N'
              GO TO 1700-VERIFICAR-GENERACION-EXIT
           END-IF.

           IF WS-VG-COMPLETO
              PERFORM 1710-VERIFICAR-RUNSTAT
                 THRU 1710-VERIFICAR-RUNSTAT-EXIT
           END-IF.

      *----SOLO UNA CORRIDA CON NOMBRES ESTAMPADOS PUBLICA SU LINEA EN
      *----EL INDICE; CON NOMBRES FIJOS LA UNICA REFERENCIA ES RUNSTAT.
           IF WS-GEN-ACTIVA
              PERFORM 1720-VERIFICAR-ARCHIDX
                 THRU 1720-VERIFICAR-ARCHIDX-EXIT
           ELSE
              IF WS-VG-SOLO-INDICE
                 DISPLAY 'VERIFICACION DE GENERACION: SIN NOMBRES '
                         'ESTAMPADOS NO HAY INDICE CONTRA QUE '
                         'VERIFICAR'
                 ADD 1 TO WS-VG-CANT-DIFER
              ELSE
                 IF WS-VG-STAT-LEIDO
                    AND STAT-MOTIVO = 'OK  '
                    MOVE STAT-CANT-SALIDA TO WS-VG-ESP-SALIDA
                    SET WS-VG-FUENTE-RUNSTAT TO TRUE
                 END-IF
              END-IF
           END-IF.

           PERFORM 1740-CONTAR-VENTATOT
              THRU 1740-CONTAR-VENTATOT-EXIT.

           PERFORM 1790-CONTRASTAR-INSUMOS
              THRU 1790-CONTRASTAR-INSUMOS-EXIT.

           IF WS-VG-CANT-DIFER > 0
              DISPLAY 'GENERACION ' WS-FECHA-RUN
                      ' RECHAZADA: ' WS-VG-CANT-DIFER
                      ' DIFERENCIA(S) - NO SE PERFILAN CAJAS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY 'GENERACION ' WS-FECHA-RUN ' VERIFICADA'.

       1700-VERIFICAR-GENERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1710-VERIFICAR-RUNSTAT.
      *----LA ULTIMA CORRIDA DEL MERGE TIENE QUE SER DE ESTA FECHA Y
      *----HABER TERMINADO CON RC 0 Y EL DIA COMPLETO: 'OK  ' O 'COMP'
      *----(COMPLEMENTARIA). UNA 'PARC' DEJA AFUERA SUCURSALES.

           OPEN INPUT RUNSTAT.

           IF NOT FS-RUNSTAT-OK
              DISPLAY 'VERIFICACION DE GENERACION: NO SE PUDO ABRIR '
                      'RUNSTAT - FILE STATUS: ' FS-RUNSTAT
              ADD 1 TO WS-VG-CANT-DIFER
              GO TO 1710-VERIFICAR-RUNSTAT-EXIT
           END-IF.

           READ RUNSTAT.

           IF NOT FS-RUNSTAT-OK
              DISPLAY 'VERIFICACION DE GENERACION: RUNSTAT VACIO O '
                      'ILEGIBLE - FILE STATUS: ' FS-RUNSTAT
              ADD 1 TO WS-VG-CANT-DIFER
              CLOSE RUNSTAT
              GO TO 1710-VERIFICAR-RUNSTAT-EXIT
           END-IF.

           CLOSE RUNSTAT.
           SET WS-VG-STAT-LEIDO TO TRUE.

           IF STAT-FECHA-PROCESO NOT = WS-FECHA-RUN
              DISPLAY 'VERIFICACION DE GENERACION: EL ULTIMO MERGE '
                      '(RUNSTAT) ES DEL ' STAT-FECHA-PROCESO
                      ', NO DEL ' WS-FECHA-RUN
              DISPLAY '   PARA REPROCESAR UNA GENERACION ANTERIOR: '
                      'CL13EJ18_VERIFICAR=I'
              ADD 1 TO WS-VG-CANT-DIFER
           END-IF.

           IF STAT-RC NOT = 0
              OR (STAT-MOTIVO NOT = 'OK  ' AND STAT-MOTIVO NOT = 'COMP')
              DISPLAY 'VERIFICACION DE GENERACION: EL MERGE NO '
                      'TERMINO COMPLETO - RC ' STAT-RC
                      ' MOTIVO ' STAT-MOTIVO
              DISPLAY '   ' STAT-DESCRIPCION
              ADD 1 TO WS-VG-CANT-DIFER
           END-IF.

       1710-VERIFICAR-RUNSTAT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1720-VERIFICAR-ARCHIDX.
      *----RECORRE EL INDICE COMPLETO QUEDANDOSE CON LA ULTIMA LINEA
      *----DE LA FECHA: TIENE QUE ESTAR 'VIGENTE ' (NI PARCIAL, NI
      *----DEPURADA). LAS CANTIDADES DE CADA LINEA SON DE SU CORRIDA;
      *----SI LA VIGENTE ES LA COMPLEMENTARIA DE UNA PARCIAL, LOS
      *----ARCHIVOS TIENEN LA SUMA DE AMBAS.

           OPEN INPUT ARCHIDX.

           IF NOT FS-ARCHIDX-OK
              DISPLAY 'VERIFICACION DE GENERACION: NO SE PUDO ABRIR '
                      'ARCHIDX - FILE STATUS: ' FS-ARCHIDX
              ADD 1 TO WS-VG-CANT-DIFER
              GO TO 1720-VERIFICAR-ARCHIDX-EXIT
           END-IF.

           READ ARCHIDX.
           PERFORM 1730-LEER-REG-ARCHIDX
              THRU 1730-LEER-REG-ARCHIDX-EXIT
              UNTIL NOT FS-ARCHIDX-OK.

           CLOSE ARCHIDX.

           IF NOT WS-VG-IDX-HALLADO
              DISPLAY 'VERIFICACION DE GENERACION: LA GENERACION '
                      WS-FECHA-RUN ' NO FIGURA EN ARCHIDX'
              ADD 1 TO WS-VG-CANT-DIFER
              GO TO 1720-VERIFICAR-ARCHIDX-EXIT
           END-IF.

           IF WS-VG-ESTADO NOT = 'VIGENTE '
              DISPLAY 'VERIFICACION DE GENERACION: LA GENERACION '
                      WS-FECHA-RUN ' ESTA EN ESTADO '
                      WS-VG-ESTADO
              ADD 1 TO WS-VG-CANT-DIFER
              GO TO 1720-VERIFICAR-ARCHIDX-EXIT
           END-IF.

      *----CON RUNSTAT DE LA MISMA FECHA, EL MOTIVO DICE SI LA ULTIMA
      *----CORRIDA FUE COMPLEMENTARIA; SIN EL, SE DEDUCE DE UNA LINEA
      *----PARCIAL INMEDIATAMENTE ANTERIOR EN EL INDICE. RUNSTAT Y LA
      *----ULTIMA LINEA SON DE LA MISMA CORRIDA: SUS CANTIDADES DE
      *----VENTATOT TIENEN QUE COINCIDIR.
           IF WS-VG-STAT-LEIDO
              AND STAT-FECHA-PROCESO = WS-FECHA-RUN
              IF STAT-MOTIVO = 'COMP'
                 SET WS-VG-ES-COMPLEMENTO TO TRUE
              ELSE
                 SET WS-VG-NO-COMPLEMENTO TO TRUE
              END-IF
              IF STAT-CANT-SALIDA NOT = WS-VG-ULT-SALIDA
                 DISPLAY 'VERIFICACION DE GENERACION: RUNSTAT ('
                         STAT-CANT-SALIDA ') Y ARCHIDX ('
                         WS-VG-ULT-SALIDA ') NO SON DE LA MISMA '
                         'CORRIDA'
                 ADD 1 TO WS-VG-CANT-DIFER
              END-IF
           END-IF.

           MOVE WS-VG-ULT-SALIDA TO WS-VG-ESP-SALIDA.
           IF WS-VG-ES-COMPLEMENTO
              ADD WS-VG-ANT-SALIDA TO WS-VG-ESP-SALIDA
           END-IF.

           SET WS-VG-FUENTE-INDICE TO TRUE.

       1720-VERIFICAR-ARCHIDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1730-LEER-REG-ARCHIDX.

           IF IDX-FECHA-GEN = WS-FECHA-RUN
              SET WS-VG-IDX-HALLADO TO TRUE
              MOVE IDX-ESTADO        TO WS-VG-ESTADO
              MOVE IDX-TOTAL-CONTROL TO WS-VG-ESP-CONTROL
              IF IDX-ESTADO = 'PARCIAL '
                 SET WS-VG-HAY-PARCIAL    TO TRUE
                 SET WS-VG-NO-COMPLEMENTO TO TRUE
                 MOVE IDX-CANT-SALIDA     TO WS-VG-ANT-SALIDA
              ELSE
                 IF WS-VG-HAY-PARCIAL
                    SET WS-VG-ES-COMPLEMENTO TO TRUE
                 ELSE
                    SET WS-VG-NO-COMPLEMENTO TO TRUE
                    MOVE 0 TO WS-VG-ANT-SALIDA
                 END-IF
                 SET WS-VG-SIN-PARCIAL TO TRUE
              END-IF
              MOVE IDX-CANT-SALIDA   TO WS-VG-ULT-SALIDA
           END-IF.

           READ ARCHIDX.

       1730-LEER-REG-ARCHIDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1740-CONTAR-VENTATOT.
      *----PASADA PREVIA SOBRE VENTATOT: CANTIDAD DE REGISTROS E
      *----IMPORTE CONVERTIDO, QUE ES LO QUE SUMA EL TOTAL DE CONTROL
      *----DEL EXTRACTO CONTABLE.

           OPEN INPUT VENTATOT.

           IF NOT FS-VENTATOT-OK
              DISPLAY 'VERIFICACION DE GENERACION: NO SE PUDO ABRIR '
                      'VENTATOT - FILE STATUS: ' FS-VENTATOT
              ADD 1 TO WS-VG-CANT-DIFER
              SET WS-VG-FUENTE-NINGUNA TO TRUE
              GO TO 1740-CONTAR-VENTATOT-EXIT
           END-IF.

           READ VENTATOT.
           PERFORM 1745-LEER-REG-VENTATOT
              THRU 1745-LEER-REG-VENTATOT-EXIT
              UNTIL NOT FS-VENTATOT-OK.

           CLOSE VENTATOT.

       1740-CONTAR-VENTATOT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1745-LEER-REG-VENTATOT.

           ADD 1              TO WS-VG-CANT-VENTATOT.
           ADD SALIDA-IMPORTE TO WS-VG-IMP-VENTATOT.

           READ VENTATOT.

       1745-LEER-REG-VENTATOT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1790-CONTRASTAR-INSUMOS.

           IF WS-VG-FUENTE-NINGUNA
              GO TO 1790-CONTRASTAR-INSUMOS-EXIT
           END-IF.

           IF WS-VG-CANT-VENTATOT NOT = WS-VG-ESP-SALIDA
              DISPLAY 'VERIFICACION DE GENERACION: VENTATOT TIENE '
                      WS-VG-CANT-VENTATOT ' REGISTROS, EL MERGE '
                      'GRABO ' WS-VG-ESP-SALIDA
              ADD 1 TO WS-VG-CANT-DIFER
           END-IF.

      *----EL RESTO SOLO SE CONOCE POR EL INDICE.
           IF NOT WS-VG-FUENTE-INDICE
              GO TO 1790-CONTRASTAR-INSUMOS-EXIT
           END-IF.

           IF WS-VG-IMP-VENTATOT NOT = WS-VG-ESP-CONTROL
              MOVE WS-VG-IMP-VENTATOT TO WS-VG-IMP-EDIT-1
              MOVE WS-VG-ESP-CONTROL  TO WS-VG-IMP-EDIT-2
              DISPLAY 'VERIFICACION DE GENERACION: VENTATOT SUMA '
                      WS-VG-IMP-EDIT-1 ', TOTAL DE CONTROL '
                      WS-VG-IMP-EDIT-2
              ADD 1 TO WS-VG-CANT-DIFER
           END-IF.

       1790-CONTRASTAR-INSUMOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-VENTA.

           ADD 1 TO WS-CANT-LEIDOS.

           IF PO-CAJA = SPACES
              ADD 1 TO WS-CANT-SIN-CAJA
           ELSE
              PERFORM 2010-ACUMULAR-OPERACION
                 THRU 2010-ACUMULAR-OPERACION-EXIT
           END-IF.

           READ PREVORD.

       2000-PROCESAR-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-ACUMULAR-OPERACION.

           MOVE PO-SUCURSAL TO WS-CLV-SUCURSAL.
           MOVE PO-CAJA     TO WS-CLV-CAJA.

           IF WS-CLAVE-LEIDA NOT = WS-ACT-CLAVE
              IF WS-ACT-CLAVE NOT = SPACES
                 PERFORM 3000-EVALUAR-CAJA
                    THRU 3000-EVALUAR-CAJA-EXIT
              END-IF
              PERFORM 2100-INICIAR-CAJA
                 THRU 2100-INICIAR-CAJA-EXIT
           END-IF.

      *----LA VENTANA NO CRUZA DE UNA FECHA A OTRA
           IF PO-FECHA NOT = WS-ACT-FECHA
              MOVE PO-FECHA TO WS-ACT-FECHA
              MOVE 0        TO WS-VB-CANT
           END-IF.

           ADD 1 TO WS-ACT-CANT.

           IF PO-IMPORTE < 0
              ADD PO-IMPORTE TO WS-ACT-DEVOL
           ELSE
              ADD PO-IMPORTE TO WS-ACT-BRUTO
           END-IF.

           PERFORM 2200-VERIFICAR-HORARIO
              THRU 2200-VERIFICAR-HORARIO-EXIT.

       2010-ACUMULAR-OPERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-INICIAR-CAJA.

           MOVE WS-CLAVE-LEIDA TO WS-ACT-CLAVE.
           MOVE SPACES         TO WS-ACT-FECHA.
           MOVE 0              TO WS-ACT-CANT.
           MOVE 0              TO WS-ACT-BRUTO.
           MOVE 0              TO WS-ACT-DEVOL.
           MOVE 0              TO WS-ACT-FUERA-HORA.
           MOVE 0              TO WS-ACT-MAX-REPETIDOS.
           MOVE 0              TO WS-ACT-MAX-REDONDOS.
           MOVE 0              TO WS-ACT-PUNTAJE.
           MOVE 0              TO WS-VB-CANT.

           PERFORM 2110-FIJAR-UMBRALES
              THRU 2110-FIJAR-UMBRALES-EXIT.

       2100-INICIAR-CAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-FIJAR-UMBRALES.

           SET WS-CFG-NO-ENCONTRADA TO TRUE.
           MOVE 1 TO WS-CFG-IDX.

           PERFORM 2115-BUSCAR-CFG-IDX
              THRU 2115-BUSCAR-CFG-IDX-EXIT
              UNTIL WS-CFG-IDX > WS-CFG-CANT
                 OR WS-CFG-ENCONTRADA.

           IF WS-CFG-ENCONTRADA
              MOVE WS-CFG-UMBRALES(WS-CFG-IDX) TO WS-UMB-VIGENTE
           ELSE
              MOVE WS-UMB-DEFECTO              TO WS-UMB-VIGENTE
           END-IF.

           IF WS-UMB-HORA-APERTURA = SPACES
              PERFORM 2120-HORARIO-SUCMAST
                 THRU 2120-HORARIO-SUCMAST-EXIT
           END-IF.

           COMPUTE WS-VENTANA-SEG = WS-UMB-VENTANA-MIN * 60.

       2110-FIJAR-UMBRALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2115-BUSCAR-CFG-IDX.

           IF WS-CFG-SUCURSAL(WS-CFG-IDX) EQUAL WS-ACT-SUCURSAL
              SET WS-CFG-ENCONTRADA TO TRUE
           ELSE
              ADD 1 TO WS-CFG-IDX
           END-IF.

       2115-BUSCAR-CFG-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-HORARIO-SUCMAST.
      *----PREVCFG NO DA HORARIO PARA LA SUCURSAL: SE TOMA EL DEL
      *----MAESTRO, SI LO TIENE COMPLETO.

           SET WS-SMA-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-SMA-IDX.

           PERFORM 2125-BUSCAR-SUCMAST-IDX
              THRU 2125-BUSCAR-SUCMAST-IDX-EXIT
              UNTIL WS-SMA-IDX > WS-SMA-CANT
                 OR WS-SMA-HALLADA.

           IF WS-SMA-HALLADA
              AND WS-SMA-HORA-APERTURA(WS-SMA-IDX) NOT = SPACES
              AND WS-SMA-HORA-CIERRE(WS-SMA-IDX) NOT = SPACES
              MOVE WS-SMA-HORA-APERTURA(WS-SMA-IDX)
                                        TO WS-UMB-HORA-APERTURA
              MOVE WS-SMA-HORA-CIERRE(WS-SMA-IDX)
                                        TO WS-UMB-HORA-CIERRE
           END-IF.

       2120-HORARIO-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2125-BUSCAR-SUCMAST-IDX.

           IF WS-SMA-CODIGO(WS-SMA-IDX) EQUAL WS-ACT-SUCURSAL
              SET WS-SMA-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-SMA-IDX
           END-IF.

       2125-BUSCAR-SUCMAST-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-VERIFICAR-HORARIO.
      *----UNA HORA ILEGIBLE NO SE PUEDE UBICAR NI EN EL HORARIO NI EN
      *----LA VENTANA: SE CUENTA Y LA OPERACION SOLO SUMA A LOS
      *----TOTALES DE LA CAJA.

           MOVE PO-HORA TO WS-HORA-TRABAJO.

           IF WS-HT-HH IS NOT NUMERIC
              OR WS-HT-MM IS NOT NUMERIC
              OR WS-HT-SS IS NOT NUMERIC
              OR WS-HT-SEP1 NOT = ':'
              OR WS-HT-SEP2 NOT = ':'
              ADD 1 TO WS-CANT-SIN-HORA
              GO TO 2200-VERIFICAR-HORARIO-EXIT
           END-IF.

           IF WS-UMB-HORA-APERTURA NOT = SPACES
              AND (PO-HORA < WS-UMB-HORA-APERTURA
                   OR PO-HORA > WS-UMB-HORA-CIERRE)
              ADD 1 TO WS-ACT-FUERA-HORA
           END-IF.

           COMPUTE WS-SEGUNDO = WS-HT-HH * 3600
                              + WS-HT-MM * 60
                              + WS-HT-SS.

           IF PO-IMPORTE NOT = 0
              PERFORM 2300-VERIFICAR-VENTANA
                 THRU 2300-VERIFICAR-VENTANA-EXIT
           END-IF.

       2200-VERIFICAR-HORARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-VERIFICAR-VENTANA.
      *----DESCARTA DE LA VENTANA LAS OPERACIONES MAS VIEJAS QUE
      *----WS-VENTANA-SEG, CUENTA CUANTAS DE LAS QUE QUEDAN TIENEN EL
      *----MISMO IMPORTE Y CUANTAS SON REDONDAS, Y GUARDA EL MAXIMO DE
      *----CADA RACHA (INCLUYENDO LA OPERACION ACTUAL).

           PERFORM 2310-DESCARTAR-PRIMERA
              THRU 2310-DESCARTAR-PRIMERA-EXIT
              UNTIL WS-VB-CANT = 0
                 OR WS-SEGUNDO - WS-VB-SEGUNDO(1) NOT > WS-VENTANA-SEG.

           SET WS-NO-ES-REDONDO TO TRUE.
           IF WS-UMB-MODULO-REDONDO > 0
              AND PO-IMPORTE > 0
              COMPUTE WS-REDONDO-COCIENTE =
                      PO-IMPORTE / WS-UMB-MODULO-REDONDO
              IF WS-REDONDO-COCIENTE * WS-UMB-MODULO-REDONDO
                 = PO-IMPORTE
                 SET WS-ES-REDONDO TO TRUE
              END-IF
           END-IF.

           MOVE 1 TO WS-VB-IGUALES.
           IF WS-ES-REDONDO
              MOVE 1 TO WS-VB-REDONDOS
           ELSE
              MOVE 0 TO WS-VB-REDONDOS
           END-IF.

           MOVE 1 TO WS-VB-IDX.
           PERFORM 2320-CONTAR-VENTANA-IDX
              THRU 2320-CONTAR-VENTANA-IDX-EXIT
              UNTIL WS-VB-IDX > WS-VB-CANT.

           IF WS-VB-IGUALES > WS-ACT-MAX-REPETIDOS
              MOVE WS-VB-IGUALES  TO WS-ACT-MAX-REPETIDOS
           END-IF.
           IF WS-VB-REDONDOS > WS-ACT-MAX-REDONDOS
              MOVE WS-VB-REDONDOS TO WS-ACT-MAX-REDONDOS
           END-IF.

      *----CON LA VENTANA LLENA SE PIERDE LA MAS VIEJA: A ESE VOLUMEN
      *----LA RACHA YA QUEDO REGISTRADA.
           IF WS-VB-CANT = WS-MAX-VENTANA
              PERFORM 2310-DESCARTAR-PRIMERA
                 THRU 2310-DESCARTAR-PRIMERA-EXIT
           END-IF.

           ADD 1 TO WS-VB-CANT.
           MOVE WS-SEGUNDO    TO WS-VB-SEGUNDO(WS-VB-CANT).
           MOVE PO-IMPORTE    TO WS-VB-IMPORTE(WS-VB-CANT).
           MOVE WS-REDONDO-SW TO WS-VB-REDONDO-SW(WS-VB-CANT).

       2300-VERIFICAR-VENTANA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-DESCARTAR-PRIMERA.

           MOVE 1 TO WS-VB-IDX.
           PERFORM 2311-CORRER-VENTANA-IDX
              THRU 2311-CORRER-VENTANA-IDX-EXIT
              UNTIL WS-VB-IDX = WS-VB-CANT.

           SUBTRACT 1 FROM WS-VB-CANT.

       2310-DESCARTAR-PRIMERA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2311-CORRER-VENTANA-IDX.

           MOVE WS-VB-TABLA(WS-VB-IDX + 1) TO WS-VB-TABLA(WS-VB-IDX).
           ADD 1 TO WS-VB-IDX.

       2311-CORRER-VENTANA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2320-CONTAR-VENTANA-IDX.

           IF WS-VB-IMPORTE(WS-VB-IDX) = PO-IMPORTE
              ADD 1 TO WS-VB-IGUALES
           END-IF.

           IF WS-ES-REDONDO
              AND WS-VB-ES-REDONDO(WS-VB-IDX)
              ADD 1 TO WS-VB-REDONDOS
           END-IF.

           ADD 1 TO WS-VB-IDX.

       2320-CONTAR-VENTANA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-EVALUAR-CAJA.
      *----CORTE DE CAJA: EVALUA LAS CINCO CONDICIONES, REGISTRA LA
      *----CAJA PARA LA HISTORIA Y, SI QUEDO MARCADA, LA UBICA EN EL
      *----RANKING.

           IF WS-CJ-CANT = WS-MAX-CAJAS
              DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE CAJAS'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-CAJAS): '
                      WS-MAX-CAJAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CJ-CANT.
           MOVE WS-CJ-CANT          TO WS-CJ-IDX.
           MOVE WS-ACT-SUCURSAL     TO WS-CJ-SUCURSAL(WS-CJ-IDX).
           MOVE WS-ACT-CAJA         TO WS-CJ-CAJA(WS-CJ-IDX).
           MOVE WS-ACT-CANT         TO WS-CJ-CANT-OPER(WS-CJ-IDX).
           MOVE WS-ACT-BRUTO        TO WS-CJ-BRUTO(WS-CJ-IDX).

           PERFORM 3100-EVALUAR-DEVOLUCIONES
              THRU 3100-EVALUAR-DEVOLUCIONES-EXIT.

           PERFORM 3200-EVALUAR-HORARIO
              THRU 3200-EVALUAR-HORARIO-EXIT.

           PERFORM 3300-EVALUAR-REPETIDOS
              THRU 3300-EVALUAR-REPETIDOS-EXIT.

           PERFORM 3400-EVALUAR-REDONDOS
              THRU 3400-EVALUAR-REDONDOS-EXIT.

           PERFORM 3500-EVALUAR-ACTIVIDAD
              THRU 3500-EVALUAR-ACTIVIDAD-EXIT.

           MOVE WS-ACT-PUNTAJE      TO WS-CJ-PUNTAJE(WS-CJ-IDX).

           IF WS-ACT-PUNTAJE > 0
              PERFORM 3700-UBICAR-RANKING
                 THRU 3700-UBICAR-RANKING-EXIT
           END-IF.

       3000-EVALUAR-CAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-EVALUAR-DEVOLUCIONES.
      *----PORCENTAJE DE DEVOLUCIONES SOBRE VENTAS BRUTAS. UNA CAJA QUE
      *----SOLO TOMO DEVOLUCIONES SALE CON EL PORCENTAJE AL TOPE.

           IF WS-ACT-DEVOL = 0
              OR WS-UMB-PCT-DEVOL = 0
              GO TO 3100-EVALUAR-DEVOLUCIONES-EXIT
           END-IF.

           COMPUTE WS-EVAL-DEVOL-POS = 0 - WS-ACT-DEVOL.

           IF WS-ACT-BRUTO = 0
              MOVE 99999,99 TO WS-EVAL-PCT
           ELSE
              COMPUTE WS-EVAL-PCT ROUNDED =
                      WS-EVAL-DEVOL-POS * 100 / WS-ACT-BRUTO
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-EVAL-PCT
              END-COMPUTE
           END-IF.

           IF WS-EVAL-PCT > WS-UMB-PCT-DEVOL
              MOVE 'DEVOL'                 TO WS-EVAL-TIPO
              MOVE 'DEVOLUCIONES % SOBRE VENTAS BRUTAS'
                                           TO WS-EVAL-TEXTO
              MOVE WS-EVAL-PCT             TO WS-EVAL-VALOR
              MOVE WS-UMB-PCT-DEVOL        TO WS-EVAL-UMBRAL
              COMPUTE WS-EVAL-PUNTAJE =
                      WS-EVAL-PCT * 100 / WS-UMB-PCT-DEVOL
                 ON SIZE ERROR
                    MOVE 99999 TO WS-EVAL-PUNTAJE
              END-COMPUTE
              PERFORM 3600-REGISTRAR-CONDICION
                 THRU 3600-REGISTRAR-CONDICION-EXIT
           END-IF.

       3100-EVALUAR-DEVOLUCIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-EVALUAR-HORARIO.
      *----CUALQUIER OPERACION FUERA DE HORARIO MARCA LA CAJA; CADA
      *----UNA VALE 100 PUNTOS.

           IF WS-ACT-FUERA-HORA = 0
              GO TO 3200-EVALUAR-HORARIO-EXIT
           END-IF.

           MOVE 'HORA '                    TO WS-EVAL-TIPO.
           MOVE 'OPERACIONES FUERA DE HORARIO DE APERTURA'
                                           TO WS-EVAL-TEXTO.
           MOVE WS-ACT-FUERA-HORA          TO WS-EVAL-VALOR.
           MOVE 0                          TO WS-EVAL-UMBRAL.
           COMPUTE WS-EVAL-PUNTAJE = WS-ACT-FUERA-HORA * 100
              ON SIZE ERROR
                 MOVE 99999 TO WS-EVAL-PUNTAJE
           END-COMPUTE.

           PERFORM 3600-REGISTRAR-CONDICION
              THRU 3600-REGISTRAR-CONDICION-EXIT.

       3200-EVALUAR-HORARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-EVALUAR-REPETIDOS.

           IF WS-UMB-CANT-REPETIDOS < 2
              OR WS-ACT-MAX-REPETIDOS < WS-UMB-CANT-REPETIDOS
              GO TO 3300-EVALUAR-REPETIDOS-EXIT
           END-IF.

           MOVE 'REPET'                    TO WS-EVAL-TIPO.
           MOVE 'IMPORTES IDENTICOS DENTRO DE LA VENTANA'
                                           TO WS-EVAL-TEXTO.
           MOVE WS-ACT-MAX-REPETIDOS       TO WS-EVAL-VALOR.
           MOVE WS-UMB-CANT-REPETIDOS      TO WS-EVAL-UMBRAL.
           COMPUTE WS-EVAL-PUNTAJE =
                   WS-ACT-MAX-REPETIDOS * 100 / WS-UMB-CANT-REPETIDOS.

           PERFORM 3600-REGISTRAR-CONDICION
              THRU 3600-REGISTRAR-CONDICION-EXIT.

       3300-EVALUAR-REPETIDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3400-EVALUAR-REDONDOS.

           IF WS-UMB-MODULO-REDONDO = 0
              OR WS-UMB-CANT-REDONDOS = 0
              OR WS-ACT-MAX-REDONDOS < WS-UMB-CANT-REDONDOS
              GO TO 3400-EVALUAR-REDONDOS-EXIT
           END-IF.

           MOVE 'REDON'                    TO WS-EVAL-TIPO.
           MOVE 'IMPORTES REDONDOS DENTRO DE LA VENTANA'
                                           TO WS-EVAL-TEXTO.
           MOVE WS-ACT-MAX-REDONDOS        TO WS-EVAL-VALOR.
           MOVE WS-UMB-CANT-REDONDOS       TO WS-EVAL-UMBRAL.
           COMPUTE WS-EVAL-PUNTAJE =
                   WS-ACT-MAX-REDONDOS * 100 / WS-UMB-CANT-REDONDOS.

           PERFORM 3600-REGISTRAR-CONDICION
              THRU 3600-REGISTRAR-CONDICION-EXIT.

       3400-EVALUAR-REDONDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-EVALUAR-ACTIVIDAD.
      *----VENTAS BRUTAS DE HOY CONTRA EL PROMEDIO MOVIL DE LA MISMA
      *----CAJA. SIN HISTORIA NO HAY CONTRA QUE COMPARAR. EL UMBRAL ES
      *----EL PORCENTAJE POR ENCIMA DEL PROMEDIO (100 = EL DOBLE).

           IF WS-UMB-PCT-ACTIVIDAD = 0
              GO TO 3500-EVALUAR-ACTIVIDAD-EXIT
           END-IF.

           PERFORM 3510-CALCULAR-PROMEDIO
              THRU 3510-CALCULAR-PROMEDIO-EXIT.

           IF WS-PROM-MUESTRAS = 0
              OR WS-PROM-IMPORTE NOT > 0
              GO TO 3500-EVALUAR-ACTIVIDAD-EXIT
           END-IF.

           COMPUTE WS-EVAL-TOPE =
                   WS-PROM-IMPORTE * (100 + WS-UMB-PCT-ACTIVIDAD).

           IF WS-ACT-BRUTO * 100 > WS-EVAL-TOPE
              MOVE 'ACTIV'                 TO WS-EVAL-TIPO
              MOVE 'VENTAS BRUTAS SOBRE PROMEDIO DE LA CAJA'
                                           TO WS-EVAL-TEXTO
              MOVE WS-ACT-BRUTO            TO WS-EVAL-VALOR
              MOVE WS-PROM-IMPORTE         TO WS-EVAL-UMBRAL
              COMPUTE WS-EVAL-PUNTAJE =
                      WS-ACT-BRUTO * 10000 / WS-EVAL-TOPE
                 ON SIZE ERROR
                    MOVE 99999 TO WS-EVAL-PUNTAJE
              END-COMPUTE
              PERFORM 3600-REGISTRAR-CONDICION
                 THRU 3600-REGISTRAR-CONDICION-EXIT
           END-IF.

       3500-EVALUAR-ACTIVIDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-CALCULAR-PROMEDIO.
      *----PROMEDIO MOVIL: RECORRE LA HISTORIA DESDE LA LINEA MAS
      *----RECIENTE HACIA ATRAS Y PROMEDIA HASTA WS-VENTANA CORRIDAS
      *----DE LA CAJA, SIN CONTAR UNA CARGA PREVIA DE LA MISMA FECHA.

           MOVE 0 TO WS-PROM-MUESTRAS.
           MOVE 0 TO WS-PROM-SUMA.
           MOVE 0 TO WS-PROM-IMPORTE.
           MOVE WS-HC-CANT TO WS-HC-IDX.

           PERFORM 3515-ACUMULAR-PROMEDIO-IDX
              THRU 3515-ACUMULAR-PROMEDIO-IDX-EXIT
              UNTIL WS-HC-IDX = 0
                 OR WS-PROM-MUESTRAS = WS-VENTANA.

           IF WS-PROM-MUESTRAS > 0
              COMPUTE WS-PROM-IMPORTE ROUNDED =
                      WS-PROM-SUMA / WS-PROM-MUESTRAS
           END-IF.

       3510-CALCULAR-PROMEDIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3515-ACUMULAR-PROMEDIO-IDX.

           IF WS-HC-SUCURSAL(WS-HC-IDX) = WS-ACT-SUCURSAL
              AND WS-HC-CAJA(WS-HC-IDX) = WS-ACT-CAJA
              AND WS-HC-FECHA-RUN(WS-HC-IDX) NOT = WS-FECHA-RUN
              ADD 1                        TO WS-PROM-MUESTRAS
              ADD WS-HC-BRUTO(WS-HC-IDX)   TO WS-PROM-SUMA
           END-IF.

           SUBTRACT 1 FROM WS-HC-IDX.

       3515-ACUMULAR-PROMEDIO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3600-REGISTRAR-CONDICION.

           ADD 1 TO WS-EX-CANT.
           MOVE WS-EX-CANT        TO WS-EX-IDX.
           MOVE WS-CJ-IDX         TO WS-EX-CJ-IDX(WS-EX-IDX).
           MOVE WS-EVAL-TIPO      TO WS-EX-TIPO(WS-EX-IDX).
           MOVE WS-EVAL-TEXTO     TO WS-EX-TEXTO(WS-EX-IDX).
           MOVE WS-EVAL-VALOR     TO WS-EX-VALOR(WS-EX-IDX).
           MOVE WS-EVAL-UMBRAL    TO WS-EX-UMBRAL(WS-EX-IDX).
           MOVE WS-EVAL-PUNTAJE   TO WS-EX-PUNTAJE(WS-EX-IDX).

           ADD WS-EVAL-PUNTAJE    TO WS-ACT-PUNTAJE
              ON SIZE ERROR
                 MOVE 999999 TO WS-ACT-PUNTAJE
           END-ADD.

       3600-REGISTRAR-CONDICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3700-UBICAR-RANKING.
      *----INSERCION ORDENADA POR PUNTAJE DESCENDENTE: SE CORREN UN
      *----LUGAR LAS CAJAS DE MENOR PUNTAJE.

           ADD 1 TO WS-RK-CANT.
           MOVE WS-RK-CANT TO WS-RK-IDX.

           PERFORM 3710-CORRER-RANKING-IDX
              THRU 3710-CORRER-RANKING-IDX-EXIT
              UNTIL WS-RK-IDX = 1
                 OR WS-CJ-PUNTAJE(WS-RK-CJ-IDX(WS-RK-IDX - 1))
                    NOT < WS-ACT-PUNTAJE.

           MOVE WS-CJ-IDX TO WS-RK-CJ-IDX(WS-RK-IDX).

       3700-UBICAR-RANKING-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3710-CORRER-RANKING-IDX.

           MOVE WS-RK-CJ-IDX(WS-RK-IDX - 1) TO WS-RK-CJ-IDX(WS-RK-IDX).
           SUBTRACT 1 FROM WS-RK-IDX.

       3710-CORRER-RANKING-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-GRABAR-SALIDAS.

           MOVE WS-FECHA-RUN      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO     TO REG-PREVINF.
           PERFORM 4900-GRABAR-INFORME
              THRU 4900-GRABAR-INFORME-EXIT.
           MOVE SPACES            TO REG-PREVINF.
           PERFORM 4900-GRABAR-INFORME
              THRU 4900-GRABAR-INFORME-EXIT.

           IF WS-RK-CANT = 0
              MOVE WS-LIN-SIN-EXCEPCIONES TO REG-PREVINF
              PERFORM 4900-GRABAR-INFORME
                 THRU 4900-GRABAR-INFORME-EXIT
              GO TO 4000-GRABAR-SALIDAS-EXIT
           END-IF.

           MOVE WS-LIN-ENCABEZADO TO REG-PREVINF.
           PERFORM 4900-GRABAR-INFORME
              THRU 4900-GRABAR-INFORME-EXIT.

           MOVE 1 TO WS-RK-IDX.
           PERFORM 4100-GRABAR-CAJA-RANKING
              THRU 4100-GRABAR-CAJA-RANKING-EXIT
              UNTIL WS-RK-IDX > WS-RK-CANT.

       4000-GRABAR-SALIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-CAJA-RANKING.
      *----LA PRIMERA CONDICION DE LA CAJA LLEVA RANKING, SUCURSAL,
      *----CAJA Y PUNTAJE TOTAL; LAS SIGUIENTES SOLO EL DETALLE.

           MOVE WS-RK-CJ-IDX(WS-RK-IDX) TO WS-CJ-IDX.

           MOVE SPACES TO REG-PREVINF.
           PERFORM 4900-GRABAR-INFORME
              THRU 4900-GRABAR-INFORME-EXIT.

           MOVE WS-RK-IDX                  TO WS-DET-RANKING.
           MOVE WS-CJ-SUCURSAL(WS-CJ-IDX)  TO WS-DET-SUCURSAL.
           MOVE WS-CJ-CAJA(WS-CJ-IDX)      TO WS-DET-CAJA.
           MOVE WS-CJ-PUNTAJE(WS-CJ-IDX)   TO WS-DET-PUNTAJE-CAJA.

           MOVE 1 TO WS-EX-IDX.
           PERFORM 4110-GRABAR-CONDICION-IDX
              THRU 4110-GRABAR-CONDICION-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT.

           ADD 1 TO WS-RK-IDX.

       4100-GRABAR-CAJA-RANKING-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4110-GRABAR-CONDICION-IDX.

           IF WS-EX-CJ-IDX(WS-EX-IDX) = WS-CJ-IDX
              PERFORM 4115-GRABAR-CONDICION
                 THRU 4115-GRABAR-CONDICION-EXIT
           END-IF.

           ADD 1 TO WS-EX-IDX.

       4110-GRABAR-CONDICION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4115-GRABAR-CONDICION.

           MOVE WS-EX-TIPO(WS-EX-IDX)      TO WS-DET-TIPO.
           MOVE WS-EX-TEXTO(WS-EX-IDX)     TO WS-DET-TEXTO.
           MOVE WS-EX-VALOR(WS-EX-IDX)     TO WS-DET-VALOR.
           MOVE WS-EX-UMBRAL(WS-EX-IDX)    TO WS-DET-UMBRAL.
           MOVE WS-EX-PUNTAJE(WS-EX-IDX)   TO WS-DET-PUNTAJE.

           MOVE WS-LIN-DETALLE             TO REG-PREVINF.
           PERFORM 4900-GRABAR-INFORME
              THRU 4900-GRABAR-INFORME-EXIT.

           MOVE SPACES                     TO WS-DET-SUCURSAL.
           MOVE SPACES                     TO WS-DET-CAJA.
           MOVE SPACES                     TO WS-LIN-DETALLE(1:4).
           MOVE SPACES                     TO WS-LIN-DETALLE(18:6).

           MOVE WS-FECHA-RUN               TO PVX-FECHA-RUN.
           MOVE WS-CJ-SUCURSAL(WS-CJ-IDX)  TO PVX-SUCURSAL.
           MOVE WS-CJ-CAJA(WS-CJ-IDX)      TO PVX-CAJA.
           MOVE WS-RK-IDX                  TO PVX-RANKING.
           MOVE WS-CJ-PUNTAJE(WS-CJ-IDX)   TO PVX-PUNTAJE-CAJA.
           MOVE WS-EX-TIPO(WS-EX-IDX)      TO PVX-TIPO.
           MOVE WS-EX-VALOR(WS-EX-IDX)     TO PVX-VALOR.
           MOVE WS-EX-UMBRAL(WS-EX-IDX)    TO PVX-UMBRAL.
           MOVE WS-EX-PUNTAJE(WS-EX-IDX)   TO PVX-PUNTAJE.

           WRITE REG-PREVEXC.

           EVALUATE FS-PREVEXC
               WHEN '00'
                    ADD 1 TO WS-CANT-PREVEXC
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PREVEXC'
                    DISPLAY 'FILE STATUS: ' FS-PREVEXC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       4115-GRABAR-CONDICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4900-GRABAR-INFORME.

           WRITE REG-PREVINF.

           IF NOT FS-PREVINF-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PREVINF'
              DISPLAY 'FILE STATUS: ' FS-PREVINF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       4900-GRABAR-INFORME-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7000-ACTUALIZAR-HISTORIA.
      *----AGREGA LAS CAJAS DE HOY A LA HISTORIA PARA LOS PROMEDIOS DE
      *----LAS PROXIMAS CORRIDAS. SI LA FECHA YA ESTABA (CORRIDA
      *----REPETIDA) NO SE VUELVE A AGREGAR, ASI EL DIA NO PESA DOBLE.

           IF WS-HC-HAY-FECHA-RUN
              DISPLAY 'AVISO: LA FECHA ' WS-FECHA-RUN ' YA ESTABA EN '
                      'HISTCAJA - NO SE VUELVE A REGISTRAR'
              GO TO 7000-ACTUALIZAR-HISTORIA-EXIT
           END-IF.

           OPEN EXTEND HISTCAJA.

           IF FS-HISTCAJA-NO-EXISTE
              OPEN OUTPUT HISTCAJA
           END-IF.

           IF NOT FS-HISTCAJA-OK
              DISPLAY 'ERROR AL ABRIR HISTCAJA PARA ACTUALIZAR'
              DISPLAY 'FILE STATUS: ' FS-HISTCAJA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 1 TO WS-CJ-IDX.
           PERFORM 7010-GRABAR-HISTORIA-CAJA
              THRU 7010-GRABAR-HISTORIA-CAJA-EXIT
              UNTIL WS-CJ-IDX > WS-CJ-CANT.

           CLOSE HISTCAJA.

       7000-ACTUALIZAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-HISTORIA-CAJA.

           MOVE WS-FECHA-RUN                 TO HC-FECHA-RUN.
           MOVE WS-CJ-SUCURSAL(WS-CJ-IDX)    TO HC-SUCURSAL.
           MOVE WS-CJ-CAJA(WS-CJ-IDX)        TO HC-CAJA.
           MOVE WS-CJ-CANT-OPER(WS-CJ-IDX)   TO HC-CANT.
           MOVE WS-CJ-BRUTO(WS-CJ-IDX)       TO HC-BRUTO.

           WRITE REG-HISTCAJA.

           IF NOT FS-HISTCAJA-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE HISTCAJA'
              DISPLAY 'FILE STATUS: ' FS-HISTCAJA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CJ-IDX.

       7010-GRABAR-HISTORIA-CAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-CERRAR-ARCHIVOS.

           CLOSE PREVORD.

           CLOSE PREVINF.
           IF NOT FS-PREVINF-OK
              DISPLAY 'ERROR EN CLOSE DE PREVINF: ' FS-PREVINF
           END-IF.

           CLOSE PREVEXC.
           IF NOT FS-PREVEXC-OK
              DISPLAY 'ERROR EN CLOSE DE PREVEXC: ' FS-PREVEXC
           END-IF.

       8000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'FECHA DE CORRIDA            : ' WS-FECHA-RUN.
           DISPLAY 'CANT. REG. LEIDOS VENTATOT  : ' WS-CANT-LEIDOS.
           DISPLAY 'CANT. REG. SIN CAJA         : ' WS-CANT-SIN-CAJA.
           DISPLAY 'CANT. REG. CON HORA INVALIDA: ' WS-CANT-SIN-HORA.
           DISPLAY 'CAJAS PERFILADAS            : ' WS-CJ-CANT.
           DISPLAY 'CAJAS MARCADAS              : ' WS-RK-CANT.
           DISPLAY 'CONDICIONES MARCADAS        : ' WS-EX-CANT.
           DISPLAY 'LINEAS GRABADAS EN PREVEXC  : ' WS-CANT-PREVEXC.
           DISPLAY '================================================'.

       9000-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL13EJ18.
