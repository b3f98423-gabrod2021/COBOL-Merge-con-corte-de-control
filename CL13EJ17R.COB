      *----------------------------------------------------------------*
      *      Comisiones de cajeros y extracto para haberes
      *----------------------------------------------------------------*
      *----DOS MODOS, ELEGIDOS CON CL13EJ17_MODO:
      *----  DIARIO (DEFECTO): PASO POSTERIOR AL MERGE. TOTALIZA
      *----    VENTATOT DE LA FECHA DE NEGOCIO POR SUCURSAL + CAJA +
      *----    CATEGORIA (VENTAS BRUTAS Y DEVOLUCIONES POR SEPARADO: LA
      *----    DEVOLUCION NETEA CONTRA LA CAJA QUE LA TOMO) Y LO AGREGA
      *----    AL LIBRO ACUMULADO DEL MES (COMLIBRO.TXT). EL LIBRO SE
      *----    REESCRIBE HACIA SU PROPIA RUTA (COMLIBRO.NUE): EL JCL (O
      *----    EL OPERADOR) LO RENOMBRA SOBRE COMLIBRO.TXT RECIEN
      *----    DESPUES DE UN RC 0 O 4, IGUAL QUE HISTNUEVO EN CL13EJ12.
      *----    SI LA FECHA YA ESTABA EN EL LIBRO (CORRIDA REPETIDA) SUS
      *----    LINEAS SE REEMPLAZAN, ASI UNA RECORRIDA NO DUPLICA.
      *----    ANTES DE TOTALIZAR SE VERIFICA LA GENERACION DE
      *----    VENTATOT CONTRA RUNSTAT Y ARCHIDX DE CL13EJ01
      *----    (RETURN-CODE 12 SI NO CORRESPONDE).
      *----  CIERRE: A FIN DE MES. LIQUIDA EL PERIODO (CL13EJ17_PERIODO,
      *----    AAAA/MM) DESDE EL LIBRO CONTRA LA TABLA DE ALICUOTAS
      *----    COMTASAS.TXT (POR CATEGORIA, CON TRAMOS POR VOLUMEN
      *----    MENSUAL Y FECHA DE VIGENCIA) Y GRABA EL EXTRACTO PARA
      *----    HABERES (COMEXTR.TXT): UNA LINEA POR SUCURSAL Y CAJA CON
      *----    VENTAS BRUTAS, DEVOLUCIONES, BASE COMISIONABLE Y
      *----    COMISION, CERRADO CON UN REGISTRO DE CONTROL COMO
      *----    GLEXTRAC.
      *----LAS VENTAS SIN CAJA (SUCURSALES CON LAYOUT HISTORICO) NO SE
      *----DESCARTAN: VIAJAN AL LIBRO CON CAJA EN BLANCO Y SALEN EN EL
      *----EXTRACTO COMO NO COMISIONABLES, PARA QUE HABERES VEA CUANTO
      *----VOLUMEN QUEDO SIN ASIGNAR A NINGUN CAJERO.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ17.

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

       SELECT COMLIBRO
           ASSIGN TO WS-PATH-COMLIBRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMLIBRO.

       SELECT COMLIBNU
           ASSIGN TO WS-PATH-COMLIBNU
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMLIBNU.

       SELECT COMTASAS
           ASSIGN TO WS-PATH-COMTASAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMTASAS.

       SELECT COMEXTR
           ASSIGN TO WS-PATH-COMEXTR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMEXTR.

       SELECT RUNSTAT
           ASSIGN TO WS-PATH-RUNSTAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

       SELECT ARCHIDX
           ASSIGN TO WS-PATH-ARCHIDX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIDX.

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

      *----LIBRO DE COMISIONES: UNA LINEA POR FECHA DE NEGOCIO,
      *----SUCURSAL, CAJA Y CATEGORIA. LAS DEVOLUCIONES VAN EN NEGATIVO
      *----Y SEPARADAS DE LAS VENTAS BRUTAS; EL NETO ES LA SUMA.
       FD COMLIBRO.
       01 REG-LIBRO.
          05 LIB-FECHA                     PIC X(10).
          05 FILLER                        PIC X(01).
          05 LIB-SUCURSAL                  PIC X(01).
          05 FILLER                        PIC X(01).
          05 LIB-CAJA                      PIC X(06).
          05 FILLER                        PIC X(01).
          05 LIB-CATEGORIA                 PIC X(10).
          05 FILLER                        PIC X(01).
          05 LIB-CANT-VENTAS               PIC 9(05).
          05 FILLER                        PIC X(01).
          05 LIB-BRUTO                     PIC S9(10)V9(2).
          05 FILLER                        PIC X(01).
          05 LIB-DEVOLUCIONES              PIC S9(10)V9(2).

      *----MISMO LAYOUT QUE COMLIBRO
       FD COMLIBNU.
       01 REG-LIBRO-NUEVO                  PIC X(62).

      *----ALICUOTAS DE COMISION: UNA LINEA POR CATEGORIA, FECHA DE
      *----VIGENCIA Y TRAMO. EL TRAMO ARRANCA EN VOLUMEN-DESDE (VENTA
      *----NETA MENSUAL DEL CAJERO EN LA CATEGORIA) Y LA TASA ES UN
      *----PORCENTAJE CON 4 DECIMALES IMPLICITOS (015000 = 1,5%). PARA
      *----UN PERIODO RIGE, POR CATEGORIA, LA MAYOR FECHA DE VIGENCIA
      *----QUE NO SUPERA EL FIN DEL MES; DENTRO DE ESA VIGENCIA, EL
      *----TRAMO MAS ALTO QUE EL VOLUMEN ALCANZA SE APLICA SOBRE TODA LA
      *----BASE.
       FD COMTASAS.
       01 REG-COMTASA.
          05 CT-CATEGORIA                  PIC X(10).
          05 FILLER                        PIC X(01).
          05 CT-FECHA-DESDE                PIC X(10).
          05 FILLER                        PIC X(01).
          05 CT-VOLUMEN-DESDE              PIC 9(10)V9(2).
          05 FILLER                        PIC X(01).
          05 CT-TASA                       PIC 9(02)V9(04).

      *----EXTRACTO PARA HABERES: UNA LINEA POR SUCURSAL Y CAJA,
      *----CERRADO CON UN REGISTRO DE CONTROL (REDEFINES, MISMA TECNICA
      *----QUE GLEXTRAC) CON LA CANTIDAD DE LINEAS Y EL TOTAL DE
      *----COMISIONES. CEX-COMISIONABLE EN 'N' MARCA LA LINEA DE CAJA
      *----EN BLANCO DE CADA SUCURSAL.
       FD COMEXTR.
       01 REG-COM-EXT.
          05 CEX-PERIODO                   PIC X(07).
          05 CEX-SUCURSAL                  PIC X(01).
          05 CEX-CAJA                      PIC X(06).
          05 CEX-BRUTO                     PIC S9(10)V9(02).
          05 CEX-DEVOLUCIONES              PIC S9(10)V9(02).
          05 CEX-BASE                      PIC S9(10)V9(02).
          05 CEX-COMISION                  PIC S9(10)V9(02).
          05 CEX-COMISIONABLE              PIC X(01).
       01 REG-COM-EXT-CONTROL REDEFINES REG-COM-EXT.
          05 CEX-CTRL-MARCA                PIC X(10).
          05 CEX-CTRL-CANT-REG             PIC 9(05).
          05 FILLER                        PIC X(05).
          05 CEX-CTRL-IMPORTE              PIC S9(10)V9(02).
      *----EL RELLENO LLEVA EL REGISTRO DE CONTROL AL MISMO LARGO QUE
      *----EL DETALLE (63), COMO IMPEXTR.
          05 FILLER                        PIC X(31).

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

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-VENTATOT                     PIC X(2).
             88 FS-VENTATOT-OK               VALUE '00'.
          05 FS-COMLIBRO                     PIC X(2).
             88 FS-COMLIBRO-OK               VALUE '00'.
          05 FS-COMLIBNU                     PIC X(2).
             88 FS-COMLIBNU-OK               VALUE '00'.
          05 FS-COMTASAS                     PIC X(2).
             88 FS-COMTASAS-OK               VALUE '00'.
          05 FS-COMEXTR                      PIC X(2).
             88 FS-COMEXTR-OK                VALUE '00'.
          05 FS-RUNSTAT                      PIC X(2).
             88 FS-RUNSTAT-OK                VALUE '00'.
          05 FS-ARCHIDX                      PIC X(2).
             88 FS-ARCHIDX-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-VENTATOT                PIC X(60)     VALUE
                                                 '../VENTATOT.TXT'.
          05 WS-PATH-COMLIBRO                PIC X(60)     VALUE
                                                 '../COMLIBRO.TXT'.
          05 WS-PATH-COMLIBNU                PIC X(60)     VALUE
                                                 '../COMLIBRO.NUE'.
          05 WS-PATH-COMTASAS                PIC X(60)     VALUE
                                                 '../COMTASAS.TXT'.
          05 WS-PATH-COMEXTR                 PIC X(60)     VALUE
                                                 '../COMEXTR.TXT'.
          05 WS-PATH-RUNSTAT                 PIC X(60)     VALUE
                                                 '../RUNSTAT.TXT'.
          05 WS-PATH-ARCHIDX                 PIC X(60)     VALUE
                                                 '../ARCHIDX.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

       01 WS-MODO                            PIC X(06)     VALUE
                                                           'DIARIO'.

       01 WS-TRAILER-MARCA                   PIC X(10)     VALUE
                                                 'TRAILER   '.

       01 WS-FECHA-NEGOCIO                   PIC X(10)     VALUE SPACES.
       01 WS-FECHA-SISTEMA                   PIC 9(08)     VALUE 0.
       01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
          05 WS-SIS-ANIO                     PIC 9(04).
          05 WS-SIS-MES                      PIC 9(02).
          05 WS-SIS-DIA                      PIC 9(02).

      *----PERIODO A LIQUIDAR EN EL CIERRE (AAAA/MM) Y FECHA TOPE DE
      *----VIGENCIA DE LAS ALICUOTAS (ULTIMO DIA POSIBLE DEL MES: LAS
      *----FECHAS AAAA/MM/DD COMPARAN BIEN COMO TEXTO).
       01 WS-PERIODO                         PIC X(07)     VALUE SPACES.
       01 WS-FECHA-TOPE                      PIC X(10)     VALUE SPACES.

      *----RESOLUCION DE GENERACIONES: VENTATOT VIENE DE CL13EJ01 CON
      *----SUFIJO .DAAAAMMDD POR DEFECTO (SALVO CL13EJ17_GENERACION=
      *----'N'). EL LIBRO, LAS ALICUOTAS Y EL EXTRACTO CONSERVAN SU
      *----NOMBRE FIJO.
       01 WS-GEN-CONFIG.
          05 WS-GEN-SW                       PIC X(01)     VALUE 'S'.
             88 WS-GEN-ACTIVA                              VALUE 'S'.
             88 WS-GEN-INACTIVA                            VALUE 'N'.
          05 WS-GEN-AAAAMMDD                 PIC X(08)     VALUE SPACES.
          05 WS-GEN-PATH-TRABAJO             PIC X(60)     VALUE SPACES.
          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.

      *----CONTROL DE LA GENERACION EN MODO DIARIO: VENTATOT TIENE
      *----QUE SER LA DE UNA CORRIDA DE CL13EJ01 TERMINADA LIMPIA PARA
      *----LA FECHA DE NEGOCIO (RUNSTAT) Y VIGENTE EN EL INDICE DE
      *----GENERACIONES (ARCHIDX), CON LAS MISMAS CANTIDADES Y EL MISMO
      *----TOTAL DE CONTROL QUE PUBLICO EL MERGE. CON
      *----CL13EJ17_VERIFICAR='I' SE CONTRASTA SOLO CONTRA EL INDICE
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

      *----TOTALES DEL DIA POR SUCURSAL + CAJA + CATEGORIA (MODO
      *----DIARIO). LA CAJA EN BLANCO OCUPA SU PROPIO SLOT.
       01 WS-MAX-DIA                         PIC 9(04)     VALUE 3000.
       01 WS-DIA-CONFIG.
          05 WS-DIA-CANT                     PIC 9(04)     VALUE 0.
          05 WS-DIA-IDX                      PIC 9(04)     VALUE 0.
          05 WS-DIA-ENCONTRADA-SW            PIC X(01)     VALUE 'N'.
             88 WS-DIA-ENCONTRADA                          VALUE 'S'.
             88 WS-DIA-NO-ENCONTRADA                       VALUE 'N'.
          05 WS-DIA-TABLA OCCURS 3000 TIMES.
             10 WS-DIA-SUCURSAL              PIC X(01).
             10 WS-DIA-CAJA                  PIC X(06).
             10 WS-DIA-CATEGORIA             PIC X(10).
             10 WS-DIA-CANT-VENTAS           PIC 9(05).
             10 WS-DIA-BRUTO                 PIC S9(10)V9(2).
             10 WS-DIA-DEVOLUCIONES          PIC S9(10)V9(2).

      *----ACUMULADO DEL PERIODO POR SUCURSAL + CAJA + CATEGORIA (MODO
      *----CIERRE): LA ALICUOTA SE ELIGE POR CATEGORIA CON EL VOLUMEN
      *----DEL CAJERO EN ESA CATEGORIA.
       01 WS-MAX-CAJA-CAT                    PIC 9(04)     VALUE 5000.
       01 WS-CC-CONFIG.
          05 WS-CC-CANT                      PIC 9(04)     VALUE 0.
          05 WS-CC-IDX                       PIC 9(04)     VALUE 0.
          05 WS-CC-ENCONTRADA-SW             PIC X(01)     VALUE 'N'.
             88 WS-CC-ENCONTRADA                           VALUE 'S'.
             88 WS-CC-NO-ENCONTRADA                        VALUE 'N'.
          05 WS-CC-TABLA OCCURS 5000 TIMES.
             10 WS-CC-SUCURSAL               PIC X(01).
             10 WS-CC-CAJA                   PIC X(06).
             10 WS-CC-CATEGORIA              PIC X(10).
             10 WS-CC-BRUTO                  PIC S9(10)V9(2).
             10 WS-CC-DEVOLUCIONES           PIC S9(10)V9(2).

      *----TOTALES POR CAJERO (SUCURSAL + CAJA) PARA EL EXTRACTO,
      *----MANTENIDOS EN ORDEN DE CLAVE AL DARLOS DE ALTA.
       01 WS-MAX-CAJEROS                     PIC 9(03)     VALUE 500.
       01 WS-CX-CONFIG.
          05 WS-CX-CANT                      PIC 9(03)     VALUE 0.
          05 WS-CX-IDX                       PIC 9(03)     VALUE 0.
          05 WS-CX-ENCONTRADO-SW             PIC X(01)     VALUE 'N'.
             88 WS-CX-ENCONTRADO                           VALUE 'S'.
             88 WS-CX-NO-ENCONTRADO                        VALUE 'N'.
          05 WS-CX-TABLA OCCURS 500 TIMES.
             10 WS-CX-CLAVE.
                15 WS-CX-SUCURSAL            PIC X(01).
                15 WS-CX-CAJA                PIC X(06).
             10 WS-CX-BRUTO                  PIC S9(10)V9(2).
             10 WS-CX-DEVOLUCIONES           PIC S9(10)V9(2).
             10 WS-CX-BASE                   PIC S9(10)V9(2).
             10 WS-CX-COMISION               PIC S9(10)V9(2).
       01 WS-CLAVE-CAJERO.
          05 WS-CLV-SUCURSAL                 PIC X(01).
          05 WS-CLV-CAJA                     PIC X(06).

      *----ALICUOTAS EN MEMORIA (MODO CIERRE)
       01 WS-MAX-TASAS                       PIC 9(03)     VALUE 500.
       01 WS-CT-CONFIG.
          05 WS-CT-CANT                      PIC 9(03)     VALUE 0.
          05 WS-CT-IDX                       PIC 9(03)     VALUE 0.
          05 WS-CT-TABLA OCCURS 500 TIMES.
             10 WS-CT-CATEGORIA              PIC X(10).
             10 WS-CT-FECHA-DESDE            PIC X(10).
             10 WS-CT-VOLUMEN-DESDE          PIC 9(10)V9(2).
             10 WS-CT-TASA                   PIC 9(02)V9(04).
       01 WS-CT-MEJOR-FECHA                  PIC X(10)     VALUE SPACES.
       01 WS-CT-MEJOR-VOLUMEN                PIC 9(10)V9(2) VALUE 0.
       01 WS-CT-TASA-APLICADA                PIC 9(02)V9(04) VALUE 0.
       01 WS-CT-TRAMO-SW                     PIC X(01)     VALUE 'N'.
          88 WS-CT-TRAMO-HALLADO                           VALUE 'S'.
          88 WS-CT-TRAMO-NO-HALLADO                        VALUE 'N'.

       01 WS-CALC-NETO                       PIC S9(10)V9(2) VALUE 0.
       01 WS-CALC-COMISION                   PIC S9(10)V9(2) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                  PIC 9(07)     VALUE 0.
          05 WS-CANT-SIN-CAJA                PIC 9(07)     VALUE 0.
          05 WS-CANT-LIBRO-COPIADAS          PIC 9(07)     VALUE 0.
          05 WS-CANT-LIBRO-REEMPLAZADAS      PIC 9(07)     VALUE 0.
          05 WS-CANT-LIBRO-NUEVAS            PIC 9(07)     VALUE 0.
          05 WS-CANT-LIBRO-PERIODO           PIC 9(07)     VALUE 0.
          05 WS-CANT-SIN-TASA                PIC 9(05)     VALUE 0.
          05 WS-CANT-EXTRACTO                PIC 9(05)     VALUE 0.
          05 WS-TOT-SIN-CAJA                 PIC S9(12)V9(2) VALUE 0.
          05 WS-TOT-COMISION                 PIC S9(10)V9(2) VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           EVALUATE WS-MODO
               WHEN 'DIARIO'
                    PERFORM 2000-PROCESO-DIARIO
                       THRU 2000-PROCESO-DIARIO-EXIT
               WHEN 'CIERRE'
                    PERFORM 4000-CIERRE-MES
                       THRU 4000-CIERRE-MES-EXIT
               WHEN OTHER
                    DISPLAY 'MODO INVALIDO: ' WS-MODO
                    DISPLAY 'MODOS VALIDOS: DIARIO, CIERRE'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           PERFORM 9000-RESUMEN
              THRU 9000-RESUMEN-EXIT.

           IF WS-CANT-SIN-TASA > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           IF WS-FECHA-NEGOCIO = SPACES
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WS-SIS-ANIO         TO WS-FECHA-NEGOCIO(1:4)
              MOVE '/'                 TO WS-FECHA-NEGOCIO(5:1)
              MOVE WS-SIS-MES          TO WS-FECHA-NEGOCIO(6:2)
              MOVE '/'                 TO WS-FECHA-NEGOCIO(8:1)
              MOVE WS-SIS-DIA          TO WS-FECHA-NEGOCIO(9:2)
           END-IF.

           IF WS-PERIODO = SPACES
              MOVE WS-FECHA-NEGOCIO(1:7) TO WS-PERIODO
           END-IF.

           MOVE WS-PERIODO             TO WS-FECHA-TOPE(1:7).
           MOVE '/31'                  TO WS-FECHA-TOPE(8:3).

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           DISPLAY 'CL13EJ17_VENTATOT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-VENTATOT
           END-IF.

           DISPLAY 'CL13EJ17_COMLIBRO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-COMLIBRO
           END-IF.

           DISPLAY 'CL13EJ17_COMLIBNU' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-COMLIBNU
           END-IF.

           DISPLAY 'CL13EJ17_COMTASAS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-COMTASAS
           END-IF.

           DISPLAY 'CL13EJ17_COMEXTR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-COMEXTR
           END-IF.

           DISPLAY 'CL13EJ17_MODO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:6) TO WS-MODO
           END-IF.

           DISPLAY 'CL13EJ17_GENERACION' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'N'
              SET WS-GEN-INACTIVA TO TRUE
           END-IF.

           DISPLAY 'CL13EJ17_FECHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-FECHA-NEGOCIO
           END-IF.

           DISPLAY 'CL13EJ17_PERIODO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:7) TO WS-PERIODO
           END-IF.

           DISPLAY 'CL13EJ17_RUNSTAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-RUNSTAT
           END-IF.

           DISPLAY 'CL13EJ17_ARCHIDX' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-ARCHIDX
           END-IF.

           DISPLAY 'CL13EJ17_VERIFICAR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'I' OR 'N'
              MOVE WS-PARM-VALOR(1:1) TO WS-VG-MODO
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-APLICAR-GENERACION.
      *----ESTAMPA LA FECHA DE NEGOCIO EN LA RUTA DE VENTATOT.

           IF WS-GEN-INACTIVA
              GO TO 1050-APLICAR-GENERACION-EXIT
           END-IF.

           MOVE WS-FECHA-NEGOCIO(1:4) TO WS-GEN-AAAAMMDD(1:4).
           MOVE WS-FECHA-NEGOCIO(6:2) TO WS-GEN-AAAAMMDD(5:2).
           MOVE WS-FECHA-NEGOCIO(9:2) TO WS-GEN-AAAAMMDD(7:2).

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
       1700-VERIFICAR-GENERACION.
      *----CONTRASTA LOS INSUMOS DE CL13EJ01 CONTRA LO QUE PUBLICO EL
      *----MERGE. SE INFORMAN TODAS LAS DIFERENCIAS ANTES DE RECHAZAR,
      *----PARA QUE OPERACIONES VEA EL CUADRO COMPLETO DE UNA VEZ. UNA
      *----GENERACION RECHAZADA TERMINA CON RETURN-CODE 12, DISTINTO
      *----DEL 8 DE ERROR DE PROCESO: NO SE GRABO NINGUNA SALIDA.

           IF WS-VG-OMITIDO
              DISPLAY 'AVISO: CONTROL DE GENERACION OMITIDO POR '
                      'CL13EJ17_VERIFICAR=N'
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
              DISPLAY 'GENERACION ' WS-FECHA-NEGOCIO
                      ' RECHAZADA: ' WS-VG-CANT-DIFER
                      ' DIFERENCIA(S) - NO SE ACTUALIZA EL LIBRO'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY 'GENERACION ' WS-FECHA-NEGOCIO ' VERIFICADA'.

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

           IF STAT-FECHA-PROCESO NOT = WS-FECHA-NEGOCIO
              DISPLAY 'VERIFICACION DE GENERACION: EL ULTIMO MERGE '
                      '(RUNSTAT) ES DEL ' STAT-FECHA-PROCESO
                      ', NO DEL ' WS-FECHA-NEGOCIO
              DISPLAY '   PARA REPROCESAR UNA GENERACION ANTERIOR: '
                      'CL13EJ17_VERIFICAR=I'
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
                      WS-FECHA-NEGOCIO ' NO FIGURA EN ARCHIDX'
              ADD 1 TO WS-VG-CANT-DIFER
              GO TO 1720-VERIFICAR-ARCHIDX-EXIT
           END-IF.

           IF WS-VG-ESTADO NOT = 'VIGENTE '
              DISPLAY 'VERIFICACION DE GENERACION: LA GENERACION '
                      WS-FECHA-NEGOCIO ' ESTA EN ESTADO '
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
              AND STAT-FECHA-PROCESO = WS-FECHA-NEGOCIO
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

           IF IDX-FECHA-GEN = WS-FECHA-NEGOCIO
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
       2000-PROCESO-DIARIO.

           PERFORM 1050-APLICAR-GENERACION
              THRU 1050-APLICAR-GENERACION-EXIT.

           PERFORM 1700-VERIFICAR-GENERACION
              THRU 1700-VERIFICAR-GENERACION-EXIT.

           PERFORM 2010-ABRIR-ARCHIVOS-DIARIO
              THRU 2010-ABRIR-ARCHIVOS-DIARIO-EXIT.

           READ VENTATOT.
           PERFORM 2100-ACUMULAR-VENTA
              THRU 2100-ACUMULAR-VENTA-EXIT
              UNTIL NOT FS-VENTATOT-OK.

           PERFORM 2200-COPIAR-LIBRO
              THRU 2200-COPIAR-LIBRO-EXIT.

           MOVE 1 TO WS-DIA-IDX.
           PERFORM 2300-GRABAR-DIA-IDX
              THRU 2300-GRABAR-DIA-IDX-EXIT
              UNTIL WS-DIA-IDX > WS-DIA-CANT.

           PERFORM 2900-CERRAR-ARCHIVOS-DIARIO
              THRU 2900-CERRAR-ARCHIVOS-DIARIO-EXIT.

       2000-PROCESO-DIARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-ABRIR-ARCHIVOS-DIARIO.

           OPEN INPUT VENTATOT.
           IF NOT FS-VENTATOT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE VENTATOT'
              DISPLAY 'FILE STATUS: ' FS-VENTATOT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----EL PRIMER DIA DE USO NO HAY LIBRO: SE ARRANCA UNO NUEVO.
           OPEN INPUT COMLIBRO.

           EVALUATE FS-COMLIBRO
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL LIBRO DE '
                            'COMISIONES - SE INICIA UNO NUEVO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMLIBRO'
                    DISPLAY 'FILE STATUS: ' FS-COMLIBRO
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT COMLIBNU.
           IF NOT FS-COMLIBNU-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMLIBNU'
              DISPLAY 'FILE STATUS: ' FS-COMLIBNU
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2010-ABRIR-ARCHIVOS-DIARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ACUMULAR-VENTA.
      *----UNA DEVOLUCION (IMPORTE NEGATIVO) RESTA EN LA CAJA QUE LA
      *----TOMO, NO EN LA QUE HIZO LA VENTA ORIGINAL: ES LO QUE PIDE
      *----HABERES Y ADEMAS ES LO UNICO QUE VENTATOT PERMITE SABER.

           ADD 1 TO WS-CANT-LEIDOS.

           IF SALIDA-CAJA = SPACES
              ADD 1              TO WS-CANT-SIN-CAJA
              ADD SALIDA-IMPORTE TO WS-TOT-SIN-CAJA
           END-IF.

           PERFORM 2110-UBICAR-DIA
              THRU 2110-UBICAR-DIA-EXIT.

           ADD 1 TO WS-DIA-CANT-VENTAS(WS-DIA-IDX).

           IF SALIDA-IMPORTE < 0
              ADD SALIDA-IMPORTE TO WS-DIA-DEVOLUCIONES(WS-DIA-IDX)
           ELSE
              ADD SALIDA-IMPORTE TO WS-DIA-BRUTO(WS-DIA-IDX)
           END-IF.

           READ VENTATOT.

       2100-ACUMULAR-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-UBICAR-DIA.

           SET WS-DIA-NO-ENCONTRADA TO TRUE.
           MOVE 1 TO WS-DIA-IDX.

           PERFORM 2115-BUSCAR-DIA-IDX
              THRU 2115-BUSCAR-DIA-IDX-EXIT
              UNTIL WS-DIA-IDX > WS-DIA-CANT
                 OR WS-DIA-ENCONTRADA.

           IF WS-DIA-NO-ENCONTRADA
              IF WS-DIA-CANT = WS-MAX-DIA
                 DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE '
                         'COMBINACIONES SUCURSAL/CAJA/CATEGORIA '
                         'DEL DIA'
                 DISPLAY 'SLOTS DISPONIBLES (WS-MAX-DIA): '
                         WS-MAX-DIA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-DIA-CANT
              MOVE WS-DIA-CANT      TO WS-DIA-IDX
              MOVE SALIDA-SUCURSAL  TO WS-DIA-SUCURSAL(WS-DIA-IDX)
              MOVE SALIDA-CAJA      TO WS-DIA-CAJA(WS-DIA-IDX)
              MOVE SALIDA-CATEGORIA TO WS-DIA-CATEGORIA(WS-DIA-IDX)
              MOVE 0                TO WS-DIA-CANT-VENTAS(WS-DIA-IDX)
              MOVE 0                TO WS-DIA-BRUTO(WS-DIA-IDX)
              MOVE 0                TO WS-DIA-DEVOLUCIONES(WS-DIA-IDX)
           END-IF.

       2110-UBICAR-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2115-BUSCAR-DIA-IDX.

           IF WS-DIA-SUCURSAL(WS-DIA-IDX) EQUAL SALIDA-SUCURSAL
              AND WS-DIA-CAJA(WS-DIA-IDX) EQUAL SALIDA-CAJA
              AND WS-DIA-CATEGORIA(WS-DIA-IDX) EQUAL SALIDA-CATEGORIA
              SET WS-DIA-ENCONTRADA TO TRUE
           ELSE
              ADD 1 TO WS-DIA-IDX
           END-IF.

       2115-BUSCAR-DIA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-COPIAR-LIBRO.
      *----PASA EL LIBRO ANTERIOR AL NUEVO SALTEANDO LAS LINEAS DE LA
      *----FECHA DE NEGOCIO EN CURSO: SI LA FECHA YA SE HABIA CARGADO,
      *----LA CORRIDA DE HOY LA REEMPLAZA EN LUGAR DE SUMARLA DOS VECES.

           IF NOT FS-COMLIBRO-OK
              GO TO 2200-COPIAR-LIBRO-EXIT
           END-IF.

           READ COMLIBRO.
           PERFORM 2210-COPIAR-LINEA-LIBRO
              THRU 2210-COPIAR-LINEA-LIBRO-EXIT
              UNTIL NOT FS-COMLIBRO-OK.

           IF WS-CANT-LIBRO-REEMPLAZADAS > 0
              DISPLAY 'AVISO: LA FECHA ' WS-FECHA-NEGOCIO
                      ' YA ESTABA EN EL LIBRO - SE REEMPLAZAN '
                      WS-CANT-LIBRO-REEMPLAZADAS ' LINEAS'
           END-IF.

       2200-COPIAR-LIBRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-COPIAR-LINEA-LIBRO.

           IF LIB-FECHA = WS-FECHA-NEGOCIO
              ADD 1 TO WS-CANT-LIBRO-REEMPLAZADAS
           ELSE
              MOVE REG-LIBRO TO REG-LIBRO-NUEVO
              PERFORM 2400-GRABAR-LIBRO
                 THRU 2400-GRABAR-LIBRO-EXIT
              ADD 1 TO WS-CANT-LIBRO-COPIADAS
           END-IF.

           READ COMLIBRO.

       2210-COPIAR-LINEA-LIBRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-GRABAR-DIA-IDX.

           MOVE SPACES                             TO REG-LIBRO.
           MOVE WS-FECHA-NEGOCIO                   TO LIB-FECHA.
           MOVE WS-DIA-SUCURSAL(WS-DIA-IDX)        TO LIB-SUCURSAL.
           MOVE WS-DIA-CAJA(WS-DIA-IDX)            TO LIB-CAJA.
           MOVE WS-DIA-CATEGORIA(WS-DIA-IDX)       TO LIB-CATEGORIA.
           MOVE WS-DIA-CANT-VENTAS(WS-DIA-IDX)     TO LIB-CANT-VENTAS.
           MOVE WS-DIA-BRUTO(WS-DIA-IDX)           TO LIB-BRUTO.
           MOVE WS-DIA-DEVOLUCIONES(WS-DIA-IDX)    TO LIB-DEVOLUCIONES.

           MOVE REG-LIBRO TO REG-LIBRO-NUEVO.
           PERFORM 2400-GRABAR-LIBRO
              THRU 2400-GRABAR-LIBRO-EXIT.
           ADD 1 TO WS-CANT-LIBRO-NUEVAS.

           ADD 1 TO WS-DIA-IDX.

       2300-GRABAR-DIA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-LIBRO.
      *----UN LIBRO NUEVO INCOMPLETO NO DEBE RENOMBRARSE SOBRE EL
      *----VIGENTE: ANTE UN ERROR DE GRABACION SE CORTA CON RC 8.

           WRITE REG-LIBRO-NUEVO.

           IF NOT FS-COMLIBNU-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE COMLIBNU'
              DISPLAY 'FILE STATUS: ' FS-COMLIBNU
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2400-GRABAR-LIBRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-CERRAR-ARCHIVOS-DIARIO.

           CLOSE VENTATOT.
           IF NOT FS-VENTATOT-OK
              DISPLAY 'ERROR EN CLOSE DE VENTATOT: ' FS-VENTATOT
           END-IF.

           IF FS-COMLIBRO NOT = '35'
              CLOSE COMLIBRO
           END-IF.

           CLOSE COMLIBNU.
           IF NOT FS-COMLIBNU-OK
              DISPLAY 'ERROR EN CLOSE DE COMLIBNU: ' FS-COMLIBNU
           END-IF.

       2900-CERRAR-ARCHIVOS-DIARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-CIERRE-MES.

           PERFORM 4010-ABRIR-ARCHIVOS-CIERRE
              THRU 4010-ABRIR-ARCHIVOS-CIERRE-EXIT.

           PERFORM 4100-CARGAR-TASAS
              THRU 4100-CARGAR-TASAS-EXIT.

           READ COMLIBRO.
           PERFORM 4200-ACUMULAR-LIBRO
              THRU 4200-ACUMULAR-LIBRO-EXIT
              UNTIL NOT FS-COMLIBRO-OK.

           IF WS-CANT-LIBRO-PERIODO = 0
              DISPLAY 'AVISO: EL LIBRO NO TIENE LINEAS DEL PERIODO '
                      WS-PERIODO ' - EL EXTRACTO SALE SOLO CON EL '
                      'REGISTRO DE CONTROL'
           END-IF.

           MOVE 1 TO WS-CC-IDX.
           PERFORM 4300-LIQUIDAR-CAJA-CAT-IDX
              THRU 4300-LIQUIDAR-CAJA-CAT-IDX-EXIT
              UNTIL WS-CC-IDX > WS-CC-CANT.

           MOVE 1 TO WS-CX-IDX.
           PERFORM 4400-GRABAR-EXTRACTO-IDX
              THRU 4400-GRABAR-EXTRACTO-IDX-EXIT
              UNTIL WS-CX-IDX > WS-CX-CANT.

           PERFORM 4450-GRABAR-CONTROL
              THRU 4450-GRABAR-CONTROL-EXIT.

           PERFORM 4900-CERRAR-ARCHIVOS-CIERRE
              THRU 4900-CERRAR-ARCHIVOS-CIERRE-EXIT.

       4000-CIERRE-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4010-ABRIR-ARCHIVOS-CIERRE.

           IF WS-PERIODO(1:4) IS NOT NUMERIC
              OR WS-PERIODO(5:1) NOT = '/'
              OR WS-PERIODO(6:2) IS NOT NUMERIC
              OR WS-PERIODO(6:2) < '01'
              OR WS-PERIODO(6:2) > '12'
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT COMLIBRO.
           IF NOT FS-COMLIBRO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMLIBRO'
              DISPLAY 'FILE STATUS: ' FS-COMLIBRO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT COMTASAS.
           IF NOT FS-COMTASAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMTASAS'
              DISPLAY 'FILE STATUS: ' FS-COMTASAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT COMEXTR.
           IF NOT FS-COMEXTR-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMEXTR'
              DISPLAY 'FILE STATUS: ' FS-COMEXTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       4010-ABRIR-ARCHIVOS-CIERRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-CARGAR-TASAS.

           PERFORM 4110-LEER-TASA
              THRU 4110-LEER-TASA-EXIT
              UNTIL NOT FS-COMTASAS-OK
                 OR WS-CT-CANT = WS-MAX-TASAS.

           IF WS-CT-CANT = WS-MAX-TASAS
              PERFORM 4120-VERIFICAR-DESBORDE-TASAS
                 THRU 4120-VERIFICAR-DESBORDE-TASAS-EXIT
           END-IF.

           CLOSE COMTASAS.

       4100-CARGAR-TASAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4110-LEER-TASA.

           READ COMTASAS.

           IF FS-COMTASAS-OK
              IF CT-VOLUMEN-DESDE IS NOT NUMERIC
                 OR CT-TASA IS NOT NUMERIC
                 DISPLAY 'AVISO: LINEA DE COMTASAS NO NUMERICA PARA '
                         CT-CATEGORIA ' ' CT-FECHA-DESDE
                         ' - SE DESCARTA'
              ELSE
                 ADD 1 TO WS-CT-CANT
                 MOVE CT-CATEGORIA     TO WS-CT-CATEGORIA(WS-CT-CANT)
                 MOVE CT-FECHA-DESDE   TO WS-CT-FECHA-DESDE(WS-CT-CANT)
                 MOVE CT-VOLUMEN-DESDE
                                     TO WS-CT-VOLUMEN-DESDE(WS-CT-CANT)
                 MOVE CT-TASA          TO WS-CT-TASA(WS-CT-CANT)
              END-IF
           END-IF.

       4110-LEER-TASA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4120-VERIFICAR-DESBORDE-TASAS.
      *----SI COMTASAS TRAE MAS LINEAS QUE SLOTS, LAS QUE SOBRAN
      *----QUEDARIAN SIN APLICAR SIN AVISO; SE LEE UNA LINEA MAS PARA
      *----CONFIRMAR SI REALMENTE SOBRAN.

           READ COMTASAS.

           IF FS-COMTASAS-OK
              DISPLAY 'COMTASAS TIENE MAS LINEAS QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-TASAS): '
                      WS-MAX-TASAS
              DISPLAY 'SE DEBE AMPLIAR WS-MAX-TASAS Y RECOMPILAR'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       4120-VERIFICAR-DESBORDE-TASAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-ACUMULAR-LIBRO.

           IF LIB-FECHA(1:7) = WS-PERIODO
              ADD 1 TO WS-CANT-LIBRO-PERIODO
              PERFORM 4210-UBICAR-CAJA-CAT
                 THRU 4210-UBICAR-CAJA-CAT-EXIT
              ADD LIB-BRUTO        TO WS-CC-BRUTO(WS-CC-IDX)
              ADD LIB-DEVOLUCIONES TO WS-CC-DEVOLUCIONES(WS-CC-IDX)
           END-IF.

           READ COMLIBRO.

       4200-ACUMULAR-LIBRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4210-UBICAR-CAJA-CAT.

           SET WS-CC-NO-ENCONTRADA TO TRUE.
           MOVE 1 TO WS-CC-IDX.

           PERFORM 4215-BUSCAR-CAJA-CAT-IDX
              THRU 4215-BUSCAR-CAJA-CAT-IDX-EXIT
              UNTIL WS-CC-IDX > WS-CC-CANT
                 OR WS-CC-ENCONTRADA.

           IF WS-CC-NO-ENCONTRADA
              IF WS-CC-CANT = WS-MAX-CAJA-CAT
                 DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE '
                         'COMBINACIONES SUCURSAL/CAJA/CATEGORIA '
                         'DEL PERIODO'
                 DISPLAY 'SLOTS DISPONIBLES (WS-MAX-CAJA-CAT): '
                         WS-MAX-CAJA-CAT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CC-CANT
              MOVE WS-CC-CANT    TO WS-CC-IDX
              MOVE LIB-SUCURSAL  TO WS-CC-SUCURSAL(WS-CC-IDX)
              MOVE LIB-CAJA      TO WS-CC-CAJA(WS-CC-IDX)
              MOVE LIB-CATEGORIA TO WS-CC-CATEGORIA(WS-CC-IDX)
              MOVE 0             TO WS-CC-BRUTO(WS-CC-IDX)
              MOVE 0             TO WS-CC-DEVOLUCIONES(WS-CC-IDX)
           END-IF.

       4210-UBICAR-CAJA-CAT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4215-BUSCAR-CAJA-CAT-IDX.

           IF WS-CC-SUCURSAL(WS-CC-IDX) EQUAL LIB-SUCURSAL
              AND WS-CC-CAJA(WS-CC-IDX) EQUAL LIB-CAJA
              AND WS-CC-CATEGORIA(WS-CC-IDX) EQUAL LIB-CATEGORIA
              SET WS-CC-ENCONTRADA TO TRUE
           ELSE
              ADD 1 TO WS-CC-IDX
           END-IF.

       4215-BUSCAR-CAJA-CAT-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4300-LIQUIDAR-CAJA-CAT-IDX.
      *----COMISION DE UN CAJERO EN UNA CATEGORIA: LA BASE ES LA VENTA
      *----NETA DEL MES (BRUTO MAS DEVOLUCIONES, QUE VIENEN NEGATIVAS).
      *----UNA BASE NEGATIVA O CERO NO COMISIONA Y NO DESCUENTA. LA
      *----CAJA EN BLANCO SUMA A SU FILA DEL EXTRACTO PERO NUNCA
      *----COMISIONA.

           COMPUTE WS-CALC-NETO = WS-CC-BRUTO(WS-CC-IDX)
                                + WS-CC-DEVOLUCIONES(WS-CC-IDX).
           MOVE 0 TO WS-CALC-COMISION.

           IF WS-CC-CAJA(WS-CC-IDX) NOT = SPACES
              AND WS-CALC-NETO > 0
              PERFORM 4320-BUSCAR-TASA
                 THRU 4320-BUSCAR-TASA-EXIT
              COMPUTE WS-CALC-COMISION ROUNDED =
                      WS-CALC-NETO * WS-CT-TASA-APLICADA / 100
           END-IF.

           MOVE WS-CC-SUCURSAL(WS-CC-IDX) TO WS-CLV-SUCURSAL.
           MOVE WS-CC-CAJA(WS-CC-IDX)     TO WS-CLV-CAJA.
           PERFORM 4330-UBICAR-CAJERO
              THRU 4330-UBICAR-CAJERO-EXIT.

           ADD WS-CC-BRUTO(WS-CC-IDX)  TO WS-CX-BRUTO(WS-CX-IDX).
           ADD WS-CC-DEVOLUCIONES(WS-CC-IDX)
                                       TO WS-CX-DEVOLUCIONES(WS-CX-IDX).
           IF WS-CC-CAJA(WS-CC-IDX) NOT = SPACES
              AND WS-CALC-NETO > 0
              ADD WS-CALC-NETO         TO WS-CX-BASE(WS-CX-IDX)
           END-IF.
           ADD WS-CALC-COMISION        TO WS-CX-COMISION(WS-CX-IDX).

           ADD 1 TO WS-CC-IDX.

       4300-LIQUIDAR-CAJA-CAT-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4320-BUSCAR-TASA.
      *----PRIMERA PASADA: LA VIGENCIA MAS RECIENTE DE LA CATEGORIA QUE
      *----NO SUPERA EL FIN DEL PERIODO. SEGUNDA PASADA: DENTRO DE ESA
      *----VIGENCIA, EL TRAMO MAS ALTO CUYO VOLUMEN-DESDE ALCANZA LA
      *----BASE. UNA BASE POR DEBAJO DEL PRIMER TRAMO QUEDA EN TASA
      *----CERO; UNA CATEGORIA SIN NINGUNA VIGENCIA SE AVISA.

           MOVE SPACES TO WS-CT-MEJOR-FECHA.
           MOVE 0      TO WS-CT-TASA-APLICADA.

           MOVE 1 TO WS-CT-IDX.
           PERFORM 4321-BUSCAR-VIGENCIA-IDX
              THRU 4321-BUSCAR-VIGENCIA-IDX-EXIT
              UNTIL WS-CT-IDX > WS-CT-CANT.

           IF WS-CT-MEJOR-FECHA = SPACES
              ADD 1 TO WS-CANT-SIN-TASA
              DISPLAY 'AVISO: CATEGORIA SIN ALICUOTA DE COMISION '
                      'VIGENTE: ' WS-CC-CATEGORIA(WS-CC-IDX)
                      ' SUCURSAL ' WS-CC-SUCURSAL(WS-CC-IDX)
                      ' CAJA ' WS-CC-CAJA(WS-CC-IDX)
              GO TO 4320-BUSCAR-TASA-EXIT
           END-IF.

           SET WS-CT-TRAMO-NO-HALLADO TO TRUE.
           MOVE 0 TO WS-CT-MEJOR-VOLUMEN.

           MOVE 1 TO WS-CT-IDX.
           PERFORM 4322-BUSCAR-TRAMO-IDX
              THRU 4322-BUSCAR-TRAMO-IDX-EXIT
              UNTIL WS-CT-IDX > WS-CT-CANT.

       4320-BUSCAR-TASA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4321-BUSCAR-VIGENCIA-IDX.

           IF WS-CT-CATEGORIA(WS-CT-IDX) EQUAL
              WS-CC-CATEGORIA(WS-CC-IDX)
              AND WS-CT-FECHA-DESDE(WS-CT-IDX) NOT GREATER
                  WS-FECHA-TOPE
              AND (WS-CT-MEJOR-FECHA = SPACES
                   OR WS-CT-FECHA-DESDE(WS-CT-IDX) >
                      WS-CT-MEJOR-FECHA)
              MOVE WS-CT-FECHA-DESDE(WS-CT-IDX) TO WS-CT-MEJOR-FECHA
           END-IF.

           ADD 1 TO WS-CT-IDX.

       4321-BUSCAR-VIGENCIA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4322-BUSCAR-TRAMO-IDX.

           IF WS-CT-CATEGORIA(WS-CT-IDX) EQUAL
              WS-CC-CATEGORIA(WS-CC-IDX)
              AND WS-CT-FECHA-DESDE(WS-CT-IDX) EQUAL
                  WS-CT-MEJOR-FECHA
              AND WS-CT-VOLUMEN-DESDE(WS-CT-IDX) NOT GREATER
                  WS-CALC-NETO
              AND (WS-CT-TRAMO-NO-HALLADO
                   OR WS-CT-VOLUMEN-DESDE(WS-CT-IDX) >
                      WS-CT-MEJOR-VOLUMEN)
              SET WS-CT-TRAMO-HALLADO TO TRUE
              MOVE WS-CT-VOLUMEN-DESDE(WS-CT-IDX)
                                       TO WS-CT-MEJOR-VOLUMEN
              MOVE WS-CT-TASA(WS-CT-IDX)
                                       TO WS-CT-TASA-APLICADA
           END-IF.

           ADD 1 TO WS-CT-IDX.

       4322-BUSCAR-TRAMO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4330-UBICAR-CAJERO.
      *----BUSCA EL CAJERO DE WS-CLAVE-CAJERO; SI NO EXISTE LO DA DE
      *----ALTA EN SU POSICION DE CLAVE, CORRIENDO LOS MAYORES UN
      *----LUGAR, ASI EL EXTRACTO SALE ORDENADO POR SUCURSAL Y CAJA.

           SET WS-CX-NO-ENCONTRADO TO TRUE.
           MOVE 1 TO WS-CX-IDX.

           PERFORM 4335-BUSCAR-CAJERO-IDX
              THRU 4335-BUSCAR-CAJERO-IDX-EXIT
              UNTIL WS-CX-IDX > WS-CX-CANT
                 OR WS-CX-ENCONTRADO.

           IF WS-CX-NO-ENCONTRADO
              IF WS-CX-CANT = WS-MAX-CAJEROS
                 DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE CAJEROS '
                         'DEL PERIODO'
                 DISPLAY 'SLOTS DISPONIBLES (WS-MAX-CAJEROS): '
                         WS-MAX-CAJEROS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CX-CANT
              MOVE WS-CX-CANT TO WS-CX-IDX
              PERFORM 4336-CORRER-CAJERO-IDX
                 THRU 4336-CORRER-CAJERO-IDX-EXIT
                 UNTIL WS-CX-IDX = 1
                    OR WS-CX-CLAVE(WS-CX-IDX - 1) < WS-CLAVE-CAJERO
              MOVE WS-CLAVE-CAJERO TO WS-CX-CLAVE(WS-CX-IDX)
              MOVE 0               TO WS-CX-BRUTO(WS-CX-IDX)
              MOVE 0               TO WS-CX-DEVOLUCIONES(WS-CX-IDX)
              MOVE 0               TO WS-CX-BASE(WS-CX-IDX)
              MOVE 0               TO WS-CX-COMISION(WS-CX-IDX)
           END-IF.

       4330-UBICAR-CAJERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4335-BUSCAR-CAJERO-IDX.

           IF WS-CX-CLAVE(WS-CX-IDX) EQUAL WS-CLAVE-CAJERO
              SET WS-CX-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-CX-IDX
           END-IF.

       4335-BUSCAR-CAJERO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4336-CORRER-CAJERO-IDX.

           MOVE WS-CX-TABLA(WS-CX-IDX - 1) TO WS-CX-TABLA(WS-CX-IDX).
           SUBTRACT 1 FROM WS-CX-IDX.

       4336-CORRER-CAJERO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4400-GRABAR-EXTRACTO-IDX.

           MOVE WS-PERIODO                      TO CEX-PERIODO.
           MOVE WS-CX-SUCURSAL(WS-CX-IDX)       TO CEX-SUCURSAL.
           MOVE WS-CX-CAJA(WS-CX-IDX)           TO CEX-CAJA.
           MOVE WS-CX-BRUTO(WS-CX-IDX)          TO CEX-BRUTO.
           MOVE WS-CX-DEVOLUCIONES(WS-CX-IDX)   TO CEX-DEVOLUCIONES.
           MOVE WS-CX-BASE(WS-CX-IDX)           TO CEX-BASE.
           MOVE WS-CX-COMISION(WS-CX-IDX)       TO CEX-COMISION.

           IF WS-CX-CAJA(WS-CX-IDX) = SPACES
              MOVE 'N' TO CEX-COMISIONABLE
           ELSE
              MOVE 'S' TO CEX-COMISIONABLE
           END-IF.

           WRITE REG-COM-EXT.

           EVALUATE FS-COMEXTR
               WHEN '00'
                    ADD 1 TO WS-CANT-EXTRACTO
                    ADD WS-CX-COMISION(WS-CX-IDX) TO WS-TOT-COMISION
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE COMEXTR'
                    DISPLAY 'FILE STATUS: ' FS-COMEXTR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           ADD 1 TO WS-CX-IDX.

       4400-GRABAR-EXTRACTO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4450-GRABAR-CONTROL.

           MOVE SPACES                   TO REG-COM-EXT-CONTROL.
           MOVE WS-TRAILER-MARCA         TO CEX-CTRL-MARCA.
           MOVE WS-CANT-EXTRACTO         TO CEX-CTRL-CANT-REG.
           MOVE WS-TOT-COMISION          TO CEX-CTRL-IMPORTE.

           WRITE REG-COM-EXT-CONTROL.

           IF NOT FS-COMEXTR-OK
              DISPLAY 'ERROR AL GRABAR EL CONTROL DE COMEXTR'
              DISPLAY 'FILE STATUS: ' FS-COMEXTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       4450-GRABAR-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4900-CERRAR-ARCHIVOS-CIERRE.

           CLOSE COMLIBRO.
           IF NOT FS-COMLIBRO-OK
              DISPLAY 'ERROR EN CLOSE DE COMLIBRO: ' FS-COMLIBRO
           END-IF.

           CLOSE COMEXTR.
           IF NOT FS-COMEXTR-OK
              DISPLAY 'ERROR EN CLOSE DE COMEXTR: ' FS-COMEXTR
           END-IF.

       4900-CERRAR-ARCHIVOS-CIERRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'MODO                        : ' WS-MODO.
           IF WS-MODO = 'DIARIO'
              DISPLAY 'FECHA DE NEGOCIO            : '
                      WS-FECHA-NEGOCIO
              DISPLAY 'CANT. REG. LEIDOS VENTATOT  : '
                      WS-CANT-LEIDOS
              DISPLAY 'CANT. REG. SIN CAJA         : '
                      WS-CANT-SIN-CAJA
              DISPLAY 'IMPORTE SIN CAJA (NO COMIS.): '
                      WS-TOT-SIN-CAJA
              DISPLAY 'LINEAS DEL LIBRO COPIADAS   : '
                      WS-CANT-LIBRO-COPIADAS
              DISPLAY 'LINEAS DEL LIBRO REEMPLAZ.  : '
                      WS-CANT-LIBRO-REEMPLAZADAS
              DISPLAY 'LINEAS NUEVAS DEL DIA       : '
                      WS-CANT-LIBRO-NUEVAS
              DISPLAY 'LIBRO NUEVO GRABADO EN      : '
                      WS-PATH-COMLIBNU
           ELSE
              DISPLAY 'PERIODO LIQUIDADO           : ' WS-PERIODO
              DISPLAY 'LINEAS DEL LIBRO EN PERIODO : '
                      WS-CANT-LIBRO-PERIODO
              DISPLAY 'ALICUOTAS CARGADAS          : ' WS-CT-CANT
              DISPLAY 'CAJEROS EN EL EXTRACTO      : '
                      WS-CANT-EXTRACTO
              DISPLAY 'TOTAL COMISIONES            : '
                      WS-TOT-COMISION
              DISPLAY 'CATEGORIAS SIN ALICUOTA     : '
                      WS-CANT-SIN-TASA
           END-IF.
           DISPLAY '================================================'.

       9000-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL13EJ17.
