      *----------------------------------------------------------------*
      *      Inventario consolidado de excepciones abiertas
      *----------------------------------------------------------------*
      *----PASO FINAL DE LA CADENA NOCTURNA: JUNTA EN UN REGISTRO
      *----PERSISTENTE (EXCREG.TXT) LAS EXCEPCIONES QUE HOY QUEDAN
      *----DESPARRAMADAS EN SEIS ARCHIVOS, CADA UNA CON UN ID PROPIO,
      *----SU ORIGEN, EL AREA RESPONSABLE Y LA FECHA DE APERTURA:
      *----  RECHAZOS / SUSPECT / FUERASEC (CL13EJ01) -> SUCURSALES
      *----  CAJAEXC (CL13EJ10)                       -> TESORERIA
      *----  HISTEXC (CL13EJ04) / GLPEND (CL13EJ13)   -> CONTADURIA
      *----CADA NOCHE SE CIERRAN PRIMERO LAS RESUELTAS Y DESPUES SE
      *----INCORPORAN LAS NUEVAS:
      *----  - RECHAZOS Y SUSPECT SE CIERRAN CON LA DISPOSICION DEL
      *----    OPERADOR QUE APLICO CL13EJ02 (DISPOSIC.TXT, 'R' O 'D').
      *----  - FUERASEC E HISTEXC SE CIERRAN CUANDO LA VENTA APARECE
      *----    APLICADA EN HISTVENT (LA CANTIDAD DE VENTAS DE SU CLAVE
      *----    SUPERA LA QUE HABIA AL ABRIRSE LA EXCEPCION).
      *----  - GLPEND SE CIERRA CUANDO EL EXTRACTO DEJA DE FIGURAR EN
      *----    EL ESTADO DE PENDIENTES (ACUSADO POR CONTADURIA).
      *----  - UN REPROCESO DE LA MISMA FECHA QUE YA NO TRAE UNA
      *----    EXCEPCION ABIERTA ESA FECHA LA CIERRA (CONCILIADA).
      *----  - CUALQUIER AREA PUEDE CERRAR A MANO POR ID CON UNA LINEA
      *----    EN EXCCIERR.TXT (OPCIONAL).
      *----LAS CERRADAS SALEN DEL REGISTRO Y SE AGREGAN A LA BITACORA
      *----EXCCERR.TXT (SE ABRE EN EXTEND) CON FECHA Y MOTIVO DE
      *----CIERRE. EL INFORME DE ANTIGUEDAD (EXCAGING.TXT) AGRUPA LAS
      *----ABIERTAS POR AREA Y TRAMO DE DIAS Y LISTA LAS QUE SUPERAN
      *----EL PLAZO DE SU AREA; SI HAY ALGUNA VENCIDA TERMINA CON
      *----RETURN-CODE 4, MISMA CONVENCION QUE CL13EJ07.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ19.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXCREG
           ASSIGN TO WS-PATH-EXCREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCREG.

       SELECT EXCCERR
           ASSIGN TO WS-PATH-EXCCERR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCCERR.

       SELECT EXCCIERR
           ASSIGN TO WS-PATH-EXCCIERR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCCIERR.

       SELECT INFORME
           ASSIGN TO WS-PATH-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       SELECT DISPOSIC
           ASSIGN TO WS-PATH-DISPOSIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISPOSIC.

       SELECT RECHAZOS
           ASSIGN TO WS-PATH-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       SELECT SUSPECT
           ASSIGN TO WS-PATH-SUSPECT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPECT.

       SELECT FUERASEC
           ASSIGN TO WS-PATH-FUERASEC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUERASEC.

       SELECT HISTEXC
           ASSIGN TO WS-PATH-HISTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTEXC.

       SELECT CAJAEXC
           ASSIGN TO WS-PATH-CAJAEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAJAEXC.

       SELECT GLPEND
           ASSIGN TO WS-PATH-GLPEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLPEND.

       SELECT HISTVENT
           ASSIGN TO WS-PATH-HISTVENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CLAVE
           FILE STATUS IS FS-HISTVENT.

       DATA DIVISION.

       FILE SECTION.

      *----REGISTRO PERSISTENTE DE EXCEPCIONES ABIERTAS. EL PRIMER
      *----REGISTRO ES DE CONTROL (MARCA 'CONTROL' EN LUGAR DEL ID)
      *----Y GUARDA EL ULTIMO ID ASIGNADO, ASI UN ID NUNCA SE REUSA
      *----AUNQUE LA EXCEPCION QUE LO TENIA YA SE HAYA CERRADO.
      *----LA CLAVE DEPENDE DEL ORIGEN: COD-VENTA PARA RECHAZOS,
      *----SUSPECT, FUERASEC E HISTEXC; CAJA PARA CAJAEXC; PERIODO
      *----DEL EXTRACTO PARA GLPEND. REX-HIST-BASE ES LA CANTIDAD DE
      *----VENTAS QUE TENIA LA CLAVE EN HISTVENT AL ABRIRSE (SOLO
      *----FUERASEC E HISTEXC).
       FD EXCREG.
       01 REG-EXCREG.
          05 REX-ID                        PIC 9(07).
          05 FILLER                        PIC X(01).
          05 REX-FUENTE                    PIC X(08).
          05 FILLER                        PIC X(01).
          05 REX-AREA                      PIC X(01).
          05 FILLER                        PIC X(01).
          05 REX-FECHA-APERTURA            PIC X(10).
          05 FILLER                        PIC X(01).
          05 REX-SUCURSAL                  PIC X(01).
          05 FILLER                        PIC X(01).
          05 REX-FECHA-ITEM                PIC X(10).
          05 FILLER                        PIC X(01).
          05 REX-CLAVE                     PIC X(10).
          05 FILLER                        PIC X(01).
          05 REX-IMPORTE                   PIC S9(10)V9(2).
          05 FILLER                        PIC X(01).
          05 REX-HIST-BASE                 PIC 9(05).
          05 FILLER                        PIC X(01).
          05 REX-DETALLE                   PIC X(40).
      *----RELLENO AL LARGO DEL REGISTRO DE CONTROL Y DE LA FOTO EN
      *----EXCCERR (114).
          05 FILLER                        PIC X(01).
       01 REG-EXCREG-CONTROL REDEFINES REG-EXCREG.
          05 REXC-MARCA                    PIC X(07).
          05 FILLER                        PIC X(01).
          05 REXC-ULTIMO-ID                PIC 9(07).
          05 FILLER                        PIC X(01).
          05 REXC-FECHA-CORRIDA            PIC X(10).
          05 FILLER                        PIC X(88).

      *----BITACORA DE EXCEPCIONES CERRADAS (PERSISTENTE, EN EXTEND):
      *----LA FOTO DEL REGISTRO AL CERRARSE MAS FECHA Y MOTIVO.
       FD EXCCERR.
       01 REG-EXCCERR.
          05 CER-EXCEPCION                 PIC X(114).
          05 FILLER                        PIC X(01).
          05 CER-FECHA-CIERRE              PIC X(10).
          05 FILLER                        PIC X(01).
          05 CER-MOTIVO                    PIC X(30).

      *----CIERRES MANUALES: UNA LINEA POR EXCEPCION QUE EL AREA DA
      *----POR RESUELTA FUERA DEL CIRCUITO AUTOMATICO (UNA CAJA
      *----JUSTIFICADA POR TESORERIA, UN HISTEXC ASENTADO A MANO EN
      *----EL MES EN CURSO), CON UNA NOTA LIBRE.
       FD EXCCIERR.
       01 REG-EXCCIERR.
          05 CIE-ID                        PIC X(07).
          05 FILLER                        PIC X(01).
          05 CIE-NOTA                      PIC X(30).

       FD INFORME.
       01 REG-INFORME                      PIC X(132).

      *----MISMO LAYOUT QUE EL FD DISPOSIC DE CL13EJ02
       FD DISPOSIC.
       01 REG-DISPOSIC.
          05 DISP-ORIGEN                   PIC X(01).
          05 FILLER                        PIC X(01).
          05 DISP-SUCURSAL                 PIC X(01).
          05 FILLER                        PIC X(01).
          05 DISP-FECHA                    PIC X(10).
          05 FILLER                        PIC X(01).
          05 DISP-COD-VENTA                PIC X(04).
          05 FILLER                        PIC X(01).
          05 DISP-ACCION                   PIC X(01).
          05 FILLER                        PIC X(01).
          05 DISP-IMPORTE-NUEVO            PIC X(10).

      *----MISMO LAYOUT QUE EL FD RECHAZOS DE CL13EJ01
       FD RECHAZOS.
       01 REG-RECHAZO.
          05 REG-RECH-SUCURSAL             PIC X(01).
          05 REG-RECH-FECHA                PIC X(10).
          05 REG-RECH-COD-VENTA            PIC X(04).
          05 REG-RECH-PRODUCTO             PIC X(30).
          05 REG-RECH-IMPORTE              PIC X(10).
          05 REG-RECH-MOTIVO               PIC X(40).
          05 REG-RECH-CICLO                PIC 9(02).
          05 REG-RECH-FECHA-ORIG           PIC X(10).
          05 REG-RECH-MONEDA               PIC X(03).
          05 REG-RECH-HORA                 PIC X(08).
          05 REG-RECH-CAJA                 PIC X(06).

      *----MISMO LAYOUT QUE EL FD SUSPECT DE CL13EJ01
       FD SUSPECT.
       01 REG-SUSPECT.
          05 SUSP-SUCURSAL                 PIC X(01).
          05 SUSP-FECHA                    PIC X(10).
          05 SUSP-COD-VENTA                PIC X(04).
          05 SUSP-PRODUCTO                 PIC X(30).
          05 SUSP-IMPORTE                  PIC X(10).
          05 SUSP-MOTIVO                   PIC X(40).
          05 SUSP-CICLO                    PIC 9(02).
          05 SUSP-FECHA-ORIG               PIC X(10).
          05 SUSP-MONEDA                   PIC X(03).
          05 SUSP-HORA                     PIC X(08).
          05 SUSP-CAJA                     PIC X(06).

      *----MISMO LAYOUT QUE EL FD FUERASEC DE CL13EJ01
       FD FUERASEC.
       01 REG-FUERA-SEC.
          05 FSEC-SUCURSAL                 PIC X(01).
          05 FSEC-FECHA-PREVIA             PIC X(10).
          05 FSEC-FECHA                    PIC X(10).
          05 FSEC-COD-VENTA                PIC X(04).
          05 FSEC-PRODUCTO                 PIC X(30).
          05 FSEC-IMPORTE                  PIC X(10).
          05 FSEC-MONEDA                   PIC X(03).
          05 FSEC-HORA                     PIC X(08).
          05 FSEC-CAJA                     PIC X(06).

      *----HISTEXC GUARDA EL REGISTRO DE VENTATOT TAL CUAL LLEGO:
      *----MISMO LAYOUT QUE EL FD VENTATOT DE CL13EJ01
       FD HISTEXC.
       01 REG-HISTEXC.
          05 HEX-FECHA                     PIC X(10).
          05 HEX-COD-VENTA                 PIC X(04).
          05 HEX-PRODUCTO                  PIC X(30).
          05 HEX-IMPORTE                   PIC S9(8)V9(2).
          05 HEX-CATEGORIA                 PIC X(10).
          05 HEX-DESCRIPCION               PIC X(30).
          05 HEX-SUCURSAL                  PIC X(01).
          05 HEX-MONEDA                    PIC X(03).
          05 HEX-IMP-ORIGINAL              PIC S9(8)V9(2).
          05 HEX-TASA                      PIC 9(03)V9(06).
          05 HEX-HORA                      PIC X(08).
          05 HEX-CAJA                      PIC X(06).

      *----MISMO LAYOUT QUE EL FD CAJAEXC DE CL13EJ10
       FD CAJAEXC.
       01 REG-CAJAEXC.
          05 EXC-SUCURSAL                  PIC X(01).
          05 FILLER                        PIC X(01).
          05 EXC-CAJA                      PIC X(06).
          05 FILLER                        PIC X(01).
          05 EXC-VENDIDO                   PIC S9(10)V9(2).
          05 FILLER                        PIC X(01).
          05 EXC-DECLARADO                 PIC S9(10)V9(2).
          05 FILLER                        PIC X(01).
          05 EXC-DIFERENCIA                PIC S9(10)V9(2).
          05 FILLER                        PIC X(01).
          05 EXC-MOTIVO                    PIC X(30).

      *----MISMO LAYOUT QUE EL FD GLPEND DE CL13EJ13
       FD GLPEND.
       01 REG-GLPEND.
          05 PEND-PERIODO                  PIC X(10).
          05 FILLER                        PIC X(01).
          05 PEND-FECHA-ENVIO              PIC X(10).
          05 FILLER                        PIC X(01).
          05 PEND-CANT-REG                 PIC 9(05).
          05 FILLER                        PIC X(01).
          05 PEND-IMPORTE                  PIC S9(8)V9(2).

      *----MISMO LAYOUT QUE EL FD HISTVENT DE CL13EJ04
       FD HISTVENT.
       01 REG-HISTORIA.
          05 HIST-CLAVE.
             10 HIST-FECHA                 PIC X(10).
             10 HIST-SUCURSAL              PIC X(01).
             10 HIST-COD-VENTA             PIC X(04).
          05 HIST-CATEGORIA                PIC X(10).
          05 HIST-DESCRIPCION              PIC X(30).
          05 HIST-CANT-VENTAS              PIC 9(05).
          05 HIST-IMPORTE                  PIC S9(10)V9(2).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EXCREG                       PIC X(2).
             88 FS-EXCREG-OK                 VALUE '00'.
          05 FS-EXCCERR                      PIC X(2).
             88 FS-EXCCERR-OK                VALUE '00'.
             88 FS-EXCCERR-NO-EXISTE         VALUE '35'.
          05 FS-EXCCIERR                     PIC X(2).
             88 FS-EXCCIERR-OK               VALUE '00'.
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.
          05 FS-DISPOSIC                     PIC X(2).
             88 FS-DISPOSIC-OK               VALUE '00'.
          05 FS-RECHAZOS                     PIC X(2).
             88 FS-RECHAZOS-OK               VALUE '00'.
          05 FS-SUSPECT                      PIC X(2).
             88 FS-SUSPECT-OK                VALUE '00'.
          05 FS-FUERASEC                     PIC X(2).
             88 FS-FUERASEC-OK               VALUE '00'.
          05 FS-HISTEXC                      PIC X(2).
             88 FS-HISTEXC-OK                VALUE '00'.
          05 FS-CAJAEXC                      PIC X(2).
             88 FS-CAJAEXC-OK                VALUE '00'.
          05 FS-GLPEND                       PIC X(2).
             88 FS-GLPEND-OK                 VALUE '00'.
          05 FS-HISTVENT                     PIC X(2).
             88 FS-HISTVENT-OK               VALUE '00'.
             88 FS-HISTVENT-NO-EXISTE        VALUE '35'.
             88 FS-HISTVENT-SIN-CLAVE        VALUE '23'.

       01 WS-PATHS.
          05 WS-PATH-EXCREG                  PIC X(60)     VALUE
                                                 '../EXCREG.TXT'.
          05 WS-PATH-EXCCERR                 PIC X(60)     VALUE
                                                 '../EXCCERR.TXT'.
          05 WS-PATH-EXCCIERR                PIC X(60)     VALUE
                                                 '../EXCCIERR.TXT'.
          05 WS-PATH-INFORME                 PIC X(60)     VALUE
                                                 '../EXCAGING.TXT'.
          05 WS-PATH-DISPOSIC                PIC X(60)     VALUE
                                                 '../DISPOSIC.TXT'.
          05 WS-PATH-RECHAZOS                PIC X(60)     VALUE
                                                 '../RECHAZOS.TXT'.
          05 WS-PATH-SUSPECT                 PIC X(60)     VALUE
                                                 '../SUSPECT.TXT'.
          05 WS-PATH-FUERASEC                PIC X(60)     VALUE
                                                 '../FUERASEC.TXT'.
          05 WS-PATH-HISTEXC                 PIC X(60)     VALUE
                                                 '../HISTEXC.TXT'.
          05 WS-PATH-CAJAEXC                 PIC X(60)     VALUE
                                                 '../CAJAEXC.TXT'.
          05 WS-PATH-GLPEND                  PIC X(60)     VALUE
                                                 '../GLPEND.TXT'.
          05 WS-PATH-HISTVENT                PIC X(60)     VALUE
                                                 '../HISTVENT.DAT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----FECHA DE NEGOCIO DE LA CORRIDA (PARM CL13EJ19_FECHA O LA
      *----FECHA DEL SISTEMA): ES LA FECHA DE APERTURA DE LO QUE SE
      *----INCORPORA HOY Y LA FECHA CONTRA LA QUE SE MIDE LA
      *----ANTIGUEDAD.
       01 WS-FECHA-PROCESO                   PIC X(10)     VALUE SPACES.
       01 WS-FECHA-SISTEMA                   PIC 9(08)     VALUE 0.
       01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
          05 WS-SIS-ANIO                     PIC 9(04).
          05 WS-SIS-MES                      PIC 9(02).
          05 WS-SIS-DIA                      PIC 9(02).

      *----RESOLUCION DE GENERACIONES: RECHAZOS, SUSPECT Y FUERASEC
      *----(CL13EJ01) E HISTEXC (CL13EJ04) SE GRABAN CON SUFIJO
      *----.DAAAAMMDD POR DEFECTO, ASI QUE SE ESTAMPAN CON LA FECHA DE
      *----NEGOCIO (SALVO CL13EJ19_GENERACION='N'). CAJAEXC, GLPEND,
      *----DISPOSIC Y LOS ARCHIVOS PROPIOS CONSERVAN SU NOMBRE FIJO.
       01 WS-GEN-CONFIG.
          05 WS-GEN-SW                       PIC X(01)     VALUE 'S'.
             88 WS-GEN-ACTIVA                              VALUE 'S'.
             88 WS-GEN-INACTIVA                            VALUE 'N'.
          05 WS-GEN-AAAAMMDD                 PIC X(08)     VALUE SPACES.
          05 WS-GEN-PATH-TRABAJO             PIC X(60)     VALUE SPACES.
          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.

      *----ORIGENES CONOCIDOS Y EL AREA QUE RESPONDE POR CADA UNO
      *----('S' SUCURSALES, 'T' TESORERIA, 'C' CONTADURIA). EL ORDEN
      *----ES EL DE INCORPORACION Y EL DEL INFORME.
       01 WS-FUENTES-VALORES.
          05 FILLER                          PIC X(09)     VALUE
             'RECHAZOSS'.
          05 FILLER                          PIC X(09)     VALUE
             'SUSPECT S'.
          05 FILLER                          PIC X(09)     VALUE
             'FUERASECS'.
          05 FILLER                          PIC X(09)     VALUE
             'HISTEXC C'.
          05 FILLER                          PIC X(09)     VALUE
             'CAJAEXC T'.
          05 FILLER                          PIC X(09)     VALUE
             'GLPEND  C'.
       01 WS-FUENTES REDEFINES WS-FUENTES-VALORES.
          05 WS-FTE-TABLA OCCURS 6 TIMES.
             10 WS-FTE-NOMBRE                PIC X(08).
             10 WS-FTE-AREA                  PIC X(01).

       01 WS-FTE-CONFIG.
          05 WS-FTE-IDX                      PIC 9(01)     VALUE 0.
          05 WS-FTE-ACTUAL                   PIC 9(01)     VALUE 0.
          05 WS-FTE-BUSCADA                  PIC X(08)     VALUE SPACES.
          05 WS-FTE-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-FTE-HALLADA                             VALUE 'S'.
             88 WS-FTE-NO-HALLADA                          VALUE 'N'.
          05 WS-FTE-CONT OCCURS 6 TIMES.
             10 WS-FTE-CANT-NUEVAS           PIC 9(05).
             10 WS-FTE-CANT-CERRADAS         PIC 9(05).
             10 WS-FTE-CANT-ABIERTAS         PIC 9(05).

      *----NUMERACION DE LAS FUENTES, PARA NO REPETIR LITERALES
       01 WS-FTE-RECHAZOS                    PIC 9(01)     VALUE 1.
       01 WS-FTE-SUSPECT                     PIC 9(01)     VALUE 2.
       01 WS-FTE-FUERASEC                    PIC 9(01)     VALUE 3.
       01 WS-FTE-HISTEXC                     PIC 9(01)     VALUE 4.
       01 WS-FTE-CAJAEXC                     PIC 9(01)     VALUE 5.
       01 WS-FTE-GLPEND                      PIC 9(01)     VALUE 6.

      *----AREAS RESPONSABLES CON SU PLAZO EN DIAS (PARMS
      *----CL13EJ19_PLAZO_SUC / _TES / _CON) Y LOS ACUMULADOS DEL
      *----INFORME: CANTIDAD POR TRAMO DE ANTIGUEDAD, IMPORTE Y
      *----VENCIDAS. TESORERIA TIENE EL PLAZO MAS CORTO PORQUE UNA
      *----CAJA SIN CONCILIAR ES EFECTIVO SIN RESPALDO.
       01 WS-AREAS-VALORES.
          05 FILLER                          PIC X(13)     VALUE
             'SSUCURSALES  '.
          05 FILLER                          PIC X(13)     VALUE
             'TTESORERIA   '.
          05 FILLER                          PIC X(13)     VALUE
             'CCONTADURIA  '.
       01 WS-AREAS REDEFINES WS-AREAS-VALORES.
          05 WS-AREA-TABLA OCCURS 3 TIMES.
             10 WS-AREA-CODIGO               PIC X(01).
             10 WS-AREA-NOMBRE               PIC X(12).

       01 WS-AREA-CONFIG.
          05 WS-AREA-IDX                     PIC 9(01)     VALUE 0.
          05 WS-AREA-ACUM OCCURS 3 TIMES.
             10 WS-AREA-PLAZO                PIC 9(03).
             10 WS-AREA-CANT-TRAMO           PIC 9(05)
                                             OCCURS 5 TIMES.
             10 WS-AREA-CANT-TOTAL           PIC 9(05).
             10 WS-AREA-CANT-VENCIDAS        PIC 9(05).
             10 WS-AREA-IMPORTE              PIC S9(12)V9(2).

      *----TRAMOS DE ANTIGUEDAD: HASTA 2, 3 A 7, 8 A 15, 16 A 30 Y
      *----MAS DE 30 DIAS.
       01 WS-TRAMOS-VALORES.
          05 FILLER                          PIC 9(03)     VALUE 2.
          05 FILLER                          PIC 9(03)     VALUE 7.
          05 FILLER                          PIC 9(03)     VALUE 15.
          05 FILLER                          PIC 9(03)     VALUE 30.
          05 FILLER                          PIC 9(03)     VALUE 999.
       01 WS-TRAMOS REDEFINES WS-TRAMOS-VALORES.
          05 WS-TRAMO-HASTA                  PIC 9(03)
                                             OCCURS 5 TIMES.
       01 WS-TRAMO-IDX                       PIC 9(01)     VALUE 0.

       01 WS-PLAZO-NUM                       PIC 9(03)     VALUE 0.
       01 WS-PLAZO-SW                        PIC X(01)     VALUE 'N'.
          88 WS-PLAZO-VALIDO                               VALUE 'S'.
          88 WS-PLAZO-INVALIDO                             VALUE 'N'.
       01 WS-NUM-EDIT                        PIC X(03)     VALUE SPACES.

      *----REGISTRO EN MEMORIA: LAS ABIERTAS AL INICIO MAS LAS QUE SE
      *----INCORPORAN HOY, EN ORDEN DE ID. LA MARCA DE VISTA EVITA
      *----DUPLICAR UNA EXCEPCION QUE SIGUE FIGURANDO EN SU ORIGEN
      *----(GLPEND, UN REPROCESO) Y EMPAREJA UNA A UNA LAS REPETIDAS.
       01 WS-MAX-EXCEPCIONES                 PIC 9(05)     VALUE 5000.
       01 WS-EX-CONFIG.
          05 WS-EX-CANT                      PIC 9(05)     VALUE 0.
          05 WS-EX-IDX                       PIC 9(05)     VALUE 0.
          05 WS-EX-ULTIMO-ID                 PIC 9(07)     VALUE 0.
          05 WS-EX-HALLADA-SW                PIC X(01)     VALUE 'N'.
             88 WS-EX-HALLADA                              VALUE 'S'.
             88 WS-EX-NO-HALLADA                           VALUE 'N'.
          05 WS-EX-TABLA OCCURS 5000 TIMES.
             10 WS-EX-ID                     PIC 9(07).
             10 WS-EX-FTE                    PIC 9(01).
             10 WS-EX-AREA-IDX               PIC 9(01).
             10 WS-EX-FECHA-APERTURA         PIC X(10).
             10 WS-EX-SUCURSAL               PIC X(01).
             10 WS-EX-FECHA-ITEM             PIC X(10).
             10 WS-EX-CLAVE                  PIC X(10).
             10 WS-EX-IMPORTE                PIC S9(10)V9(2).
             10 WS-EX-HIST-BASE              PIC 9(05).
             10 WS-EX-DETALLE                PIC X(40).
             10 WS-EX-DIAS                   PIC 9(05).
             10 WS-EX-MOTIVO-CIERRE          PIC X(30).
             10 WS-EX-ESTADO-SW              PIC X(01).
                88 WS-EX-ABIERTA                           VALUE 'A'.
                88 WS-EX-CERRADA                           VALUE 'C'.
             10 WS-EX-VISTA-SW               PIC X(01).
                88 WS-EX-VISTA                             VALUE 'S'.
                88 WS-EX-NO-VISTA                          VALUE 'N'.

      *----EXCEPCION CANDIDATA LEIDA DE UN ORIGEN
       01 WS-CANDIDATA.
          05 WS-CAND-SUCURSAL                PIC X(01)     VALUE SPACE.
          05 WS-CAND-FECHA-ITEM              PIC X(10)     VALUE SPACES.
          05 WS-CAND-CLAVE                   PIC X(10)     VALUE SPACES.
          05 WS-CAND-IMPORTE                 PIC S9(10)V9(2) VALUE 0.
          05 WS-CAND-HIST-BASE               PIC 9(05)     VALUE 0.
          05 WS-CAND-DETALLE                 PIC X(40)     VALUE SPACES.

      *----IMPORTES QUE VIAJAN COMO TEXTO (RECHAZOS, SUSPECT,
      *----FUERASEC): SE VALIDA LA CLASE NUMERICA ANTES DE USARLOS,
      *----IGUAL QUE EL IMPORTE CORREGIDO DE DISPOSIC EN CL13EJ02.
       01 WS-IMP-TEXTO                       PIC X(10)     VALUE SPACES.
       01 WS-IMP-TEXTO-9 REDEFINES WS-IMP-TEXTO
                                             PIC S9(8)V9(2).

       01 WS-CIERRE-MOTIVO                   PIC X(30)     VALUE SPACES.
       01 WS-CIERRE-ID                       PIC 9(07)     VALUE 0.

      *----HISTVENT ES OPCIONAL: SIN EL NO SE PUEDE DETECTAR UNA
      *----REAPLICACION, ASI QUE FUERASEC E HISTEXC QUEDAN ABIERTAS
      *----HASTA UN CIERRE MANUAL O UNA CORRIDA CON HISTORICO.
       01 WS-HV-SW                           PIC X(01)     VALUE 'N'.
          88 WS-HV-DISPONIBLE                              VALUE 'S'.
          88 WS-HV-NO-DISPONIBLE                           VALUE 'N'.
       01 WS-HV-CANT-VENTAS                  PIC 9(05)     VALUE 0.

      *----ANTIGUEDAD EN DIAS: MISMO SERIAL APROXIMADO QUE CL13EJ13
      *----(ANIO*360 + MES*30 + DIA).
       01 WS-SERIAL-HOY                      PIC 9(08)     VALUE 0.
       01 WS-SERIAL-FECHA                    PIC X(10)     VALUE SPACES.
       01 WS-SERIAL-RESULT                   PIC 9(08)     VALUE 0.
       01 WS-SERIAL-ANIO                     PIC 9(04)     VALUE 0.
       01 WS-SERIAL-MES                      PIC 9(02)     VALUE 0.
       01 WS-SERIAL-DIA                      PIC 9(02)     VALUE 0.
       01 WS-DIAS-ABIERTA                    PIC S9(08)    VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-REG-LEIDOS              PIC 9(05)     VALUE 0.
          05 WS-CANT-DISP-LEIDAS             PIC 9(05)     VALUE 0.
          05 WS-CANT-CIERRES-LEIDOS          PIC 9(05)     VALUE 0.
          05 WS-CANT-CIERRES-SIN-ID          PIC 9(05)     VALUE 0.
          05 WS-CANT-NUEVAS                  PIC 9(05)     VALUE 0.
          05 WS-CANT-CERRADAS                PIC 9(05)     VALUE 0.
          05 WS-CANT-ABIERTAS                PIC 9(05)     VALUE 0.
          05 WS-CANT-VENCIDAS                PIC 9(05)     VALUE 0.
          05 WS-CANT-LINEAS                  PIC 9(05)     VALUE 0.

      *----LINEAS DEL INFORME
       01 WS-LIN-TITULO.
          05 FILLER                          PIC X(51)     VALUE
             'INVENTARIO DE EXCEPCIONES ABIERTAS - ANTIGUEDAD AL '.
          05 WS-TIT-FECHA                    PIC X(10).

       01 WS-LIN-SUBTITULO                   PIC X(132)    VALUE SPACES.

       01 WS-LIN-ENC-AREA.
          05 FILLER                          PIC X(17)     VALUE
             'AREA        PLAZO'.
          05 FILLER                          PIC X(08)     VALUE
             ' HASTA 2'.
          05 FILLER                          PIC X(08)     VALUE
             '   3 A 7'.
          05 FILLER                          PIC X(08)     VALUE
             '  8 A 15'.
          05 FILLER                          PIC X(08)     VALUE
             ' 16 A 30'.
          05 FILLER                          PIC X(08)     VALUE
             '  MAS 30'.
          05 FILLER                          PIC X(08)     VALUE
             '   TOTAL'.
          05 FILLER                          PIC X(10)     VALUE
             '  VENCIDAS'.
          05 FILLER                          PIC X(20)     VALUE
             '             IMPORTE'.

       01 WS-LIN-AREA.
          05 WS-LAR-NOMBRE                   PIC X(12).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-LAR-PLAZO                    PIC ZZ9.
          05 WS-LAR-TRAMOS OCCURS 5 TIMES.
             10 FILLER                       PIC X(02)     VALUE SPACES.
             10 WS-LAR-CANT-TRAMO            PIC ZZ.ZZ9.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-LAR-TOTAL                    PIC ZZ.ZZ9.
          05 FILLER                          PIC X(04)     VALUE SPACES.
          05 WS-LAR-VENCIDAS                 PIC ZZ.ZZ9.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-LAR-IMPORTE                  PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WS-LIN-ENC-FUENTE.
          05 FILLER                          PIC X(25)     VALUE
             'ORIGEN    AREA'.
          05 FILLER                          PIC X(26)     VALUE
             'NUEVAS  CERRADAS  ABIERTAS'.

       01 WS-LIN-FUENTE.
          05 WS-LFT-NOMBRE                   PIC X(08).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-LFT-AREA                     PIC X(12).
          05 FILLER                          PIC X(03)     VALUE SPACES.
          05 WS-LFT-NUEVAS                   PIC ZZ.ZZ9.
          05 FILLER                          PIC X(04)     VALUE SPACES.
          05 WS-LFT-CERRADAS                 PIC ZZ.ZZ9.
          05 FILLER                          PIC X(04)     VALUE SPACES.
          05 WS-LFT-ABIERTAS                 PIC ZZ.ZZ9.

       01 WS-LIN-ENC-VENCIDA.
          05 FILLER                          PIC X(40)     VALUE
             'ID      ORIGEN   AREA         APERTURA'.
          05 FILLER                          PIC X(40)     VALUE
             '  DIAS PZO  S FECHA      CLAVE      DETA'.
          05 FILLER                          PIC X(03)     VALUE
             'LLE'.
          05 FILLER                          PIC X(40)     VALUE SPACES.
          05 FILLER                          PIC X(07)     VALUE
             'IMPORTE'.

       01 WS-LIN-VENCIDA.
          05 WS-LVE-ID                       PIC 9(07).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-FUENTE                   PIC X(08).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-AREA                     PIC X(12).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-APERTURA                 PIC X(10).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-DIAS                     PIC ZZ.ZZ9.
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-PLAZO                    PIC ZZ9.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-LVE-SUCURSAL                 PIC X(01).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-FECHA-ITEM               PIC X(10).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-CLAVE                    PIC X(10).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-DETALLE                  PIC X(35).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LVE-IMPORTE                  PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WS-LIN-SIN-VENCIDAS                PIC X(40)     VALUE
             '  NO HAY EXCEPCIONES VENCIDAS'.

       01 WS-LIN-BLANCO                      PIC X(132)    VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *----PRIMERO SE CIERRA LO RESUELTO Y DESPUES SE INCORPORA LO
      *----NUEVO: UNA VENTA RECICLADA QUE VUELVE A RECHAZARSE ES UNA
      *----EXCEPCION NUEVA, CON SU PROPIO ID.
           PERFORM 2000-APLICAR-DISPOSICIONES
              THRU 2000-APLICAR-DISPOSICIONES-EXIT.

           PERFORM 2500-APLICAR-CIERRES-MANUALES
              THRU 2500-APLICAR-CIERRES-MANUALES-EXIT.

           PERFORM 2800-VERIFICAR-REAPLICADAS
              THRU 2800-VERIFICAR-REAPLICADAS-EXIT.

           PERFORM 3000-INCORPORAR-RECHAZOS
              THRU 3000-INCORPORAR-RECHAZOS-EXIT.

           PERFORM 3100-INCORPORAR-SUSPECT
              THRU 3100-INCORPORAR-SUSPECT-EXIT.

           PERFORM 3200-INCORPORAR-FUERASEC
              THRU 3200-INCORPORAR-FUERASEC-EXIT.

           PERFORM 3300-INCORPORAR-HISTEXC
              THRU 3300-INCORPORAR-HISTEXC-EXIT.

           PERFORM 3400-INCORPORAR-CAJAEXC
              THRU 3400-INCORPORAR-CAJAEXC-EXIT.

           PERFORM 3500-INCORPORAR-GLPEND
              THRU 3500-INCORPORAR-GLPEND-EXIT.

           PERFORM 4000-GRABAR-INFORME
              THRU 4000-GRABAR-INFORME-EXIT.

           PERFORM 7000-REESCRIBIR-REGISTRO
              THRU 7000-REESCRIBIR-REGISTRO-EXIT.

           PERFORM 8000-CERRAR-ARCHIVOS
              THRU 8000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 9000-RESUMEN
              THRU 9000-RESUMEN-EXIT.

           IF WS-CANT-VENCIDAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           MOVE 5  TO WS-AREA-PLAZO(1).
           MOVE 2  TO WS-AREA-PLAZO(2).
           MOVE 10 TO WS-AREA-PLAZO(3).

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           IF WS-FECHA-PROCESO = SPACES
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WS-SIS-ANIO         TO WS-FECHA-PROCESO(1:4)
              MOVE '/'                 TO WS-FECHA-PROCESO(5:1)
              MOVE WS-SIS-MES          TO WS-FECHA-PROCESO(6:2)
              MOVE '/'                 TO WS-FECHA-PROCESO(8:1)
              MOVE WS-SIS-DIA          TO WS-FECHA-PROCESO(9:2)
           END-IF.

           MOVE WS-FECHA-PROCESO TO WS-SERIAL-FECHA.
           PERFORM 5000-CALCULAR-SERIAL
              THRU 5000-CALCULAR-SERIAL-EXIT.
           MOVE WS-SERIAL-RESULT TO WS-SERIAL-HOY.

           PERFORM 1050-APLICAR-GENERACION
              THRU 1050-APLICAR-GENERACION-EXIT.

           PERFORM 1100-CARGAR-REGISTRO
              THRU 1100-CARGAR-REGISTRO-EXIT.

           PERFORM 1200-ABRIR-HISTVENT
              THRU 1200-ABRIR-HISTVENT-EXIT.

           OPEN OUTPUT INFORME.
           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INFORME'
              DISPLAY 'FILE STATUS: ' FS-INFORME
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           DISPLAY 'CL13EJ19_EXCREG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-EXCREG
           END-IF.

           DISPLAY 'CL13EJ19_EXCCERR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-EXCCERR
           END-IF.

           DISPLAY 'CL13EJ19_EXCCIERR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-EXCCIERR
           END-IF.

           DISPLAY 'CL13EJ19_INFORME' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-INFORME
           END-IF.

           DISPLAY 'CL13EJ19_DISPOSIC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-DISPOSIC
           END-IF.

           DISPLAY 'CL13EJ19_RECHAZOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-RECHAZOS
           END-IF.

           DISPLAY 'CL13EJ19_SUSPECT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-SUSPECT
           END-IF.

           DISPLAY 'CL13EJ19_FUERASEC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-FUERASEC
           END-IF.

           DISPLAY 'CL13EJ19_HISTEXC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-HISTEXC
           END-IF.

           DISPLAY 'CL13EJ19_CAJAEXC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CAJAEXC
           END-IF.

           DISPLAY 'CL13EJ19_GLPEND' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-GLPEND
           END-IF.

           DISPLAY 'CL13EJ19_HISTVENT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-HISTVENT
           END-IF.

           DISPLAY 'CL13EJ19_GENERACION' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'N'
              SET WS-GEN-INACTIVA TO TRUE
           END-IF.

           DISPLAY 'CL13EJ19_FECHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:10) TO WS-FECHA-PROCESO
           END-IF.

           DISPLAY 'CL13EJ19_PLAZO_SUC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           PERFORM 1015-CONVERTIR-PLAZO
              THRU 1015-CONVERTIR-PLAZO-EXIT.
           IF WS-PLAZO-VALIDO
              MOVE WS-PLAZO-NUM TO WS-AREA-PLAZO(1)
           END-IF.

           DISPLAY 'CL13EJ19_PLAZO_TES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           PERFORM 1015-CONVERTIR-PLAZO
              THRU 1015-CONVERTIR-PLAZO-EXIT.
           IF WS-PLAZO-VALIDO
              MOVE WS-PLAZO-NUM TO WS-AREA-PLAZO(2)
           END-IF.

           DISPLAY 'CL13EJ19_PLAZO_CON' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           PERFORM 1015-CONVERTIR-PLAZO
              THRU 1015-CONVERTIR-PLAZO-EXIT.
           IF WS-PLAZO-VALIDO
              MOVE WS-PLAZO-NUM TO WS-AREA-PLAZO(3)
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1015-CONVERTIR-PLAZO.
      *----EL PARM LLEGA ALINEADO A IZQUIERDA; SE COMPLETA CON CEROS
      *----A LA IZQUIERDA ANTES DE CONVERTIRLO, COMO EN CL13EJ07.

           SET WS-PLAZO-VALIDO TO TRUE.

           EVALUATE TRUE
               WHEN WS-PARM-VALOR(1:3) IS NUMERIC
                    MOVE WS-PARM-VALOR(1:3) TO WS-PLAZO-NUM
               WHEN WS-PARM-VALOR(1:2) IS NUMERIC
                AND WS-PARM-VALOR(3:1) = SPACE
                    MOVE '0'                TO WS-NUM-EDIT(1:1)
                    MOVE WS-PARM-VALOR(1:2) TO WS-NUM-EDIT(2:2)
                    MOVE WS-NUM-EDIT        TO WS-PLAZO-NUM
               WHEN WS-PARM-VALOR(1:1) IS NUMERIC
                AND WS-PARM-VALOR(2:1) = SPACE
                    MOVE '00'               TO WS-NUM-EDIT(1:2)
                    MOVE WS-PARM-VALOR(1:1) TO WS-NUM-EDIT(3:1)
                    MOVE WS-NUM-EDIT        TO WS-PLAZO-NUM
               WHEN OTHER
                    SET WS-PLAZO-INVALIDO TO TRUE
           END-EVALUATE.

       1015-CONVERTIR-PLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-APLICAR-GENERACION.

           IF WS-GEN-INACTIVA
              GO TO 1050-APLICAR-GENERACION-EXIT
           END-IF.

           MOVE WS-FECHA-PROCESO(1:4) TO WS-GEN-AAAAMMDD(1:4).
           MOVE WS-FECHA-PROCESO(6:2) TO WS-GEN-AAAAMMDD(5:2).
           MOVE WS-FECHA-PROCESO(9:2) TO WS-GEN-AAAAMMDD(7:2).

           MOVE WS-PATH-RECHAZOS    TO WS-GEN-PATH-TRABAJO.
           PERFORM 1051-ESTAMPAR-PATH
              THRU 1051-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-RECHAZOS.

           MOVE WS-PATH-SUSPECT     TO WS-GEN-PATH-TRABAJO.
           PERFORM 1051-ESTAMPAR-PATH
              THRU 1051-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-SUSPECT.

           MOVE WS-PATH-FUERASEC    TO WS-GEN-PATH-TRABAJO.
           PERFORM 1051-ESTAMPAR-PATH
              THRU 1051-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-FUERASEC.

           MOVE WS-PATH-HISTEXC     TO WS-GEN-PATH-TRABAJO.
           PERFORM 1051-ESTAMPAR-PATH
              THRU 1051-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-HISTEXC.

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
       1100-CARGAR-REGISTRO.
      *----EL REGISTRO AUSENTE NO ES ERROR: PRIMERA CORRIDA DEL
      *----INVENTARIO, LA NUMERACION ARRANCA DE CERO.

           OPEN INPUT EXCREG.

           EVALUATE FS-EXCREG
               WHEN '00'
                    PERFORM 1110-LEER-REG-EXCREG
                       THRU 1110-LEER-REG-EXCREG-EXIT
                       UNTIL NOT FS-EXCREG-OK
                          OR WS-EX-CANT = WS-MAX-EXCEPCIONES

                    IF WS-EX-CANT = WS-MAX-EXCEPCIONES
                       PERFORM 1120-VERIFICAR-DESBORDE-REG
                          THRU 1120-VERIFICAR-DESBORDE-REG-EXIT
                    END-IF

                    CLOSE EXCREG
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EXCREG - SE INICIA '
                            'EL REGISTRO DE EXCEPCIONES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EXCREG'
                    DISPLAY 'FILE STATUS: ' FS-EXCREG
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REG-EXCREG.

           READ EXCREG.

           IF NOT FS-EXCREG-OK
              GO TO 1110-LEER-REG-EXCREG-EXIT
           END-IF.

           IF REXC-MARCA = 'CONTROL'
              IF REXC-ULTIMO-ID IS NUMERIC
                 MOVE REXC-ULTIMO-ID TO WS-EX-ULTIMO-ID
              END-IF
              GO TO 1110-LEER-REG-EXCREG-EXIT
           END-IF.

           ADD 1                    TO WS-CANT-REG-LEIDOS.

           MOVE REX-FUENTE          TO WS-FTE-BUSCADA.
           PERFORM 6300-UBICAR-FUENTE
              THRU 6300-UBICAR-FUENTE-EXIT.

           IF WS-FTE-NO-HALLADA OR REX-ID IS NOT NUMERIC
              DISPLAY 'AVISO: REGISTRO DE EXCREG ILEGIBLE, SE '
                      'DESCARTA: ' REG-EXCREG(1:40)
              GO TO 1110-LEER-REG-EXCREG-EXIT
           END-IF.

           ADD 1                    TO WS-EX-CANT.
           MOVE WS-EX-CANT          TO WS-EX-IDX.
           MOVE REX-ID              TO WS-EX-ID(WS-EX-IDX).
           MOVE WS-FTE-IDX          TO WS-EX-FTE(WS-EX-IDX).
           MOVE REX-FECHA-APERTURA  TO WS-EX-FECHA-APERTURA(WS-EX-IDX).
           MOVE REX-SUCURSAL        TO WS-EX-SUCURSAL(WS-EX-IDX).
           MOVE REX-FECHA-ITEM      TO WS-EX-FECHA-ITEM(WS-EX-IDX).
           MOVE REX-CLAVE           TO WS-EX-CLAVE(WS-EX-IDX).
           MOVE REX-IMPORTE         TO WS-EX-IMPORTE(WS-EX-IDX).
           MOVE REX-HIST-BASE       TO WS-EX-HIST-BASE(WS-EX-IDX).
           MOVE REX-DETALLE         TO WS-EX-DETALLE(WS-EX-IDX).
           MOVE SPACES              TO WS-EX-MOTIVO-CIERRE(WS-EX-IDX).
           MOVE 0                   TO WS-EX-DIAS(WS-EX-IDX).
           SET WS-EX-ABIERTA(WS-EX-IDX) TO TRUE.
           SET WS-EX-NO-VISTA(WS-EX-IDX) TO TRUE.
           PERFORM 6400-UBICAR-AREA
              THRU 6400-UBICAR-AREA-EXIT.
           MOVE WS-AREA-IDX         TO WS-EX-AREA-IDX(WS-EX-IDX).

           IF REX-ID > WS-EX-ULTIMO-ID
              MOVE REX-ID TO WS-EX-ULTIMO-ID
           END-IF.

       1110-LEER-REG-EXCREG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1120-VERIFICAR-DESBORDE-REG.
      *----MILES DE EXCEPCIONES ABIERTAS SON UN CIRCUITO DE
      *----RESOLUCION PARADO, NO UN PROBLEMA DE TAMANIO: SE DETIENE
      *----SIN TOCAR EL REGISTRO PARA QUE NO SE PIERDA NINGUNA.

           READ EXCREG.

           IF FS-EXCREG-OK
              DISPLAY 'EXCREG TIENE MAS EXCEPCIONES QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-EXCEPCIONES): '
                      WS-MAX-EXCEPCIONES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1120-VERIFICAR-DESBORDE-REG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-HISTVENT.

           OPEN INPUT HISTVENT.

           EVALUATE TRUE
               WHEN FS-HISTVENT-OK
                    SET WS-HV-DISPONIBLE TO TRUE
               WHEN FS-HISTVENT-NO-EXISTE
                    DISPLAY 'AVISO: NO SE ENCUENTRA HISTVENT - NO SE '
                            'VERIFICAN REAPLICACIONES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTVENT'
                    DISPLAY 'FILE STATUS: ' FS-HISTVENT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1200-ABRIR-HISTVENT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-APLICAR-DISPOSICIONES.
      *----CADA DISPOSICION 'R' O 'D' QUE CL13EJ02 APLICO CIERRA UNA
      *----EXCEPCION ABIERTA DE RECHAZOS ('R') O SUSPECT ('S') CON LA
      *----MISMA SUCURSAL + FECHA + COD-VENTA. SOLO SE CIERRA LO
      *----ABIERTO EN UNA CORRIDA ANTERIOR: CL13EJ02 CORRE ANTES DEL
      *----MERGE, ASI QUE SUS DISPOSICIONES NUNCA SE REFIEREN A LO QUE
      *----EL MERGE RECHAZA HOY. SIN DISPOSIC NO HAY NADA QUE CERRAR.

           OPEN INPUT DISPOSIC.

           EVALUATE FS-DISPOSIC
               WHEN '00'
                    PERFORM 2010-LEER-DISPOSICION
                       THRU 2010-LEER-DISPOSICION-EXIT
                       UNTIL NOT FS-DISPOSIC-OK
                    CLOSE DISPOSIC
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA DISPOSIC - NO SE '
                            'CIERRAN RECHAZOS NI SOSPECHOSOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DISPOSIC'
                    DISPLAY 'FILE STATUS: ' FS-DISPOSIC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2000-APLICAR-DISPOSICIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-DISPOSICION.

           READ DISPOSIC.

           IF NOT FS-DISPOSIC-OK
              GO TO 2010-LEER-DISPOSICION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-DISP-LEIDAS.

           EVALUATE DISP-ORIGEN
               WHEN 'R'
                    MOVE WS-FTE-RECHAZOS TO WS-FTE-ACTUAL
               WHEN 'S'
                    MOVE WS-FTE-SUSPECT  TO WS-FTE-ACTUAL
               WHEN OTHER
                    GO TO 2010-LEER-DISPOSICION-EXIT
           END-EVALUATE.

           EVALUATE DISP-ACCION
               WHEN 'R'
                    MOVE 'REPRESENTADA (CL13EJ02)'
                                           TO WS-CIERRE-MOTIVO
               WHEN 'D'
                    MOVE 'DESCARTADA (CL13EJ02)'
                                           TO WS-CIERRE-MOTIVO
               WHEN OTHER
                    GO TO 2010-LEER-DISPOSICION-EXIT
           END-EVALUATE.

           SET WS-EX-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-EX-IDX.

           PERFORM 2020-BUSCAR-DISPUESTA-IDX
              THRU 2020-BUSCAR-DISPUESTA-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT
                 OR WS-EX-HALLADA.

           IF WS-EX-HALLADA
              PERFORM 6000-CERRAR-EXCEPCION
                 THRU 6000-CERRAR-EXCEPCION-EXIT
           END-IF.

       2010-LEER-DISPOSICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2020-BUSCAR-DISPUESTA-IDX.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              AND WS-EX-FTE(WS-EX-IDX) = WS-FTE-ACTUAL
              AND WS-EX-SUCURSAL(WS-EX-IDX) = DISP-SUCURSAL
              AND WS-EX-FECHA-ITEM(WS-EX-IDX) = DISP-FECHA
              AND WS-EX-CLAVE(WS-EX-IDX) = DISP-COD-VENTA
              AND WS-EX-FECHA-APERTURA(WS-EX-IDX) < WS-FECHA-PROCESO
              SET WS-EX-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-EX-IDX
           END-IF.

       2020-BUSCAR-DISPUESTA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-APLICAR-CIERRES-MANUALES.
      *----ARCHIVO OPCIONAL: SIN EL, SOLO CIERRA EL CIRCUITO
      *----AUTOMATICO.

           OPEN INPUT EXCCIERR.

           EVALUATE FS-EXCCIERR
               WHEN '00'
                    PERFORM 2510-LEER-CIERRE
                       THRU 2510-LEER-CIERRE-EXIT
                       UNTIL NOT FS-EXCCIERR-OK
                    CLOSE EXCCIERR
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EXCCIERR'
                    DISPLAY 'FILE STATUS: ' FS-EXCCIERR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2500-APLICAR-CIERRES-MANUALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-CIERRE.

           READ EXCCIERR.

           IF NOT FS-EXCCIERR-OK
              GO TO 2510-LEER-CIERRE-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CIERRES-LEIDOS.

           IF CIE-ID IS NOT NUMERIC
              DISPLAY 'AVISO: ID NO NUMERICO EN EXCCIERR: ' CIE-ID
              ADD 1 TO WS-CANT-CIERRES-SIN-ID
              GO TO 2510-LEER-CIERRE-EXIT
           END-IF.

           MOVE CIE-ID TO WS-CIERRE-ID.
           SET WS-EX-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-EX-IDX.

           PERFORM 2520-BUSCAR-ID-IDX
              THRU 2520-BUSCAR-ID-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT
                 OR WS-EX-HALLADA.

           IF WS-EX-HALLADA
              MOVE SPACES TO WS-CIERRE-MOTIVO
              STRING 'MANUAL: '      DELIMITED BY SIZE
                     CIE-NOTA(1:22)  DELIMITED BY SIZE
                 INTO WS-CIERRE-MOTIVO
              PERFORM 6000-CERRAR-EXCEPCION
                 THRU 6000-CERRAR-EXCEPCION-EXIT
           ELSE
              DISPLAY 'AVISO: EXCCIERR CITA UN ID QUE NO ESTA '
                      'ABIERTO: ' CIE-ID
              ADD 1 TO WS-CANT-CIERRES-SIN-ID
           END-IF.

       2510-LEER-CIERRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2520-BUSCAR-ID-IDX.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              AND WS-EX-ID(WS-EX-IDX) = WS-CIERRE-ID
              SET WS-EX-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-EX-IDX
           END-IF.

       2520-BUSCAR-ID-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-VERIFICAR-REAPLICADAS.
      *----UNA VENTA FUERA DE SECUENCIA QUE LA SUCURSAL REENVIO, O UN
      *----HISTEXC QUE CONTADURIA REAPLICO TRAS REABRIR EL PERIODO,
      *----SUMA UNA VENTA MAS A SU CLAVE DE HISTVENT.

           IF WS-HV-NO-DISPONIBLE
              GO TO 2800-VERIFICAR-REAPLICADAS-EXIT
           END-IF.

           MOVE 'REAPLICADA EN HISTVENT' TO WS-CIERRE-MOTIVO.
           MOVE 1 TO WS-EX-IDX.

           PERFORM 2810-VERIFICAR-REAPLICADA-IDX
              THRU 2810-VERIFICAR-REAPLICADA-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT.

       2800-VERIFICAR-REAPLICADAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2810-VERIFICAR-REAPLICADA-IDX.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              AND (WS-EX-FTE(WS-EX-IDX) = WS-FTE-FUERASEC
                   OR WS-EX-FTE(WS-EX-IDX) = WS-FTE-HISTEXC)
              MOVE WS-EX-FECHA-ITEM(WS-EX-IDX) TO HIST-FECHA
              MOVE WS-EX-SUCURSAL(WS-EX-IDX)   TO HIST-SUCURSAL
              MOVE WS-EX-CLAVE(WS-EX-IDX)      TO HIST-COD-VENTA
              PERFORM 6200-CONSULTAR-HISTVENT
                 THRU 6200-CONSULTAR-HISTVENT-EXIT
              IF WS-HV-CANT-VENTAS > WS-EX-HIST-BASE(WS-EX-IDX)
                 PERFORM 6000-CERRAR-EXCEPCION
                    THRU 6000-CERRAR-EXCEPCION-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-EX-IDX.

       2810-VERIFICAR-REAPLICADA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-INCORPORAR-RECHAZOS.

           MOVE WS-FTE-RECHAZOS TO WS-FTE-ACTUAL.

           OPEN INPUT RECHAZOS.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    PERFORM 3010-LEER-RECHAZO
                       THRU 3010-LEER-RECHAZO-EXIT
                       UNTIL NOT FS-RECHAZOS-OK
                    CLOSE RECHAZOS
                    PERFORM 3900-RECONCILIAR-FUENTE
                       THRU 3900-RECONCILIAR-FUENTE-EXIT
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'RECHAZOS ' WS-PATH-RECHAZOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RECHAZOS'
                    DISPLAY 'FILE STATUS: ' FS-RECHAZOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       3000-INCORPORAR-RECHAZOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3010-LEER-RECHAZO.

           READ RECHAZOS.

           IF FS-RECHAZOS-OK
              MOVE REG-RECH-SUCURSAL   TO WS-CAND-SUCURSAL
              MOVE REG-RECH-FECHA      TO WS-CAND-FECHA-ITEM
              MOVE REG-RECH-COD-VENTA  TO WS-CAND-CLAVE
              MOVE REG-RECH-IMPORTE    TO WS-IMP-TEXTO
              MOVE REG-RECH-MOTIVO     TO WS-CAND-DETALLE
              MOVE 0                   TO WS-CAND-HIST-BASE
              PERFORM 6500-CONVERTIR-IMPORTE
                 THRU 6500-CONVERTIR-IMPORTE-EXIT
              PERFORM 3800-REGISTRAR-CANDIDATA
                 THRU 3800-REGISTRAR-CANDIDATA-EXIT
           END-IF.

       3010-LEER-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-INCORPORAR-SUSPECT.

           MOVE WS-FTE-SUSPECT TO WS-FTE-ACTUAL.

           OPEN INPUT SUSPECT.

           EVALUATE FS-SUSPECT
               WHEN '00'
                    PERFORM 3110-LEER-SUSPECT
                       THRU 3110-LEER-SUSPECT-EXIT
                       UNTIL NOT FS-SUSPECT-OK
                    CLOSE SUSPECT
                    PERFORM 3900-RECONCILIAR-FUENTE
                       THRU 3900-RECONCILIAR-FUENTE-EXIT
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'SUSPECT ' WS-PATH-SUSPECT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUSPECT'
                    DISPLAY 'FILE STATUS: ' FS-SUSPECT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       3100-INCORPORAR-SUSPECT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-LEER-SUSPECT.

           READ SUSPECT.

           IF FS-SUSPECT-OK
              MOVE SUSP-SUCURSAL       TO WS-CAND-SUCURSAL
              MOVE SUSP-FECHA          TO WS-CAND-FECHA-ITEM
              MOVE SUSP-COD-VENTA      TO WS-CAND-CLAVE
              MOVE SUSP-IMPORTE        TO WS-IMP-TEXTO
              MOVE SUSP-MOTIVO         TO WS-CAND-DETALLE
              MOVE 0                   TO WS-CAND-HIST-BASE
              PERFORM 6500-CONVERTIR-IMPORTE
                 THRU 6500-CONVERTIR-IMPORTE-EXIT
              PERFORM 3800-REGISTRAR-CANDIDATA
                 THRU 3800-REGISTRAR-CANDIDATA-EXIT
           END-IF.

       3110-LEER-SUSPECT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-INCORPORAR-FUERASEC.

           MOVE WS-FTE-FUERASEC TO WS-FTE-ACTUAL.

           OPEN INPUT FUERASEC.

           EVALUATE FS-FUERASEC
               WHEN '00'
                    PERFORM 3210-LEER-FUERASEC
                       THRU 3210-LEER-FUERASEC-EXIT
                       UNTIL NOT FS-FUERASEC-OK
                    CLOSE FUERASEC
                    PERFORM 3900-RECONCILIAR-FUENTE
                       THRU 3900-RECONCILIAR-FUENTE-EXIT
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'FUERASEC ' WS-PATH-FUERASEC
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FUERASEC'
                    DISPLAY 'FILE STATUS: ' FS-FUERASEC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       3200-INCORPORAR-FUERASEC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3210-LEER-FUERASEC.

           READ FUERASEC.

           IF FS-FUERASEC-OK
              MOVE FSEC-SUCURSAL       TO WS-CAND-SUCURSAL
              MOVE FSEC-FECHA          TO WS-CAND-FECHA-ITEM
              MOVE FSEC-COD-VENTA      TO WS-CAND-CLAVE
              MOVE FSEC-IMPORTE        TO WS-IMP-TEXTO
              MOVE SPACES              TO WS-CAND-DETALLE
              STRING 'FUERA DE SECUENCIA, FECHA PREVIA '
                                       DELIMITED BY SIZE
                     FSEC-FECHA-PREVIA DELIMITED BY SIZE
                 INTO WS-CAND-DETALLE
              PERFORM 6500-CONVERTIR-IMPORTE
                 THRU 6500-CONVERTIR-IMPORTE-EXIT
              PERFORM 3250-FIJAR-BASE-HISTVENT
                 THRU 3250-FIJAR-BASE-HISTVENT-EXIT
              PERFORM 3800-REGISTRAR-CANDIDATA
                 THRU 3800-REGISTRAR-CANDIDATA-EXIT
           END-IF.

       3210-LEER-FUERASEC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3250-FIJAR-BASE-HISTVENT.
      *----FOTO DE LA CLAVE EN HISTVENT AL ABRIRSE LA EXCEPCION: LA
      *----REAPLICACION SE DETECTA CONTRA ESTA CANTIDAD.

           MOVE 0 TO WS-CAND-HIST-BASE.

           IF WS-HV-DISPONIBLE
              MOVE WS-CAND-FECHA-ITEM    TO HIST-FECHA
              MOVE WS-CAND-SUCURSAL      TO HIST-SUCURSAL
              MOVE WS-CAND-CLAVE         TO HIST-COD-VENTA
              PERFORM 6200-CONSULTAR-HISTVENT
                 THRU 6200-CONSULTAR-HISTVENT-EXIT
              MOVE WS-HV-CANT-VENTAS     TO WS-CAND-HIST-BASE
           END-IF.

       3250-FIJAR-BASE-HISTVENT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-INCORPORAR-HISTEXC.

           MOVE WS-FTE-HISTEXC TO WS-FTE-ACTUAL.

           OPEN INPUT HISTEXC.

           EVALUATE FS-HISTEXC
               WHEN '00'
                    PERFORM 3310-LEER-HISTEXC
                       THRU 3310-LEER-HISTEXC-EXIT
                       UNTIL NOT FS-HISTEXC-OK
                    CLOSE HISTEXC
                    PERFORM 3900-RECONCILIAR-FUENTE
                       THRU 3900-RECONCILIAR-FUENTE-EXIT
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'HISTEXC ' WS-PATH-HISTEXC
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTEXC'
                    DISPLAY 'FILE STATUS: ' FS-HISTEXC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       3300-INCORPORAR-HISTEXC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3310-LEER-HISTEXC.

           READ HISTEXC.

           IF FS-HISTEXC-OK
              MOVE HEX-SUCURSAL        TO WS-CAND-SUCURSAL
              MOVE HEX-FECHA           TO WS-CAND-FECHA-ITEM
              MOVE HEX-COD-VENTA       TO WS-CAND-CLAVE
              MOVE 0                   TO WS-CAND-IMPORTE
              IF HEX-IMPORTE IS NUMERIC
                 MOVE HEX-IMPORTE      TO WS-CAND-IMPORTE
              END-IF
              MOVE SPACES              TO WS-CAND-DETALLE
              STRING 'PERIODO CERRADO '
                                       DELIMITED BY SIZE
                     HEX-FECHA(1:7)    DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     HEX-PRODUCTO      DELIMITED BY SIZE
                 INTO WS-CAND-DETALLE
              PERFORM 3250-FIJAR-BASE-HISTVENT
                 THRU 3250-FIJAR-BASE-HISTVENT-EXIT
              PERFORM 3800-REGISTRAR-CANDIDATA
                 THRU 3800-REGISTRAR-CANDIDATA-EXIT
           END-IF.

       3310-LEER-HISTEXC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3400-INCORPORAR-CAJAEXC.
      *----CAJAEXC NO TRAE FECHA: ES LA CONCILIACION DE LA FECHA DE
      *----NEGOCIO, QUE SE TOMA COMO FECHA DEL ITEM.

           MOVE WS-FTE-CAJAEXC TO WS-FTE-ACTUAL.

           OPEN INPUT CAJAEXC.

           EVALUATE FS-CAJAEXC
               WHEN '00'
                    PERFORM 3410-LEER-CAJAEXC
                       THRU 3410-LEER-CAJAEXC-EXIT
                       UNTIL NOT FS-CAJAEXC-OK
                    CLOSE CAJAEXC
                    PERFORM 3900-RECONCILIAR-FUENTE
                       THRU 3900-RECONCILIAR-FUENTE-EXIT
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'CAJAEXC ' WS-PATH-CAJAEXC
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAJAEXC'
                    DISPLAY 'FILE STATUS: ' FS-CAJAEXC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       3400-INCORPORAR-CAJAEXC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3410-LEER-CAJAEXC.

           READ CAJAEXC.

           IF FS-CAJAEXC-OK
              MOVE EXC-SUCURSAL        TO WS-CAND-SUCURSAL
              MOVE WS-FECHA-PROCESO    TO WS-CAND-FECHA-ITEM
              MOVE EXC-CAJA            TO WS-CAND-CLAVE
              MOVE 0                   TO WS-CAND-IMPORTE
              IF EXC-DIFERENCIA IS NUMERIC
                 MOVE EXC-DIFERENCIA   TO WS-CAND-IMPORTE
              END-IF
              MOVE EXC-MOTIVO          TO WS-CAND-DETALLE
              MOVE 0                   TO WS-CAND-HIST-BASE
              PERFORM 3800-REGISTRAR-CANDIDATA
                 THRU 3800-REGISTRAR-CANDIDATA-EXIT
           END-IF.

       3410-LEER-CAJAEXC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-INCORPORAR-GLPEND.
      *----GLPEND ES UN ESTADO COMPLETO QUE CL13EJ13 REESCRIBE CADA
      *----NOCHE: LO QUE SIGUE PENDIENTE YA ESTA REGISTRADO (SE MARCA
      *----VISTO) Y LO QUE DESAPARECIO FUE ACUSADO (SE CIERRA EN LA
      *----RECONCILIACION, CUALQUIERA SEA SU FECHA DE APERTURA).

           MOVE WS-FTE-GLPEND TO WS-FTE-ACTUAL.

           OPEN INPUT GLPEND.

           EVALUATE FS-GLPEND
               WHEN '00'
                    PERFORM 3510-LEER-GLPEND
                       THRU 3510-LEER-GLPEND-EXIT
                       UNTIL NOT FS-GLPEND-OK
                    CLOSE GLPEND
                    PERFORM 3900-RECONCILIAR-FUENTE
                       THRU 3900-RECONCILIAR-FUENTE-EXIT
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'GLPEND ' WS-PATH-GLPEND
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE GLPEND'
                    DISPLAY 'FILE STATUS: ' FS-GLPEND
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       3500-INCORPORAR-GLPEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-LEER-GLPEND.

           READ GLPEND.

           IF FS-GLPEND-OK
              MOVE SPACE               TO WS-CAND-SUCURSAL
              MOVE PEND-FECHA-ENVIO    TO WS-CAND-FECHA-ITEM
              MOVE PEND-PERIODO        TO WS-CAND-CLAVE
              MOVE 0                   TO WS-CAND-IMPORTE
              IF PEND-IMPORTE IS NUMERIC
                 MOVE PEND-IMPORTE     TO WS-CAND-IMPORTE
              END-IF
              MOVE 'EXTRACTO CONTABLE SIN ACUSE'
                                       TO WS-CAND-DETALLE
              MOVE 0                   TO WS-CAND-HIST-BASE
              PERFORM 3800-REGISTRAR-CANDIDATA
                 THRU 3800-REGISTRAR-CANDIDATA-EXIT
           END-IF.

       3510-LEER-GLPEND-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3800-REGISTRAR-CANDIDATA.
      *----UNA CANDIDATA QUE YA FIGURA EN EL REGISTRO (MISMO ORIGEN +
      *----SUCURSAL + FECHA + CLAVE, AUN NO EMPAREJADA EN ESTA
      *----CORRIDA) SOLO SE MARCA VISTA; SI NO, SE DA DE ALTA CON EL
      *----PROXIMO ID Y LA FECHA DE NEGOCIO COMO FECHA DE APERTURA.

           SET WS-EX-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-EX-IDX.

           PERFORM 3810-BUSCAR-CANDIDATA-IDX
              THRU 3810-BUSCAR-CANDIDATA-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT
                 OR WS-EX-HALLADA.

           IF WS-EX-HALLADA
              SET WS-EX-VISTA(WS-EX-IDX) TO TRUE
              GO TO 3800-REGISTRAR-CANDIDATA-EXIT
           END-IF.

           IF WS-EX-CANT = WS-MAX-EXCEPCIONES
              DISPLAY 'EL REGISTRO DE EXCEPCIONES NO TIENE SLOTS '
                      'PARA LAS NUEVAS'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-EXCEPCIONES): '
                      WS-MAX-EXCEPCIONES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                        TO WS-EX-CANT.
           MOVE WS-EX-CANT              TO WS-EX-IDX.
           ADD 1                        TO WS-EX-ULTIMO-ID.
           MOVE WS-EX-ULTIMO-ID         TO WS-EX-ID(WS-EX-IDX).
           MOVE WS-FTE-ACTUAL           TO WS-EX-FTE(WS-EX-IDX).
           MOVE WS-FECHA-PROCESO        TO
                                    WS-EX-FECHA-APERTURA(WS-EX-IDX).
           MOVE WS-CAND-SUCURSAL        TO WS-EX-SUCURSAL(WS-EX-IDX).
           MOVE WS-CAND-FECHA-ITEM      TO WS-EX-FECHA-ITEM(WS-EX-IDX).
           MOVE WS-CAND-CLAVE           TO WS-EX-CLAVE(WS-EX-IDX).
           MOVE WS-CAND-IMPORTE         TO WS-EX-IMPORTE(WS-EX-IDX).
           MOVE WS-CAND-HIST-BASE       TO WS-EX-HIST-BASE(WS-EX-IDX).
           MOVE WS-CAND-DETALLE         TO WS-EX-DETALLE(WS-EX-IDX).
           MOVE SPACES                  TO
                                    WS-EX-MOTIVO-CIERRE(WS-EX-IDX).
           MOVE 0                       TO WS-EX-DIAS(WS-EX-IDX).
           SET WS-EX-ABIERTA(WS-EX-IDX) TO TRUE.
           SET WS-EX-VISTA(WS-EX-IDX)   TO TRUE.

           MOVE WS-FTE-ACTUAL           TO WS-FTE-IDX.
           PERFORM 6400-UBICAR-AREA
              THRU 6400-UBICAR-AREA-EXIT.
           MOVE WS-AREA-IDX             TO WS-EX-AREA-IDX(WS-EX-IDX).

           ADD 1 TO WS-FTE-CANT-NUEVAS(WS-FTE-ACTUAL).
           ADD 1 TO WS-CANT-NUEVAS.

       3800-REGISTRAR-CANDIDATA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3810-BUSCAR-CANDIDATA-IDX.
      *----SOLO CONTRA LO ABIERTO: LO QUE SE CERRO EN ESTA CORRIDA Y
      *----SIGUE FIGURANDO EN SU ORIGEN (UNA VENTA REPRESENTADA QUE EL
      *----MERGE VOLVIO A RECHAZAR, UN EXTRACTO QUE SIGUE SIN ACUSE)
      *----ES UNA EXCEPCION NUEVA.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              AND WS-EX-NO-VISTA(WS-EX-IDX)
              AND WS-EX-FTE(WS-EX-IDX) = WS-FTE-ACTUAL
              AND WS-EX-SUCURSAL(WS-EX-IDX) = WS-CAND-SUCURSAL
              AND WS-EX-FECHA-ITEM(WS-EX-IDX) = WS-CAND-FECHA-ITEM
              AND WS-EX-CLAVE(WS-EX-IDX) = WS-CAND-CLAVE
              SET WS-EX-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-EX-IDX
           END-IF.

       3810-BUSCAR-CANDIDATA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-RECONCILIAR-FUENTE.
      *----TERMINADO DE LEER UN ORIGEN, LO ABIERTO QUE NO SE VIO:
      *----  - GLPEND: YA NO ESTA PENDIENTE, CONTADURIA LO ACUSO.
      *----  - RESTO: SOLO SI SE ABRIO CON ESTA MISMA FECHA DE NEGOCIO
      *----    (REPROCESO DEL DIA QUE YA NO LA TRAE). LAS DE FECHAS
      *----    ANTERIORES VIENEN DE OTRA GENERACION Y NO SE TOCAN.

           IF WS-FTE-ACTUAL = WS-FTE-GLPEND
              MOVE 'ACUSADA POR CONTADURIA'  TO WS-CIERRE-MOTIVO
           ELSE
              MOVE 'CONCILIADA EN REPROCESO' TO WS-CIERRE-MOTIVO
           END-IF.

           MOVE 1 TO WS-EX-IDX.

           PERFORM 3910-RECONCILIAR-IDX
              THRU 3910-RECONCILIAR-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT.

       3900-RECONCILIAR-FUENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3910-RECONCILIAR-IDX.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              AND WS-EX-NO-VISTA(WS-EX-IDX)
              AND WS-EX-FTE(WS-EX-IDX) = WS-FTE-ACTUAL
              AND (WS-FTE-ACTUAL = WS-FTE-GLPEND
                   OR WS-EX-FECHA-APERTURA(WS-EX-IDX) =
                      WS-FECHA-PROCESO)
              PERFORM 6000-CERRAR-EXCEPCION
                 THRU 6000-CERRAR-EXCEPCION-EXIT
           END-IF.

           ADD 1 TO WS-EX-IDX.

       3910-RECONCILIAR-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-GRABAR-INFORME.

           MOVE 1 TO WS-EX-IDX.
           PERFORM 4010-ACUMULAR-IDX
              THRU 4010-ACUMULAR-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT.

           MOVE WS-FECHA-PROCESO      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 'ABIERTAS POR AREA Y DIAS DESDE LA APERTURA'
                                      TO WS-LIN-SUBTITULO.
           MOVE WS-LIN-SUBTITULO      TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-ENC-AREA       TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 1 TO WS-AREA-IDX.
           PERFORM 4100-GRABAR-LINEA-AREA
              THRU 4100-GRABAR-LINEA-AREA-EXIT
              UNTIL WS-AREA-IDX > 3.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 'MOVIMIENTO DE LA CORRIDA POR ORIGEN'
                                      TO WS-LIN-SUBTITULO.
           MOVE WS-LIN-SUBTITULO      TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-ENC-FUENTE     TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 1 TO WS-FTE-IDX.
           PERFORM 4200-GRABAR-LINEA-FUENTE
              THRU 4200-GRABAR-LINEA-FUENTE-EXIT
              UNTIL WS-FTE-IDX > 6.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 'ESCALADAS: ABIERTAS CON MAS DIAS QUE EL PLAZO'
                                      TO WS-LIN-SUBTITULO.
           MOVE WS-LIN-SUBTITULO      TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-ENC-VENCIDA    TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           IF WS-CANT-VENCIDAS = 0
              MOVE WS-LIN-SIN-VENCIDAS TO REG-INFORME
              PERFORM 6100-GRABAR-LINEA
                 THRU 6100-GRABAR-LINEA-EXIT
           ELSE
              MOVE 1 TO WS-EX-IDX
              PERFORM 4300-GRABAR-LINEA-VENCIDA
                 THRU 4300-GRABAR-LINEA-VENCIDA-EXIT
                 UNTIL WS-EX-IDX > WS-EX-CANT
           END-IF.

       4000-GRABAR-INFORME-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4010-ACUMULAR-IDX.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              PERFORM 4015-ACUMULAR-ABIERTA
                 THRU 4015-ACUMULAR-ABIERTA-EXIT
           END-IF.

           ADD 1 TO WS-EX-IDX.

       4010-ACUMULAR-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4015-ACUMULAR-ABIERTA.
      *----ANTIGUEDAD, TRAMO Y VENCIMIENTO DE CADA ABIERTA.

           MOVE WS-EX-FECHA-APERTURA(WS-EX-IDX) TO WS-SERIAL-FECHA.
           PERFORM 5000-CALCULAR-SERIAL
              THRU 5000-CALCULAR-SERIAL-EXIT.
           COMPUTE WS-DIAS-ABIERTA = WS-SERIAL-HOY - WS-SERIAL-RESULT.
           IF WS-DIAS-ABIERTA < 0
              MOVE 0 TO WS-DIAS-ABIERTA
           END-IF.
           IF WS-DIAS-ABIERTA > 99999
              MOVE 99999 TO WS-DIAS-ABIERTA
           END-IF.
           MOVE WS-DIAS-ABIERTA TO WS-EX-DIAS(WS-EX-IDX).

           MOVE WS-EX-AREA-IDX(WS-EX-IDX) TO WS-AREA-IDX.
           MOVE 1 TO WS-TRAMO-IDX.
           PERFORM 4020-UBICAR-TRAMO
              THRU 4020-UBICAR-TRAMO-EXIT
              UNTIL WS-TRAMO-IDX = 5
                 OR WS-EX-DIAS(WS-EX-IDX)
                    NOT > WS-TRAMO-HASTA(WS-TRAMO-IDX).

           ADD 1 TO WS-AREA-CANT-TRAMO(WS-AREA-IDX, WS-TRAMO-IDX).
           ADD 1 TO WS-AREA-CANT-TOTAL(WS-AREA-IDX).
           ADD WS-EX-IMPORTE(WS-EX-IDX) TO WS-AREA-IMPORTE(WS-AREA-IDX).
           ADD 1 TO WS-FTE-CANT-ABIERTAS(WS-EX-FTE(WS-EX-IDX)).
           ADD 1 TO WS-CANT-ABIERTAS.

           IF WS-EX-DIAS(WS-EX-IDX) > WS-AREA-PLAZO(WS-AREA-IDX)
              ADD 1 TO WS-AREA-CANT-VENCIDAS(WS-AREA-IDX)
              ADD 1 TO WS-CANT-VENCIDAS
           END-IF.

       4015-ACUMULAR-ABIERTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4020-UBICAR-TRAMO.

           ADD 1 TO WS-TRAMO-IDX.

       4020-UBICAR-TRAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-LINEA-AREA.

           MOVE WS-AREA-NOMBRE(WS-AREA-IDX)   TO WS-LAR-NOMBRE.
           MOVE WS-AREA-PLAZO(WS-AREA-IDX)    TO WS-LAR-PLAZO.

           MOVE 1 TO WS-TRAMO-IDX.
           PERFORM 4110-EDITAR-TRAMO
              THRU 4110-EDITAR-TRAMO-EXIT
              UNTIL WS-TRAMO-IDX > 5.

           MOVE WS-AREA-CANT-TOTAL(WS-AREA-IDX)    TO WS-LAR-TOTAL.
           MOVE WS-AREA-CANT-VENCIDAS(WS-AREA-IDX) TO WS-LAR-VENCIDAS.
           MOVE WS-AREA-IMPORTE(WS-AREA-IDX)       TO WS-LAR-IMPORTE.

           MOVE WS-LIN-AREA TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           ADD 1 TO WS-AREA-IDX.

       4100-GRABAR-LINEA-AREA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4110-EDITAR-TRAMO.

           MOVE WS-AREA-CANT-TRAMO(WS-AREA-IDX, WS-TRAMO-IDX)
             TO WS-LAR-CANT-TRAMO(WS-TRAMO-IDX).

           ADD 1 TO WS-TRAMO-IDX.

       4110-EDITAR-TRAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-GRABAR-LINEA-FUENTE.

           MOVE WS-FTE-NOMBRE(WS-FTE-IDX)        TO WS-LFT-NOMBRE.
           PERFORM 6400-UBICAR-AREA
              THRU 6400-UBICAR-AREA-EXIT.
           MOVE WS-AREA-NOMBRE(WS-AREA-IDX)      TO WS-LFT-AREA.
           MOVE WS-FTE-CANT-NUEVAS(WS-FTE-IDX)   TO WS-LFT-NUEVAS.
           MOVE WS-FTE-CANT-CERRADAS(WS-FTE-IDX) TO WS-LFT-CERRADAS.
           MOVE WS-FTE-CANT-ABIERTAS(WS-FTE-IDX) TO WS-LFT-ABIERTAS.

           MOVE WS-LIN-FUENTE TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           ADD 1 TO WS-FTE-IDX.

       4200-GRABAR-LINEA-FUENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4300-GRABAR-LINEA-VENCIDA.
      *----EN ORDEN DE ID, QUE ES EL ORDEN DE APERTURA: LO MAS VIEJO
      *----SALE PRIMERO.

           MOVE WS-EX-AREA-IDX(WS-EX-IDX) TO WS-AREA-IDX.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              AND WS-EX-DIAS(WS-EX-IDX) > WS-AREA-PLAZO(WS-AREA-IDX)
              PERFORM 4310-EDITAR-LINEA-VENCIDA
                 THRU 4310-EDITAR-LINEA-VENCIDA-EXIT
           END-IF.

           ADD 1 TO WS-EX-IDX.

       4300-GRABAR-LINEA-VENCIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4310-EDITAR-LINEA-VENCIDA.

           MOVE WS-EX-ID(WS-EX-IDX)             TO WS-LVE-ID.
           MOVE WS-FTE-NOMBRE(WS-EX-FTE(WS-EX-IDX))
                                                TO WS-LVE-FUENTE.
           MOVE WS-AREA-NOMBRE(WS-AREA-IDX)     TO WS-LVE-AREA.
           MOVE WS-EX-FECHA-APERTURA(WS-EX-IDX) TO WS-LVE-APERTURA.
           MOVE WS-EX-DIAS(WS-EX-IDX)           TO WS-LVE-DIAS.
           MOVE WS-AREA-PLAZO(WS-AREA-IDX)      TO WS-LVE-PLAZO.
           MOVE WS-EX-SUCURSAL(WS-EX-IDX)       TO WS-LVE-SUCURSAL.
           MOVE WS-EX-FECHA-ITEM(WS-EX-IDX)     TO WS-LVE-FECHA-ITEM.
           MOVE WS-EX-CLAVE(WS-EX-IDX)          TO WS-LVE-CLAVE.
           MOVE WS-EX-DETALLE(WS-EX-IDX)        TO WS-LVE-DETALLE.
           MOVE WS-EX-IMPORTE(WS-EX-IDX)        TO WS-LVE-IMPORTE.

           MOVE WS-LIN-VENCIDA TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

       4310-EDITAR-LINEA-VENCIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5000-CALCULAR-SERIAL.
      *----SERIAL APROXIMADO DE WS-SERIAL-FECHA (AAAA/MM/DD): MESES DE
      *----30 DIAS, COMO EN CL13EJ13. UNA FECHA ILEGIBLE SE TRATA COMO
      *----SERIAL CERO (SIEMPRE VENCIDA, QUE ES EL LADO SEGURO).

           IF WS-SERIAL-FECHA(1:4) IS NUMERIC
              AND WS-SERIAL-FECHA(6:2) IS NUMERIC
              AND WS-SERIAL-FECHA(9:2) IS NUMERIC
              MOVE WS-SERIAL-FECHA(1:4) TO WS-SERIAL-ANIO
              MOVE WS-SERIAL-FECHA(6:2) TO WS-SERIAL-MES
              MOVE WS-SERIAL-FECHA(9:2) TO WS-SERIAL-DIA
              COMPUTE WS-SERIAL-RESULT =
                      WS-SERIAL-ANIO * 360
                    + (WS-SERIAL-MES - 1) * 30
                    + WS-SERIAL-DIA
           ELSE
              MOVE 0 TO WS-SERIAL-RESULT
           END-IF.

       5000-CALCULAR-SERIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6000-CERRAR-EXCEPCION.
      *----CIERRA LA EXCEPCION DE WS-EX-IDX CON WS-CIERRE-MOTIVO; SE
      *----PASA A LA BITACORA RECIEN AL REESCRIBIR EL REGISTRO, ASI
      *----UNA CORRIDA QUE ABORTA NO DEJA CIERRES A MEDIAS.

           SET WS-EX-CERRADA(WS-EX-IDX) TO TRUE.
           MOVE WS-CIERRE-MOTIVO TO WS-EX-MOTIVO-CIERRE(WS-EX-IDX).

           ADD 1 TO WS-FTE-CANT-CERRADAS(WS-EX-FTE(WS-EX-IDX)).
           ADD 1 TO WS-CANT-CERRADAS.

       6000-CERRAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-GRABAR-LINEA.

           WRITE REG-INFORME.

           EVALUATE FS-INFORME
               WHEN '00'
                    ADD 1 TO WS-CANT-LINEAS
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE INFORME'
                    DISPLAY 'FILE STATUS: ' FS-INFORME
           END-EVALUATE.

       6100-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6200-CONSULTAR-HISTVENT.
      *----CANTIDAD DE VENTAS DE LA CLAVE YA CARGADA EN HIST-CLAVE;
      *----CLAVE INEXISTENTE ES CERO. UN ERROR DE LECTURA DEVUELVE
      *----CERO CON AVISO: LA EXCEPCION QUEDA ABIERTA, QUE ES EL LADO
      *----SEGURO.

           MOVE 0 TO WS-HV-CANT-VENTAS.

           READ HISTVENT.

           EVALUATE TRUE
               WHEN FS-HISTVENT-OK
                    MOVE HIST-CANT-VENTAS TO WS-HV-CANT-VENTAS
               WHEN FS-HISTVENT-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'AVISO: ERROR AL LEER HISTVENT CLAVE '
                            HIST-CLAVE ' FILE STATUS: ' FS-HISTVENT
           END-EVALUATE.

       6200-CONSULTAR-HISTVENT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6300-UBICAR-FUENTE.
      *----NUMERO DE ORIGEN A PARTIR DEL NOMBRE GRABADO EN EXCREG.

           SET WS-FTE-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-FTE-IDX.

           PERFORM 6310-UBICAR-FUENTE-IDX
              THRU 6310-UBICAR-FUENTE-IDX-EXIT
              UNTIL WS-FTE-IDX > 6
                 OR WS-FTE-HALLADA.

       6300-UBICAR-FUENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6310-UBICAR-FUENTE-IDX.

           IF WS-FTE-NOMBRE(WS-FTE-IDX) = WS-FTE-BUSCADA
              SET WS-FTE-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-FTE-IDX
           END-IF.

       6310-UBICAR-FUENTE-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6400-UBICAR-AREA.
      *----AREA RESPONSABLE DEL ORIGEN WS-FTE-IDX.

           MOVE 1 TO WS-AREA-IDX.

           PERFORM 6410-UBICAR-AREA-IDX
              THRU 6410-UBICAR-AREA-IDX-EXIT
              UNTIL WS-AREA-IDX = 3
                 OR WS-AREA-CODIGO(WS-AREA-IDX) =
                    WS-FTE-AREA(WS-FTE-IDX).

       6400-UBICAR-AREA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6410-UBICAR-AREA-IDX.

           ADD 1 TO WS-AREA-IDX.

       6410-UBICAR-AREA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6500-CONVERTIR-IMPORTE.
      *----IMPORTE EN TEXTO DEL ORIGEN; UNO ILEGIBLE (MOTIVO HABITUAL
      *----DE UN RECHAZO) SE REGISTRA EN CERO.

           IF WS-IMP-TEXTO-9 IS NUMERIC
              MOVE WS-IMP-TEXTO-9 TO WS-CAND-IMPORTE
           ELSE
              MOVE 0              TO WS-CAND-IMPORTE
           END-IF.

       6500-CONVERTIR-IMPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7000-REESCRIBIR-REGISTRO.
      *----REESCRIBE EXCREG COMPLETO (CONTROL + ABIERTAS EN ORDEN DE
      *----ID) Y AGREGA LAS CERRADAS EN LA CORRIDA A LA BITACORA.

           OPEN EXTEND EXCCERR.
           IF FS-EXCCERR-NO-EXISTE
              OPEN OUTPUT EXCCERR
           END-IF.
           IF NOT FS-EXCCERR-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA EXCCERR'
              DISPLAY 'FILE STATUS: ' FS-EXCCERR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCREG.
           IF NOT FS-EXCREG-OK
              DISPLAY 'ERROR AL REESCRIBIR EL ARCHIVO DE EXCREG'
              DISPLAY 'FILE STATUS: ' FS-EXCREG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES              TO REG-EXCREG-CONTROL.
           MOVE 'CONTROL'           TO REXC-MARCA.
           MOVE WS-EX-ULTIMO-ID     TO REXC-ULTIMO-ID.
           MOVE WS-FECHA-PROCESO    TO REXC-FECHA-CORRIDA.
           WRITE REG-EXCREG-CONTROL.
           IF NOT FS-EXCREG-OK
              DISPLAY 'ERROR AL GRABAR EL CONTROL DE EXCREG'
              DISPLAY 'FILE STATUS: ' FS-EXCREG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 1 TO WS-EX-IDX.
           PERFORM 7010-GRABAR-EXCEPCION-IDX
              THRU 7010-GRABAR-EXCEPCION-IDX-EXIT
              UNTIL WS-EX-IDX > WS-EX-CANT.

           CLOSE EXCREG.
           CLOSE EXCCERR.

       7000-REESCRIBIR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-EXCEPCION-IDX.

           MOVE SPACES                          TO REG-EXCREG.
           MOVE WS-EX-ID(WS-EX-IDX)             TO REX-ID.
           MOVE WS-FTE-NOMBRE(WS-EX-FTE(WS-EX-IDX))
                                                TO REX-FUENTE.
           MOVE WS-AREA-CODIGO(WS-EX-AREA-IDX(WS-EX-IDX))
                                                TO REX-AREA.
           MOVE WS-EX-FECHA-APERTURA(WS-EX-IDX) TO REX-FECHA-APERTURA.
           MOVE WS-EX-SUCURSAL(WS-EX-IDX)       TO REX-SUCURSAL.
           MOVE WS-EX-FECHA-ITEM(WS-EX-IDX)     TO REX-FECHA-ITEM.
           MOVE WS-EX-CLAVE(WS-EX-IDX)          TO REX-CLAVE.
           MOVE WS-EX-IMPORTE(WS-EX-IDX)        TO REX-IMPORTE.
           MOVE WS-EX-HIST-BASE(WS-EX-IDX)      TO REX-HIST-BASE.
           MOVE WS-EX-DETALLE(WS-EX-IDX)        TO REX-DETALLE.

           IF WS-EX-ABIERTA(WS-EX-IDX)
              WRITE REG-EXCREG
              IF NOT FS-EXCREG-OK
                 DISPLAY 'ERROR AL GRABAR EXCREG ID '
                         WS-EX-ID(WS-EX-IDX)
                         ' FILE STATUS: ' FS-EXCREG
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              MOVE SPACES                       TO REG-EXCCERR
              MOVE REG-EXCREG                   TO CER-EXCEPCION
              MOVE WS-FECHA-PROCESO             TO CER-FECHA-CIERRE
              MOVE WS-EX-MOTIVO-CIERRE(WS-EX-IDX)
                                                TO CER-MOTIVO
              WRITE REG-EXCCERR
              IF NOT FS-EXCCERR-OK
                 DISPLAY 'ERROR AL GRABAR EXCCERR ID '
                         WS-EX-ID(WS-EX-IDX)
                         ' FILE STATUS: ' FS-EXCCERR
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           ADD 1 TO WS-EX-IDX.

       7010-GRABAR-EXCEPCION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-CERRAR-ARCHIVOS.

           CLOSE INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR EN CLOSE DE INFORME: ' FS-INFORME
           END-IF.

           IF WS-HV-DISPONIBLE
              CLOSE HISTVENT
           END-IF.

       8000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'FECHA DE NEGOCIO            : ' WS-FECHA-PROCESO.
           DISPLAY 'ABIERTAS AL INICIO          : ' WS-CANT-REG-LEIDOS.
           DISPLAY 'DISPOSICIONES LEIDAS        : '
                   WS-CANT-DISP-LEIDAS.
           DISPLAY 'CIERRES MANUALES LEIDOS     : '
                   WS-CANT-CIERRES-LEIDOS.
           DISPLAY 'CIERRES MANUALES SIN ID     : '
                   WS-CANT-CIERRES-SIN-ID.
           DISPLAY 'EXCEPCIONES NUEVAS          : ' WS-CANT-NUEVAS.
           DISPLAY 'EXCEPCIONES CERRADAS        : ' WS-CANT-CERRADAS.
           DISPLAY 'EXCEPCIONES ABIERTAS        : ' WS-CANT-ABIERTAS.
           DISPLAY 'VENCIDAS (ESCALADAS)        : ' WS-CANT-VENCIDAS.
           DISPLAY 'ULTIMO ID ASIGNADO          : ' WS-EX-ULTIMO-ID.
           DISPLAY '================================================'.

       9000-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL13EJ19.
