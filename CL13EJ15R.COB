      *----------------------------------------------------------------*
      *      Mantenimiento del maestro de productos (PRODMAST)
      *----------------------------------------------------------------*
      *----APLICA AL MAESTRO DE PRODUCTOS LAS NOVEDADES CARGADAS POR
      *----EL AREA COMERCIAL (PRODNOV.TXT): ALTA, CAMBIO DE CATEGORIA
      *----Y/O DESCRIPCION, DISCONTINUACION Y REACTIVACION. CADA
      *----NOVEDAD TRAE SU FECHA DE VIGENCIA Y EL NOMBRE DE QUIEN LA
      *----PIDIO. LAS NOVEDADES VIGENTES A LA FECHA DE PROCESO SE
      *----APLICAN EN ORDEN DE VIGENCIA; LAS DE VIGENCIA FUTURA SE
      *----GUARDAN EN PRODPEND.TXT Y SE VUELVEN A PRESENTAR SOLAS EN
      *----CADA CORRIDA HASTA QUE LLEGA SU FECHA, ASI EL OPERADOR CARGA
      *----CADA NOVEDAD UNA SOLA VEZ.
      *----UNA NOVEDAD INVALIDA (ALTA DE UN COD-VENTA EXISTENTE,
      *----CATEGORIA SIN ALICUOTA VIGENTE EN IMPCATEG, CAMBIO O BAJA
      *----DE UN CODIGO INEXISTENTE, ETC.) NO SE APLICA: VA A
      *----PRODRECH.TXT CON SU MOTIVO Y EL RUN TERMINA CON RC 4 PARA
      *----QUE ALGUIEN LA REVISE. CADA CAMBIO APLICADO DEJA UNA LINEA
      *----ANTES/DESPUES EN LA BITACORA PERMANENTE PRODAUD.TXT, QUE
      *----RESPONDE CUANDO Y A PEDIDO DE QUIEN UN PRODUCTO CAMBIO DE
      *----CATEGORIA O DE ESTADO. LAS LINEAS DE LA CORRIDA SE JUNTAN
      *----PRIMERO EN PRODAUD.NUE Y SE AGREGAN A LA BITACORA RECIEN
      *----CUANDO PRODMAST.NUE Y PRODPEND.NUE CERRARON BIEN: UNA
      *----CORRIDA QUE CAE A MITAD NO DEJA CONSTANCIA DE CAMBIOS QUE
      *----NUNCA SE INSTALAN, Y LA RECORRIDA NO LOS DUPLICA.
      *----EL MAESTRO ACTUALIZADO SE GRABA EN SU PROPIA RUTA
      *----(PRODMAST.NUE, MISMO LAYOUT): EL JCL (O EL OPERADOR) LO
      *----RENOMBRA SOBRE PRODMAST.TXT RECIEN DESPUES DE UN RC 0 O 4,
      *----ASI UNA CORRIDA FALLIDA NUNCA PISA EL MAESTRO VIVO QUE LEE
      *----CL13EJ01.
      *----LAS PENDIENTES QUE SIGUEN SIN REGIR SE GRABAN IGUAL EN
      *----PRODPEND.NUE, QUE EL JCL RENOMBRA SOBRE PRODPEND.TXT EN EL
      *----MISMO PASO QUE INSTALA PRODMAST.NUE: SI LA CORRIDA CAE A
      *----MITAD, PRODPEND.TXT CONSERVA LAS NOVEDADES QUE EL MAESTRO
      *----VIVO TODAVIA NO TIENE APLICADAS.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODMAST
           ASSIGN TO WS-PATH-PRODMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODMAST.

       SELECT PRODNUE
           ASSIGN TO WS-PATH-PRODNUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODNUE.

       SELECT IMPCATEG
           ASSIGN TO WS-PATH-IMPCATEG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IMPCATEG.

       SELECT PRODNOV
           ASSIGN TO WS-PATH-PRODNOV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODNOV.

       SELECT PRODPEND
           ASSIGN TO WS-PATH-PRODPEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODPEND.

       SELECT PENDNUE
           ASSIGN TO WS-PATH-PENDNUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDNUE.

       SELECT PRODNOVW
           ASSIGN TO WS-PATH-PRODNOVW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODNOVW.

       SELECT PRODRECH
           ASSIGN TO WS-PATH-PRODRECH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODRECH.

       SELECT PRODAUD
           ASSIGN TO WS-PATH-PRODAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODAUD.

       SELECT AUDNUE
           ASSIGN TO WS-PATH-AUDNUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDNUE.

       SELECT ORDENA
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

      *----MISMO LAYOUT QUE EL FD PRODMAST DE CL13EJ01
       FD PRODMAST.
       01 REG-PRODMAST.
          05 PM-COD-VENTA                  PIC X(04).
          05 FILLER                        PIC X(01).
          05 PM-ESTADO                     PIC X(01).
          05 FILLER                        PIC X(01).
          05 PM-CATEGORIA                  PIC X(10).
          05 FILLER                        PIC X(01).
          05 PM-DESCRIPCION                PIC X(30).

      *----MAESTRO ACTUALIZADO (MISMO LAYOUT QUE PRODMAST)
       FD PRODNUE.
       01 REG-PRODNUE.
          05 PMN-COD-VENTA                 PIC X(04).
          05 FILLER                        PIC X(01).
          05 PMN-ESTADO                    PIC X(01).
          05 FILLER                        PIC X(01).
          05 PMN-CATEGORIA                 PIC X(10).
          05 FILLER                        PIC X(01).
          05 PMN-DESCRIPCION               PIC X(30).

      *----MISMO LAYOUT QUE EL FD IMPCATEG DE CL13EJ01
       FD IMPCATEG.
       01 REG-IMPCATEG.
          05 IMC-CATEGORIA                 PIC X(10).
          05 FILLER                        PIC X(01).
          05 IMC-FECHA-DESDE               PIC X(10).
          05 FILLER                        PIC X(01).
          05 IMC-TASA                      PIC 9(03)V9(02).

      *----NOVEDADES DEL MAESTRO: UNA LINEA POR PEDIDO. ACCION 'A'
      *----ALTA (CATEGORIA Y DESCRIPCION OBLIGATORIAS), 'C' CAMBIO
      *----(CATEGORIA Y/O DESCRIPCION; EN BLANCO = SIN CAMBIO), 'D'
      *----DISCONTINUAR Y 'R' REACTIVAR. LA FECHA DE VIGENCIA VA EN
      *----FORMATO AAAA/MM/DD Y EL SOLICITANTE ES EL NOMBRE O LEGAJO
      *----DE QUIEN PIDIO EL CAMBIO.
       FD PRODNOV.
       01 REG-PRODNOV.
          05 NOV-ACCION                    PIC X(01).
          05 FILLER                        PIC X(01).
          05 NOV-COD-VENTA                 PIC X(04).
          05 FILLER                        PIC X(01).
          05 NOV-FECHA-VIGENCIA            PIC X(10).
          05 FILLER                        PIC X(01).
          05 NOV-CATEGORIA                 PIC X(10).
          05 FILLER                        PIC X(01).
          05 NOV-DESCRIPCION               PIC X(30).
          05 FILLER                        PIC X(01).
          05 NOV-SOLICITANTE               PIC X(20).

      *----NOVEDADES DE VIGENCIA FUTURA (MISMO LAYOUT QUE PRODNOV).
      *----SE LEE COMO ENTRADA; LO QUE TODAVIA NO RIGE SE GRABA EN
      *----PENDNUE (PRODPEND.NUE), QUE EL JCL RENOMBRA JUNTO CON EL
      *----MAESTRO NUEVO.
       FD PRODPEND.
       01 REG-PRODPEND                     PIC X(80).

       FD PENDNUE.
       01 REG-PENDNUE                      PIC X(80).

      *----NOVEDADES PENDIENTES + NUEVAS YA ORDENADAS POR VIGENCIA
      *----(MISMO LAYOUT QUE PRODNOV).
       FD PRODNOVW.
       01 REG-PRODNOVW.
          05 NVW-ACCION                    PIC X(01).
          05 FILLER                        PIC X(01).
          05 NVW-COD-VENTA                 PIC X(04).
          05 FILLER                        PIC X(01).
          05 NVW-FECHA-VIGENCIA            PIC X(10).
          05 FILLER                        PIC X(01).
          05 NVW-CATEGORIA                 PIC X(10).
          05 FILLER                        PIC X(01).
          05 NVW-DESCRIPCION               PIC X(30).
          05 FILLER                        PIC X(01).
          05 NVW-SOLICITANTE               PIC X(20).

      *----NOVEDADES RECHAZADAS DE LA CORRIDA: LA LINEA ORIGINAL TAL
      *----COMO VINO Y EL MOTIVO, PARA CORREGIRLA Y VOLVER A CARGARLA.
       FD PRODRECH.
       01 REG-PRODRECH.
          05 PRR-NOVEDAD                   PIC X(80).
          05 FILLER                        PIC X(01).
          05 PRR-MOTIVO                    PIC X(40).

      *----BITACORA PERMANENTE DE CAMBIOS AL MAESTRO (NO SE TRUNCA
      *----ENTRE CORRIDAS, SE ABRE EN EXTEND). MISMO LAYOUT QUE AUDNUE.
       FD PRODAUD.
       01 REG-PRODAUD                      PIC X(143).

      *----LINEAS DE BITACORA DE LA CORRIDA (PRODAUD.NUE), QUE SE
      *----AGREGAN A PRODAUD AL FINAL: UNA LINEA POR NOVEDAD APLICADA
      *----CON FECHA/HORA DE EJECUCION, FECHA DE VIGENCIA, SOLICITANTE
      *----Y LA FOTO DEL PRODUCTO ANTES Y DESPUES. EN UN ALTA LA FOTO
      *----'ANTES' VA EN BLANCO.
       FD AUDNUE.
       01 REG-AUDNUE.
          05 PAU-FECHA-RUN                 PIC X(08).
          05 PAU-HORA-RUN                  PIC X(08).
          05 PAU-FECHA-PROCESO             PIC X(10).
          05 PAU-ACCION                    PIC X(01).
          05 PAU-COD-VENTA                 PIC X(04).
          05 PAU-FECHA-VIGENCIA            PIC X(10).
          05 PAU-SOLICITANTE               PIC X(20).
          05 PAU-ANTES.
             10 PAU-ANT-ESTADO             PIC X(01).
             10 PAU-ANT-CATEGORIA          PIC X(10).
             10 PAU-ANT-DESCRIPCION        PIC X(30).
          05 PAU-DESPUES.
             10 PAU-NUE-ESTADO             PIC X(01).
             10 PAU-NUE-CATEGORIA          PIC X(10).
             10 PAU-NUE-DESCRIPCION        PIC X(30).

       SD ORDENA.
       01 REG-ORDENA.
          05 FILLER                        PIC X(07).
          05 ORD-FECHA-VIGENCIA            PIC X(10).
          05 FILLER                        PIC X(63).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PRODMAST                     PIC X(2).
             88 FS-PRODMAST-OK               VALUE '00'.
          05 FS-PRODNUE                      PIC X(2).
             88 FS-PRODNUE-OK                VALUE '00'.
          05 FS-IMPCATEG                     PIC X(2).
             88 FS-IMPCATEG-OK               VALUE '00'.
          05 FS-PRODNOV                      PIC X(2).
             88 FS-PRODNOV-OK                VALUE '00'.
          05 FS-PRODPEND                     PIC X(2).
             88 FS-PRODPEND-OK               VALUE '00'.
          05 FS-PENDNUE                      PIC X(2).
             88 FS-PENDNUE-OK                VALUE '00'.
          05 FS-PRODNOVW                     PIC X(2).
             88 FS-PRODNOVW-OK               VALUE '00'.
          05 FS-PRODRECH                     PIC X(2).
             88 FS-PRODRECH-OK               VALUE '00'.
          05 FS-PRODAUD                      PIC X(2).
             88 FS-PRODAUD-OK                VALUE '00'.
             88 FS-PRODAUD-NO-EXISTE         VALUE '35'.
          05 FS-AUDNUE                       PIC X(2).
             88 FS-AUDNUE-OK                 VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-PRODMAST                PIC X(60)     VALUE
                                                 '../PRODMAST.TXT'.
          05 WS-PATH-PRODNUE                 PIC X(60)     VALUE
                                                 '../PRODMAST.NUE'.
          05 WS-PATH-IMPCATEG                PIC X(60)     VALUE
                                                 '../IMPCATEG.TXT'.
          05 WS-PATH-PRODNOV                 PIC X(60)     VALUE
                                                 '../PRODNOV.TXT'.
          05 WS-PATH-PRODPEND                PIC X(60)     VALUE
                                                 '../PRODPEND.TXT'.
          05 WS-PATH-PENDNUE                 PIC X(60)     VALUE
                                                 '../PRODPEND.NUE'.
          05 WS-PATH-PRODNOVW                PIC X(60)     VALUE
                                                 '../PRODNOVW.TXT'.
          05 WS-PATH-PRODRECH                PIC X(60)     VALUE
                                                 '../PRODRECH.TXT'.
          05 WS-PATH-PRODAUD                 PIC X(60)     VALUE
                                                 '../PRODAUD.TXT'.
          05 WS-PATH-AUDNUE                  PIC X(60)     VALUE
                                                 '../PRODAUD.NUE'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----FECHA DE PROCESO: RIGEN LAS NOVEDADES CON VIGENCIA HASTA
      *----ESTA FECHA INCLUSIVE. SE TOMA DE CL13EJ15_FECHA (PARM DEL
      *----JCL) Y, SI NO VIENE, DE LA FECHA DEL SISTEMA.
       01 WS-FECHA-PROCESO                   PIC X(10)     VALUE SPACES.
       01 WS-FECHA-SISTEMA                   PIC 9(08)     VALUE 0.
       01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
          05 WS-SIS-ANIO                     PIC 9(04).
          05 WS-SIS-MES                      PIC 9(02).
          05 WS-SIS-DIA                      PIC 9(02).

       01 WS-AUD-FECHA-RUN                   PIC 9(08)     VALUE 0.
       01 WS-AUD-HORA-RUN                    PIC 9(08)     VALUE 0.

      *----MAESTRO EN MEMORIA, ORDENADO POR COD-VENTA AL CARGARLO
      *----(MISMA INSERCION CON CORRIMIENTO QUE 1053/1056 EN CL13EJ01)
      *----PARA BUSCAR CON SEARCH ALL; LAS ALTAS SE INSERTAN EN SU
      *----POSICION, ASI EL MAESTRO NUEVO SALE ORDENADO. EL TOPE ES EL
      *----MISMO QUE EL DE CL13EJ01: UN MAESTRO MAS GRANDE NO PODRIA
      *----CARGARSE EN EL MERGE.
       01 WS-MAX-PROD-MAESTRO                PIC 9(04)     VALUE 5000.

       01 WS-PM-CONFIG.
          05 WS-PM-CANT                      PIC 9(04)     VALUE 0.
          05 WS-PM-IDX                       PIC 9(04)     VALUE 0.
          05 WS-PM-ENCONTRADO-SW             PIC X(01)     VALUE 'N'.
             88 WS-PM-ENCONTRADO                           VALUE 'S'.
             88 WS-PM-NO-ENCONTRADO                        VALUE 'N'.
          05 WS-PM-TABLA OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-PM-CANT
                         ASCENDING KEY IS WS-PM-COD-VENTA
                         INDEXED BY WS-PM-NDX.
             10 WS-PM-COD-VENTA              PIC X(04).
             10 WS-PM-ESTADO                 PIC X(01).
                88 WS-PM-ACTIVO                            VALUE 'A'.
                88 WS-PM-DISCONTINUADO                     VALUE 'D'.
             10 WS-PM-CATEGORIA              PIC X(10).
             10 WS-PM-DESCRIPCION            PIC X(30).

      *----ALICUOTAS POR CATEGORIA (IMPCATEG.TXT). UNA CATEGORIA SOLO
      *----ES VALIDA PARA UNA NOVEDAD SI TIENE UNA ALICUOTA CON FECHA
      *----DESDE NO POSTERIOR A LA VIGENCIA DE LA NOVEDAD: DE LO
      *----CONTRARIO SUS VENTAS TRIBUTARIAN CERO EN EL MERGE.
       01 WS-MAX-TASAS                       PIC 9(03)     VALUE 100.

       01 WS-TAS-CONFIG.
          05 WS-TAS-CANT                     PIC 9(03)     VALUE 0.
          05 WS-TAS-IDX                      PIC 9(03)     VALUE 0.
          05 WS-TAS-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-TAS-HALLADA                             VALUE 'S'.
             88 WS-TAS-NO-HALLADA                          VALUE 'N'.
          05 WS-TAS-TABLA OCCURS 100 TIMES.
             10 WS-TAS-CATEGORIA             PIC X(10).
             10 WS-TAS-FECHA-DESDE           PIC X(10).
             10 WS-TAS-TASA                  PIC 9(03)V9(02).

      *----CATEGORIA A VALIDAR CONTRA IMPCATEG
       01 WS-CATEGORIA-BUSCADA               PIC X(10)     VALUE SPACES.

      *----FOTO DEL PRODUCTO ANTES Y DESPUES DE LA NOVEDAD EN CURSO
       01 WS-FOTO-ANTES.
          05 WS-ANT-ESTADO                   PIC X(01)     VALUE SPACE.
          05 WS-ANT-CATEGORIA                PIC X(10)     VALUE SPACES.
          05 WS-ANT-DESCRIPCION              PIC X(30)     VALUE SPACES.
       01 WS-FOTO-DESPUES.
          05 WS-NUE-ESTADO                   PIC X(01)     VALUE SPACE.
          05 WS-NUE-CATEGORIA                PIC X(10)     VALUE SPACES.
          05 WS-NUE-DESCRIPCION              PIC X(30)     VALUE SPACES.

       01 WS-MOTIVO-RECHAZO                  PIC X(40)     VALUE SPACES.

      *----VALIDACION DE FECHAS, MISMO CRITERIO QUE 5000-VALIDAR-FECHA
      *----EN CL13EJ01.
       01 WS-VALIDACION.
          05 WS-VAL-FECHA                    PIC X(10)     VALUE SPACES.
          05 WS-VAL-DIA                      PIC 9(02)     VALUE 0.
          05 WS-VAL-MES                      PIC 9(02)     VALUE 0.
          05 WS-VAL-ANIO                     PIC 9(04)     VALUE 0.
          05 WS-VAL-FECHA-SW                 PIC X(01)     VALUE 'S'.
             88 WS-VAL-FECHA-OK                            VALUE 'S'.
             88 WS-VAL-FECHA-NO-OK                         VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CANT-MAESTRO-LEIDOS          PIC 9(05)     VALUE 0.
          05 WS-CANT-MAESTRO-GRABADOS        PIC 9(05)     VALUE 0.
          05 WS-CANT-MAESTRO-DUPLICADOS      PIC 9(05)     VALUE 0.
          05 WS-CANT-NOVEDADES               PIC 9(05)     VALUE 0.
          05 WS-CANT-ALTAS                   PIC 9(05)     VALUE 0.
          05 WS-CANT-CAMBIOS                 PIC 9(05)     VALUE 0.
          05 WS-CANT-BAJAS                   PIC 9(05)     VALUE 0.
          05 WS-CANT-REACTIVADOS             PIC 9(05)     VALUE 0.
          05 WS-CANT-RECHAZADAS              PIC 9(05)     VALUE 0.
          05 WS-CANT-PENDIENTES              PIC 9(05)     VALUE 0.
          05 WS-CANT-AUDITORIA               PIC 9(05)     VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESAR-NOVEDADES
              THRU 2000-PROCESAR-NOVEDADES-EXIT.

           PERFORM 6000-GRABAR-MAESTRO-NUEVO
              THRU 6000-GRABAR-MAESTRO-NUEVO-EXIT.

           PERFORM 8000-CERRAR-ARCHIVOS
              THRU 8000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 9000-RESUMEN
              THRU 9000-RESUMEN-EXIT.

           IF WS-CANT-RECHAZADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1050-FIJAR-FECHA-PROCESO
              THRU 1050-FIJAR-FECHA-PROCESO-EXIT.

           PERFORM 1100-CARGAR-MAESTRO
              THRU 1100-CARGAR-MAESTRO-EXIT.

           PERFORM 1200-CARGAR-TASAS
              THRU 1200-CARGAR-TASAS-EXIT.

           PERFORM 1300-ORDENAR-NOVEDADES
              THRU 1300-ORDENAR-NOVEDADES-EXIT.

           OPEN OUTPUT PENDNUE.
           IF NOT FS-PENDNUE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PENDNUE'
              DISPLAY 'FILE STATUS: ' FS-PENDNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PRODRECH.
           IF NOT FS-PRODRECH-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRODRECH'
              DISPLAY 'FILE STATUS: ' FS-PRODRECH
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT AUDNUE.
           IF NOT FS-AUDNUE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUDNUE'
              DISPLAY 'FILE STATUS: ' FS-AUDNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-AUD-FECHA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA-RUN  FROM TIME.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.
      *----TOMA RUTAS DE ARCHIVOS Y FECHA DE PROCESO DESDE VARIABLES
      *----DE AMBIENTE (CARGADAS POR EL JCL VIA PARM), SI EXISTEN.

           DISPLAY 'CL13EJ15_PRODMAST' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRODMAST
           END-IF.

           DISPLAY 'CL13EJ15_PRODNUE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRODNUE
           END-IF.

           DISPLAY 'CL13EJ15_IMPCATEG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-IMPCATEG
           END-IF.

           DISPLAY 'CL13EJ15_PRODNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRODNOV
           END-IF.

           DISPLAY 'CL13EJ15_PRODPEND' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRODPEND
           END-IF.

           DISPLAY 'CL13EJ15_PENDNUE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PENDNUE
           END-IF.

           DISPLAY 'CL13EJ15_PRODNOVW' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRODNOVW
           END-IF.

           DISPLAY 'CL13EJ15_PRODRECH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRODRECH
           END-IF.

           DISPLAY 'CL13EJ15_PRODAUD' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRODAUD
           END-IF.

           DISPLAY 'CL13EJ15_AUDNUE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-AUDNUE
           END-IF.

           DISPLAY 'CL13EJ15_FECHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-FECHA-PROCESO
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-FIJAR-FECHA-PROCESO.

           IF WS-FECHA-PROCESO = SPACES
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WS-SIS-ANIO         TO WS-FECHA-PROCESO(1:4)
              MOVE '/'                 TO WS-FECHA-PROCESO(5:1)
              MOVE WS-SIS-MES          TO WS-FECHA-PROCESO(6:2)
              MOVE '/'                 TO WS-FECHA-PROCESO(8:1)
              MOVE WS-SIS-DIA          TO WS-FECHA-PROCESO(9:2)
           END-IF.

           MOVE WS-FECHA-PROCESO TO WS-VAL-FECHA.
           PERFORM 5000-VALIDAR-FECHA
              THRU 5000-VALIDAR-FECHA-EXIT.

           IF WS-VAL-FECHA-NO-OK
              DISPLAY 'FECHA DE PROCESO INVALIDA: ' WS-FECHA-PROCESO
                      ' (FORMATO AAAA/MM/DD)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1050-FIJAR-FECHA-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-MAESTRO.
      *----SIN MAESTRO NO HAY NADA QUE MANTENER: SE DETIENE EL PROCESO
      *----EN LUGAR DE ARMAR UN MAESTRO NUEVO SOLO CON LAS ALTAS.

           OPEN INPUT PRODMAST.

           EVALUATE FS-PRODMAST
               WHEN '00'
                    PERFORM 1110-LEER-REG-MAESTRO
                       THRU 1110-LEER-REG-MAESTRO-EXIT
                       UNTIL NOT FS-PRODMAST-OK
                          OR WS-PM-CANT = WS-MAX-PROD-MAESTRO

                    IF WS-PM-CANT = WS-MAX-PROD-MAESTRO
                       PERFORM 1120-VERIFICAR-DESBORDE-MAESTRO
                          THRU 1120-VERIFICAR-DESBORDE-MAESTRO-EXIT
                    END-IF

                    CLOSE PRODMAST
               WHEN '35'
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE PRODMAST'
                    DISPLAY 'FILE STATUS: ' FS-PRODMAST
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRODMAST'
                    DISPLAY 'FILE STATUS: ' FS-PRODMAST
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REG-MAESTRO.
      *----INSERCION ORDENADA POR COD-VENTA. UN CODIGO REPETIDO EN EL
      *----MAESTRO (ERROR DE EDICION MANUAL ANTERIOR) SE CONSERVA Y SE
      *----AVISA: DECIDIR CUAL DE LAS DOS LINEAS VALE ES DEL AREA
      *----COMERCIAL, NO DE ESTE PROGRAMA.

           READ PRODMAST.

           IF FS-PRODMAST-OK
              ADD 1                  TO WS-CANT-MAESTRO-LEIDOS
              ADD 1                  TO WS-PM-CANT
              MOVE WS-PM-CANT        TO WS-PM-IDX
              PERFORM 1115-CORRER-MAESTRO-IDX
                 THRU 1115-CORRER-MAESTRO-IDX-EXIT
                 UNTIL WS-PM-IDX = 1
                    OR WS-PM-COD-VENTA(WS-PM-IDX - 1)
                       NOT GREATER PM-COD-VENTA
              MOVE PM-COD-VENTA      TO WS-PM-COD-VENTA(WS-PM-IDX)
              MOVE PM-ESTADO         TO WS-PM-ESTADO(WS-PM-IDX)
              MOVE PM-CATEGORIA      TO WS-PM-CATEGORIA(WS-PM-IDX)
              MOVE PM-DESCRIPCION    TO WS-PM-DESCRIPCION(WS-PM-IDX)

              IF WS-PM-IDX > 1
                 AND WS-PM-COD-VENTA(WS-PM-IDX - 1) = PM-COD-VENTA
                 ADD 1 TO WS-CANT-MAESTRO-DUPLICADOS
                 DISPLAY 'AVISO: COD-VENTA REPETIDO EN PRODMAST: '
                         PM-COD-VENTA
              END-IF

              IF NOT WS-PM-ACTIVO(WS-PM-IDX)
                 AND NOT WS-PM-DISCONTINUADO(WS-PM-IDX)
                 DISPLAY 'AVISO: ESTADO INVALIDO EN PRODMAST PARA '
                         PM-COD-VENTA ': ' PM-ESTADO
              END-IF
           END-IF.

       1110-LEER-REG-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1115-CORRER-MAESTRO-IDX.

           MOVE WS-PM-TABLA(WS-PM-IDX - 1) TO WS-PM-TABLA(WS-PM-IDX).
           SUBTRACT 1 FROM WS-PM-IDX.

       1115-CORRER-MAESTRO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1120-VERIFICAR-DESBORDE-MAESTRO.
      *----SE LEE UN REGISTRO MAS PARA CONFIRMAR SI REALMENTE SOBRAN:
      *----UN MAESTRO TRUNCADO PERDERIA PRODUCTOS AL REGRABARSE.

           READ PRODMAST.

           IF FS-PRODMAST-OK
              DISPLAY 'PRODMAST TIENE MAS PRODUCTOS QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-PROD-MAESTRO): '
                      WS-MAX-PROD-MAESTRO
              DISPLAY 'SE DEBE AMPLIAR WS-MAX-PROD-MAESTRO AQUI Y EN '
                      'CL13EJ01 Y RECOMPILAR'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1120-VERIFICAR-DESBORDE-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-TASAS.
      *----A DIFERENCIA DEL MERGE, ACA IMPCATEG ES OBLIGATORIO: SIN
      *----ALICUOTAS NO SE PUEDE VALIDAR NINGUNA CATEGORIA Y TODAS LAS
      *----ALTAS Y CAMBIOS SE RECHAZARIAN.

           OPEN INPUT IMPCATEG.

           EVALUATE FS-IMPCATEG
               WHEN '00'
                    PERFORM 1210-LEER-REG-TASA
                       THRU 1210-LEER-REG-TASA-EXIT
                       UNTIL NOT FS-IMPCATEG-OK
                          OR WS-TAS-CANT = WS-MAX-TASAS

                    IF WS-TAS-CANT = WS-MAX-TASAS
                       PERFORM 1220-VERIFICAR-DESBORDE-TASAS
                          THRU 1220-VERIFICAR-DESBORDE-TASAS-EXIT
                    END-IF

                    CLOSE IMPCATEG
               WHEN '35'
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE IMPCATEG'
                    DISPLAY 'FILE STATUS: ' FS-IMPCATEG
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE IMPCATEG'
                    DISPLAY 'FILE STATUS: ' FS-IMPCATEG
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-TASAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REG-TASA.

           READ IMPCATEG.

           IF FS-IMPCATEG-OK
              ADD 1                  TO WS-TAS-CANT
              MOVE WS-TAS-CANT       TO WS-TAS-IDX
              MOVE IMC-CATEGORIA     TO WS-TAS-CATEGORIA(WS-TAS-IDX)
              MOVE IMC-FECHA-DESDE   TO WS-TAS-FECHA-DESDE(WS-TAS-IDX)
              MOVE IMC-TASA          TO WS-TAS-TASA(WS-TAS-IDX)
           END-IF.

       1210-LEER-REG-TASA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1220-VERIFICAR-DESBORDE-TASAS.

           READ IMPCATEG.

           IF FS-IMPCATEG-OK
              DISPLAY 'IMPCATEG TIENE MAS ALICUOTAS QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-TASAS): '
                      WS-MAX-TASAS
              DISPLAY 'SE DEBE DEPURAR VIGENCIAS VIEJAS DE IMPCATEG '
                      'O AMPLIAR WS-MAX-TASAS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1220-VERIFICAR-DESBORDE-TASAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-ORDENAR-NOVEDADES.
      *----JUNTA LAS PENDIENTES DE CORRIDAS ANTERIORES CON LAS NUEVAS
      *----Y LAS ORDENA POR FECHA DE VIGENCIA: DOS NOVEDADES DEL MISMO
      *----CODIGO DEBEN APLICARSE EN EL ORDEN EN QUE RIGEN. A IGUAL
      *----VIGENCIA SE RESPETA EL ORDEN DE CARGA (PENDIENTES PRIMERO).
      *----PRODNOV ES OBLIGATORIO AUNQUE PUEDE VENIR VACIO; LA PRIMERA
      *----CORRIDA NO TIENE PRODPEND Y SE CREA VACIO.

           OPEN INPUT PRODNOV.

           EVALUATE FS-PRODNOV
               WHEN '00'
                    CLOSE PRODNOV
               WHEN '35'
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE PRODNOV'
                    DISPLAY 'FILE STATUS: ' FS-PRODNOV
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRODNOV'
                    DISPLAY 'FILE STATUS: ' FS-PRODNOV
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT PRODPEND.

           EVALUATE FS-PRODPEND
               WHEN '00'
                    CLOSE PRODPEND
               WHEN '35'
                    OPEN OUTPUT PRODPEND
                    IF NOT FS-PRODPEND-OK
                       DISPLAY 'ERROR AL CREAR EL ARCHIVO DE PRODPEND'
                       DISPLAY 'FILE STATUS: ' FS-PRODPEND
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    CLOSE PRODPEND
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRODPEND'
                    DISPLAY 'FILE STATUS: ' FS-PRODPEND
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           SORT ORDENA
              ON ASCENDING KEY ORD-FECHA-VIGENCIA
              WITH DUPLICATES IN ORDER
              USING PRODPEND PRODNOV
              GIVING PRODNOVW.

       1300-ORDENAR-NOVEDADES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-NOVEDADES.

           OPEN INPUT PRODNOVW.

           IF NOT FS-PRODNOVW-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRODNOVW'
              DISPLAY 'FILE STATUS: ' FS-PRODNOVW
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2010-LEER-NOVEDAD
              THRU 2010-LEER-NOVEDAD-EXIT
              UNTIL NOT FS-PRODNOVW-OK.

           CLOSE PRODNOVW.

       2000-PROCESAR-NOVEDADES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-NOVEDAD.

           READ PRODNOVW.

           IF FS-PRODNOVW-OK
              ADD 1 TO WS-CANT-NOVEDADES
              PERFORM 2100-APLICAR-NOVEDAD
                 THRU 2100-APLICAR-NOVEDAD-EXIT
           END-IF.

       2010-LEER-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-APLICAR-NOVEDAD.
      *----VALIDA LA FECHA DE VIGENCIA, DIFIERE LO QUE TODAVIA NO RIGE
      *----Y DERIVA LO VIGENTE SEGUN LA ACCION.

           MOVE NVW-FECHA-VIGENCIA TO WS-VAL-FECHA.
           PERFORM 5000-VALIDAR-FECHA
              THRU 5000-VALIDAR-FECHA-EXIT.

           IF WS-VAL-FECHA-NO-OK
              MOVE 'FECHA DE VIGENCIA INVALIDA'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 2100-APLICAR-NOVEDAD-EXIT
           END-IF.

           IF NVW-FECHA-VIGENCIA > WS-FECHA-PROCESO
              PERFORM 7200-GRABAR-PENDIENTE
                 THRU 7200-GRABAR-PENDIENTE-EXIT
              GO TO 2100-APLICAR-NOVEDAD-EXIT
           END-IF.

           IF NVW-COD-VENTA = SPACES
              MOVE 'COD-VENTA EN BLANCO' TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 2100-APLICAR-NOVEDAD-EXIT
           END-IF.

           PERFORM 4000-BUSCAR-PRODUCTO
              THRU 4000-BUSCAR-PRODUCTO-EXIT.

           EVALUATE NVW-ACCION
               WHEN 'A'
                    PERFORM 3000-APLICAR-ALTA
                       THRU 3000-APLICAR-ALTA-EXIT
               WHEN 'C'
                    PERFORM 3100-APLICAR-CAMBIO
                       THRU 3100-APLICAR-CAMBIO-EXIT
               WHEN 'D'
                    PERFORM 3200-APLICAR-BAJA
                       THRU 3200-APLICAR-BAJA-EXIT
               WHEN 'R'
                    PERFORM 3300-APLICAR-REACTIVACION
                       THRU 3300-APLICAR-REACTIVACION-EXIT
               WHEN OTHER
                    MOVE 'ACCION INVALIDA (A/C/D/R)'
                                     TO WS-MOTIVO-RECHAZO
                    PERFORM 7100-GRABAR-RECHAZO
                       THRU 7100-GRABAR-RECHAZO-EXIT
           END-EVALUATE.

       2100-APLICAR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-APLICAR-ALTA.

           IF WS-PM-ENCONTRADO
              MOVE 'COD-VENTA DUPLICADO: YA EXISTE EN PRODMAST'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3000-APLICAR-ALTA-EXIT
           END-IF.

           IF NVW-CATEGORIA = SPACES OR NVW-DESCRIPCION = SPACES
              MOVE 'ALTA SIN CATEGORIA O SIN DESCRIPCION'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3000-APLICAR-ALTA-EXIT
           END-IF.

           MOVE NVW-CATEGORIA TO WS-CATEGORIA-BUSCADA.
           PERFORM 4100-VALIDAR-CATEGORIA
              THRU 4100-VALIDAR-CATEGORIA-EXIT.

           IF WS-TAS-NO-HALLADA
              MOVE 'CATEGORIA SIN ALICUOTA VIGENTE EN IMPCATEG'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3000-APLICAR-ALTA-EXIT
           END-IF.

           IF WS-PM-CANT = WS-MAX-PROD-MAESTRO
              MOVE 'MAESTRO COMPLETO (WS-MAX-PROD-MAESTRO)'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3000-APLICAR-ALTA-EXIT
           END-IF.

      *----INSERCION EN SU POSICION, IGUAL QUE AL CARGAR EL MAESTRO
           ADD 1                  TO WS-PM-CANT.
           MOVE WS-PM-CANT        TO WS-PM-IDX.
           PERFORM 1115-CORRER-MAESTRO-IDX
              THRU 1115-CORRER-MAESTRO-IDX-EXIT
              UNTIL WS-PM-IDX = 1
                 OR WS-PM-COD-VENTA(WS-PM-IDX - 1)
                    NOT GREATER NVW-COD-VENTA.

           MOVE NVW-COD-VENTA     TO WS-PM-COD-VENTA(WS-PM-IDX).
           MOVE 'A'               TO WS-PM-ESTADO(WS-PM-IDX).
           MOVE NVW-CATEGORIA     TO WS-PM-CATEGORIA(WS-PM-IDX).
           MOVE NVW-DESCRIPCION   TO WS-PM-DESCRIPCION(WS-PM-IDX).

           MOVE SPACES            TO WS-FOTO-ANTES.
           MOVE 'A'               TO WS-NUE-ESTADO.
           MOVE NVW-CATEGORIA     TO WS-NUE-CATEGORIA.
           MOVE NVW-DESCRIPCION   TO WS-NUE-DESCRIPCION.

           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           ADD 1 TO WS-CANT-ALTAS.

       3000-APLICAR-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-APLICAR-CAMBIO.
      *----CATEGORIA Y DESCRIPCION EN BLANCO EN LA NOVEDAD CONSERVAN
      *----EL VALOR ACTUAL. UN CAMBIO QUE NO CAMBIA NADA SE RECHAZA:
      *----SUELE SER UNA LINEA MAL CARGADA.

           IF WS-PM-NO-ENCONTRADO
              MOVE 'CAMBIO DE UN COD-VENTA INEXISTENTE'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3100-APLICAR-CAMBIO-EXIT
           END-IF.

           PERFORM 4200-TOMAR-FOTO-ANTES
              THRU 4200-TOMAR-FOTO-ANTES-EXIT.

           MOVE WS-FOTO-ANTES TO WS-FOTO-DESPUES.

           IF NVW-CATEGORIA NOT = SPACES
              MOVE NVW-CATEGORIA   TO WS-NUE-CATEGORIA
           END-IF.

           IF NVW-DESCRIPCION NOT = SPACES
              MOVE NVW-DESCRIPCION TO WS-NUE-DESCRIPCION
           END-IF.

           IF WS-FOTO-DESPUES = WS-FOTO-ANTES
              MOVE 'CAMBIO SIN DATOS A MODIFICAR'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3100-APLICAR-CAMBIO-EXIT
           END-IF.

           IF WS-NUE-CATEGORIA NOT = WS-ANT-CATEGORIA
              MOVE WS-NUE-CATEGORIA TO WS-CATEGORIA-BUSCADA
              PERFORM 4100-VALIDAR-CATEGORIA
                 THRU 4100-VALIDAR-CATEGORIA-EXIT
              IF WS-TAS-NO-HALLADA
                 MOVE 'CATEGORIA SIN ALICUOTA VIGENTE EN IMPCATEG'
                                     TO WS-MOTIVO-RECHAZO
                 PERFORM 7100-GRABAR-RECHAZO
                    THRU 7100-GRABAR-RECHAZO-EXIT
                 GO TO 3100-APLICAR-CAMBIO-EXIT
              END-IF
           END-IF.

           MOVE WS-NUE-CATEGORIA   TO WS-PM-CATEGORIA(WS-PM-IDX).
           MOVE WS-NUE-DESCRIPCION TO WS-PM-DESCRIPCION(WS-PM-IDX).

           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           ADD 1 TO WS-CANT-CAMBIOS.

       3100-APLICAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-APLICAR-BAJA.

           IF WS-PM-NO-ENCONTRADO
              MOVE 'BAJA DE UN COD-VENTA INEXISTENTE'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3200-APLICAR-BAJA-EXIT
           END-IF.

           IF WS-PM-DISCONTINUADO(WS-PM-IDX)
              MOVE 'EL PRODUCTO YA ESTA DISCONTINUADO'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3200-APLICAR-BAJA-EXIT
           END-IF.

           PERFORM 4200-TOMAR-FOTO-ANTES
              THRU 4200-TOMAR-FOTO-ANTES-EXIT.

           MOVE WS-FOTO-ANTES TO WS-FOTO-DESPUES.
           MOVE 'D'           TO WS-NUE-ESTADO.
           MOVE 'D'           TO WS-PM-ESTADO(WS-PM-IDX).

           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           ADD 1 TO WS-CANT-BAJAS.

       3200-APLICAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-APLICAR-REACTIVACION.
      *----UN PRODUCTO REACTIVADO VUELVE A VENDERSE CON SU CATEGORIA
      *----DE SIEMPRE: SE EXIGE QUE ESA CATEGORIA SIGA TENIENDO
      *----ALICUOTA VIGENTE, IGUAL QUE EN UN ALTA.

           IF WS-PM-NO-ENCONTRADO
              MOVE 'REACTIVACION DE UN COD-VENTA INEXISTENTE'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3300-APLICAR-REACTIVACION-EXIT
           END-IF.

           IF WS-PM-ACTIVO(WS-PM-IDX)
              MOVE 'EL PRODUCTO YA ESTA ACTIVO'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3300-APLICAR-REACTIVACION-EXIT
           END-IF.

           MOVE WS-PM-CATEGORIA(WS-PM-IDX) TO WS-CATEGORIA-BUSCADA.
           PERFORM 4100-VALIDAR-CATEGORIA
              THRU 4100-VALIDAR-CATEGORIA-EXIT.

           IF WS-TAS-NO-HALLADA
              MOVE 'CATEGORIA SIN ALICUOTA VIGENTE EN IMPCATEG'
                                     TO WS-MOTIVO-RECHAZO
              PERFORM 7100-GRABAR-RECHAZO
                 THRU 7100-GRABAR-RECHAZO-EXIT
              GO TO 3300-APLICAR-REACTIVACION-EXIT
           END-IF.

           PERFORM 4200-TOMAR-FOTO-ANTES
              THRU 4200-TOMAR-FOTO-ANTES-EXIT.

           MOVE WS-FOTO-ANTES TO WS-FOTO-DESPUES.
           MOVE 'A'           TO WS-NUE-ESTADO.
           MOVE 'A'           TO WS-PM-ESTADO(WS-PM-IDX).

           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           ADD 1 TO WS-CANT-REACTIVADOS.

       3300-APLICAR-REACTIVACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-PRODUCTO.
      *----BUSQUEDA BINARIA SOBRE EL MAESTRO ORDENADO; DEJA EL SLOT EN
      *----WS-PM-IDX CUANDO LO ENCUENTRA.

           SET WS-PM-NO-ENCONTRADO TO TRUE.

           IF WS-PM-CANT = 0
              GO TO 4000-BUSCAR-PRODUCTO-EXIT
           END-IF.

           SEARCH ALL WS-PM-TABLA
               AT END
                  SET WS-PM-NO-ENCONTRADO TO TRUE
               WHEN WS-PM-COD-VENTA(WS-PM-NDX) = NVW-COD-VENTA
                  SET WS-PM-ENCONTRADO TO TRUE
                  SET WS-PM-IDX TO WS-PM-NDX
           END-SEARCH.

       4000-BUSCAR-PRODUCTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-VALIDAR-CATEGORIA.
      *----LA CATEGORIA ES VALIDA SI IMPCATEG TIENE PARA ELLA ALGUNA
      *----ALICUOTA CON FECHA DESDE NO POSTERIOR A LA VIGENCIA.

           SET WS-TAS-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-TAS-IDX.

           PERFORM 4110-VALIDAR-CATEGORIA-IDX
              THRU 4110-VALIDAR-CATEGORIA-IDX-EXIT
              UNTIL WS-TAS-IDX > WS-TAS-CANT
                 OR WS-TAS-HALLADA.

       4100-VALIDAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4110-VALIDAR-CATEGORIA-IDX.

           IF WS-TAS-CATEGORIA(WS-TAS-IDX) = WS-CATEGORIA-BUSCADA
              AND WS-TAS-FECHA-DESDE(WS-TAS-IDX)
                  NOT GREATER NVW-FECHA-VIGENCIA
              SET WS-TAS-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-TAS-IDX
           END-IF.

       4110-VALIDAR-CATEGORIA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-TOMAR-FOTO-ANTES.

           MOVE WS-PM-ESTADO(WS-PM-IDX)      TO WS-ANT-ESTADO.
           MOVE WS-PM-CATEGORIA(WS-PM-IDX)   TO WS-ANT-CATEGORIA.
           MOVE WS-PM-DESCRIPCION(WS-PM-IDX) TO WS-ANT-DESCRIPCION.

       4200-TOMAR-FOTO-ANTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5000-VALIDAR-FECHA.

           SET WS-VAL-FECHA-OK TO TRUE.

           IF WS-VAL-FECHA(5:1) NOT = '/' OR
              WS-VAL-FECHA(8:1) NOT = '/'
              SET WS-VAL-FECHA-NO-OK TO TRUE
           ELSE
              IF WS-VAL-FECHA(1:4) IS NOT NUMERIC OR
                 WS-VAL-FECHA(6:2) IS NOT NUMERIC OR
                 WS-VAL-FECHA(9:2) IS NOT NUMERIC
                 SET WS-VAL-FECHA-NO-OK TO TRUE
              ELSE
                 MOVE WS-VAL-FECHA(1:4) TO WS-VAL-ANIO
                 MOVE WS-VAL-FECHA(6:2) TO WS-VAL-MES
                 MOVE WS-VAL-FECHA(9:2) TO WS-VAL-DIA

                 IF WS-VAL-DIA < 1 OR WS-VAL-DIA > 31 OR
                    WS-VAL-MES < 1 OR WS-VAL-MES > 12 OR
                    WS-VAL-ANIO < 1900
                    SET WS-VAL-FECHA-NO-OK TO TRUE
                 END-IF
              END-IF
           END-IF.

       5000-VALIDAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6000-GRABAR-MAESTRO-NUEVO.
      *----VUELCA LA TABLA (YA ORDENADA) AL MAESTRO NUEVO.

           OPEN OUTPUT PRODNUE.

           IF NOT FS-PRODNUE-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO NUEVO PRODNUE'
              DISPLAY 'FILE STATUS: ' FS-PRODNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 1 TO WS-PM-IDX.

           PERFORM 6010-GRABAR-MAESTRO-IDX
              THRU 6010-GRABAR-MAESTRO-IDX-EXIT
              UNTIL WS-PM-IDX > WS-PM-CANT.

           CLOSE PRODNUE.

           IF NOT FS-PRODNUE-OK
              DISPLAY 'ERROR EN CLOSE DE PRODNUE: ' FS-PRODNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       6000-GRABAR-MAESTRO-NUEVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6010-GRABAR-MAESTRO-IDX.

           MOVE SPACES                       TO REG-PRODNUE.
           MOVE WS-PM-COD-VENTA(WS-PM-IDX)   TO PMN-COD-VENTA.
           MOVE WS-PM-ESTADO(WS-PM-IDX)      TO PMN-ESTADO.
           MOVE WS-PM-CATEGORIA(WS-PM-IDX)   TO PMN-CATEGORIA.
           MOVE WS-PM-DESCRIPCION(WS-PM-IDX) TO PMN-DESCRIPCION.

           WRITE REG-PRODNUE.

           IF FS-PRODNUE-OK
              ADD 1 TO WS-CANT-MAESTRO-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL MAESTRO NUEVO, COD-VENTA '
                      WS-PM-COD-VENTA(WS-PM-IDX)
              DISPLAY 'FILE STATUS: ' FS-PRODNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-PM-IDX.

       6010-GRABAR-MAESTRO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7000-GRABAR-AUDITORIA.

           MOVE WS-AUD-FECHA-RUN      TO PAU-FECHA-RUN.
           MOVE WS-AUD-HORA-RUN       TO PAU-HORA-RUN.
           MOVE WS-FECHA-PROCESO      TO PAU-FECHA-PROCESO.
           MOVE NVW-ACCION            TO PAU-ACCION.
           MOVE NVW-COD-VENTA         TO PAU-COD-VENTA.
           MOVE NVW-FECHA-VIGENCIA    TO PAU-FECHA-VIGENCIA.
           MOVE NVW-SOLICITANTE       TO PAU-SOLICITANTE.
           MOVE WS-FOTO-ANTES         TO PAU-ANTES.
           MOVE WS-FOTO-DESPUES       TO PAU-DESPUES.

           WRITE REG-AUDNUE.

      *----UN CAMBIO APLICADO SIN CONSTANCIA ES JUSTO LO QUE ESTE
      *----PROGRAMA VIENE A EVITAR: SE DETIENE ANTES DE GRABAR EL
      *----MAESTRO NUEVO.
           IF NOT FS-AUDNUE-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE AUDNUE'
              DISPLAY 'FILE STATUS: ' FS-AUDNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7100-GRABAR-RECHAZO.

           MOVE SPACES                TO REG-PRODRECH.
           MOVE REG-PRODNOVW          TO PRR-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO     TO PRR-MOTIVO.

           WRITE REG-PRODRECH.

           EVALUATE FS-PRODRECH
               WHEN '00'
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PRODRECH'
                    DISPLAY 'FILE STATUS: ' FS-PRODRECH
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA: ' NVW-ACCION ' '
                   NVW-COD-VENTA ' ' WS-MOTIVO-RECHAZO.

       7100-GRABAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7200-GRABAR-PENDIENTE.

           MOVE REG-PRODNOVW          TO REG-PENDNUE.

           WRITE REG-PENDNUE.

           EVALUATE FS-PENDNUE
               WHEN '00'
                    ADD 1 TO WS-CANT-PENDIENTES
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PENDNUE'
                    DISPLAY 'FILE STATUS: ' FS-PENDNUE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       7200-GRABAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-CERRAR-ARCHIVOS.

           CLOSE PENDNUE.

           IF NOT FS-PENDNUE-OK
              DISPLAY 'ERROR EN CLOSE DE PENDNUE: ' FS-PENDNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE PRODRECH.

           IF NOT FS-PRODRECH-OK
              DISPLAY 'ERROR EN CLOSE DE PRODRECH: ' FS-PRODRECH
           END-IF.

           CLOSE AUDNUE.

           IF NOT FS-AUDNUE-OK
              DISPLAY 'ERROR EN CLOSE DE AUDNUE: ' FS-AUDNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----PRODNUE YA CERRO BIEN EN 6000 Y PENDNUE RECIEN: LOS CAMBIOS
      *----DE LA CORRIDA QUEDAN LISTOS PARA INSTALAR Y RECIEN AHORA
      *----PASAN A LA BITACORA.
           PERFORM 8100-AGREGAR-AUDITORIA
              THRU 8100-AGREGAR-AUDITORIA-EXIT.

       8000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-AGREGAR-AUDITORIA.

           OPEN INPUT AUDNUE.
           IF NOT FS-AUDNUE-OK
              DISPLAY 'ERROR AL REABRIR EL ARCHIVO DE AUDNUE'
              DISPLAY 'FILE STATUS: ' FS-AUDNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND PRODAUD.
           IF FS-PRODAUD-NO-EXISTE
              OPEN OUTPUT PRODAUD
           END-IF.
           IF NOT FS-PRODAUD-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA PRODAUD'
              DISPLAY 'FILE STATUS: ' FS-PRODAUD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ AUDNUE.
           PERFORM 8110-COPIAR-AUDITORIA
              THRU 8110-COPIAR-AUDITORIA-EXIT
              UNTIL NOT FS-AUDNUE-OK.

           CLOSE AUDNUE.

           CLOSE PRODAUD.

           IF NOT FS-PRODAUD-OK
              DISPLAY 'ERROR EN CLOSE DE PRODAUD: ' FS-PRODAUD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       8100-AGREGAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8110-COPIAR-AUDITORIA.

           WRITE REG-PRODAUD FROM REG-AUDNUE.

           IF FS-PRODAUD-OK
              ADD 1 TO WS-CANT-AUDITORIA
           ELSE
              DISPLAY 'ERROR AL GRABAR LA BITACORA PRODAUD'
              DISPLAY 'FILE STATUS: ' FS-PRODAUD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ AUDNUE.

       8110-COPIAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'FECHA DE PROCESO            : ' WS-FECHA-PROCESO.
           DISPLAY 'PRODUCTOS LEIDOS DE PRODMAST: '
                   WS-CANT-MAESTRO-LEIDOS.
           DISPLAY 'COD-VENTA REPETIDOS (AVISO) : '
                   WS-CANT-MAESTRO-DUPLICADOS.
           DISPLAY 'NOVEDADES LEIDAS            : ' WS-CANT-NOVEDADES.
           DISPLAY 'ALTAS APLICADAS             : ' WS-CANT-ALTAS.
           DISPLAY 'CAMBIOS APLICADOS           : ' WS-CANT-CAMBIOS.
           DISPLAY 'DISCONTINUADOS              : ' WS-CANT-BAJAS.
           DISPLAY 'REACTIVADOS                 : '
                   WS-CANT-REACTIVADOS.
           DISPLAY 'NOVEDADES RECHAZADAS        : '
                   WS-CANT-RECHAZADAS.
           DISPLAY 'PENDIENTES (VIGENCIA FUTURA): '
                   WS-CANT-PENDIENTES.
           DISPLAY 'PRODUCTOS EN MAESTRO NUEVO  : '
                   WS-CANT-MAESTRO-GRABADOS.
           DISPLAY 'LINEAS AGREGADAS A PRODAUD  : '
                   WS-CANT-AUDITORIA.
           DISPLAY '================================================'.

       9000-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL13EJ15.
