      *----LOS ARCHIVOS YA CERRADOS POR CL13EJ01: DETALLE DE VENTATOT
      *----CON CORTE DE CONTROL POR FECHA (EL MISMO QUIEBRE QUE USA EL
      *----MERGE), SUBTOTALES POR SUCURSAL DESDE TOTSALID CONTRA LOS
      *----CODIGOS DE SUCURCFG, AGRUPADOS POR REGION SEGUN EL MAESTRO
      *----DE SUCURSALES, TOTAL GENERAL Y UN RESUMEN FINAL DE
      *----EXCEPCIONES (RECHAZOS Y SOSPECHOSOS). LOS SUBTOTALES POR
      *----FECHA SE CONTRASTAN CONTRA TOTFECHA Y SE MARCAN CON '*' SI
      *----NO COINCIDEN, PARA QUE UNA DIFERENCIA SE VEA EN EL PAPEL
      *----ANTES DE QUE LA VEA CONTADURIA.
      *----ANTES DE PROCESAR SE VERIFICA LA GENERACION DE LOS INSUMOS
      *----CONTRA RUNSTAT Y ARCHIDX DE CL13EJ01 (RETURN-CODE 12 SI NO
      *----CORRESPONDE).
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ06.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPECT.

       SELECT SUCMAST
           ASSIGN TO WS-PATH-SUCMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCMAST.

       SELECT INFORME
           ASSIGN TO WS-PATH-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

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
          05 SUSP-HORA                     PIC X(08).
          05 SUSP-CAJA                     PIC X(06).

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

       FD INFORME.
       01 REG-INFORME                      PIC X(132).

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
             88 FS-SUSPECT-OK                VALUE '00'.
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.
          05 FS-SUCMAST                      PIC X(2).
             88 FS-SUCMAST-OK                VALUE '00'.
          05 FS-RUNSTAT                      PIC X(2).
             88 FS-RUNSTAT-OK                VALUE '00'.
          05 FS-ARCHIDX                      PIC X(2).
             88 FS-ARCHIDX-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-SUCURCFG                PIC X(60)     VALUE
                                                 '../SUSPECT.TXT'.
          05 WS-PATH-INFORME                 PIC X(60)     VALUE
                                                 '../INFORME.TXT'.
          05 WS-PATH-SUCMAST                 PIC X(60)     VALUE
                                                 '../SUCMAST.TXT'.
          05 WS-PATH-RUNSTAT                 PIC X(60)     VALUE
                                                 '../RUNSTAT.TXT'.
          05 WS-PATH-ARCHIDX                 PIC X(60)     VALUE
                                                 '../ARCHIDX.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.

      *----CONTROL DE LA GENERACION ANTES DE PROCESAR: VENTATOT,
      *----TOTSALID Y TOTFECHA TIENEN QUE SER LOS DE UNA CORRIDA DE
      *----CL13EJ01 TERMINADA LIMPIA PARA LA FECHA DE NEGOCIO (RUNSTAT)
      *----Y VIGENTE EN EL INDICE DE GENERACIONES (ARCHIDX), CON LAS
      *----MISMAS CANTIDADES Y EL MISMO TOTAL DE CONTROL QUE PUBLICO EL
      *----MERGE. CON CL13EJ06_VERIFICAR='I' SE CONTRASTA SOLO CONTRA EL
      *----INDICE (REPROCESO DE UNA GENERACION ANTERIOR, CUANDO RUNSTAT
      *----YA ES DE OTRA CORRIDA); CON 'N' SE OMITE EL CONTROL (SOLO
      *----PARA CONTINGENCIAS, QUEDA AVISADO EN EL LOG). MISMO CONTROL
      *----QUE 1700-VERIFICAR-GENERACION EN CL13EJ04.
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
          05 WS-VG-ULT-TOTSALID              PIC 9(05)     VALUE 0.
          05 WS-VG-ANT-TOTSALID              PIC 9(05)     VALUE 0.
          05 WS-VG-ESP-TOTSALID              PIC 9(05)     VALUE 0.
          05 WS-VG-ESP-TOTFECHA              PIC 9(05)     VALUE 0.
          05 WS-VG-ESP-CONTROL               PIC S9(10)V9(2) VALUE 0.
          05 WS-VG-CANT-VENTATOT             PIC 9(05)     VALUE 0.
          05 WS-VG-IMP-VENTATOT              PIC S9(10)V9(2) VALUE 0.
          05 WS-VG-CANT-TOTSALID             PIC 9(05)     VALUE 0.
          05 WS-VG-IMP-TOTSALID              PIC S9(10)V9(2) VALUE 0.
          05 WS-VG-CANT-TOTFECHA             PIC 9(05)     VALUE 0.
          05 WS-VG-IMP-EDIT-1                PIC -Z(9)9,99.
          05 WS-VG-IMP-EDIT-2                PIC -Z(9)9,99.

      *----CODIGOS DE SUCURSAL ACTIVOS SEGUN SUCURCFG; LOS TOTALES DE
      *----TOTSALID QUE NO FIGUREN ACA (EL REINGRESO 'R', POR EJEMPLO)
      *----SE MARCAN EN EL LISTADO.
          05 WS-CFG-TABLA OCCURS 6 TIMES.
             10 WS-CFG-CODIGO                PIC X(01).

      *----MAESTRO DE SUCURSALES (SUCMAST), PARA EL NOMBRE Y LA REGION
      *----DE CADA SUCURSAL. SIN MAESTRO LA SECCION DE SUCURSALES SALE
      *----COMO SIEMPRE, SIN AGRUPAR NI SUBTOTALIZAR POR REGION.
       01 WS-MAX-SUC-MAESTRO                 PIC 9(02)     VALUE 36.
       01 WS-SMA-CONFIG.
          05 WS-SMA-CANT                     PIC 9(02)     VALUE 0.
          05 WS-SMA-IDX                      PIC 9(02)     VALUE 0.
          05 WS-SMA-SW                       PIC X(01)     VALUE 'N'.
             88 WS-SMA-ACTIVO                              VALUE 'S'.
             88 WS-SMA-INACTIVO                            VALUE 'N'.
          05 WS-SMA-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-SMA-HALLADA                             VALUE 'S'.
             88 WS-SMA-NO-HALLADA                          VALUE 'N'.
          05 WS-SMA-TABLA OCCURS 36 TIMES.
             10 WS-SMA-CODIGO                PIC X(01).
             10 WS-SMA-NOMBRE                PIC X(30).
             10 WS-SMA-REGION                PIC X(10).
       01 WS-SMA-SIN-REGION                  PIC X(10)     VALUE
                                                     'SIN REGION'.

      *----LINEAS DE TOTSALID CARGADAS PARA LISTARLAS AGRUPADAS POR
      *----REGION: SE INSERTAN ORDENADAS POR REGION Y, DENTRO DE LA
      *----REGION, EN EL ORDEN DE TOTSALID (SIN MAESTRO TODAS CAEN EN
      *----LA MISMA REGION Y EL ORDEN QUEDA COMO EN EL ARCHIVO).
       01 WS-MAX-TOTSAL                      PIC 9(02)     VALUE 20.
       01 WS-TS-CONFIG.
          05 WS-TS-CANT                      PIC 9(02)     VALUE 0.
          05 WS-TS-IDX                       PIC 9(02)     VALUE 0.
          05 WS-TS-REGION-NUEVA              PIC X(10)     VALUE SPACES.
          05 WS-TS-TABLA OCCURS 20 TIMES.
             10 WS-TS-REGION                 PIC X(10).
             10 WS-TS-CODIGO                 PIC X(01).
             10 WS-TS-NOMBRE                 PIC X(30).
             10 WS-TS-IMPORTE                PIC S9(08)V9(02).
             10 WS-TS-CANT-REG               PIC 9(05).

      *----CORTE DE CONTROL POR REGION SOBRE LA SECCION DE SUCURSALES
       01 WS-REGION-ANT                      PIC X(10)     VALUE SPACES.
       01 WS-SUBT-RGN-IMPORTE                PIC S9(12)V9(2) VALUE 0.
       01 WS-SUBT-RGN-CANT                   PIC 9(07)     VALUE 0.

      *----TOTALES POR FECHA SEGUN TOTFECHA, PARA CONTRASTAR CONTRA
      *----LOS SUBTOTALES CALCULADOS DEL DETALLE.
       01 WS-MAX-FECHAS                      PIC 9(03)     VALUE 200.
          05 FILLER                          PIC X(18)     VALUE
             'TOTAL SUCURSAL    '.
          05 WS-SUC-CODIGO-LIN               PIC X(01).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-SUC-NOMBRE-LIN               PIC X(30).
          05 FILLER                          PIC X(35)     VALUE SPACES.
          05 WS-SUC-IMPORTE-LIN              PIC
             ZZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-SUC-MARCA                    PIC X(24).

       01 WS-LIN-REGION.
          05 FILLER                          PIC X(08)     VALUE
             'REGION: '.
          05 WS-RGN-REGION-LIN               PIC X(10).

       01 WS-LIN-SUBT-REGION.
          05 FILLER                          PIC X(18)     VALUE
             'SUBTOTAL REGION   '.
          05 WS-SRG-REGION                   PIC X(10).
          05 FILLER                          PIC X(08)     VALUE
             '  CANT. '.
          05 WS-SRG-CANT                     PIC ZZZZ.ZZ9.
          05 FILLER                          PIC X(42)     VALUE SPACES.
          05 WS-SRG-IMPORTE                  PIC
             ZZZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WS-LIN-TOTAL.
          05 FILLER                          PIC X(18)     VALUE
             'TOTAL GENERAL     '.
           PERFORM 1020-APLICAR-GENERACION
              THRU 1020-APLICAR-GENERACION-EXIT.

           PERFORM 1700-VERIFICAR-GENERACION
              THRU 1700-VERIFICAR-GENERACION-EXIT.

           PERFORM 1100-CARGAR-SUCURCFG
              THRU 1100-CARGAR-SUCURCFG-EXIT.

           PERFORM 1200-CARGAR-TOTFECHA
              THRU 1200-CARGAR-TOTFECHA-EXIT.

           PERFORM 1300-CARGAR-SUCMAST
              THRU 1300-CARGAR-SUCMAST-EXIT.

           OPEN INPUT VENTATOT.
           IF NOT FS-VENTATOT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE VENTATOT'
              MOVE WS-PARM-VALOR TO WS-PATH-INFORME
           END-IF.

           DISPLAY 'CL13EJ06_SUCMAST' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-SUCMAST
           END-IF.

           DISPLAY 'CL13EJ06_GENERACION' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'N'
              MOVE WS-PARM-VALOR TO WS-FECHA-NEGOCIO
           END-IF.

           DISPLAY 'CL13EJ06_RUNSTAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-RUNSTAT
           END-IF.

           DISPLAY 'CL13EJ06_ARCHIDX' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-ARCHIDX
           END-IF.

           DISPLAY 'CL13EJ06_VERIFICAR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'I' OR 'N'
              MOVE WS-PARM-VALOR(1:1) TO WS-VG-MODO
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1020-APLICAR-GENERACION.
      *----ESTAMPA LA FECHA DE NEGOCIO EN LOS INSUMOS GENERADOS POR
      *----CL13EJ01 (VENTATOT, TOTSALID, TOTFECHA, RECHAZOS, SUSPECT);
      *----EL INFORME, SUCURCFG Y SUCMAST CONSERVAN SU NOMBRE FIJO.

           IF WS-GEN-INACTIVA
              GO TO 1020-APLICAR-GENERACION-EXIT

       1220-VERIFICAR-DESBORDE-FECHAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-CARGAR-SUCMAST.

           OPEN INPUT SUCMAST.

           EVALUATE FS-SUCMAST
               WHEN '00'
                    PERFORM 1310-LEER-REG-SUCMAST
                       THRU 1310-LEER-REG-SUCMAST-EXIT
                       UNTIL NOT FS-SUCMAST-OK
                          OR WS-SMA-CANT = WS-MAX-SUC-MAESTRO

                    IF WS-SMA-CANT = WS-MAX-SUC-MAESTRO
                       PERFORM 1320-VERIFICAR-DESBORDE-SUCMAST
                          THRU 1320-VERIFICAR-DESBORDE-SUCMAST-EXIT
                    END-IF

                    CLOSE SUCMAST
                    SET WS-SMA-ACTIVO TO TRUE
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA SUCMAST - LAS '
                            'SUCURSALES NO SE AGRUPAN POR REGION'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUCMAST'
                    DISPLAY 'FILE STATUS: ' FS-SUCMAST
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1300-CARGAR-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-REG-SUCMAST.

           READ SUCMAST.

           IF FS-SUCMAST-OK
              ADD 1                  TO WS-SMA-CANT
              MOVE SMA-CODIGO        TO WS-SMA-CODIGO(WS-SMA-CANT)
              MOVE SMA-NOMBRE        TO WS-SMA-NOMBRE(WS-SMA-CANT)
              MOVE SMA-REGION        TO WS-SMA-REGION(WS-SMA-CANT)
              IF SMA-REGION = SPACES
                 MOVE WS-SMA-SIN-REGION TO WS-SMA-REGION(WS-SMA-CANT)
              END-IF
           END-IF.

       1310-LEER-REG-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1320-VERIFICAR-DESBORDE-SUCMAST.

           READ SUCMAST.

           IF FS-SUCMAST-OK
              DISPLAY 'SUCMAST TIENE MAS SUCURSALES QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-SUC-MAESTRO): '
                      WS-MAX-SUC-MAESTRO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1320-VERIFICAR-DESBORDE-SUCMAST-EXIT.
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
                      'CL13EJ06_VERIFICAR=N'
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

           PERFORM 1750-CONTAR-TOTSALID
              THRU 1750-CONTAR-TOTSALID-EXIT.

           PERFORM 1760-CONTAR-TOTFECHA
              THRU 1760-CONTAR-TOTFECHA-EXIT.

           PERFORM 1790-CONTRASTAR-INSUMOS
              THRU 1790-CONTRASTAR-INSUMOS-EXIT.

           IF WS-VG-CANT-DIFER > 0
              DISPLAY 'GENERACION ' WS-FECHA-NEGOCIO
                      ' RECHAZADA: ' WS-VG-CANT-DIFER
                      ' DIFERENCIA(S) - NO SE EMITE EL INFORME'
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
                      'CL13EJ06_VERIFICAR=I'
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

           MOVE WS-VG-ULT-TOTSALID TO WS-VG-ESP-TOTSALID.
           IF WS-VG-ES-COMPLEMENTO
              ADD WS-VG-ANT-TOTSALID TO WS-VG-ESP-TOTSALID
           END-IF.

           SET WS-VG-FUENTE-INDICE TO TRUE.

       1720-VERIFICAR-ARCHIDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1730-LEER-REG-ARCHIDX.
      *----TOTFECHA SOLO SE CONTRASTA EN UNA GENERACION DE UNA SOLA
      *----CORRIDA: LA COMPLEMENTARIA LO CONSOLIDA A UNA LINEA POR
      *----FECHA Y SU CANTIDAD YA NO ES LA SUMA DE LAS DOS LINEAS.

           IF IDX-FECHA-GEN = WS-FECHA-NEGOCIO
              SET WS-VG-IDX-HALLADO TO TRUE
              MOVE IDX-ESTADO        TO WS-VG-ESTADO
              MOVE IDX-TOTAL-CONTROL TO WS-VG-ESP-CONTROL
              IF IDX-ESTADO = 'PARCIAL '
                 SET WS-VG-HAY-PARCIAL    TO TRUE
                 SET WS-VG-NO-COMPLEMENTO TO TRUE
                 MOVE IDX-CANT-SALIDA     TO WS-VG-ANT-SALIDA
                 MOVE IDX-CANT-TOTSALID   TO WS-VG-ANT-TOTSALID
              ELSE
                 IF WS-VG-HAY-PARCIAL
                    SET WS-VG-ES-COMPLEMENTO TO TRUE
                 ELSE
                    SET WS-VG-NO-COMPLEMENTO TO TRUE
                    MOVE 0 TO WS-VG-ANT-SALIDA
                    MOVE 0 TO WS-VG-ANT-TOTSALID
                 END-IF
                 SET WS-VG-SIN-PARCIAL TO TRUE
              END-IF
              MOVE IDX-CANT-SALIDA   TO WS-VG-ULT-SALIDA
              MOVE IDX-CANT-TOTSALID TO WS-VG-ULT-TOTSALID
              MOVE IDX-CANT-TOTFECHA TO WS-VG-ESP-TOTFECHA
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
       1750-CONTAR-TOTSALID.
      *----PASADA PREVIA SOBRE TOTSALID: CANTIDAD DE LINEAS Y SUMA DE
      *----IMPORTES, QUE ES EXACTAMENTE EL TOTAL DE CONTROL DEL
      *----EXTRACTO CONTABLE.

           OPEN INPUT TOTSALID.

           IF NOT FS-TOTSALID-OK
              DISPLAY 'VERIFICACION DE GENERACION: NO SE PUDO ABRIR '
                      'TOTSALID - FILE STATUS: ' FS-TOTSALID
              ADD 1 TO WS-VG-CANT-DIFER
              SET WS-VG-FUENTE-NINGUNA TO TRUE
              GO TO 1750-CONTAR-TOTSALID-EXIT
           END-IF.

           READ TOTSALID.
           PERFORM 1755-LEER-REG-TOTSALID
              THRU 1755-LEER-REG-TOTSALID-EXIT
              UNTIL NOT FS-TOTSALID-OK.

           CLOSE TOTSALID.

       1750-CONTAR-TOTSALID-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1755-LEER-REG-TOTSALID.

           ADD 1           TO WS-VG-CANT-TOTSALID.
           ADD TOT-IMPORTE TO WS-VG-IMP-TOTSALID.

           READ TOTSALID.

       1755-LEER-REG-TOTSALID-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1760-CONTAR-TOTFECHA.

           OPEN INPUT TOTFECHA.

           IF NOT FS-TOTFECHA-OK
              DISPLAY 'VERIFICACION DE GENERACION: NO SE PUDO ABRIR '
                      'TOTFECHA - FILE STATUS: ' FS-TOTFECHA
              ADD 1 TO WS-VG-CANT-DIFER
              SET WS-VG-FUENTE-NINGUNA TO TRUE
              GO TO 1760-CONTAR-TOTFECHA-EXIT
           END-IF.

           READ TOTFECHA.
           PERFORM 1765-LEER-REG-TOTFECHA
              THRU 1765-LEER-REG-TOTFECHA-EXIT
              UNTIL NOT FS-TOTFECHA-OK.

           CLOSE TOTFECHA.

       1760-CONTAR-TOTFECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1765-LEER-REG-TOTFECHA.

           ADD 1 TO WS-VG-CANT-TOTFECHA.

           READ TOTFECHA.

       1765-LEER-REG-TOTFECHA-EXIT.
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

           IF WS-VG-CANT-TOTSALID NOT = WS-VG-ESP-TOTSALID
              DISPLAY 'VERIFICACION DE GENERACION: TOTSALID TIENE '
                      WS-VG-CANT-TOTSALID ' LINEAS, EL MERGE '
                      'GRABO ' WS-VG-ESP-TOTSALID
              ADD 1 TO WS-VG-CANT-DIFER
           END-IF.

           IF WS-VG-IMP-TOTSALID NOT = WS-VG-ESP-CONTROL
              MOVE WS-VG-IMP-TOTSALID TO WS-VG-IMP-EDIT-1
              MOVE WS-VG-ESP-CONTROL  TO WS-VG-IMP-EDIT-2
              DISPLAY 'VERIFICACION DE GENERACION: TOTSALID SUMA '
                      WS-VG-IMP-EDIT-1 ', TOTAL DE CONTROL '
                      WS-VG-IMP-EDIT-2
              ADD 1 TO WS-VG-CANT-DIFER
           END-IF.

           IF WS-VG-NO-COMPLEMENTO
              AND WS-VG-CANT-TOTFECHA NOT = WS-VG-ESP-TOTFECHA
              DISPLAY 'VERIFICACION DE GENERACION: TOTFECHA TIENE '
                      WS-VG-CANT-TOTFECHA ' LINEAS, EL MERGE '
                      'GRABO ' WS-VG-ESP-TOTFECHA
              ADD 1 TO WS-VG-CANT-DIFER
           END-IF.

       1790-CONTRASTAR-INSUMOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-DETALLE.

           EVALUATE FS-TOTSALID
               WHEN '00'
                    READ TOTSALID
                    PERFORM 3005-CARGAR-LINEA-TOTSALID
                       THRU 3005-CARGAR-LINEA-TOTSALID-EXIT
                       UNTIL NOT FS-TOTSALID-OK
                    CLOSE TOTSALID
               WHEN OTHER
                    STOP RUN
           END-EVALUATE.

           MOVE 1 TO WS-TS-IDX.
           PERFORM 3010-GRABAR-LINEA-SUCURSAL
              THRU 3010-GRABAR-LINEA-SUCURSAL-EXIT
              UNTIL WS-TS-IDX > WS-TS-CANT.

           IF WS-SMA-ACTIVO AND WS-TS-CANT > 0
              PERFORM 3070-GRABAR-SUBTOTAL-REGION
                 THRU 3070-GRABAR-SUBTOTAL-REGION-EXIT
           END-IF.

       3000-SECCION-SUCURSALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3005-CARGAR-LINEA-TOTSALID.
      *----UBICA LA SUCURSAL EN EL MAESTRO Y LA INSERTA DESPUES DE LA
      *----ULTIMA LINEA DE SU MISMA REGION (O DE UNA MENOR).

           IF WS-TS-CANT = WS-MAX-TOTSAL
              DISPLAY 'TOTSALID TIENE MAS LINEAS QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-TOTSAL): '
                      WS-MAX-TOTSAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3040-BUSCAR-SUC-MAESTRO
              THRU 3040-BUSCAR-SUC-MAESTRO-EXIT.

           IF WS-SMA-HALLADA
              MOVE WS-SMA-REGION(WS-SMA-IDX) TO WS-TS-REGION-NUEVA
           ELSE
              MOVE WS-SMA-SIN-REGION         TO WS-TS-REGION-NUEVA
           END-IF.

           ADD 1                      TO WS-TS-CANT.
           MOVE WS-TS-CANT            TO WS-TS-IDX.
           PERFORM 3060-CORRER-TOTSAL-IDX
              THRU 3060-CORRER-TOTSAL-IDX-EXIT
              UNTIL WS-TS-IDX = 1
                 OR WS-TS-REGION(WS-TS-IDX - 1)
                    NOT GREATER WS-TS-REGION-NUEVA.

           MOVE WS-TS-REGION-NUEVA    TO WS-TS-REGION(WS-TS-IDX).
           MOVE TOT-ARCHIVO           TO WS-TS-CODIGO(WS-TS-IDX).
           MOVE TOT-IMPORTE           TO WS-TS-IMPORTE(WS-TS-IDX).
           MOVE TOT-CANT-REG          TO WS-TS-CANT-REG(WS-TS-IDX).
           IF WS-SMA-HALLADA
              MOVE WS-SMA-NOMBRE(WS-SMA-IDX)
                                      TO WS-TS-NOMBRE(WS-TS-IDX)
           ELSE
              MOVE SPACES             TO WS-TS-NOMBRE(WS-TS-IDX)
           END-IF.

           READ TOTSALID.

       3005-CARGAR-LINEA-TOTSALID-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3010-GRABAR-LINEA-SUCURSAL.

      *----QUIEBRE DE REGION: CIERRA LA ANTERIOR Y ROTULA LA NUEVA.
           IF WS-SMA-ACTIVO
              IF WS-TS-IDX = 1
                 OR WS-TS-REGION(WS-TS-IDX) NOT EQUAL WS-REGION-ANT
                 IF WS-TS-IDX > 1
                    PERFORM 3070-GRABAR-SUBTOTAL-REGION
                       THRU 3070-GRABAR-SUBTOTAL-REGION-EXIT
                 END-IF
                 MOVE WS-TS-REGION(WS-TS-IDX) TO WS-REGION-ANT
                 MOVE WS-REGION-ANT    TO WS-RGN-REGION-LIN
                 MOVE WS-LIN-REGION    TO REG-INFORME
                 PERFORM 6100-GRABAR-LINEA
                    THRU 6100-GRABAR-LINEA-EXIT
              END-IF
           END-IF.

           MOVE WS-TS-CODIGO(WS-TS-IDX)  TO WS-SUC-CODIGO-LIN.
           MOVE WS-TS-NOMBRE(WS-TS-IDX)  TO WS-SUC-NOMBRE-LIN.
           MOVE WS-TS-IMPORTE(WS-TS-IDX) TO WS-SUC-IMPORTE-LIN.

           PERFORM 3020-VERIFICAR-CFG
              THRU 3020-VERIFICAR-CFG-EXIT.

           ADD WS-TS-IMPORTE(WS-TS-IDX)  TO WS-TOTSAL-IMPORTE.
           ADD WS-TS-IMPORTE(WS-TS-IDX)  TO WS-SUBT-RGN-IMPORTE.
           ADD WS-TS-CANT-REG(WS-TS-IDX) TO WS-SUBT-RGN-CANT.

           MOVE WS-LIN-SUCURSAL       TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           ADD 1 TO WS-TS-IDX.

       3010-GRABAR-LINEA-SUCURSAL-EXIT.
           EXIT.
           IF WS-CFG-ENCONTRADO
              MOVE SPACES                     TO WS-SUC-MARCA
           ELSE
              IF WS-TS-CODIGO(WS-TS-IDX) = 'R'
                 MOVE '(REINGRESO RECICLADOS)' TO WS-SUC-MARCA
              ELSE
                 MOVE '* NO FIGURA EN SUCURCFG' TO WS-SUC-MARCA
      *----------------------------------------------------------------*
       3030-BUSCAR-CFG-IDX.

           IF WS-CFG-CODIGO(WS-CFG-IDX) EQUAL WS-TS-CODIGO(WS-TS-IDX)
              SET WS-CFG-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-CFG-IDX

       3030-BUSCAR-CFG-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3040-BUSCAR-SUC-MAESTRO.

           SET WS-SMA-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-SMA-IDX.

           PERFORM 3050-BUSCAR-SUC-MAESTRO-IDX
              THRU 3050-BUSCAR-SUC-MAESTRO-IDX-EXIT
              UNTIL WS-SMA-IDX > WS-SMA-CANT
                 OR WS-SMA-HALLADA.

       3040-BUSCAR-SUC-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3050-BUSCAR-SUC-MAESTRO-IDX.

           IF WS-SMA-CODIGO(WS-SMA-IDX) EQUAL TOT-ARCHIVO
              SET WS-SMA-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-SMA-IDX
           END-IF.

       3050-BUSCAR-SUC-MAESTRO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3060-CORRER-TOTSAL-IDX.

           MOVE WS-TS-TABLA(WS-TS-IDX - 1) TO WS-TS-TABLA(WS-TS-IDX).
           SUBTRACT 1 FROM WS-TS-IDX.

       3060-CORRER-TOTSAL-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3070-GRABAR-SUBTOTAL-REGION.

           MOVE WS-REGION-ANT         TO WS-SRG-REGION.
           MOVE WS-SUBT-RGN-CANT      TO WS-SRG-CANT.
           MOVE WS-SUBT-RGN-IMPORTE   TO WS-SRG-IMPORTE.
           MOVE WS-LIN-SUBT-REGION    TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 0                     TO WS-SUBT-RGN-CANT.
           MOVE 0                     TO WS-SUBT-RGN-IMPORTE.

       3070-GRABAR-SUBTOTAL-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-SECCION-TOTAL.

