      *----QUE LAS ENTRADAS POSITIVAS SE TOMAN COMO VENTA ACUMULADA Y
      *----LAS NEGATIVAS COMO DEVOLUCION ACUMULADA: ES LA MEJOR
      *----APROXIMACION DISPONIBLE SIN CAMBIAR EL LAYOUT DEL HISTORICO.
      *----ANTES DE PROCESAR SE VERIFICA LA GENERACION DE LOS INSUMOS
      *----CONTRA RUNSTAT Y ARCHIDX DE CL13EJ01 (RETURN-CODE 12 SI NO
      *----CORRESPONDE).
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ11.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPECT.

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
             88 FS-HISTVENT-NO-EXISTE        VALUE '35'.
          05 FS-SUSPECT                      PIC X(2).
             88 FS-SUSPECT-OK                VALUE '00'.
          05 FS-RUNSTAT                      PIC X(2).
             88 FS-RUNSTAT-OK                VALUE '00'.
          05 FS-ARCHIDX                      PIC X(2).
             88 FS-ARCHIDX-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-VENTATOT                PIC X(60)     VALUE
                                                 '../HISTVENT.DAT'.
          05 WS-PATH-SUSPECT                 PIC X(60)     VALUE
                                                 '../SUSPECT.TXT'.
          05 WS-PATH-RUNSTAT                 PIC X(60)     VALUE
                                                 '../RUNSTAT.TXT'.
          05 WS-PATH-ARCHIDX                 PIC X(60)     VALUE
                                                 '../ARCHIDX.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.

      *----CONTROL DE LA GENERACION ANTES DE PROCESAR: VENTATOT TIENE
      *----QUE SER LA DE UNA CORRIDA DE CL13EJ01 TERMINADA LIMPIA PARA
      *----LA FECHA DE NEGOCIO (RUNSTAT) Y VIGENTE EN EL INDICE DE
      *----GENERACIONES (ARCHIDX), CON LAS MISMAS CANTIDADES Y EL MISMO
      *----TOTAL DE CONTROL QUE PUBLICO EL MERGE. CON
      *----CL13EJ11_VERIFICAR='I' SE CONTRASTA SOLO CONTRA EL INDICE
      *----(REPROCESO DE UNA GENERACION ANTERIOR, CUANDO RUNSTAT YA ES
      *----DE OTRA CORRIDA); CON 'N' SE OMITE EL CONTROL (SOLO PARA
      *----CONTINGENCIAS, QUEDA AVISADO EN EL LOG). MISMO CONTROL QUE
      *----1700-VERIFICAR-GENERACION EN CL13EJ04.
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

      *----ACUMULADOS DEL HISTORICO POR SUCURSAL + COD-VENTA: VENTA
      *----ACUMULADA (ENTRADAS POSITIVAS) Y DEVOLUCION ACUMULADA
      *----(ENTRADAS NEGATIVAS, EN VALOR ABSOLUTO). LAS DEVOLUCIONES
           PERFORM 1050-APLICAR-GENERACION
              THRU 1050-APLICAR-GENERACION-EXIT.

           PERFORM 1700-VERIFICAR-GENERACION
              THRU 1700-VERIFICAR-GENERACION-EXIT.

           OPEN INPUT VENTATOT.
           IF NOT FS-VENTATOT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE VENTATOT'
              MOVE WS-PARM-VALOR TO WS-FECHA-NEGOCIO
           END-IF.

           DISPLAY 'CL13EJ11_RUNSTAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-RUNSTAT
           END-IF.

           DISPLAY 'CL13EJ11_ARCHIDX' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-ARCHIDX
           END-IF.

           DISPLAY 'CL13EJ11_VERIFICAR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'I' OR 'N'
              MOVE WS-PARM-VALOR(1:1) TO WS-VG-MODO
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

           READ HISTVENT NEXT.

      *----LAS MARCAS DE CARGA QUE DEJA CL13EJ04 (FECHA 'G'+AAAAMMDD)
      *----NO SON VENTAS: NO ENTRAN EN LOS ACUMULADOS.
           IF FS-HISTVENT-OK
              AND HIST-FECHA(1:1) = 'G'
              GO TO 1510-LEER-HISTORIA-EXIT
           END-IF.

           IF FS-HISTVENT-OK
              ADD 1 TO WS-CANT-HIST-LEIDOS
              MOVE HIST-SUCURSAL  TO WS-BUSCA-SUCURSAL

       1510-LEER-HISTORIA-EXIT.
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
                      'CL13EJ11_VERIFICAR=N'
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
                      ' DIFERENCIA(S) - NO SE VALIDAN DEVOLUCIONES'
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
                      'CL13EJ11_VERIFICAR=I'
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
       2000-VALIDAR-DEVOLUCIONES.

