      *----SON INTOCABLES: UN REGISTRO DE VENTATOT CUYA FECHA CAE EN
      *----UN MES CERRADO (VENTA VIEJA RECICLADA, REPROCESO TARDIO) SE
      *----DESVIA AL ARCHIVO DE EXCEPCION HISTEXC.TXT EN LUGAR DE
      *----REESCRIBIR UN MES YA FIRMADO POR CONTADURIA. UN PERIODO
      *----FISCAL CERRADO ABARCA LOS DIAS QUE LE ASIGNA EL CALENDARIO
      *----FISCAL (CALFISC.TXT, VER CL13EJ21).
      *----ANTES DE CARGAR SE VERIFICA LA GENERACION DE VENTATOT CONTRA
      *----RUNSTAT Y ARCHIDX DE CL13EJ01 (RETURN-CODE 12 SI NO
      *----CORRESPONDE) Y CONTRA LA MARCA DE CARGA QUE SE DEJA EN
      *----HISTVENT (RETURN-CODE 16 SI ESA GENERACION YA SE APLICO).
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ04.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTEXC.

       SELECT RUNSTAT
           ASSIGN TO WS-PATH-RUNSTAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

       SELECT ARCHIDX
           ASSIGN TO WS-PATH-ARCHIDX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIDX.

       SELECT CALFISC
           ASSIGN TO WS-PATH-CALFISC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALFISC.

       DATA DIVISION.

       FILE SECTION.
          05 PER-ESTADO                    PIC X(07).
          05 FILLER                        PIC X(01).
          05 PER-FECHA-CIERRE              PIC X(10).
          05 FILLER                        PIC X(01).
          05 PER-CALENDARIO                PIC X(01).

      *----EXCEPCIONES POR PERIODO CERRADO: EL REGISTRO DE VENTATOT
      *----TAL CUAL LLEGO, PARA QUE CONTADURIA DECIDA SI REABRE EL
       FD HISTEXC.
       01 REG-HISTEXC                      PIC X(131).

      *----MISMO LAYOUT QUE EL FD CALFISC DE CL13EJ21
       FD CALFISC.
       01 REG-CALFISC.
          05 CAL-FECHA                     PIC X(10).
          05 FILLER                        PIC X(01).
          05 CAL-ANIO-FISCAL               PIC 9(04).
          05 FILLER                        PIC X(01).
          05 CAL-TRIMESTRE                 PIC 9(01).
          05 FILLER                        PIC X(01).
          05 CAL-PERIODO                   PIC 9(02).
          05 FILLER                        PIC X(01).
          05 CAL-SEMANA                    PIC 9(02).

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
             88 FS-PERCTRL-OK                VALUE '00'.
          05 FS-HISTEXC                      PIC X(2).
             88 FS-HISTEXC-OK                VALUE '00'.
          05 FS-RUNSTAT                      PIC X(2).
             88 FS-RUNSTAT-OK                VALUE '00'.
          05 FS-ARCHIDX                      PIC X(2).
             88 FS-ARCHIDX-OK                VALUE '00'.
          05 FS-CALFISC                      PIC X(2).
             88 FS-CALFISC-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-VENTATOT                PIC X(60)     VALUE
                                                 '../PERCTRL.TXT'.
          05 WS-PATH-HISTEXC                 PIC X(60)     VALUE
                                                 '../HISTEXC.TXT'.
          05 WS-PATH-RUNSTAT                 PIC X(60)     VALUE
                                                 '../RUNSTAT.TXT'.
          05 WS-PATH-ARCHIDX                 PIC X(60)     VALUE
                                                 '../ARCHIDX.TXT'.
          05 WS-PATH-CALFISC                 PIC X(60)     VALUE
                                                 '../CALFISC.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.

      *----CONTROL DE LA GENERACION ANTES DE CARGAR: VENTATOT TIENE QUE
      *----SER LA DE UNA CORRIDA DE CL13EJ01 TERMINADA LIMPIA PARA LA
      *----FECHA DE NEGOCIO (RUNSTAT) Y VIGENTE EN EL INDICE DE
      *----GENERACIONES (ARCHIDX), CON LA MISMA CANTIDAD DE REGISTROS
      *----Y EL MISMO TOTAL DE CONTROL QUE PUBLICO EL MERGE. CON
      *----CL13EJ04_VERIFICAR='I' SE CONTRASTA SOLO CONTRA EL INDICE
      *----(REPROCESO DE UNA GENERACION ANTERIOR, CUANDO RUNSTAT YA ES
      *----DE OTRA CORRIDA); CON 'N' SE OMITE EL CONTROL (SOLO PARA
      *----CONTINGENCIAS, QUEDA AVISADO EN EL LOG).
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
          05 WS-VG-GEN-FECHA-RUN             PIC X(08)     VALUE SPACES.
          05 WS-VG-GEN-HORA-RUN              PIC X(08)     VALUE SPACES.
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

      *----MARCA DE CARGA EN HISTVENT: UN REGISTRO POR GENERACION
      *----APLICADA, CON CLAVE 'G' + AAAAMMDD / '*' / 'GEN ' (ORDENA
      *----DESPUES DE TODA FECHA REAL, ASI LOS RECORRIDOS POR RANGO DE
      *----FECHAS NO LA VEN). SI LA MARCA YA EXISTE, ESA VENTATOT YA
      *----SE SUMO AL HISTORICO Y NO SE VUELVE A APLICAR. LLEVA LA
      *----CORRIDA DE CL13EJ01 CARGADA Y LA CANTIDAD DE REGISTROS; EL
      *----IMPORTE VA EN CERO PARA NO ALTERAR TOTALES DEL ARCHIVO.
       01 WS-MARCA-CLAVE.
          05 WS-MARCA-FECHA.
             10 FILLER                       PIC X(01)     VALUE 'G'.
             10 WS-MARCA-AAAAMMDD            PIC X(08)     VALUE SPACES.
             10 FILLER                       PIC X(01)     VALUE SPACE.
          05 WS-MARCA-SUCURSAL               PIC X(01)     VALUE '*'.
          05 WS-MARCA-COD-VENTA              PIC X(04)     VALUE 'GEN '.

       01 WS-MARCA-DESCRIPCION.
          05 FILLER                          PIC X(04)     VALUE 'RUN '.
          05 WS-MARCA-FECHA-RUN              PIC X(08)     VALUE SPACES.
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-MARCA-HORA-RUN               PIC X(08)     VALUE SPACES.
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-MARCA-OBSERVACION            PIC X(08)     VALUE SPACES.

      *----PERIODOS CONTABLES CERRADOS (PERCTRL.TXT EN MEMORIA). LA
      *----AUSENCIA DEL ARCHIVO NO ES ERROR: SIGNIFICA QUE NUNCA SE
      *----CERRO UN PERIODO Y TODO SIGUE ABIERTO, COMO HASTA AHORA.
      *----CADA PERIODO SE GUARDA CON SU PRIMER Y ULTIMO DIA: EL MES
      *----CALENDARIO VA DEL 01 AL 31 Y EL PERIODO FISCAL ('F') TOMA
      *----SUS DIAS DE CALFISC.
       01 WS-MAX-PERIODOS                    PIC 9(03)     VALUE 240.
       01 WS-PER-CONFIG.
          05 WS-PER-CANT                     PIC 9(03)     VALUE 0.
          05 WS-PER-IDX                      PIC 9(03)     VALUE 0.
          05 WS-PER-CANT-FISCAL              PIC 9(03)     VALUE 0.
          05 WS-PER-CERRADO-SW               PIC X(01)     VALUE 'N'.
             88 WS-PER-CERRADO                             VALUE 'S'.
             88 WS-PER-ABIERTO                             VALUE 'N'.
          05 WS-PER-TABLA OCCURS 240 TIMES.
             10 WS-PER-PERIODO               PIC X(07).
             10 WS-PER-CALENDARIO            PIC X(01).
                88 WS-PER-FISCAL                           VALUE 'F'.
             10 WS-PER-DESDE                 PIC X(10).
             10 WS-PER-HASTA                 PIC X(10).

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                  PIC 9(05)     VALUE 0.
              THRU 2000-APLICAR-REGISTRO-EXIT
              UNTIL NOT FS-VENTATOT-OK.

           PERFORM 7000-GRABAR-MARCA-CARGA
              THRU 7000-GRABAR-MARCA-CARGA-EXIT.

           PERFORM 8000-CERRAR-ARCHIVOS
              THRU 8000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-PERIODOS
              THRU 1200-CARGAR-PERIODOS-EXIT.

      *----LA GENERACION SE VERIFICA ANTES DE ABRIR NADA EN SALIDA: UNA
      *----CARGA RECHAZADA NO DEBE VACIAR EL HISTEXC DE LA FECHA.
           PERFORM 1700-VERIFICAR-GENERACION
              THRU 1700-VERIFICAR-GENERACION-EXIT.

           OPEN INPUT VENTATOT.

           IF NOT FS-VENTATOT-OK
              STOP RUN
           END-IF.

           PERFORM 1100-ABRIR-HISTORIA
              THRU 1100-ABRIR-HISTORIA-EXIT.

           PERFORM 1800-VERIFICAR-CARGA-PREVIA
              THRU 1800-VERIFICAR-CARGA-PREVIA-EXIT.

           OPEN OUTPUT HISTEXC.

           IF NOT FS-HISTEXC-OK
              STOP RUN
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
              MOVE WS-PARM-VALOR TO WS-PATH-PERCTRL
           END-IF.

           DISPLAY 'CL13EJ04_CALFISC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CALFISC
           END-IF.

           DISPLAY 'CL13EJ04_HISTEXC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              SET WS-GEN-INACTIVA TO TRUE
           END-IF.

           DISPLAY 'CL13EJ04_RUNSTAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-RUNSTAT
           END-IF.

           DISPLAY 'CL13EJ04_ARCHIDX' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-ARCHIDX
           END-IF.

           DISPLAY 'CL13EJ04_VERIFICAR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR(1:1) = 'I' OR 'N'
              MOVE WS-PARM-VALOR(1:1) TO WS-VG-MODO
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
                    STOP RUN
           END-EVALUATE.

           IF WS-PER-CANT-FISCAL > 0
              PERFORM 1250-FIJAR-DIAS-FISCALES
                 THRU 1250-FIJAR-DIAS-FISCALES-EXIT
           END-IF.

       1200-CARGAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
              ADD 1                 TO WS-PER-CANT
              MOVE WS-PER-CANT      TO WS-PER-IDX
              MOVE PER-PERIODO      TO WS-PER-PERIODO(WS-PER-IDX)
              MOVE PER-CALENDARIO   TO WS-PER-CALENDARIO(WS-PER-IDX)
              IF WS-PER-FISCAL(WS-PER-IDX)
                 ADD 1 TO WS-PER-CANT-FISCAL
                 MOVE SPACES        TO WS-PER-DESDE(WS-PER-IDX)
                 MOVE SPACES        TO WS-PER-HASTA(WS-PER-IDX)
              ELSE
                 MOVE PER-PERIODO   TO WS-PER-DESDE(WS-PER-IDX)
                 MOVE '/01'         TO WS-PER-DESDE(WS-PER-IDX)(8:3)
                 MOVE PER-PERIODO   TO WS-PER-HASTA(WS-PER-IDX)
                 MOVE '/31'         TO WS-PER-HASTA(WS-PER-IDX)(8:3)
              END-IF
           END-IF.

       1210-LEER-REG-PERIODO-EXIT.

       1220-VERIFICAR-DESBORDE-PER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-FIJAR-DIAS-FISCALES.
      *----LOS PERIODOS FISCALES CERRADOS TOMAN SUS DIAS DE CALFISC EN
      *----UNA SOLA PASADA DEL CALENDARIO. SIN CALENDARIO, O CON UN
      *----PERIODO QUE NO FIGURA EN EL, NO SE PUEDE PROTEGER EL CIERRE
      *----Y SE DETIENE LA CARGA.

           OPEN INPUT CALFISC.

           IF NOT FS-CALFISC-OK
              DISPLAY 'PERCTRL TIENE PERIODOS FISCALES CERRADOS Y NO '
                      'SE PUDO ABRIR CALFISC'
              DISPLAY 'FILE STATUS: ' FS-CALFISC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1260-LEER-REG-CALFISC
              THRU 1260-LEER-REG-CALFISC-EXIT
              UNTIL NOT FS-CALFISC-OK.

           CLOSE CALFISC.

           MOVE 1 TO WS-PER-IDX.
           PERFORM 1280-VERIFICAR-DIAS-IDX
              THRU 1280-VERIFICAR-DIAS-IDX-EXIT
              UNTIL WS-PER-IDX > WS-PER-CANT.

       1250-FIJAR-DIAS-FISCALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1260-LEER-REG-CALFISC.

           READ CALFISC.

           IF FS-CALFISC-OK
              IF CAL-ANIO-FISCAL IS NOT NUMERIC
                 OR CAL-PERIODO IS NOT NUMERIC
                 DISPLAY 'LINEA INVALIDA EN CALFISC: ' REG-CALFISC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO WS-PER-IDX
              PERFORM 1270-ASIGNAR-DIA-IDX
                 THRU 1270-ASIGNAR-DIA-IDX-EXIT
                 UNTIL WS-PER-IDX > WS-PER-CANT
           END-IF.

       1260-LEER-REG-CALFISC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1270-ASIGNAR-DIA-IDX.

           IF WS-PER-FISCAL(WS-PER-IDX)
              AND WS-PER-PERIODO(WS-PER-IDX)(1:4) = CAL-ANIO-FISCAL
              AND WS-PER-PERIODO(WS-PER-IDX)(6:2) = CAL-PERIODO
              IF WS-PER-DESDE(WS-PER-IDX) = SPACES
                 MOVE CAL-FECHA TO WS-PER-DESDE(WS-PER-IDX)
              END-IF
              MOVE CAL-FECHA    TO WS-PER-HASTA(WS-PER-IDX)
           END-IF.

           ADD 1 TO WS-PER-IDX.

       1270-ASIGNAR-DIA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1280-VERIFICAR-DIAS-IDX.

           IF WS-PER-DESDE(WS-PER-IDX) = SPACES
              DISPLAY 'EL PERIODO FISCAL CERRADO '
                      WS-PER-PERIODO(WS-PER-IDX)
                      ' NO FIGURA EN CALFISC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-PER-IDX.

       1280-VERIFICAR-DIAS-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1700-VERIFICAR-GENERACION.
      *----CONTRASTA LA VENTATOT A CARGAR CONTRA LO QUE PUBLICO EL
      *----MERGE. SE INFORMAN TODAS LAS DIFERENCIAS ANTES DE RECHAZAR,
      *----PARA QUE OPERACIONES VEA EL CUADRO COMPLETO DE UNA VEZ. UNA
      *----GENERACION RECHAZADA TERMINA CON RETURN-CODE 12, DISTINTO
      *----DEL 8 DE ERROR DE CARGA: NO SE TOCO EL HISTORICO.

           IF WS-VG-OMITIDO
              DISPLAY 'AVISO: CONTROL DE GENERACION OMITIDO POR '
                      'CL13EJ04_VERIFICAR=N'
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
              DISPLAY 'GENERACION ' WS-FECHA-PROCESO
                      ' RECHAZADA: ' WS-VG-CANT-DIFER
                      ' DIFERENCIA(S) - NO SE CARGA HISTVENT'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY 'GENERACION ' WS-FECHA-PROCESO ' VERIFICADA ('
                   WS-VG-CANT-VENTATOT ' REGISTROS)'.

       1700-VERIFICAR-GENERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1710-VERIFICAR-RUNSTAT.
      *----LA ULTIMA CORRIDA DEL MERGE TIENE QUE SER DE ESTA FECHA Y
      *----HABER TERMINADO CON RC 0 Y EL DIA COMPLETO: 'OK  ' O 'COMP'
      *----(COMPLEMENTARIA). UNA 'PARC' DEJA AFUERA SUCURSALES. CON
      *----NOMBRES FIJOS Y SIN FECHA INFORMADA SE TOMA LA DE RUNSTAT.

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
           MOVE STAT-FECHA-RUN TO WS-VG-GEN-FECHA-RUN.
           MOVE STAT-HORA-RUN  TO WS-VG-GEN-HORA-RUN.

           IF WS-FECHA-PROCESO = SPACES
              MOVE STAT-FECHA-PROCESO TO WS-FECHA-PROCESO
           END-IF.

           IF STAT-FECHA-PROCESO NOT = WS-FECHA-PROCESO
              DISPLAY 'VERIFICACION DE GENERACION: EL ULTIMO MERGE '
                      '(RUNSTAT) ES DEL ' STAT-FECHA-PROCESO
                      ', NO DEL ' WS-FECHA-PROCESO
              DISPLAY '   PARA REPROCESAR UNA GENERACION ANTERIOR: '
                      'CL13EJ04_VERIFICAR=I'
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
                      WS-FECHA-PROCESO ' NO FIGURA EN ARCHIDX'
              ADD 1 TO WS-VG-CANT-DIFER
              GO TO 1720-VERIFICAR-ARCHIDX-EXIT
           END-IF.

           IF WS-VG-ESTADO NOT = 'VIGENTE '
              DISPLAY 'VERIFICACION DE GENERACION: LA GENERACION '
                      WS-FECHA-PROCESO ' ESTA EN ESTADO '
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
              AND STAT-FECHA-PROCESO = WS-FECHA-PROCESO
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

           IF IDX-FECHA-GEN = WS-FECHA-PROCESO
              SET WS-VG-IDX-HALLADO TO TRUE
              MOVE IDX-ESTADO        TO WS-VG-ESTADO
              MOVE IDX-FECHA-RUN     TO WS-VG-GEN-FECHA-RUN
              MOVE IDX-HORA-RUN      TO WS-VG-GEN-HORA-RUN
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

           IF WS-VG-FUENTE-INDICE
              AND WS-VG-IMP-VENTATOT NOT = WS-VG-ESP-CONTROL
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
       1800-VERIFICAR-CARGA-PREVIA.
      *----BUSCA LA MARCA DE CARGA DE LA GENERACION EN HISTVENT. SI
      *----ESTA, ESA VENTATOT YA SE SUMO AL HISTORICO Y APLICARLA DE
      *----NUEVO DUPLICARIA IMPORTES Y CANTIDADES: SE RECHAZA CON
      *----RETURN-CODE 16 SIN TOCAR NADA.

           IF WS-FECHA-PROCESO = SPACES
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WS-SIS-ANIO       TO WS-FECHA-PROCESO(1:4)
              MOVE '/'               TO WS-FECHA-PROCESO(5:1)
              MOVE WS-SIS-MES        TO WS-FECHA-PROCESO(6:2)
              MOVE '/'               TO WS-FECHA-PROCESO(8:1)
              MOVE WS-SIS-DIA        TO WS-FECHA-PROCESO(9:2)
           END-IF.

           MOVE WS-FECHA-PROCESO(1:4) TO WS-MARCA-AAAAMMDD(1:4).
           MOVE WS-FECHA-PROCESO(6:2) TO WS-MARCA-AAAAMMDD(5:2).
           MOVE WS-FECHA-PROCESO(9:2) TO WS-MARCA-AAAAMMDD(7:2).

           MOVE WS-MARCA-CLAVE TO HIST-CLAVE.

           READ HISTVENT.

           EVALUATE TRUE
               WHEN FS-HISTVENT-OK
                    DISPLAY 'LA GENERACION ' WS-FECHA-PROCESO
                            ' YA FUE CARGADA EN HISTVENT'
                    DISPLAY 'CARGA ANTERIOR : ' HIST-DESCRIPCION
                    DISPLAY 'REGISTROS      : ' HIST-CANT-VENTAS
                    DISPLAY 'GENERACION HOY : RUN '
                            WS-VG-GEN-FECHA-RUN ' '
                            WS-VG-GEN-HORA-RUN
                    DISPLAY 'NO SE APLICA DOS VECES LA MISMA VENTATOT'
                    CLOSE VENTATOT
                    CLOSE HISTVENT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               WHEN FS-HISTVENT-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA MARCA DE CARGA EN '
                            'HISTVENT'
                    DISPLAY 'FILE STATUS: ' FS-HISTVENT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1800-VERIFICAR-CARGA-PREVIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-APLICAR-REGISTRO.

           EXIT.
      *----------------------------------------------------------------*
       2050-VERIFICAR-PERIODO.
      *----BUSCA LA FECHA DEL REGISTRO ENTRE LOS DIAS DE LOS PERIODOS
      *----CERRADOS (MESES CALENDARIO O PERIODOS FISCALES).

           SET WS-PER-ABIERTO TO TRUE.
           MOVE 1 TO WS-PER-IDX.
      *----------------------------------------------------------------*
       2060-VERIFICAR-PERIODO-IDX.

           IF SALIDA-FECHA NOT < WS-PER-DESDE(WS-PER-IDX)
              AND SALIDA-FECHA NOT > WS-PER-HASTA(WS-PER-IDX)
              SET WS-PER-CERRADO TO TRUE
           ELSE
              ADD 1 TO WS-PER-IDX

       2070-GRABAR-HISTEXC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7000-GRABAR-MARCA-CARGA.
      *----DEJA CONSTANCIA EN HISTVENT DE LA GENERACION APLICADA. SE
      *----GRABA AUN CON ERRORES DE CARGA: LO QUE SI ENTRO YA ESTA
      *----SUMADO, Y UN RELANZAMIENTO A CIEGAS LO DUPLICARIA; LA
      *----MARCA QUEDA CON LA OBSERVACION PARA QUE SE CORRIJA A MANO.

           MOVE WS-VG-GEN-FECHA-RUN TO WS-MARCA-FECHA-RUN.
           MOVE WS-VG-GEN-HORA-RUN  TO WS-MARCA-HORA-RUN.

           IF WS-CANT-ERRORES > 0
              MOVE 'ERRORES' TO WS-MARCA-OBSERVACION
           ELSE
              MOVE SPACES    TO WS-MARCA-OBSERVACION
           END-IF.

           MOVE WS-MARCA-CLAVE       TO HIST-CLAVE.
           MOVE 'GENERACION'         TO HIST-CATEGORIA.
           MOVE WS-MARCA-DESCRIPCION TO HIST-DESCRIPCION.
           MOVE WS-CANT-LEIDOS       TO HIST-CANT-VENTAS.
           MOVE 0                    TO HIST-IMPORTE.

           WRITE REG-HISTORIA.

           IF NOT FS-HISTVENT-OK
              ADD 1 TO WS-CANT-ERRORES
              DISPLAY 'ERROR AL GRABAR LA MARCA DE CARGA EN HISTVENT'
              DISPLAY 'FILE STATUS: ' FS-HISTVENT
           END-IF.

       7000-GRABAR-MARCA-CARGA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-CERRAR-ARCHIVOS.

