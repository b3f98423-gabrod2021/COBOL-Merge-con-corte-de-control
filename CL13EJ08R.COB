      *----RUTAS BASE DE LOS ARCHIVOS ESTAMPADOS POR GENERACION (LAS
      *----MISMAS QUE USA CL13EJ01 ANTES DE ESTAMPAR).
       01 WS-BASES.
          05 WS-BASE-PATH OCCURS 14 TIMES   PIC X(60).

       01 WS-NOMBRES-BASE.
          05 FILLER                          PIC X(60)     VALUE
             '../TOTIMP.TXT'.
          05 FILLER                          PIC X(60)     VALUE
             '../IMPEXTR.TXT'.
          05 FILLER                          PIC X(60)     VALUE
             '../PRECDESV.TXT'.
          05 FILLER                          PIC X(60)     VALUE
             '../TOTREGIO.TXT'.

      *----DESTINOS DEL MODO RUTAS: VARIABLE DE AMBIENTE DE CADA
      *----PROGRAMA CONSUMIDOR (MERGE, RECICLADO, CARGA DE HISTORICO,
             'CL13EJ01_TOTIMP     11'.
          05 FILLER                          PIC X(22)     VALUE
             'CL13EJ01_IMPEXTR    12'.
          05 FILLER                          PIC X(22)     VALUE
             'CL13EJ01_PRECDESV   13'.
          05 FILLER                          PIC X(22)     VALUE
             'CL13EJ01_TOTREGIO   14'.
       01 WS-DESTINOS-R REDEFINES WS-DESTINOS-LIT.
          05 WS-DESTINO OCCURS 24 TIMES.
             10 WS-DEST-ROTULO               PIC X(20).
             10 WS-DEST-BASE                 PIC X(02).
       01 WS-CANT-DESTINOS                   PIC 9(02)     VALUE 24.
       01 WS-DEST-IDX                        PIC 9(02)     VALUE 0.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.
              MOVE WS-PARM-VALOR TO WS-BASE-PATH(12)
           END-IF.

           DISPLAY 'CL13EJ08_PRECDESV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-BASE-PATH(13)
           END-IF.

           DISPLAY 'CL13EJ08_TOTREGIO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-BASE-PATH(14)
           END-IF.

       1100-LEER-RUTAS-BASE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
       3100-VACIAR-GENERACION.
      *----VACIA LOS CATORCE ARCHIVOS ESTAMPADOS DE LA GENERACION EN
      *----WS-IDX-FECHA(WS-IDX-IDX): SE ABREN OUTPUT Y SE CIERRAN,
      *----IGUAL QUE 8900-LIMPIAR-REINICIO EN CL13EJ01. EL INDICE
      *----CONSERVA LOS CONTADORES Y TOTALES COMO CONSTANCIA.
           MOVE 1 TO WS-BASE-IDX.
           PERFORM 3110-VACIAR-ARCHIVO-IDX
              THRU 3110-VACIAR-ARCHIVO-IDX-EXIT
              UNTIL WS-BASE-IDX > 14.

       3100-VACIAR-GENERACION-EXIT.
           EXIT.
