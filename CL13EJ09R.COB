      *----DE REESCRIBIR UN MES YA FIRMADO POR CONTADURIA. CERRAR UN
      *----PERIODO YA CERRADO ES ERROR: REABRIRLO ES UNA DECISION DE
      *----CONTADURIA Y SE HACE EDITANDO PERCTRL.TXT A MANO.
      *----CON EL CALENDARIO FISCAL (CALFISC.TXT, VER CL13EJ21) EL
      *----PERIODO AAAA/PP ES EL PERIODO FISCAL PP DEL EJERCICIO AAAA
      *----Y EL CIERRE ABARCA SUS SEMANAS; SIN CALENDARIO SIGUE SIENDO
      *----EL MES CALENDARIO AAAA/MM.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ09.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRE.

       SELECT CALFISC
           ASSIGN TO WS-PATH-CALFISC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALFISC.

       DATA DIVISION.

       FILE SECTION.
      *----ESTADO ('ABIERTO'/'CERRADO') Y LA FECHA EN QUE SE CERRO.
      *----UN PERIODO QUE NO FIGURA SE CONSIDERA ABIERTO, ASI LOS
      *----AMBIENTES EXISTENTES SIGUEN FUNCIONANDO SIN CARGA INICIAL.
      *----PER-CALENDARIO 'F' INDICA UN PERIODO FISCAL DE CALFISC; EN
      *----BLANCO (LAS LINEAS ANTERIORES) ES UN MES CALENDARIO.
       FD PERCTRL.
       01 REG-PERCTRL.
          05 PER-PERIODO                   PIC X(07).
          05 PER-ESTADO                    PIC X(07).
          05 FILLER                        PIC X(01).
          05 PER-FECHA-CIERRE              PIC X(10).
          05 FILLER                        PIC X(01).
          05 PER-CALENDARIO                PIC X(01).

      *----MISMO LAYOUT QUE EL FD HISTVENT DE CL13EJ04
       FD HISTVENT.
      *----QUEDA DE FORMATO FIJO, COMO EL TRAILER DE GLEXTRAC.
          05 FILLER                        PIC X(07).

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

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-HISTVENT-OK               VALUE '00'.
          05 FS-CIERRE                       PIC X(2).
             88 FS-CIERRE-OK                 VALUE '00'.
          05 FS-CALFISC                      PIC X(2).
             88 FS-CALFISC-OK                VALUE '00'.

       01 WS-TRAILER-MARCA                    PIC X(10)     VALUE
                                                     'TRAILER   '.
                                                 '../HISTVENT.DAT'.
          05 WS-PATH-CIERRE                  PIC X(60)     VALUE
                                                 '../CIERRMES.TXT'.
          05 WS-PATH-CALFISC                 PIC X(60)     VALUE
                                                 '../CALFISC.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----TARDE NO CIERRE EL MES EQUIVOCADO.
       01 WS-PERIODO                         PIC X(07)     VALUE SPACES.

      *----CRITERIO DEL PERIODO ('F' FISCAL SI HAY CALFISC, BLANCO MES
      *----CALENDARIO) Y SU PRIMER Y ULTIMO DIA.
       01 WS-CALENDARIO                      PIC X(01)     VALUE SPACE.
          88 WS-CAL-FISCAL                                 VALUE 'F'.
          88 WS-CAL-MENSUAL                                VALUE SPACE.
       01 WS-CIE-DESDE                       PIC X(10)     VALUE SPACES.
       01 WS-CIE-HASTA                       PIC X(10)     VALUE SPACES.
       01 WS-CAL-ANIO-BUSCADO                PIC 9(04)     VALUE 0.
       01 WS-CAL-PERIODO-BUSCADO             PIC 9(02)     VALUE 0.

      *----ARMADO DE LA RUTA ESTAMPADA DEL RESUMEN DE CIERRE, MISMA
      *----TECNICA QUE EL SUFIJO DE GENERACION DE CL13EJ01.
       01 WS-GEN-CONFIG.
          05 WS-GEN-AAAAMM                   PIC X(06)     VALUE SPACES.
          05 WS-GEN-PREFIJO                  PIC X(02)     VALUE '.D'.
          05 WS-GEN-PATH-TRABAJO             PIC X(60)     VALUE SPACES.
          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.
                88 WS-PER-CERRADO                          VALUE
                                                     'CERRADO'.
             10 WS-PER-FECHA-CIERRE          PIC X(10).
             10 WS-PER-CALENDARIO            PIC X(01).

      *----ACUMULADOS DEL MES POR SUCURSAL Y POR CATEGORIA, DESDE EL
      *----HISTORICO (INCLUYE EL REINGRESO 'R' SI HUBO).
           PERFORM 1050-VALIDAR-PERIODO
              THRU 1050-VALIDAR-PERIODO-EXIT.

           PERFORM 1070-FIJAR-RANGO-PERIODO
              THRU 1070-FIJAR-RANGO-PERIODO-EXIT.

           PERFORM 1060-ESTAMPAR-CIERRE
              THRU 1060-ESTAMPAR-CIERRE-EXIT.

              MOVE WS-PARM-VALOR(1:7) TO WS-PERIODO
           END-IF.

           DISPLAY 'CL13EJ09_CALFISC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CALFISC
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-PERIODO.

           IF WS-PERIODO = SPACES
              DISPLAY 'FALTA CL13EJ09_PERIODO (AAAA/MM O AAAA/PP)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
              OR WS-PERIODO(6:2) < '01'
              OR WS-PERIODO(6:2) > '12'
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO
                      ' (FORMATO AAAA/MM O AAAA/PP)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *----CONSERVA: LA RUTA SE ESTAMPA CON EL PERIODO CERRADO
      *----('.DAAAAMM' ANTES DEL '.TXT'), ASI EL CIERRE DEL MES
      *----SIGUIENTE NO PISA EL DEL ANTERIOR. UNA RUTA QUE YA TRAE
      *----SUFIJO DE PERIODO NO SE ESTAMPA DOS VECES. UN PERIODO
      *----FISCAL SE ESTAMPA '.FAAAAPP', ASI NO SE CONFUNDE CON EL MES
      *----CALENDARIO DE IGUAL NUMERO.

           IF WS-CAL-FISCAL
              MOVE '.F'         TO WS-GEN-PREFIJO
           END-IF.

           MOVE WS-PERIODO(1:4) TO WS-GEN-AAAAMM(1:4).
           MOVE WS-PERIODO(6:2) TO WS-GEN-AAAAMM(5:2).
                 OR WS-GEN-PATH-TRABAJO(WS-GEN-LARGO:1) NOT = SPACE.

           IF WS-GEN-LARGO > 12
              AND (WS-GEN-PATH-TRABAJO(WS-GEN-LARGO - 11:2) = '.D'
                   OR WS-GEN-PATH-TRABAJO(WS-GEN-LARGO - 11:2) = '.F')
              AND WS-GEN-PATH-TRABAJO
                  (WS-GEN-LARGO - 9:6) IS NUMERIC
              AND WS-GEN-PATH-TRABAJO
              MOVE SPACES TO WS-GEN-PATH-NUEVO
              STRING WS-GEN-PATH-TRABAJO(1:WS-GEN-LARGO - 4)
                     DELIMITED BY SIZE
                     WS-GEN-PREFIJO DELIMITED BY SIZE
                     WS-GEN-AAAAMM  DELIMITED BY SIZE
                     '.TXT'         DELIMITED BY SIZE
                 INTO WS-GEN-PATH-NUEVO

       1061-MEDIR-PATH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1070-FIJAR-RANGO-PERIODO.
      *----CON CALFISC EL PERIODO ES FISCAL Y SUS DIAS SALEN DEL
      *----CALENDARIO (UNA LECTURA SECUENCIAL ALCANZA: SOLO SE BUSCA UN
      *----PERIODO). SIN CALFISC SE CIERRA EL MES CALENDARIO, COMO
      *----SIEMPRE.

           OPEN INPUT CALFISC.

           EVALUATE FS-CALFISC
               WHEN '00'
                    SET WS-CAL-FISCAL TO TRUE
                    MOVE WS-PERIODO(1:4) TO WS-CAL-ANIO-BUSCADO
                    MOVE WS-PERIODO(6:2) TO WS-CAL-PERIODO-BUSCADO
                    PERFORM 1080-LEER-REG-CALFISC
                       THRU 1080-LEER-REG-CALFISC-EXIT
                       UNTIL NOT FS-CALFISC-OK
                    CLOSE CALFISC
                    IF WS-CIE-DESDE = SPACES
                       DISPLAY 'EL PERIODO FISCAL ' WS-PERIODO
                               ' NO FIGURA EN CALFISC'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA CALFISC - SE '
                            'CIERRA EL MES CALENDARIO ' WS-PERIODO
                    SET WS-CAL-MENSUAL TO TRUE
                    MOVE WS-PERIODO     TO WS-CIE-DESDE(1:7)
                    MOVE '/01'          TO WS-CIE-DESDE(8:3)
                    MOVE WS-PERIODO     TO WS-CIE-HASTA(1:7)
                    MOVE '/31'          TO WS-CIE-HASTA(8:3)
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CALFISC'
                    DISPLAY 'FILE STATUS: ' FS-CALFISC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1070-FIJAR-RANGO-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1080-LEER-REG-CALFISC.

           READ CALFISC.

           IF FS-CALFISC-OK
              IF CAL-ANIO-FISCAL IS NOT NUMERIC
                 OR CAL-PERIODO IS NOT NUMERIC
                 DISPLAY 'LINEA INVALIDA EN CALFISC: ' REG-CALFISC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF CAL-ANIO-FISCAL = WS-CAL-ANIO-BUSCADO
                 AND CAL-PERIODO = WS-CAL-PERIODO-BUSCADO
                 IF WS-CIE-DESDE = SPACES
                    MOVE CAL-FECHA TO WS-CIE-DESDE
                 END-IF
                 MOVE CAL-FECHA    TO WS-CIE-HASTA
              END-IF
           END-IF.

       1080-LEER-REG-CALFISC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-PERIODOS.
      *----LA AUSENCIA DE PERCTRL NO ES ERROR: ES LA PRIMERA VEZ QUE
              MOVE PER-ESTADO       TO WS-PER-ESTADO(WS-PER-IDX)
              MOVE PER-FECHA-CIERRE
                                  TO WS-PER-FECHA-CIERRE(WS-PER-IDX)
              MOVE PER-CALENDARIO   TO WS-PER-CALENDARIO(WS-PER-IDX)
           END-IF.

       1110-LEER-REG-PERIODO-EXIT.
       1170-BUSCAR-PERIODO-IDX.

           IF WS-PER-PERIODO(WS-PER-IDX) EQUAL WS-PERIODO
              AND WS-PER-CALENDARIO(WS-PER-IDX) EQUAL WS-CALENDARIO
              SET WS-PER-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-PER-IDX
           EXIT.
      *----------------------------------------------------------------*
       2000-ACUMULAR-PERIODO.
      *----RECORRE EL HISTORICO DESDE EL PRIMER DIA DEL PERIODO Y
      *----CORTA AL SUPERAR EL ULTIMO: EL ARCHIVO ESTA INDEXADO POR
      *----FECHA EN EL PRIMER TRAMO DE LA CLAVE, MISMA TECNICA QUE
      *----CL13EJ05.

           MOVE WS-CIE-DESDE           TO HIST-FECHA.
           MOVE LOW-VALUES             TO HIST-SUCURSAL.
           MOVE LOW-VALUES             TO HIST-COD-VENTA.

           IF NOT FS-HISTVENT-OK
              SET WS-FIN-SCAN TO TRUE
           ELSE
              IF HIST-FECHA > WS-CIE-HASTA
                 SET WS-FIN-SCAN TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-HIST-LEIDOS
              ADD 1 TO WS-PER-CANT
              MOVE WS-PER-CANT TO WS-PER-IDX
              MOVE WS-PERIODO  TO WS-PER-PERIODO(WS-PER-IDX)
              MOVE WS-CALENDARIO TO WS-PER-CALENDARIO(WS-PER-IDX)
           END-IF.

           MOVE 'CERRADO'         TO WS-PER-ESTADO(WS-PER-IDX).
           MOVE WS-PER-PERIODO(WS-PER-IDX)        TO PER-PERIODO.
           MOVE WS-PER-ESTADO(WS-PER-IDX)         TO PER-ESTADO.
           MOVE WS-PER-FECHA-CIERRE(WS-PER-IDX)   TO PER-FECHA-CIERRE.
           MOVE WS-PER-CALENDARIO(WS-PER-IDX)     TO PER-CALENDARIO.

           WRITE REG-PERCTRL.


           DISPLAY '================================================'.
           DISPLAY 'PERIODO CERRADO             : ' WS-PERIODO.
           IF WS-CAL-FISCAL
              DISPLAY 'CALENDARIO                  : FISCAL (CALFISC)'
           ELSE
              DISPLAY 'CALENDARIO                  : MES CALENDARIO'
           END-IF.
           DISPLAY 'DIAS DEL PERIODO            : ' WS-CIE-DESDE
                   ' A ' WS-CIE-HASTA.
           DISPLAY 'FECHA DE CIERRE             : ' WS-FECHA-CIERRE.
           DISPLAY 'REGISTROS DE HISTORIA LEIDOS: '
                   WS-CANT-HIST-LEIDOS.
