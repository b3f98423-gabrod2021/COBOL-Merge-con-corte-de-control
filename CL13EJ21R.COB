      *----------------------------------------------------------------*
      *      Generacion del calendario fiscal 4-4-5 (CALFISC)
      *----------------------------------------------------------------*
      *----LA EMPRESA REPORTA SOBRE UN CALENDARIO FISCAL DE SEMANAS
      *----COMPLETAS: CADA EJERCICIO ARRANCA EL DIA QUE FIJA
      *----CONTADURIA, TIENE 52 SEMANAS (53 CUANDO TOCA LA SEMANA DE
      *----AJUSTE) Y SE DIVIDE EN 4 TRIMESTRES DE 13 SEMANAS, CADA UNO
      *----CON 3 PERIODOS DE 4, 4 Y 5 SEMANAS (PATRON 445; TAMBIEN SE
      *----ACEPTAN 454 Y 544). LA SEMANA 53, SI EXISTE, SE SUMA AL
      *----ULTIMO PERIODO DEL EJERCICIO.
      *----ESTE PROGRAMA ARMA LAS LINEAS DE UN EJERCICIO (UNA POR
      *----FECHA DE NEGOCIO, CON EJERCICIO, TRIMESTRE, PERIODO Y
      *----SEMANA FISCAL) Y LAS INTERCALA EN ORDEN DE FECHA CON LAS QUE
      *----YA TRAE CALFISC.TXT. LAS LINEAS QUE EL ARCHIVO YA TENIA
      *----PARA ESE MISMO EJERCICIO SE REEMPLAZAN; UNA LINEA DE OTRO
      *----EJERCICIO QUE CAIGA DENTRO DEL RANGO NUEVO ES ERROR. UN
      *----HUECO O UN SALTO ENTRE EL EJERCICIO NUEVO Y SUS VECINOS
      *----TERMINA CON RC 4: LOS COMPARATIVOS CONTRA EL EJERCICIO
      *----ANTERIOR CUENTAN CON UN CALENDARIO CONTINUO.
      *----EL CALENDARIO RESULTANTE SE GRABA EN SU PROPIA RUTA
      *----(CALFISC.NUE, MISMO LAYOUT): EL JCL (O EL OPERADOR) LO
      *----RENOMBRA SOBRE CALFISC.TXT RECIEN DESPUES DE UN RC 0 O 4,
      *----IGUAL QUE EL MAESTRO NUEVO DE CL13EJ15.
      *----CALFISC.TXT LO LEEN CL13EJ04, CL13EJ05, CL13EJ09, CL13EJ14
      *----Y CL13EJ01 (EXTRACTO CONTABLE). SIN ESE ARCHIVO TODOS
      *----SIGUEN TRABAJANDO POR MES CALENDARIO, COMO HASTA AHORA.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ21.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CALFISC
           ASSIGN TO WS-PATH-CALFISC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALFISC.

       SELECT CALNUE
           ASSIGN TO WS-PATH-CALNUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALNUE.

       DATA DIVISION.

       FILE SECTION.

      *----CALENDARIO FISCAL: UNA LINEA POR FECHA DE NEGOCIO, EN ORDEN
      *----ASCENDENTE DE FECHA Y SIN REPETIDOS.
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

      *----MISMO LAYOUT QUE CALFISC
       FD CALNUE.
       01 REG-CALNUE                       PIC X(23).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CALFISC                      PIC X(2).
             88 FS-CALFISC-OK                VALUE '00'.
          05 FS-CALNUE                       PIC X(2).
             88 FS-CALNUE-OK                 VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-CALFISC                 PIC X(60)     VALUE
                                                 '../CALFISC.TXT'.
          05 WS-PATH-CALNUE                  PIC X(60)     VALUE
                                                 '../CALFISC.NUE'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----EJERCICIO A GENERAR: NUMERO (AAAA), PRIMER DIA, CANTIDAD
      *----DE SEMANAS (52 POR DEFECTO, 53 CON SEMANA DE AJUSTE) Y
      *----PATRON DE SEMANAS POR PERIODO DENTRO DEL TRIMESTRE.
       01 WS-EJERCICIO                       PIC X(04)     VALUE SPACES.
       01 WS-INICIO                          PIC X(10)     VALUE SPACES.
       01 WS-SEMANAS                         PIC 9(02)     VALUE 52.
       01 WS-PATRON                          PIC X(03)     VALUE '445'.
          88 WS-PATRON-VALIDO                VALUE '445' '454' '544'.
       01 WS-PATRON-R REDEFINES WS-PATRON.
          05 WS-PAT-SEM-PER1                 PIC 9(01).
          05 WS-PAT-SEM-PER2                 PIC 9(01).
          05 WS-PAT-SEM-PER3                 PIC 9(01).
       01 WS-PAT-LIMITE-PER1                 PIC 9(02)     VALUE 0.
       01 WS-PAT-LIMITE-PER2                 PIC 9(02)     VALUE 0.

       01 WS-FIN-EJERCICIO                   PIC X(10)     VALUE SPACES.
       01 WS-CANT-DIAS                       PIC 9(03)     VALUE 0.

      *----ARMADO DE CADA DIA DEL EJERCICIO NUEVO. EL NUMERO DE DIA
      *----ARRANCA EN 0: LA SEMANA ES EL COCIENTE POR 7 MAS UNO.
       01 WS-GEN-CONFIG.
          05 WS-GEN-DIA-NRO                  PIC 9(03)     VALUE 0.
          05 WS-GEN-SEMANA                   PIC 9(02)     VALUE 0.
          05 WS-GEN-SEMANA-AUX               PIC 9(02)     VALUE 0.
          05 WS-GEN-SEM-TRIMESTRE            PIC 9(02)     VALUE 0.
          05 WS-GEN-TRIMESTRE                PIC 9(01)     VALUE 0.
          05 WS-GEN-PER-TRIMESTRE            PIC 9(01)     VALUE 0.
          05 WS-GEN-PERIODO                  PIC 9(02)     VALUE 0.
          05 WS-GEN-GRABADO-SW               PIC X(01)     VALUE 'N'.
             88 WS-GEN-GRABADO                             VALUE 'S'.
             88 WS-GEN-NO-GRABADO                          VALUE 'N'.

       01 WS-LIN-CALENDARIO.
          05 WS-LIN-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LIN-ANIO-FISCAL              PIC X(04).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LIN-TRIMESTRE                PIC 9(01).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LIN-PERIODO                  PIC 9(02).
          05 FILLER                          PIC X(01)     VALUE SPACE.
          05 WS-LIN-SEMANA                   PIC 9(02).

      *----CONTROL DEL CALENDARIO EXISTENTE: ORDEN DE FECHAS Y
      *----CONTINUIDAD CON LOS EJERCICIOS VECINOS DEL NUEVO.
       01 WS-CAL-EXISTE-SW                   PIC X(01)     VALUE 'N'.
          88 WS-CAL-EXISTE                                 VALUE 'S'.
          88 WS-CAL-NO-EXISTE                              VALUE 'N'.
       01 WS-FECHA-ANTERIOR                  PIC X(10)     VALUE SPACES.
       01 WS-ULTIMA-PREVIA                   PIC X(10)     VALUE SPACES.

      *----CALCULO DEL DIA SIGUIENTE, MISMA RUTINA QUE EL AVANCE DEL
      *----RANGO DE PUESTA AL DIA DE CL13EJ01
       01 WS-DIA-FECHA                       PIC X(10)     VALUE SPACES.
       01 WS-DIA-CALCULO.
          05 WS-DIA-ANIO                     PIC 9(04)     VALUE 0.
          05 WS-DIA-MES                      PIC 9(02)     VALUE 0.
          05 WS-DIA-DIA                      PIC 9(02)     VALUE 0.
          05 WS-DIA-LARGO-MES                PIC 9(02)     VALUE 0.
          05 WS-DIA-COCIENTE                 PIC 9(04)     VALUE 0.
          05 WS-DIA-RESTO                    PIC 9(04)     VALUE 0.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                  PIC 9(05)     VALUE 0.
          05 WS-CANT-COPIADAS                PIC 9(05)     VALUE 0.
          05 WS-CANT-REEMPLAZADAS            PIC 9(05)     VALUE 0.
          05 WS-CANT-GENERADAS               PIC 9(05)     VALUE 0.
          05 WS-CANT-AVISOS                  PIC 9(03)     VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-CAL-EXISTE
              READ CALFISC
              PERFORM 2000-COPIAR-CALENDARIO
                 THRU 2000-COPIAR-CALENDARIO-EXIT
                 UNTIL NOT FS-CALFISC-OK
           END-IF.

      *----EL EJERCICIO NUEVO ES EL ULTIMO DEL CALENDARIO (O EL
      *----PRIMERO): NINGUNA LINEA POSTERIOR LO DISPARO EN LA COPIA.
           IF WS-GEN-NO-GRABADO
              PERFORM 3000-GENERAR-EJERCICIO
                 THRU 3000-GENERAR-EJERCICIO-EXIT
           END-IF.

           PERFORM 8000-CERRAR-ARCHIVOS
              THRU 8000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 9000-RESUMEN
              THRU 9000-RESUMEN-EXIT.

           IF WS-CANT-AVISOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1050-VALIDAR-PARAMETROS
              THRU 1050-VALIDAR-PARAMETROS-EXIT.

           PERFORM 1100-FIJAR-FIN-EJERCICIO
              THRU 1100-FIJAR-FIN-EJERCICIO-EXIT.

      *----LA AUSENCIA DE CALFISC NO ES ERROR: ES EL PRIMER EJERCICIO
      *----QUE SE CARGA EN ESTA INSTALACION.
           OPEN INPUT CALFISC.

           EVALUATE FS-CALFISC
               WHEN '00'
                    SET WS-CAL-EXISTE TO TRUE
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA CALFISC - EL '
                            'CALENDARIO NUEVO LLEVA SOLO EL EJERCICIO '
                            WS-EJERCICIO
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CALFISC'
                    DISPLAY 'FILE STATUS: ' FS-CALFISC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CALNUE.

           IF NOT FS-CALNUE-OK
              DISPLAY 'ERROR AL ABRIR EL CALENDARIO NUEVO CALNUE'
              DISPLAY 'FILE STATUS: ' FS-CALNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           DISPLAY 'CL13EJ21_CALFISC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CALFISC
           END-IF.

           DISPLAY 'CL13EJ21_CALNUE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CALNUE
           END-IF.

           DISPLAY 'CL13EJ21_EJERCICIO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:4) TO WS-EJERCICIO
           END-IF.

           DISPLAY 'CL13EJ21_INICIO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:10) TO WS-INICIO
           END-IF.

           DISPLAY 'CL13EJ21_SEMANAS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           EVALUATE WS-PARM-VALOR(1:2)
               WHEN SPACES
                    CONTINUE
               WHEN '52'
               WHEN '53'
                    MOVE WS-PARM-VALOR(1:2) TO WS-SEMANAS
               WHEN OTHER
                    DISPLAY 'CANTIDAD DE SEMANAS INVALIDA: '
                            WS-PARM-VALOR(1:2) ' (52 O 53)'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           DISPLAY 'CL13EJ21_PATRON' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:3) TO WS-PATRON
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-PARAMETROS.
      *----EL EJERCICIO Y SU PRIMER DIA SON OBLIGATORIOS: LOS DEFINE
      *----CONTADURIA Y NO SE INFIEREN DE LA FECHA DEL SISTEMA.

           IF WS-EJERCICIO IS NOT NUMERIC
              DISPLAY 'FALTA O ES INVALIDO CL13EJ21_EJERCICIO (AAAA): '
                      WS-EJERCICIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-INICIO(1:4) IS NOT NUMERIC
              OR WS-INICIO(6:2) IS NOT NUMERIC
              OR WS-INICIO(9:2) IS NOT NUMERIC
              OR WS-INICIO(5:1) NOT = '/'
              OR WS-INICIO(8:1) NOT = '/'
              OR WS-INICIO(6:2) < '01'
              OR WS-INICIO(6:2) > '12'
              OR WS-INICIO(9:2) < '01'
              OR WS-INICIO(9:2) > '31'
              DISPLAY 'FALTA O ES INVALIDO CL13EJ21_INICIO '
                      '(AAAA/MM/DD): ' WS-INICIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WS-PATRON-VALIDO
              DISPLAY 'PATRON INVALIDO: ' WS-PATRON
              DISPLAY 'PATRONES VALIDOS: 445, 454, 544'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PAT-SEM-PER1         TO WS-PAT-LIMITE-PER1.
           COMPUTE WS-PAT-LIMITE-PER2 = WS-PAT-SEM-PER1
                                      + WS-PAT-SEM-PER2.

       1050-VALIDAR-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-FIJAR-FIN-EJERCICIO.
      *----ULTIMO DIA DEL EJERCICIO: EL PRIMERO MAS 7 X SEMANAS - 1.
      *----HACE FALTA ANTES DE COPIAR PARA DETECTAR SUPERPOSICIONES.

           COMPUTE WS-CANT-DIAS = WS-SEMANAS * 7.

           MOVE WS-INICIO TO WS-DIA-FECHA.
           MOVE 1         TO WS-GEN-DIA-NRO.
           PERFORM 5000-SUMAR-UN-DIA
              THRU 5000-SUMAR-UN-DIA-EXIT
              UNTIL WS-GEN-DIA-NRO = WS-CANT-DIAS.

           MOVE WS-DIA-FECHA TO WS-FIN-EJERCICIO.
           MOVE 0            TO WS-GEN-DIA-NRO.

       1100-FIJAR-FIN-EJERCICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-COPIAR-CALENDARIO.
      *----LAS LINEAS ANTERIORES AL EJERCICIO NUEVO SE COPIAN; LA
      *----PRIMERA POSTERIOR DISPARA LA GENERACION ANTES DE COPIARSE,
      *----ASI EL CALENDARIO NUEVO SALE EN ORDEN DE FECHA.

           ADD 1 TO WS-CANT-LEIDAS.

           IF CAL-FECHA(5:1) NOT = '/'
              OR CAL-FECHA(8:1) NOT = '/'
              OR CAL-FECHA(1:4) IS NOT NUMERIC
              OR CAL-FECHA(6:2) IS NOT NUMERIC
              OR CAL-FECHA(9:2) IS NOT NUMERIC
              OR CAL-ANIO-FISCAL IS NOT NUMERIC
              OR CAL-TRIMESTRE IS NOT NUMERIC
              OR CAL-PERIODO IS NOT NUMERIC
              OR CAL-SEMANA IS NOT NUMERIC
              OR CAL-FECHA NOT > WS-FECHA-ANTERIOR
              DISPLAY 'LINEA INVALIDA O FUERA DE ORDEN EN CALFISC: '
                      REG-CALFISC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE CAL-FECHA TO WS-FECHA-ANTERIOR.

           EVALUATE TRUE
               WHEN CAL-ANIO-FISCAL = WS-EJERCICIO
                    ADD 1 TO WS-CANT-REEMPLAZADAS
               WHEN CAL-FECHA < WS-INICIO
                    MOVE CAL-FECHA TO WS-ULTIMA-PREVIA
                    PERFORM 2100-COPIAR-LINEA
                       THRU 2100-COPIAR-LINEA-EXIT
               WHEN CAL-FECHA NOT > WS-FIN-EJERCICIO
                    DISPLAY 'LA FECHA ' CAL-FECHA ' DEL EJERCICIO '
                            CAL-ANIO-FISCAL ' CAE DENTRO DEL '
                            'EJERCICIO NUEVO (' WS-INICIO ' A '
                            WS-FIN-EJERCICIO ')'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    IF WS-GEN-NO-GRABADO
                       PERFORM 3000-GENERAR-EJERCICIO
                          THRU 3000-GENERAR-EJERCICIO-EXIT
                       IF CAL-FECHA NOT = WS-DIA-FECHA
                          DISPLAY 'AVISO: EL CALENDARIO SALTA DEL '
                                  WS-FIN-EJERCICIO ' AL ' CAL-FECHA
                          ADD 1 TO WS-CANT-AVISOS
                       END-IF
                    END-IF
                    PERFORM 2100-COPIAR-LINEA
                       THRU 2100-COPIAR-LINEA-EXIT
           END-EVALUATE.

           READ CALFISC.

       2000-COPIAR-CALENDARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-COPIAR-LINEA.

           MOVE REG-CALFISC TO REG-CALNUE.

           WRITE REG-CALNUE.

           IF FS-CALNUE-OK
              ADD 1 TO WS-CANT-COPIADAS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL CALENDARIO NUEVO'
              DISPLAY 'FILE STATUS: ' FS-CALNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2100-COPIAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-GENERAR-EJERCICIO.

           IF WS-ULTIMA-PREVIA NOT = SPACES
              MOVE WS-ULTIMA-PREVIA TO WS-DIA-FECHA
              PERFORM 5000-SUMAR-UN-DIA
                 THRU 5000-SUMAR-UN-DIA-EXIT
              IF WS-DIA-FECHA NOT = WS-INICIO
                 DISPLAY 'AVISO: EL CALENDARIO SALTA DEL '
                         WS-ULTIMA-PREVIA ' AL ' WS-INICIO
                 ADD 1 TO WS-CANT-AVISOS
              END-IF
           END-IF.

           MOVE WS-INICIO    TO WS-DIA-FECHA.
           MOVE WS-EJERCICIO TO WS-LIN-ANIO-FISCAL.
           MOVE 0            TO WS-GEN-DIA-NRO.

           PERFORM 3010-GRABAR-DIA
              THRU 3010-GRABAR-DIA-EXIT
              UNTIL WS-GEN-DIA-NRO = WS-CANT-DIAS.

           SET WS-GEN-GRABADO TO TRUE.

       3000-GENERAR-EJERCICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3010-GRABAR-DIA.
      *----SEMANA 1 A 52: TRIMESTRE DE 13 SEMANAS Y PERIODO SEGUN EL
      *----PATRON. LA SEMANA 53 QUEDA EN EL ULTIMO TRIMESTRE Y PERIODO.

           DIVIDE WS-GEN-DIA-NRO BY 7 GIVING WS-GEN-SEMANA.
           ADD 1 TO WS-GEN-SEMANA.

           IF WS-GEN-SEMANA > 52
              MOVE 4  TO WS-GEN-TRIMESTRE
              MOVE 12 TO WS-GEN-PERIODO
           ELSE
              COMPUTE WS-GEN-SEMANA-AUX = WS-GEN-SEMANA - 1
              DIVIDE WS-GEN-SEMANA-AUX BY 13
                 GIVING WS-GEN-TRIMESTRE
                 REMAINDER WS-GEN-SEM-TRIMESTRE
              ADD 1 TO WS-GEN-TRIMESTRE
              ADD 1 TO WS-GEN-SEM-TRIMESTRE
              EVALUATE TRUE
                  WHEN WS-GEN-SEM-TRIMESTRE NOT > WS-PAT-LIMITE-PER1
                       MOVE 1 TO WS-GEN-PER-TRIMESTRE
                  WHEN WS-GEN-SEM-TRIMESTRE NOT > WS-PAT-LIMITE-PER2
                       MOVE 2 TO WS-GEN-PER-TRIMESTRE
                  WHEN OTHER
                       MOVE 3 TO WS-GEN-PER-TRIMESTRE
              END-EVALUATE
              COMPUTE WS-GEN-PERIODO = (WS-GEN-TRIMESTRE - 1) * 3
                                     + WS-GEN-PER-TRIMESTRE
           END-IF.

           MOVE WS-DIA-FECHA        TO WS-LIN-FECHA.
           MOVE WS-GEN-TRIMESTRE    TO WS-LIN-TRIMESTRE.
           MOVE WS-GEN-PERIODO      TO WS-LIN-PERIODO.
           MOVE WS-GEN-SEMANA       TO WS-LIN-SEMANA.

           MOVE WS-LIN-CALENDARIO   TO REG-CALNUE.

           WRITE REG-CALNUE.

           IF FS-CALNUE-OK
              ADD 1 TO WS-CANT-GENERADAS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL CALENDARIO NUEVO'
              DISPLAY 'FILE STATUS: ' FS-CALNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 5000-SUMAR-UN-DIA
              THRU 5000-SUMAR-UN-DIA-EXIT.

       3010-GRABAR-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5000-SUMAR-UN-DIA.
      *----AVANZA WS-DIA-FECHA UN DIA CALENDARIO (LARGO DE CADA MES Y
      *----ANIOS BISIESTOS INCLUIDOS) Y CUENTA EL DIA EN
      *----WS-GEN-DIA-NRO.

           MOVE WS-DIA-FECHA(1:4) TO WS-DIA-ANIO.
           MOVE WS-DIA-FECHA(6:2) TO WS-DIA-MES.
           MOVE WS-DIA-FECHA(9:2) TO WS-DIA-DIA.

           EVALUATE WS-DIA-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIA-LARGO-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30 TO WS-DIA-LARGO-MES
               WHEN 02
                    MOVE 28 TO WS-DIA-LARGO-MES
                    DIVIDE WS-DIA-ANIO BY 4
                       GIVING WS-DIA-COCIENTE
                       REMAINDER WS-DIA-RESTO
                    IF WS-DIA-RESTO = 0
                       MOVE 29 TO WS-DIA-LARGO-MES
                       DIVIDE WS-DIA-ANIO BY 100
                          GIVING WS-DIA-COCIENTE
                          REMAINDER WS-DIA-RESTO
                       IF WS-DIA-RESTO = 0
                          MOVE 28 TO WS-DIA-LARGO-MES
                          DIVIDE WS-DIA-ANIO BY 400
                             GIVING WS-DIA-COCIENTE
                             REMAINDER WS-DIA-RESTO
                          IF WS-DIA-RESTO = 0
                             MOVE 29 TO WS-DIA-LARGO-MES
                          END-IF
                       END-IF
                    END-IF
           END-EVALUATE.

           IF WS-DIA-DIA < WS-DIA-LARGO-MES
              ADD 1 TO WS-DIA-DIA
           ELSE
              MOVE 1 TO WS-DIA-DIA
              IF WS-DIA-MES < 12
                 ADD 1 TO WS-DIA-MES
              ELSE
                 MOVE 1 TO WS-DIA-MES
                 ADD 1 TO WS-DIA-ANIO
              END-IF
           END-IF.

           MOVE WS-DIA-ANIO TO WS-DIA-FECHA(1:4).
           MOVE '/'         TO WS-DIA-FECHA(5:1).
           MOVE WS-DIA-MES  TO WS-DIA-FECHA(6:2).
           MOVE '/'         TO WS-DIA-FECHA(8:1).
           MOVE WS-DIA-DIA  TO WS-DIA-FECHA(9:2).

           ADD 1 TO WS-GEN-DIA-NRO.

       5000-SUMAR-UN-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-CERRAR-ARCHIVOS.

           IF WS-CAL-EXISTE
              CLOSE CALFISC
           END-IF.

           CLOSE CALNUE.

           IF NOT FS-CALNUE-OK
              DISPLAY 'ERROR EN CLOSE DE CALNUE: ' FS-CALNUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       8000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'EJERCICIO FISCAL GENERADO  : ' WS-EJERCICIO.
           DISPLAY 'DESDE / HASTA              : ' WS-INICIO ' / '
                   WS-FIN-EJERCICIO.
           DISPLAY 'SEMANAS / PATRON           : ' WS-SEMANAS ' / '
                   WS-PATRON.
           DISPLAY 'LINEAS LEIDAS DE CALFISC   : ' WS-CANT-LEIDAS.
           DISPLAY 'LINEAS COPIADAS            : ' WS-CANT-COPIADAS.
           DISPLAY 'LINEAS REEMPLAZADAS        : '
                   WS-CANT-REEMPLAZADAS.
           DISPLAY 'LINEAS GENERADAS           : ' WS-CANT-GENERADAS.
           DISPLAY 'AVISOS DE CONTINUIDAD      : ' WS-CANT-AVISOS.
           DISPLAY 'CALENDARIO NUEVO EN        : ' WS-PATH-CALNUE.
           DISPLAY '================================================'.

       9000-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL13EJ21.
