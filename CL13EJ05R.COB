      *----LA FECHA DESDE ES ANTERIOR) Y CORTA AL SUPERAR LA FECHA
      *----HASTA: EL ARCHIVO ESTA INDEXADO POR FECHA EN EL PRIMER
      *----TRAMO DE LA CLAVE, ASI QUE EL CORTE ES SEGURO.
      *----CON EL CALENDARIO FISCAL (CALFISC.TXT, VER CL13EJ21) LOS
      *----ACUMULADOS SIGUEN AL CALENDARIO 4-4-5: SEMANA FISCAL
      *----(WTD), PERIODO FISCAL (PTD) Y EJERCICIO FISCAL (YTD) DE LA
      *----FECHA HASTA, Y EL RANGO SE PUEDE PEDIR COMO UN PERIODO O
      *----UNA SEMANA FISCAL COMPLETOS. SIN CALENDARIO SE SIGUE
      *----TRABAJANDO POR MES CALENDARIO, COMO HASTA AHORA.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ05.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFHIST.

       SELECT CALFISC
           ASSIGN TO WS-PATH-CALFISC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALFISC.

       DATA DIVISION.

       FILE SECTION.
       FD INFHIST.
       01 REG-INFORME                      PIC X(100).

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
             88 FS-HISTVENT-EOF              VALUE '10'.
          05 FS-INFHIST                      PIC X(2).
             88 FS-INFHIST-OK                VALUE '00'.
          05 FS-CALFISC                      PIC X(2).
             88 FS-CALFISC-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-HISTVENT                PIC X(60)     VALUE
                                                 '../HISTVENT.DAT'.
          05 WS-PATH-INFHIST                 PIC X(60)     VALUE
                                                 '../INFHIST.TXT'.
          05 WS-PATH-CALFISC                 PIC X(60)     VALUE
                                                 '../CALFISC.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----PARAMETROS DE SELECCION. SIN PARM, EL RANGO POR DEFECTO ES
      *----EL MES EN CURSO (DEL 01 A LA FECHA DEL SISTEMA), O EL
      *----PERIODO FISCAL EN CURSO SI HAY CALENDARIO FISCAL. CON
      *----CALENDARIO, EL RANGO TAMBIEN SE PUEDE PEDIR COMO PERIODO
      *----(AAAA/PP) O SEMANA (AAAA/SS) FISCAL, EN LUGAR DE FECHAS.
       01 WS-FECHA-DESDE                     PIC X(10)     VALUE SPACES.
       01 WS-FECHA-HASTA                     PIC X(10)     VALUE SPACES.
       01 WS-FIL-SUCURSAL                    PIC X(01)     VALUE SPACE.
       01 WS-FIL-COD-VENTA                   PIC X(04)     VALUE SPACES.
       01 WS-FIL-PERIODO                     PIC X(07)     VALUE SPACES.
       01 WS-FIL-SEMANA                      PIC X(07)     VALUE SPACES.
       01 WS-FIL-FISCAL                      PIC X(07)     VALUE SPACES.

       01 WS-FECHA-SISTEMA                   PIC 9(08)     VALUE 0.
       01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.

       01 WS-FECHA-INICIO-SCAN               PIC X(10)     VALUE SPACES.

      *----PRIMER DIA DE CADA ACUMULADO RESPECTO DE LA FECHA HASTA:
      *----ANIO Y MES CALENDARIO, O EJERCICIO, PERIODO Y SEMANA
      *----FISCAL. COMO LAS FECHAS AAAA/MM/DD COMPARAN BIEN COMO TEXTO,
      *----CADA ACUMULADO ES TODO LO QUE NO ES ANTERIOR A SU INICIO.
       01 WS-INICIO-YTD                      PIC X(10)     VALUE SPACES.
       01 WS-INICIO-MTD                      PIC X(10)     VALUE SPACES.
       01 WS-INICIO-WTD                      PIC X(10)     VALUE SPACES.

      *----CALENDARIO FISCAL (CALFISC.TXT EN MEMORIA): UNA ENTRADA POR
      *----FECHA DE NEGOCIO, EN ORDEN DE FECHA. 4000 SLOTS ALCANZAN
      *----PARA DIEZ EJERCICIOS. SIN ARCHIVO EL CALENDARIO QUEDA
      *----INACTIVO Y LOS ACUMULADOS SON POR MES CALENDARIO.
       01 WS-MAX-CAL-FECHAS                  PIC 9(04)     VALUE 4000.
       01 WS-CAL-CONFIG.
          05 WS-CAL-CANT                     PIC 9(04)     VALUE 0.
          05 WS-CAL-IDX                      PIC 9(04)     VALUE 0.
          05 WS-CAL-IDX-HASTA                PIC 9(04)     VALUE 0.
          05 WS-CAL-PRIMERO                  PIC 9(04)     VALUE 0.
          05 WS-CAL-ULTIMO                   PIC 9(04)     VALUE 0.
          05 WS-CAL-SW                       PIC X(01)     VALUE 'N'.
             88 WS-CAL-ACTIVO                              VALUE 'S'.
             88 WS-CAL-INACTIVO                            VALUE 'N'.
          05 WS-CAL-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-CAL-HALLADA                             VALUE 'S'.
             88 WS-CAL-NO-HALLADA                          VALUE 'N'.
          05 WS-CAL-FECHA-BUSCADA            PIC X(10)     VALUE SPACES.
          05 WS-CAL-BUS-ANIO                 PIC 9(04)     VALUE 0.
          05 WS-CAL-BUS-PERIODO              PIC 9(02)     VALUE 0.
          05 WS-CAL-BUS-SEMANA               PIC 9(02)     VALUE 0.
          05 WS-CAL-FECHA-ANT                PIC X(10)     VALUE SPACES.
          05 WS-CAL-TABLA OCCURS 4000 TIMES.
             10 WS-CAL-FECHA                 PIC X(10).
             10 WS-CAL-ANIO                  PIC 9(04).
             10 WS-CAL-TRIMESTRE             PIC 9(01).
             10 WS-CAL-PERIODO               PIC 9(02).
             10 WS-CAL-SEMANA                PIC 9(02).

       01 WS-FIN-SCAN-SW                     PIC X(01)     VALUE 'N'.
          88 WS-FIN-SCAN                                   VALUE 'S'.
          88 WS-SIGUE-SCAN                                 VALUE 'N'.
          05 WS-MTD-IMPORTE                  PIC S9(12)V9(2) VALUE 0.
          05 WS-YTD-CANT                     PIC 9(07)      VALUE 0.
          05 WS-YTD-IMPORTE                  PIC S9(12)V9(2) VALUE 0.
          05 WS-WTD-CANT                     PIC 9(07)      VALUE 0.
          05 WS-WTD-IMPORTE                  PIC S9(12)V9(2) VALUE 0.
          05 WS-CANT-DETALLE                 PIC 9(05)      VALUE 0.

      *----LINEAS DEL INFORME
             ' PRODUCTO '.
          05 WS-FLT-PRODUCTO                 PIC X(06).

      *----UBICACION FISCAL DE LA FECHA HASTA (SOLO CON CALENDARIO)
       01 WS-LIN-FISCAL.
          05 FILLER                          PIC X(20)     VALUE
             'CALENDARIO FISCAL - '.
          05 FILLER                          PIC X(10)     VALUE
             'EJERCICIO '.
          05 WS-FIS-ANIO                     PIC 9(04).
          05 FILLER                          PIC X(11)     VALUE
             ' TRIMESTRE '.
          05 WS-FIS-TRIMESTRE                PIC 9(01).
          05 FILLER                          PIC X(09)     VALUE
             ' PERIODO '.
          05 WS-FIS-PERIODO                  PIC 9(02).
          05 FILLER                          PIC X(08)     VALUE
             ' SEMANA '.
          05 WS-FIS-SEMANA                   PIC 9(02).

       01 WS-LIN-CABECERA.
          05 FILLER                          PIC X(11)     VALUE
             'FECHA      '.
           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1150-CARGAR-CALFISC
              THRU 1150-CARGAR-CALFISC-EXIT.

           PERFORM 1050-FIJAR-RANGO
              THRU 1050-FIJAR-RANGO-EXIT.

              MOVE WS-PARM-VALOR(1:4) TO WS-FIL-COD-VENTA
           END-IF.

           DISPLAY 'CL13EJ05_CALFISC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CALFISC
           END-IF.

           DISPLAY 'CL13EJ05_PERIODO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:7) TO WS-FIL-PERIODO
           END-IF.

           DISPLAY 'CL13EJ05_SEMANA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:7) TO WS-FIL-SEMANA
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-FIJAR-RANGO.
      *----SIN FECHA HASTA SE TOMA LA DEL SISTEMA; SIN FECHA DESDE SE
      *----TOMA EL PRIMER DIA DEL MES (O DEL PERIODO FISCAL) DE LA
      *----FECHA HASTA. EL RECORRIDO ARRANCA EN EL PRIMER DIA DEL ANIO
      *----(O DEL EJERCICIO FISCAL) DE LA FECHA HASTA O EN LA FECHA
      *----DESDE, LO QUE SEA ANTERIOR, PARA PODER ACUMULAR YTD.

           IF WS-FIL-PERIODO NOT = SPACES
              OR WS-FIL-SEMANA NOT = SPACES
              PERFORM 1060-FIJAR-RANGO-FISCAL
                 THRU 1060-FIJAR-RANGO-FISCAL-EXIT
           END-IF.

           IF WS-FECHA-HASTA = SPACES
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WS-SIS-DIA          TO WS-FECHA-HASTA(9:2)
           END-IF.

           IF WS-CAL-ACTIVO
              PERFORM 1070-FIJAR-INICIOS-FISCALES
                 THRU 1070-FIJAR-INICIOS-FISCALES-EXIT
           ELSE
              MOVE WS-FECHA-HASTA      TO WS-INICIO-YTD
              MOVE '01/01'             TO WS-INICIO-YTD(6:5)
              MOVE WS-FECHA-HASTA      TO WS-INICIO-MTD
              MOVE '01'                TO WS-INICIO-MTD(9:2)
           END-IF.

           IF WS-FECHA-DESDE = SPACES
              MOVE WS-INICIO-MTD       TO WS-FECHA-DESDE
           END-IF.

           MOVE WS-INICIO-YTD          TO WS-FECHA-INICIO-SCAN.

           IF WS-FECHA-DESDE < WS-FECHA-INICIO-SCAN
              MOVE WS-FECHA-DESDE      TO WS-FECHA-INICIO-SCAN

       1050-FIJAR-RANGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1060-FIJAR-RANGO-FISCAL.
      *----UN PERIODO (AAAA/PP) O UNA SEMANA (AAAA/SS) FISCAL SE
      *----TRADUCE AL RANGO DE FECHAS QUE LE ASIGNA EL CALENDARIO. NO
      *----SE COMBINA CON CL13EJ05_DESDE/HASTA: SERIA PEDIR DOS RANGOS.

           IF WS-CAL-INACTIVO
              DISPLAY 'CL13EJ05_PERIODO Y CL13EJ05_SEMANA REQUIEREN '
                      'EL CALENDARIO FISCAL (CALFISC)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-FECHA-DESDE NOT = SPACES
              OR WS-FECHA-HASTA NOT = SPACES
              OR (WS-FIL-PERIODO NOT = SPACES
                  AND WS-FIL-SEMANA NOT = SPACES)
              DISPLAY 'INFORMAR UN SOLO RANGO: CL13EJ05_DESDE/HASTA, '
                      'CL13EJ05_PERIODO O CL13EJ05_SEMANA'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-FIL-PERIODO NOT = SPACES
              MOVE WS-FIL-PERIODO      TO WS-FIL-FISCAL
           ELSE
              MOVE WS-FIL-SEMANA       TO WS-FIL-FISCAL
           END-IF.

           IF WS-FIL-FISCAL(1:4) IS NOT NUMERIC
              OR WS-FIL-FISCAL(5:1) NOT = '/'
              OR WS-FIL-FISCAL(6:2) IS NOT NUMERIC
              DISPLAY 'PERIODO O SEMANA FISCAL INVALIDO: '
                      WS-FIL-FISCAL ' (FORMATO AAAA/PP O AAAA/SS)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FIL-FISCAL(1:4)     TO WS-CAL-BUS-ANIO.
           MOVE 0                      TO WS-CAL-BUS-PERIODO.
           MOVE 0                      TO WS-CAL-BUS-SEMANA.
           IF WS-FIL-PERIODO NOT = SPACES
              MOVE WS-FIL-FISCAL(6:2)  TO WS-CAL-BUS-PERIODO
           ELSE
              MOVE WS-FIL-FISCAL(6:2)  TO WS-CAL-BUS-SEMANA
           END-IF.

           PERFORM 1180-BUSCAR-RANGO-CAL
              THRU 1180-BUSCAR-RANGO-CAL-EXIT.

           IF WS-CAL-PRIMERO = 0
              DISPLAY 'EL PERIODO O SEMANA FISCAL ' WS-FIL-FISCAL
                      ' NO FIGURA EN CALFISC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CAL-FECHA(WS-CAL-PRIMERO) TO WS-FECHA-DESDE.
           MOVE WS-CAL-FECHA(WS-CAL-ULTIMO)  TO WS-FECHA-HASTA.

       1060-FIJAR-RANGO-FISCAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1070-FIJAR-INICIOS-FISCALES.
      *----UBICA LA FECHA HASTA EN EL CALENDARIO Y TOMA EL PRIMER DIA
      *----DE SU EJERCICIO, DE SU PERIODO Y DE SU SEMANA FISCAL. UNA
      *----FECHA QUE EL CALENDARIO NO CUBRE ES ERROR: ACUMULAR POR MES
      *----CALENDARIO SIN AVISO MEZCLARIA LOS DOS CRITERIOS.

           MOVE WS-FECHA-HASTA         TO WS-CAL-FECHA-BUSCADA.
           PERFORM 1170-BUSCAR-FECHA-CAL
              THRU 1170-BUSCAR-FECHA-CAL-EXIT.

           IF WS-CAL-NO-HALLADA
              DISPLAY 'LA FECHA HASTA ' WS-FECHA-HASTA
                      ' NO FIGURA EN CALFISC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CAL-IDX             TO WS-CAL-IDX-HASTA.

           MOVE WS-CAL-ANIO(WS-CAL-IDX-HASTA) TO WS-CAL-BUS-ANIO.
           MOVE 0                      TO WS-CAL-BUS-PERIODO.
           MOVE 0                      TO WS-CAL-BUS-SEMANA.
           PERFORM 1180-BUSCAR-RANGO-CAL
              THRU 1180-BUSCAR-RANGO-CAL-EXIT.
           MOVE WS-CAL-FECHA(WS-CAL-PRIMERO) TO WS-INICIO-YTD.

           MOVE WS-CAL-PERIODO(WS-CAL-IDX-HASTA)
                                       TO WS-CAL-BUS-PERIODO.
           PERFORM 1180-BUSCAR-RANGO-CAL
              THRU 1180-BUSCAR-RANGO-CAL-EXIT.
           MOVE WS-CAL-FECHA(WS-CAL-PRIMERO) TO WS-INICIO-MTD.

           MOVE 0                      TO WS-CAL-BUS-PERIODO.
           MOVE WS-CAL-SEMANA(WS-CAL-IDX-HASTA)
                                       TO WS-CAL-BUS-SEMANA.
           PERFORM 1180-BUSCAR-RANGO-CAL
              THRU 1180-BUSCAR-RANGO-CAL-EXIT.
           MOVE WS-CAL-FECHA(WS-CAL-PRIMERO) TO WS-INICIO-WTD.

       1070-FIJAR-INICIOS-FISCALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1080-GRABAR-ENCABEZADO.

           MOVE WS-LIN-TITULO          TO REG-INFORME.
           WRITE REG-INFORME.

           IF WS-CAL-ACTIVO
              MOVE WS-CAL-ANIO(WS-CAL-IDX-HASTA)      TO WS-FIS-ANIO
              MOVE WS-CAL-TRIMESTRE(WS-CAL-IDX-HASTA)
                                       TO WS-FIS-TRIMESTRE
              MOVE WS-CAL-PERIODO(WS-CAL-IDX-HASTA)   TO WS-FIS-PERIODO
              MOVE WS-CAL-SEMANA(WS-CAL-IDX-HASTA)    TO WS-FIS-SEMANA
              MOVE WS-LIN-FISCAL       TO REG-INFORME
              WRITE REG-INFORME
           END-IF.

           IF WS-FIL-SUCURSAL = SPACE
              MOVE 'TODAS '            TO WS-FLT-SUCURSAL
           ELSE

       1080-GRABAR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-CALFISC.
      *----EL CALENDARIO FISCAL ES OPCIONAL: SIN ARCHIVO SE AVISA Y SE
      *----SIGUE POR MES CALENDARIO. UN ARCHIVO PRESENTE PERO MAL
      *----FORMADO DETIENE EL PROCESO, COMO UN SUCMAST QUE DESBORDA.

           OPEN INPUT CALFISC.

           EVALUATE FS-CALFISC
               WHEN '00'
                    PERFORM 1160-LEER-REG-CALFISC
                       THRU 1160-LEER-REG-CALFISC-EXIT
                       UNTIL NOT FS-CALFISC-OK
                          OR WS-CAL-CANT = WS-MAX-CAL-FECHAS

                    IF WS-CAL-CANT = WS-MAX-CAL-FECHAS
                       READ CALFISC
                       IF FS-CALFISC-OK
                          DISPLAY 'CALFISC TIENE MAS FECHAS QUE '
                                  'SLOTS DISPONIBLES'
                          DISPLAY 'SLOTS DISPONIBLES '
                                  '(WS-MAX-CAL-FECHAS): '
                                  WS-MAX-CAL-FECHAS
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    END-IF

                    CLOSE CALFISC
                    IF WS-CAL-CANT > 0
                       SET WS-CAL-ACTIVO TO TRUE
                    END-IF
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA CALFISC - LOS '
                            'ACUMULADOS SON POR MES CALENDARIO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CALFISC'
                    DISPLAY 'FILE STATUS: ' FS-CALFISC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1150-CARGAR-CALFISC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1160-LEER-REG-CALFISC.

           READ CALFISC.

           IF FS-CALFISC-OK
              IF CAL-FECHA(5:1) NOT = '/'
                 OR CAL-FECHA(8:1) NOT = '/'
                 OR CAL-FECHA(1:4) IS NOT NUMERIC
                 OR CAL-FECHA(6:2) IS NOT NUMERIC
                 OR CAL-FECHA(9:2) IS NOT NUMERIC
                 OR CAL-ANIO-FISCAL IS NOT NUMERIC
                 OR CAL-TRIMESTRE IS NOT NUMERIC
                 OR CAL-PERIODO IS NOT NUMERIC
                 OR CAL-SEMANA IS NOT NUMERIC
                 OR CAL-FECHA NOT > WS-CAL-FECHA-ANT
                 DISPLAY 'LINEA INVALIDA O FUERA DE ORDEN EN '
                         'CALFISC: ' REG-CALFISC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CAL-FECHA         TO WS-CAL-FECHA-ANT
              ADD 1                  TO WS-CAL-CANT
              MOVE CAL-FECHA         TO WS-CAL-FECHA(WS-CAL-CANT)
              MOVE CAL-ANIO-FISCAL   TO WS-CAL-ANIO(WS-CAL-CANT)
              MOVE CAL-TRIMESTRE     TO WS-CAL-TRIMESTRE(WS-CAL-CANT)
              MOVE CAL-PERIODO       TO WS-CAL-PERIODO(WS-CAL-CANT)
              MOVE CAL-SEMANA        TO WS-CAL-SEMANA(WS-CAL-CANT)
           END-IF.

       1160-LEER-REG-CALFISC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1170-BUSCAR-FECHA-CAL.

           SET WS-CAL-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-CAL-IDX.

           PERFORM 1175-BUSCAR-FECHA-CAL-IDX
              THRU 1175-BUSCAR-FECHA-CAL-IDX-EXIT
              UNTIL WS-CAL-IDX > WS-CAL-CANT
                 OR WS-CAL-HALLADA.

       1170-BUSCAR-FECHA-CAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1175-BUSCAR-FECHA-CAL-IDX.

           IF WS-CAL-FECHA(WS-CAL-IDX) EQUAL WS-CAL-FECHA-BUSCADA
              SET WS-CAL-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-CAL-IDX
           END-IF.

       1175-BUSCAR-FECHA-CAL-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1180-BUSCAR-RANGO-CAL.
      *----PRIMERA Y ULTIMA ENTRADA DEL EJERCICIO WS-CAL-BUS-ANIO,
      *----ACOTADO AL PERIODO Y/O SEMANA PEDIDOS (CERO = CUALQUIERA).
      *----SIN COINCIDENCIAS WS-CAL-PRIMERO QUEDA EN CERO.

           MOVE 0 TO WS-CAL-PRIMERO.
           MOVE 0 TO WS-CAL-ULTIMO.
           MOVE 1 TO WS-CAL-IDX.

           PERFORM 1185-BUSCAR-RANGO-CAL-IDX
              THRU 1185-BUSCAR-RANGO-CAL-IDX-EXIT
              UNTIL WS-CAL-IDX > WS-CAL-CANT.

       1180-BUSCAR-RANGO-CAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1185-BUSCAR-RANGO-CAL-IDX.

           IF WS-CAL-ANIO(WS-CAL-IDX) = WS-CAL-BUS-ANIO
              AND (WS-CAL-BUS-PERIODO = 0
                   OR WS-CAL-PERIODO(WS-CAL-IDX) = WS-CAL-BUS-PERIODO)
              AND (WS-CAL-BUS-SEMANA = 0
                   OR WS-CAL-SEMANA(WS-CAL-IDX) = WS-CAL-BUS-SEMANA)
              IF WS-CAL-PRIMERO = 0
                 MOVE WS-CAL-IDX TO WS-CAL-PRIMERO
              END-IF
              MOVE WS-CAL-IDX    TO WS-CAL-ULTIMO
           END-IF.

           ADD 1 TO WS-CAL-IDX.

       1185-BUSCAR-RANGO-CAL-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-RECORRER-HISTORIA.
      *----POSICIONA EL INDICE EN LA PRIMERA CLAVE DEL RECORRIDO Y
           EXIT.
      *----------------------------------------------------------------*
       2100-ACUMULAR-REGISTRO.
      *----APLICA LOS FILTROS OPCIONALES Y ACUMULA EN LOS CORTES:
      *----RANGO PEDIDO (CON DETALLE), MES O PERIODO FISCAL DE LA
      *----FECHA HASTA (MTD), ANIO O EJERCICIO FISCAL DE LA FECHA
      *----HASTA (YTD) Y, CON CALENDARIO, SU SEMANA FISCAL (WTD).

           SET WS-REG-NO-SELECCIONADO TO TRUE.

           END-IF.

           IF WS-REG-SELECCIONADO
              IF HIST-FECHA NOT < WS-INICIO-YTD
                 ADD HIST-CANT-VENTAS TO WS-YTD-CANT
                 ADD HIST-IMPORTE     TO WS-YTD-IMPORTE
                 IF HIST-FECHA NOT < WS-INICIO-MTD
                    ADD HIST-CANT-VENTAS TO WS-MTD-CANT
                    ADD HIST-IMPORTE     TO WS-MTD-IMPORTE
                    IF WS-CAL-ACTIVO
                       AND HIST-FECHA NOT < WS-INICIO-WTD
                       ADD HIST-CANT-VENTAS TO WS-WTD-CANT
                       ADD HIST-IMPORTE     TO WS-WTD-IMPORTE
                    END-IF
                 END-IF
              END-IF

           MOVE WS-LIN-TOTAL           TO REG-INFORME.
           WRITE REG-INFORME.

           IF WS-CAL-ACTIVO
              MOVE 'TOTAL SEMANA FISCAL (WTD)     '
                                       TO WS-TOT-ROTULO
              MOVE WS-WTD-CANT         TO WS-TOT-CANT
              MOVE WS-WTD-IMPORTE      TO WS-TOT-IMPORTE
              MOVE WS-LIN-TOTAL        TO REG-INFORME
              WRITE REG-INFORME
              MOVE 'TOTAL PERIODO FISCAL (PTD)    '
                                       TO WS-TOT-ROTULO
           ELSE
              MOVE 'TOTAL MES A LA FECHA (MTD)    '
                                       TO WS-TOT-ROTULO
           END-IF.
           MOVE WS-MTD-CANT            TO WS-TOT-CANT.
           MOVE WS-MTD-IMPORTE         TO WS-TOT-IMPORTE.
           MOVE WS-LIN-TOTAL           TO REG-INFORME.
           WRITE REG-INFORME.

           IF WS-CAL-ACTIVO
              MOVE 'TOTAL EJERCICIO FISCAL (YTD)  '
                                       TO WS-TOT-ROTULO
           ELSE
              MOVE 'TOTAL ANIO A LA FECHA (YTD)   '
                                       TO WS-TOT-ROTULO
           END-IF.
           MOVE WS-YTD-CANT            TO WS-TOT-CANT.
           MOVE WS-YTD-IMPORTE         TO WS-TOT-IMPORTE.
           MOVE WS-LIN-TOTAL           TO REG-INFORME.
