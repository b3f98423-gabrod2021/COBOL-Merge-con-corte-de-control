      *----VARIACION Y RANKING DE MEJOR A PEOR POR IMPORTE DEL PERIODO
      *----ACTUAL. LAS FILAS CUYA VARIACION SUPERA EL UMBRAL
      *----CONFIGURADO SE MARCAN CON '*' PARA QUE EL EQUIPO COMERCIAL
      *----LAS VEA SIN LEER EL LISTADO ENTERO. CON EL MAESTRO DE
      *----SUCURSALES, EL RANKING DE SUCURSALES SE AGRUPA POR REGION
      *----CON UN SUBTOTAL POR REGION. SIN PARMS, EL PERIODO
      *----ACTUAL ES EL MES EN CURSO Y EL ANTERIOR, LAS MISMAS FECHAS
      *----DEL ANIO PASADO. MISMAS CONVENCIONES DE IMPRESION DE 132
      *----COLUMNAS Y PAGINADO QUE CL13EJ06.
      *----CON EL CALENDARIO FISCAL (CALFISC.TXT, VER CL13EJ21) EL
      *----PERIODO ACTUAL POR DEFECTO ES EL PERIODO FISCAL EN CURSO Y
      *----SE PUEDE PEDIR UN PERIODO O UNA SEMANA FISCAL COMPLETOS; LA
      *----COMPARACION POR DEFECTO ES LA MISMA SEMANA FISCAL (Y EL
      *----MISMO DIA DE ESA SEMANA) DEL EJERCICIO ANTERIOR, NO LA MISMA
      *----FECHA CALENDARIO.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ14.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       SELECT SUCMAST
           ASSIGN TO WS-PATH-SUCMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCMAST.

       SELECT CALFISC
           ASSIGN TO WS-PATH-CALFISC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALFISC.

       DATA DIVISION.

       FILE SECTION.
       FD INFORME.
       01 REG-INFORME                      PIC X(132).

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
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.
          05 FS-SUCMAST                      PIC X(2).
             88 FS-SUCMAST-OK                VALUE '00'.
          05 FS-CALFISC                      PIC X(2).
             88 FS-CALFISC-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-HISTVENT                PIC X(60)     VALUE
                                                 '../HISTVENT.DAT'.
          05 WS-PATH-INFORME                 PIC X(60)     VALUE
                                                 '../COMPPER.TXT'.
          05 WS-PATH-SUCMAST                 PIC X(60)     VALUE
                                                 '../SUCMAST.TXT'.
          05 WS-PATH-CALFISC                 PIC X(60)     VALUE
                                                 '../CALFISC.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----PERIODO ACTUAL Y PERIODO DE COMPARACION. SIN PARM, EL
      *----ACTUAL ES EL MES EN CURSO (DEL 01 A LA FECHA DEL SISTEMA)
      *----Y EL ANTERIOR SON LAS MISMAS FECHAS CON EL ANIO RESTADO EN
      *----UNO (MISMO MES DEL ANIO PASADO). CON CALENDARIO FISCAL EL
      *----ACTUAL ES EL PERIODO FISCAL EN CURSO (O EL PERIODO/SEMANA
      *----PEDIDO) Y EL ANTERIOR, LOS MISMOS DIAS DE LAS MISMAS
      *----SEMANAS FISCALES DEL EJERCICIO ANTERIOR.
       01 WS-PER-DESDE                       PIC X(10)     VALUE SPACES.
       01 WS-PER-HASTA                       PIC X(10)     VALUE SPACES.
       01 WS-CMP-DESDE                       PIC X(10)     VALUE SPACES.
       01 WS-CMP-HASTA                       PIC X(10)     VALUE SPACES.
       01 WS-FIL-PERIODO                     PIC X(07)     VALUE SPACES.
       01 WS-FIL-SEMANA                      PIC X(07)     VALUE SPACES.
       01 WS-FIL-FISCAL                      PIC X(07)     VALUE SPACES.

      *----CALENDARIO FISCAL (CALFISC.TXT EN MEMORIA), MISMA TABLA QUE
      *----CL13EJ05. SIN ARCHIVO EL CALENDARIO QUEDA INACTIVO Y LOS
      *----PERIODOS SON POR MES CALENDARIO.
       01 WS-MAX-CAL-FECHAS                  PIC 9(04)     VALUE 4000.
       01 WS-CAL-CONFIG.
          05 WS-CAL-CANT                     PIC 9(04)     VALUE 0.
          05 WS-CAL-IDX                      PIC 9(04)     VALUE 0.
          05 WS-CAL-IDX-FECHA                PIC 9(04)     VALUE 0.
          05 WS-CAL-PRIMERO                  PIC 9(04)     VALUE 0.
          05 WS-CAL-ULTIMO                   PIC 9(04)     VALUE 0.
          05 WS-CAL-DESPLAZAMIENTO           PIC 9(04)     VALUE 0.
          05 WS-CAL-SW                       PIC X(01)     VALUE 'N'.
             88 WS-CAL-ACTIVO                              VALUE 'S'.
             88 WS-CAL-INACTIVO                            VALUE 'N'.
          05 WS-CAL-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-CAL-HALLADA                             VALUE 'S'.
             88 WS-CAL-NO-HALLADA                          VALUE 'N'.
          05 WS-CAL-FECHA-BUSCADA            PIC X(10)     VALUE SPACES.
          05 WS-CAL-FECHA-EQUIV              PIC X(10)     VALUE SPACES.
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

      *----UMBRAL DE VARIACION EN PORCENTAJE: LAS FILAS QUE SE MUEVEN
      *----MAS QUE ESTO (EN CUALQUIER SENTIDO) SE MARCAN EN EL LISTADO
             88 WS-RNK-SUC-HALLADA                         VALUE 'S'.
             88 WS-RNK-SUC-NO-HALLADA                      VALUE 'N'.
          05 WS-RNK-SUC-TABLA OCCURS 10 TIMES.
             10 WS-RNK-SUC-REGION            PIC X(10).
             10 WS-RNK-SUC-CODIGO            PIC X(01).
             10 WS-RNK-SUC-CANT-ACT          PIC 9(07).
             10 WS-RNK-SUC-IMP-ACT           PIC S9(12)V9(2).
             10 WS-RNK-SUC-CANT-ANT          PIC 9(07).
             10 WS-RNK-SUC-IMP-ANT           PIC S9(12)V9(2).

      *----MAESTRO DE SUCURSALES (SUCMAST): SOLO HACE FALTA LA REGION
      *----DE CADA CODIGO. SIN MAESTRO TODAS LAS SUCURSALES QUEDAN EN
      *----LA MISMA REGION Y EL RANKING SALE COMO SIEMPRE, SIN
      *----SUBTOTALES.
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
             10 WS-SMA-REGION                PIC X(10).
       01 WS-SMA-SIN-REGION                  PIC X(10)     VALUE
                                                     'SIN REGION'.

      *----CORTE DE CONTROL POR REGION SOBRE EL RANKING DE SUCURSALES:
      *----EL PUESTO SE NUMERA DENTRO DE CADA REGION.
       01 WS-REGION-ANT                      PIC X(10)     VALUE SPACES.
       01 WS-RGN-PUESTO                      PIC 9(02)     VALUE 0.
       01 WS-RGN-CANT-ACT                    PIC 9(07)     VALUE 0.
       01 WS-RGN-IMP-ACT                     PIC S9(12)V9(2) VALUE 0.
       01 WS-RGN-CANT-ANT                    PIC 9(07)     VALUE 0.
       01 WS-RGN-IMP-ANT                     PIC S9(12)V9(2) VALUE 0.

      *----ACUMULADOS POR CATEGORIA, MISMO TOPE QUE EL MERGE
       01 WS-MAX-RNK-CATEGORIAS              PIC 9(02)     VALUE 50.
       01 WS-RNK-CAT-CONFIG.
       01 WS-ORD-J                           PIC 9(02)     VALUE 0.
       01 WS-ORD-MAYOR                       PIC 9(02)     VALUE 0.
       01 WS-SUC-SWAP.
          05 WS-SWP-SUC-REGION               PIC X(10).
          05 WS-SWP-SUC-CODIGO               PIC X(01).
          05 WS-SWP-SUC-CANT-ACT             PIC 9(07).
          05 WS-SWP-SUC-IMP-ACT              PIC S9(12)V9(2).
       01 WS-VAR-PCT-ABS                     PIC 9(04)V9(01) VALUE 0.
       01 WS-VAR-EDIT                        PIC ZZZ9,9-.
       01 WS-CANT-MARCADAS                   PIC 9(03)     VALUE 0.
       01 WS-CANT-MARCADAS-ANT               PIC 9(03)     VALUE 0.

      *----CONTROL DE PAGINACION (60 LINEAS UTILES POR CARILLA)
       01 WS-LINEAS-POR-PAGINA               PIC 9(02)     VALUE 60.
             '   UMBRAL: '.
          05 WS-TIT-UMBRAL                   PIC ZZ9.
          05 FILLER                          PIC X(01)     VALUE '%'.
          05 WS-TIT-CRITERIO                 PIC X(22)     VALUE SPACES.

       01 WS-LIN-CABECERA.
          05 FILLER                          PIC X(06)     VALUE
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-RNK-MARCA                    PIC X(24).

       01 WS-LIN-REGION.
          05 FILLER                          PIC X(08)     VALUE
             'REGION: '.
          05 WS-RGN-REGION-LIN               PIC X(10).

       01 WS-LIN-ROTULO                      PIC X(132)    VALUE SPACES.
       01 WS-LIN-BLANCO                      PIC X(132)    VALUE SPACES.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1150-CARGAR-CALFISC
              THRU 1150-CARGAR-CALFISC-EXIT.

           PERFORM 1050-FIJAR-PERIODOS
              THRU 1050-FIJAR-PERIODOS-EXIT.

           PERFORM 1100-CARGAR-SUCMAST
              THRU 1100-CARGAR-SUCMAST-EXIT.

           OPEN INPUT HISTVENT.

           IF NOT FS-HISTVENT-OK
              MOVE WS-PARM-VALOR TO WS-PATH-INFORME
           END-IF.

           DISPLAY 'CL13EJ14_SUCMAST' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-SUCMAST
           END-IF.

           DISPLAY 'CL13EJ14_DESDE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:10) TO WS-CMP-HASTA
           END-IF.

           DISPLAY 'CL13EJ14_CALFISC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CALFISC
           END-IF.

           DISPLAY 'CL13EJ14_PERIODO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:7) TO WS-FIL-PERIODO
           END-IF.

           DISPLAY 'CL13EJ14_SEMANA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:7) TO WS-FIL-SEMANA
           END-IF.

      *----EL PARM LLEGA ALINEADO A IZQUIERDA ('25 ', '5  '): SE
      *----COMPLETA CON CEROS A LA IZQUIERDA ANTES DE CONVERTIRLO,
      *----COMO LOS PARMS NUMERICOS DE CL13EJ07.
           MOVE '/'                    TO WS-FECHA-EMISION(8:1).
           MOVE WS-SIS-DIA             TO WS-FECHA-EMISION(9:2).

           IF WS-FIL-PERIODO NOT = SPACES
              OR WS-FIL-SEMANA NOT = SPACES
              PERFORM 1060-FIJAR-PERIODO-FISCAL
                 THRU 1060-FIJAR-PERIODO-FISCAL-EXIT
           END-IF.

           IF WS-PER-HASTA = SPACES
              MOVE WS-FECHA-EMISION    TO WS-PER-HASTA
           END-IF.

           IF WS-PER-DESDE = SPACES
              IF WS-CAL-ACTIVO
                 PERFORM 1065-FIJAR-INICIO-PERIODO
                    THRU 1065-FIJAR-INICIO-PERIODO-EXIT
              ELSE
                 MOVE WS-PER-HASTA     TO WS-PER-DESDE
                 MOVE '01'             TO WS-PER-DESDE(9:2)
              END-IF
           END-IF.

      *----CON CALENDARIO FISCAL, CADA PUNTA SIN PARM SE LLEVA AL MISMO
      *----DIA DE LA MISMA SEMANA FISCAL DEL EJERCICIO ANTERIOR.
           IF WS-CAL-ACTIVO
              IF WS-CMP-DESDE = SPACES
                 MOVE WS-PER-DESDE     TO WS-CAL-FECHA-BUSCADA
                 PERFORM 1070-FECHA-EJERCICIO-ANT
                    THRU 1070-FECHA-EJERCICIO-ANT-EXIT
                 MOVE WS-CAL-FECHA-EQUIV TO WS-CMP-DESDE
              END-IF
              IF WS-CMP-HASTA = SPACES
                 MOVE WS-PER-HASTA     TO WS-CAL-FECHA-BUSCADA
                 PERFORM 1070-FECHA-EJERCICIO-ANT
                    THRU 1070-FECHA-EJERCICIO-ANT-EXIT
                 MOVE WS-CAL-FECHA-EQUIV TO WS-CMP-HASTA
              END-IF
           END-IF.

      *----SIN PERIODO DE COMPARACION: LAS MISMAS FECHAS DEL ANIO

       1050-FIJAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1060-FIJAR-PERIODO-FISCAL.
      *----UN PERIODO (AAAA/PP) O UNA SEMANA (AAAA/SS) FISCAL COMO
      *----PERIODO ACTUAL, MISMO CRITERIO QUE CL13EJ05. LA COMPARACION
      *----SIGUE PUDIENDO VENIR POR PARM (CL13EJ14_COMPDESDE/HASTA).

           IF WS-CAL-INACTIVO
              DISPLAY 'CL13EJ14_PERIODO Y CL13EJ14_SEMANA REQUIEREN '
                      'EL CALENDARIO FISCAL (CALFISC)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-PER-DESDE NOT = SPACES
              OR WS-PER-HASTA NOT = SPACES
              OR (WS-FIL-PERIODO NOT = SPACES
                  AND WS-FIL-SEMANA NOT = SPACES)
              DISPLAY 'INFORMAR UN SOLO PERIODO ACTUAL: '
                      'CL13EJ14_DESDE/HASTA, CL13EJ14_PERIODO O '
                      'CL13EJ14_SEMANA'
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

           MOVE WS-CAL-FECHA(WS-CAL-PRIMERO) TO WS-PER-DESDE.
           MOVE WS-CAL-FECHA(WS-CAL-ULTIMO)  TO WS-PER-HASTA.

       1060-FIJAR-PERIODO-FISCAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1065-FIJAR-INICIO-PERIODO.
      *----SIN FECHA DESDE: PRIMER DIA DEL PERIODO FISCAL DE LA FECHA
      *----HASTA.

           MOVE WS-PER-HASTA           TO WS-CAL-FECHA-BUSCADA.
           PERFORM 1170-BUSCAR-FECHA-CAL
              THRU 1170-BUSCAR-FECHA-CAL-EXIT.

           IF WS-CAL-NO-HALLADA
              DISPLAY 'LA FECHA ' WS-PER-HASTA
                      ' NO FIGURA EN CALFISC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CAL-ANIO(WS-CAL-IDX)    TO WS-CAL-BUS-ANIO.
           MOVE WS-CAL-PERIODO(WS-CAL-IDX) TO WS-CAL-BUS-PERIODO.
           MOVE 0                          TO WS-CAL-BUS-SEMANA.
           PERFORM 1180-BUSCAR-RANGO-CAL
              THRU 1180-BUSCAR-RANGO-CAL-EXIT.

           MOVE WS-CAL-FECHA(WS-CAL-PRIMERO) TO WS-PER-DESDE.

       1065-FIJAR-INICIO-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1070-FECHA-EJERCICIO-ANT.
      *----DEVUELVE EN WS-CAL-FECHA-EQUIV EL DIA QUE OCUPA LA MISMA
      *----POSICION DENTRO DE LA MISMA SEMANA FISCAL DEL EJERCICIO
      *----ANTERIOR: ASI UN SABADO SE COMPARA CONTRA UN SABADO Y LA
      *----SEMANA 12 CONTRA LA SEMANA 12. LA SEMANA 53 DE UN EJERCICIO
      *----LARGO SE COMPARA CONTRA LA ULTIMA SEMANA DEL ANTERIOR.

           PERFORM 1170-BUSCAR-FECHA-CAL
              THRU 1170-BUSCAR-FECHA-CAL-EXIT.

           IF WS-CAL-NO-HALLADA
              DISPLAY 'LA FECHA ' WS-CAL-FECHA-BUSCADA
                      ' NO FIGURA EN CALFISC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CAL-IDX                 TO WS-CAL-IDX-FECHA.
           MOVE WS-CAL-ANIO(WS-CAL-IDX-FECHA)   TO WS-CAL-BUS-ANIO.
           MOVE 0                          TO WS-CAL-BUS-PERIODO.
           MOVE WS-CAL-SEMANA(WS-CAL-IDX-FECHA) TO WS-CAL-BUS-SEMANA.
           PERFORM 1180-BUSCAR-RANGO-CAL
              THRU 1180-BUSCAR-RANGO-CAL-EXIT.

           COMPUTE WS-CAL-DESPLAZAMIENTO = WS-CAL-IDX-FECHA
                                         - WS-CAL-PRIMERO.

           SUBTRACT 1 FROM WS-CAL-BUS-ANIO.
           PERFORM 1180-BUSCAR-RANGO-CAL
              THRU 1180-BUSCAR-RANGO-CAL-EXIT.

           IF WS-CAL-PRIMERO = 0
              AND WS-CAL-BUS-SEMANA = 53
              MOVE 52 TO WS-CAL-BUS-SEMANA
              PERFORM 1180-BUSCAR-RANGO-CAL
                 THRU 1180-BUSCAR-RANGO-CAL-EXIT
           END-IF.

           IF WS-CAL-PRIMERO = 0
              DISPLAY 'CALFISC NO TRAE LA SEMANA ' WS-CAL-BUS-SEMANA
                      ' DEL EJERCICIO ' WS-CAL-BUS-ANIO
                      ' PARA COMPARAR CONTRA ' WS-CAL-FECHA-BUSCADA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           COMPUTE WS-CAL-IDX = WS-CAL-PRIMERO
                              + WS-CAL-DESPLAZAMIENTO.
           IF WS-CAL-IDX > WS-CAL-ULTIMO
              MOVE WS-CAL-ULTIMO TO WS-CAL-IDX
           END-IF.

           MOVE WS-CAL-FECHA(WS-CAL-IDX) TO WS-CAL-FECHA-EQUIV.

       1070-FECHA-EJERCICIO-ANT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-SUCMAST.

           OPEN INPUT SUCMAST.

           EVALUATE FS-SUCMAST
               WHEN '00'
                    PERFORM 1110-LEER-REG-SUCMAST
                       THRU 1110-LEER-REG-SUCMAST-EXIT
                       UNTIL NOT FS-SUCMAST-OK
                          OR WS-SMA-CANT = WS-MAX-SUC-MAESTRO

                    IF WS-SMA-CANT = WS-MAX-SUC-MAESTRO
                       READ SUCMAST
                       IF FS-SUCMAST-OK
                          DISPLAY 'SUCMAST TIENE MAS SUCURSALES QUE '
                                  'SLOTS DISPONIBLES'
                          DISPLAY 'SLOTS DISPONIBLES '
                                  '(WS-MAX-SUC-MAESTRO): '
                                  WS-MAX-SUC-MAESTRO
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
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

       1100-CARGAR-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REG-SUCMAST.

           READ SUCMAST.

           IF FS-SUCMAST-OK
              ADD 1                  TO WS-SMA-CANT
              MOVE SMA-CODIGO        TO WS-SMA-CODIGO(WS-SMA-CANT)
              MOVE SMA-REGION        TO WS-SMA-REGION(WS-SMA-CANT)
              IF SMA-REGION = SPACES
                 MOVE WS-SMA-SIN-REGION TO WS-SMA-REGION(WS-SMA-CANT)
              END-IF
           END-IF.

       1110-LEER-REG-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-CALFISC.
      *----MISMA CARGA QUE CL13EJ05: SIN ARCHIVO SE AVISA Y SE SIGUE
      *----POR MES CALENDARIO; MAL FORMADO O DESBORDADO ES ERROR.

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
                            'PERIODOS SON POR MES CALENDARIO'
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
              MOVE WS-RNK-SUC-CANT TO WS-RNK-SUC-IDX
              MOVE HIST-SUCURSAL
                TO WS-RNK-SUC-CODIGO(WS-RNK-SUC-IDX)
              PERFORM 2126-UBICAR-REGION
                 THRU 2126-UBICAR-REGION-EXIT
              MOVE 0 TO WS-RNK-SUC-CANT-ACT(WS-RNK-SUC-IDX)
              MOVE 0 TO WS-RNK-SUC-IMP-ACT(WS-RNK-SUC-IDX)
              MOVE 0 TO WS-RNK-SUC-CANT-ANT(WS-RNK-SUC-IDX)

       2125-BUSCAR-SUCURSAL-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2126-UBICAR-REGION.
      *----REGION DE LA SUCURSAL RECIEN DADA DE ALTA SEGUN EL MAESTRO;
      *----EL REINGRESO 'R' O UN CODIGO FUERA DEL MAESTRO VAN A
      *----'SIN REGION'.

           SET WS-SMA-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-SMA-IDX.

           PERFORM 2127-BUSCAR-REGION-IDX
              THRU 2127-BUSCAR-REGION-IDX-EXIT
              UNTIL WS-SMA-IDX > WS-SMA-CANT
                 OR WS-SMA-HALLADA.

           IF WS-SMA-HALLADA
              MOVE WS-SMA-REGION(WS-SMA-IDX)
                TO WS-RNK-SUC-REGION(WS-RNK-SUC-IDX)
           ELSE
              MOVE WS-SMA-SIN-REGION
                TO WS-RNK-SUC-REGION(WS-RNK-SUC-IDX)
           END-IF.

       2126-UBICAR-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2127-BUSCAR-REGION-IDX.

           IF WS-SMA-CODIGO(WS-SMA-IDX) EQUAL HIST-SUCURSAL
              SET WS-SMA-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-SMA-IDX
           END-IF.

       2127-BUSCAR-REGION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2130-ACUMULAR-CATEGORIA-ACT.

      *----------------------------------------------------------------*
       3010-ORDENAR-SUC-I.
      *----SELECCION DIRECTA: BUSCA EL MAYOR IMPORTE ACTUAL ENTRE LOS
      *----SLOTS RESTANTES Y LO LLEVA A LA POSICION EN CURSO. LA
      *----REGION MANDA ANTES QUE EL IMPORTE, ASI CADA REGION QUEDA
      *----JUNTA CON SU PROPIO RANKING.

           MOVE WS-ORD-I TO WS-ORD-MAYOR.
           COMPUTE WS-ORD-J = WS-ORD-I + 1.
      *----------------------------------------------------------------*
       3011-BUSCAR-MAYOR-SUC.

           IF WS-RNK-SUC-REGION(WS-ORD-J) <
              WS-RNK-SUC-REGION(WS-ORD-MAYOR)
              OR (WS-RNK-SUC-REGION(WS-ORD-J) =
                  WS-RNK-SUC-REGION(WS-ORD-MAYOR)
                  AND WS-RNK-SUC-IMP-ACT(WS-ORD-J) >
                      WS-RNK-SUC-IMP-ACT(WS-ORD-MAYOR))
              MOVE WS-ORD-J TO WS-ORD-MAYOR
           END-IF.
           ADD 1 TO WS-ORD-J.
              THRU 4100-GRABAR-LINEA-SUCURSAL-EXIT
              UNTIL WS-RNK-SUC-IDX > WS-RNK-SUC-CANT.

           IF WS-SMA-ACTIVO AND WS-RNK-SUC-CANT > 0
              PERFORM 4150-GRABAR-SUBTOTAL-REGION
                 THRU 4150-GRABAR-SUBTOTAL-REGION-EXIT
           END-IF.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-LINEA-SUCURSAL.

      *----QUIEBRE DE REGION: CIERRA LA ANTERIOR, ROTULA LA NUEVA Y
      *----REINICIA LA NUMERACION DEL PUESTO.
           IF WS-SMA-ACTIVO
              IF WS-RNK-SUC-IDX = 1
                 OR WS-RNK-SUC-REGION(WS-RNK-SUC-IDX)
                    NOT EQUAL WS-REGION-ANT
                 IF WS-RNK-SUC-IDX > 1
                    PERFORM 4150-GRABAR-SUBTOTAL-REGION
                       THRU 4150-GRABAR-SUBTOTAL-REGION-EXIT
                 END-IF
                 MOVE WS-RNK-SUC-REGION(WS-RNK-SUC-IDX)
                                      TO WS-REGION-ANT
                 MOVE WS-REGION-ANT   TO WS-RGN-REGION-LIN
                 MOVE WS-LIN-REGION   TO REG-INFORME
                 PERFORM 6100-GRABAR-LINEA
                    THRU 6100-GRABAR-LINEA-EXIT
                 MOVE 0               TO WS-RGN-PUESTO
              END-IF
              ADD 1                   TO WS-RGN-PUESTO
              MOVE WS-RGN-PUESTO      TO WS-RNK-NRO
           ELSE
              MOVE WS-RNK-SUC-IDX     TO WS-RNK-NRO
           END-IF.

           ADD WS-RNK-SUC-CANT-ACT(WS-RNK-SUC-IDX) TO WS-RGN-CANT-ACT.
           ADD WS-RNK-SUC-IMP-ACT(WS-RNK-SUC-IDX)  TO WS-RGN-IMP-ACT.
           ADD WS-RNK-SUC-CANT-ANT(WS-RNK-SUC-IDX) TO WS-RGN-CANT-ANT.
           ADD WS-RNK-SUC-IMP-ANT(WS-RNK-SUC-IDX)  TO WS-RGN-IMP-ANT.

           MOVE SPACES                TO WS-RNK-CLAVE.
           MOVE WS-RNK-SUC-CODIGO(WS-RNK-SUC-IDX)
                                      TO WS-RNK-CLAVE(1:1).

       4100-GRABAR-LINEA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4150-GRABAR-SUBTOTAL-REGION.
      *----SUBTOTAL DE LA REGION QUE SE CIERRA, CON SU PROPIA VARIACION
      *----Y MARCA: UNA REGION ENTERA QUE CAE TAMBIEN ES NOTICIA. LA
      *----MARCA DEL SUBTOTAL NO SUMA A LAS FILAS SOBRE EL UMBRAL, QUE
      *----CUENTAN SOLO SUCURSALES Y CATEGORIAS.

           MOVE 0                     TO WS-RNK-NRO.
           MOVE WS-REGION-ANT         TO WS-RNK-CLAVE.
           MOVE WS-RGN-CANT-ACT       TO WS-RNK-CANT-ACT-ED.
           MOVE WS-RGN-IMP-ACT        TO WS-RNK-IMP-ACT-ED.
           MOVE WS-RGN-CANT-ANT       TO WS-RNK-CANT-ANT-ED.
           MOVE WS-RGN-IMP-ANT        TO WS-RNK-IMP-ANT-ED.

           MOVE WS-RGN-IMP-ACT        TO WS-VAR-IMP-ACT.
           MOVE WS-RGN-IMP-ANT        TO WS-VAR-IMP-ANT.
           MOVE WS-CANT-MARCADAS      TO WS-CANT-MARCADAS-ANT.
           PERFORM 5000-CALCULAR-VARIACION
              THRU 5000-CALCULAR-VARIACION-EXIT.
           MOVE WS-CANT-MARCADAS-ANT  TO WS-CANT-MARCADAS.

           MOVE WS-LIN-RANKING        TO REG-INFORME.
           MOVE 'SUBT'                TO REG-INFORME(1:4).
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 0                     TO WS-RGN-CANT-ACT.
           MOVE 0                     TO WS-RGN-IMP-ACT.
           MOVE 0                     TO WS-RGN-CANT-ANT.
           MOVE 0                     TO WS-RGN-IMP-ANT.

       4150-GRABAR-SUBTOTAL-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-GRABAR-LINEA-CATEGORIA.

           MOVE WS-CMP-DESDE          TO WS-CMP-TIT-DESDE.
           MOVE WS-CMP-HASTA          TO WS-CMP-TIT-HASTA.
           MOVE WS-UMBRAL-PCT         TO WS-TIT-UMBRAL.
           IF WS-CAL-ACTIVO
              MOVE '   CALENDARIO FISCAL' TO WS-TIT-CRITERIO
           END-IF.
           MOVE WS-LIN-PERIODOS       TO REG-INFORME.
           WRITE REG-INFORME.

