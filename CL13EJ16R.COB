      *----------------------------------------------------------------*
      *      Presupuesto contra real del mes por sucursal y categoria
      *----------------------------------------------------------------*
      *----CRUZA LOS OBJETIVOS MENSUALES DE VENTA QUE FIJA LA
      *----DIRECCION (PRESUPUE.TXT, POR SUCURSAL Y POR CATEGORIA)
      *----CONTRA LO VENDIDO EN EL MES SEGUN EL HISTORICO INDEXADO
      *----CARGADO POR CL13EJ04. POR CADA SUCURSAL Y CATEGORIA MUESTRA
      *----EL REAL ACUMULADO DEL MES, EL PRESUPUESTO, EL PORCENTAJE
      *----LOGRADO, LO QUE FALTA VENDER POR DIA EN LOS DIAS QUE QUEDAN
      *----PARA LLEGAR AL OBJETIVO Y LA PROYECCION A FIN DE MES AL
      *----RITMO DIARIO ACTUAL. LAS FILAS CUYA PROYECCION QUEDA POR
      *----DEBAJO DEL PRESUPUESTO EN MAS QUE EL UMBRAL CONFIGURADO SE
      *----MARCAN CON '*'. SIN PARMS, EL MES ES EL DE LA FECHA DEL
      *----SISTEMA Y EL CORTE ES LA ULTIMA FECHA DEL MES YA CARGADA EN
      *----EL HISTORICO, PARA QUE EL RITMO NO SE DILUYA CON UN DIA
      *----TODAVIA SIN CARGAR. MISMAS CONVENCIONES DE IMPRESION DE 132
      *----COLUMNAS Y PAGINADO QUE CL13EJ06.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTVENT
           ASSIGN TO WS-PATH-HISTVENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CLAVE
           FILE STATUS IS FS-HISTVENT.

       SELECT PRESUPUE
           ASSIGN TO WS-PATH-PRESUPUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESUPUE.

       SELECT INFORME
           ASSIGN TO WS-PATH-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       DATA DIVISION.

       FILE SECTION.

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

      *----OBJETIVOS MENSUALES: UNA LINEA POR PERIODO (AAAA/MM) Y
      *----SUCURSAL ('S', CODIGO EN LA PRIMERA POSICION DE LA CLAVE) O
      *----CATEGORIA ('C'). EL ARCHIVO PUEDE TRAER VARIOS MESES; SOLO
      *----SE TOMAN LAS LINEAS DEL MES INFORMADO.
       FD PRESUPUE.
       01 REG-PRESUPUESTO.
          05 PRS-PERIODO                   PIC X(07).
          05 FILLER                        PIC X(01).
          05 PRS-TIPO                      PIC X(01).
             88 PRS-TIPO-SUCURSAL          VALUE 'S'.
             88 PRS-TIPO-CATEGORIA         VALUE 'C'.
          05 FILLER                        PIC X(01).
          05 PRS-CLAVE                     PIC X(10).
          05 FILLER                        PIC X(01).
          05 PRS-OBJETIVO                  PIC 9(10)V9(2).

       FD INFORME.
       01 REG-INFORME                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-HISTVENT                     PIC X(2).
             88 FS-HISTVENT-OK               VALUE '00'.
             88 FS-HISTVENT-EOF              VALUE '10'.
          05 FS-PRESUPUE                     PIC X(2).
             88 FS-PRESUPUE-OK               VALUE '00'.
             88 FS-PRESUPUE-EOF              VALUE '10'.
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-HISTVENT                PIC X(60)     VALUE
                                                 '../HISTVENT.DAT'.
          05 WS-PATH-PRESUPUE                PIC X(60)     VALUE
                                                 '../PRESUPUE.TXT'.
          05 WS-PATH-INFORME                 PIC X(60)     VALUE
                                                 '../PRESREAL.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

      *----FECHA DE CORTE (AAAA/MM/DD). CON PARM, FIJA EL MES Y LOS
      *----DIAS TRANSCURRIDOS; SIN PARM, EL MES ES EL DEL SISTEMA Y EL
      *----CORTE LA ULTIMA FECHA DEL MES PRESENTE EN EL HISTORICO.
       01 WS-FECHA-CORTE                     PIC X(10)     VALUE SPACES.
       01 WS-CORTE-INFORMADO-SW              PIC X(01)     VALUE 'N'.
          88 WS-CORTE-INFORMADO                            VALUE 'S'.
          88 WS-CORTE-NO-INFORMADO                         VALUE 'N'.
       01 WS-PERIODO                         PIC X(07)     VALUE SPACES.
       01 WS-MES-DESDE                       PIC X(10)     VALUE SPACES.
       01 WS-MES-HASTA                       PIC X(10)     VALUE SPACES.
       01 WS-ULTIMA-FECHA-HIST               PIC X(10)     VALUE SPACES.

      *----UMBRAL DE FALTANTE PROYECTADO EN PORCENTAJE DEL PRESUPUESTO
       01 WS-UMBRAL-PCT                      PIC 9(03)     VALUE 10.
       01 WS-NUM-EDIT                        PIC X(03)     VALUE SPACES.

       01 WS-FECHA-SISTEMA                   PIC 9(08)     VALUE 0.
       01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
          05 WS-SIS-ANIO                     PIC 9(04).
          05 WS-SIS-MES                      PIC 9(02).
          05 WS-SIS-DIA                      PIC 9(02).
       01 WS-FECHA-EMISION                   PIC X(10)     VALUE SPACES.

      *----CALENDARIO DEL MES: DIAS DEL MES (CON BISIESTO), DIAS YA
      *----TRANSCURRIDOS HASTA EL CORTE Y DIAS QUE QUEDAN.
       01 WS-CAL-ANIO                        PIC 9(04)     VALUE 0.
       01 WS-CAL-MES                         PIC 9(02)     VALUE 0.
       01 WS-CAL-COCIENTE                    PIC 9(04)     VALUE 0.
       01 WS-CAL-RESTO-4                     PIC 9(04)     VALUE 0.
       01 WS-CAL-RESTO-100                   PIC 9(04)     VALUE 0.
       01 WS-CAL-RESTO-400                   PIC 9(04)     VALUE 0.
       01 WS-DIAS-MES                        PIC 9(02)     VALUE 0.
       01 WS-DIAS-TRANSCURRIDOS              PIC 9(02)     VALUE 0.
       01 WS-DIAS-RESTANTES                  PIC 9(02)     VALUE 0.

       01 WS-FIN-SCAN-SW                     PIC X(01)     VALUE 'N'.
          88 WS-FIN-SCAN                                   VALUE 'S'.
          88 WS-SIGUE-SCAN                                 VALUE 'N'.

      *----CLAVE DE BUSQUEDA COMUN A LA CARGA DEL PRESUPUESTO Y AL
      *----RECORRIDO DEL HISTORICO
       01 WS-CLAVE-BUSCADA                   PIC X(10)     VALUE SPACES.

      *----REAL Y PRESUPUESTO POR SUCURSAL. EL REINGRESO 'R' OCUPA SU
      *----PROPIA FILA, COMO EN TOTSALID.
       01 WS-MAX-PPT-SUCURSALES              PIC 9(02)     VALUE 10.
       01 WS-PPT-SUC-CONFIG.
          05 WS-PPT-SUC-CANT                 PIC 9(02)     VALUE 0.
          05 WS-PPT-SUC-IDX                  PIC 9(02)     VALUE 0.
          05 WS-PPT-SUC-HALLADA-SW           PIC X(01)     VALUE 'N'.
             88 WS-PPT-SUC-HALLADA                         VALUE 'S'.
             88 WS-PPT-SUC-NO-HALLADA                      VALUE 'N'.
          05 WS-PPT-SUC-TABLA OCCURS 10 TIMES.
             10 WS-PPT-SUC-CODIGO            PIC X(01).
             10 WS-PPT-SUC-TIENE-OBJ-SW      PIC X(01).
                88 WS-PPT-SUC-TIENE-OBJ                    VALUE 'S'.
             10 WS-PPT-SUC-OBJETIVO          PIC S9(12)V9(2).
             10 WS-PPT-SUC-REAL              PIC S9(12)V9(2).

      *----REAL Y PRESUPUESTO POR CATEGORIA, MISMO TOPE QUE EL MERGE
       01 WS-MAX-PPT-CATEGORIAS              PIC 9(02)     VALUE 50.
       01 WS-PPT-CAT-CONFIG.
          05 WS-PPT-CAT-CANT                 PIC 9(02)     VALUE 0.
          05 WS-PPT-CAT-IDX                  PIC 9(02)     VALUE 0.
          05 WS-PPT-CAT-HALLADA-SW           PIC X(01)     VALUE 'N'.
             88 WS-PPT-CAT-HALLADA                         VALUE 'S'.
             88 WS-PPT-CAT-NO-HALLADA                      VALUE 'N'.
          05 WS-PPT-CAT-TABLA OCCURS 50 TIMES.
             10 WS-PPT-CAT-CATEGORIA         PIC X(10).
             10 WS-PPT-CAT-TIENE-OBJ-SW      PIC X(01).
                88 WS-PPT-CAT-TIENE-OBJ                    VALUE 'S'.
             10 WS-PPT-CAT-OBJETIVO          PIC S9(12)V9(2).
             10 WS-PPT-CAT-REAL              PIC S9(12)V9(2).

       01 WS-CANT-PRESUPUESTOS               PIC 9(05)     VALUE 0.
       01 WS-CANT-PRS-DESCARTADOS            PIC 9(05)     VALUE 0.

      *----TOTALES DE LA SECCION EN CURSO (SUCURSALES O CATEGORIAS)
       01 WS-TOT-OBJETIVO                    PIC S9(12)V9(2) VALUE 0.
       01 WS-TOT-REAL                        PIC S9(12)V9(2) VALUE 0.

      *----CALCULO DE LA FILA EN CURSO
       01 WS-CALC-TIENE-OBJ-SW               PIC X(01)     VALUE 'N'.
          88 WS-CALC-TIENE-OBJ                             VALUE 'S'.
       01 WS-CALC-TOTAL-SW                   PIC X(01)     VALUE 'N'.
          88 WS-CALC-ES-TOTAL                              VALUE 'S'.
          88 WS-CALC-ES-DETALLE                            VALUE 'N'.
       01 WS-CALC-OBJETIVO                   PIC S9(12)V9(2) VALUE 0.
       01 WS-CALC-REAL                       PIC S9(12)V9(2) VALUE 0.
       01 WS-CALC-FALTANTE                   PIC S9(12)V9(2) VALUE 0.
       01 WS-CALC-FALTA-DIA                  PIC S9(12)V9(2) VALUE 0.
       01 WS-CALC-PROYECCION                 PIC S9(12)V9(2) VALUE 0.
       01 WS-CALC-LOGRO-PCT                  PIC S9(04)V9(01) VALUE 0.
       01 WS-CALC-DESVIO-PCT                 PIC S9(04)V9(01) VALUE 0.
       01 WS-CALC-PCT-EDIT                   PIC ZZZ9,9-.
       01 WS-CANT-MARCADAS                   PIC 9(03)     VALUE 0.

      *----CONTROL DE PAGINACION (60 LINEAS UTILES POR CARILLA)
       01 WS-LINEAS-POR-PAGINA               PIC 9(02)     VALUE 60.
       01 WS-LINEA-ACTUAL                    PIC 9(02)     VALUE 99.
       01 WS-PAGINA                          PIC 9(04)     VALUE 0.

      *----LINEAS DEL LISTADO
       01 WS-LIN-TITULO.
          05 FILLER                          PIC X(42)     VALUE
             'PRESUPUESTO CONTRA REAL DEL MES - SUCURSAL'.
          05 FILLER                          PIC X(17)     VALUE
             'ES Y CATEGORIAS  '.
          05 FILLER                          PIC X(18)     VALUE SPACES.
          05 FILLER                          PIC X(09)     VALUE
             'EMITIDO: '.
          05 WS-TIT-EMISION                  PIC X(10).
          05 FILLER                          PIC X(05)     VALUE
             ' PAG.'.
          05 WS-TIT-PAGINA                   PIC ZZZ9.

       01 WS-LIN-PERIODOS.
          05 FILLER                          PIC X(09)     VALUE
             'PERIODO: '.
          05 WS-PER-TIT-PERIODO              PIC X(07).
          05 FILLER                          PIC X(13)     VALUE
             '   CORTE AL: '.
          05 WS-PER-TIT-CORTE                PIC X(10).
          05 FILLER                          PIC X(17)     VALUE
             '   DIAS CORRIDOS '.
          05 WS-PER-TIT-TRANSC               PIC Z9.
          05 FILLER                          PIC X(04)     VALUE
             ' DE '.
          05 WS-PER-TIT-DIAS-MES             PIC Z9.
          05 FILLER                          PIC X(11)     VALUE
             '   QUEDAN: '.
          05 WS-PER-TIT-RESTANTES            PIC Z9.
          05 FILLER                          PIC X(11)     VALUE
             '   UMBRAL: '.
          05 WS-TIT-UMBRAL                   PIC ZZ9.
          05 FILLER                          PIC X(01)     VALUE '%'.

       01 WS-LIN-CABECERA.
          05 FILLER                          PIC X(13)     VALUE
             ' CLAVE       '.
          05 FILLER                          PIC X(21)     VALUE
             '     REAL ACUMULADO  '.
          05 FILLER                          PIC X(21)     VALUE
             '        PRESUPUESTO  '.
          05 FILLER                          PIC X(09)     VALUE
             ' LOGRO%  '.
          05 FILLER                          PIC X(21)     VALUE
             '      FALTA POR DIA  '.
          05 FILLER                          PIC X(21)     VALUE
             '   PROYECCION F.MES  '.
          05 FILLER                          PIC X(09)     VALUE
             ' DESV.%  '.
          05 FILLER                          PIC X(05)     VALUE
             'MARCA'.

       01 WS-LIN-DETALLE.
          05 FILLER                          PIC X(01)     VALUE SPACES.
          05 WS-DET-CLAVE                    PIC X(10).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-REAL-ED                  PIC
             ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-OBJETIVO-ED              PIC
             ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-LOGRO                    PIC X(07).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-FALTA-DIA-ED             PIC
             ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-PROYECCION-ED            PIC
             ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-DESVIO                   PIC X(07).
          05 FILLER                          PIC X(02)     VALUE SPACES.
          05 WS-DET-MARCA                    PIC X(15).

       01 WS-LIN-ROTULO                      PIC X(132)    VALUE SPACES.
       01 WS-LIN-BLANCO                      PIC X(132)    VALUE SPACES.

      *----LINEA EN TRANSITO DURANTE EL CAMBIO DE CARILLA, COMO EN
      *----CL13EJ06
       01 WS-LIN-PENDIENTE                   PIC X(132)    VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 1500-CARGAR-PRESUPUESTO
              THRU 1500-CARGAR-PRESUPUESTO-EXIT.

           PERFORM 2000-RECORRER-HISTORIA
              THRU 2000-RECORRER-HISTORIA-EXIT.

           PERFORM 3000-FIJAR-DIAS
              THRU 3000-FIJAR-DIAS-EXIT.

           PERFORM 4000-GRABAR-INFORME
              THRU 4000-GRABAR-INFORME-EXIT.

           PERFORM 8000-CERRAR-ARCHIVOS
              THRU 8000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY 'PRESUPUESTO CONTRA REAL GENERADO EN '
                   WS-PATH-INFORME.
           DISPLAY 'PERIODO / CORTE: ' WS-PERIODO ' AL '
                   WS-FECHA-CORTE.
           DISPLAY 'LINEAS DE PRESUPUESTO DEL MES: '
                   WS-CANT-PRESUPUESTOS.
           DISPLAY 'LINEAS DE PRESUPUESTO DESCARTADAS: '
                   WS-CANT-PRS-DESCARTADOS.
           DISPLAY 'PAGINAS EMITIDAS: ' WS-PAGINA.
           DISPLAY 'FILAS PROYECTADAS BAJO EL UMBRAL: '
                   WS-CANT-MARCADAS.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1050-FIJAR-PERIODO
              THRU 1050-FIJAR-PERIODO-EXIT.

           OPEN INPUT HISTVENT.

           IF NOT FS-HISTVENT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTVENT'
              DISPLAY 'FILE STATUS: ' FS-HISTVENT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----SIN PRESUPUESTO NO HAY NADA CONTRA QUE COMPARAR: A
      *----DIFERENCIA DE LOS INSUMOS DE CONTROL DEL MERGE, ACA LA
      *----FALTA DEL ARCHIVO ES UN ERROR.
           OPEN INPUT PRESUPUE.

           IF NOT FS-PRESUPUE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRESUPUESTO'
              DISPLAY 'FILE STATUS: ' FS-PRESUPUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

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

           DISPLAY 'CL13EJ16_HISTVENT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-HISTVENT
           END-IF.

           DISPLAY 'CL13EJ16_PRESUPUE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRESUPUE
           END-IF.

           DISPLAY 'CL13EJ16_INFORME' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-INFORME
           END-IF.

           DISPLAY 'CL13EJ16_FECHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:10) TO WS-FECHA-CORTE
              SET WS-CORTE-INFORMADO TO TRUE
           END-IF.

      *----EL PARM LLEGA ALINEADO A IZQUIERDA ('25 ', '5  '): SE
      *----COMPLETA CON CEROS A LA IZQUIERDA ANTES DE CONVERTIRLO,
      *----COMO LOS PARMS NUMERICOS DE CL13EJ07.
           DISPLAY 'CL13EJ16_UMBRAL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           EVALUATE TRUE
               WHEN WS-PARM-VALOR(1:3) IS NUMERIC
                    MOVE WS-PARM-VALOR(1:3) TO WS-UMBRAL-PCT
               WHEN WS-PARM-VALOR(1:2) IS NUMERIC
                AND WS-PARM-VALOR(3:1) = SPACE
                    MOVE '0'                TO WS-NUM-EDIT(1:1)
                    MOVE WS-PARM-VALOR(1:2) TO WS-NUM-EDIT(2:2)
                    MOVE WS-NUM-EDIT        TO WS-UMBRAL-PCT
               WHEN WS-PARM-VALOR(1:1) IS NUMERIC
                AND WS-PARM-VALOR(2:1) = SPACE
                    MOVE '00'               TO WS-NUM-EDIT(1:2)
                    MOVE WS-PARM-VALOR(1:1) TO WS-NUM-EDIT(3:1)
                    MOVE WS-NUM-EDIT        TO WS-UMBRAL-PCT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-FIJAR-PERIODO.
      *----FIJA EL MES A INFORMAR Y LOS LIMITES DEL RECORRIDO. CON
      *----CORTE INFORMADO, EL RECORRIDO VA DEL 01 AL CORTE; SIN EL,
      *----DEL 01 A LA FECHA DEL SISTEMA.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-SIS-ANIO            TO WS-FECHA-EMISION(1:4).
           MOVE '/'                    TO WS-FECHA-EMISION(5:1).
           MOVE WS-SIS-MES             TO WS-FECHA-EMISION(6:2).
           MOVE '/'                    TO WS-FECHA-EMISION(8:1).
           MOVE WS-SIS-DIA             TO WS-FECHA-EMISION(9:2).

           IF WS-CORTE-INFORMADO
              IF WS-FECHA-CORTE(1:4) IS NOT NUMERIC
                 OR WS-FECHA-CORTE(6:2) IS NOT NUMERIC
                 OR WS-FECHA-CORTE(9:2) IS NOT NUMERIC
                 OR WS-FECHA-CORTE(5:1) NOT = '/'
                 OR WS-FECHA-CORTE(8:1) NOT = '/'
                 OR WS-FECHA-CORTE(6:2) < '01'
                 OR WS-FECHA-CORTE(6:2) > '12'
                 OR WS-FECHA-CORTE(9:2) < '01'
                 DISPLAY 'FECHA DE CORTE INVALIDA: ' WS-FECHA-CORTE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-FECHA-CORTE      TO WS-MES-HASTA
           ELSE
              MOVE WS-FECHA-EMISION    TO WS-MES-HASTA
           END-IF.

           MOVE WS-MES-HASTA(1:7)      TO WS-PERIODO.
           MOVE WS-MES-HASTA           TO WS-MES-DESDE.
           MOVE '01'                   TO WS-MES-DESDE(9:2).

           MOVE WS-PERIODO(1:4)        TO WS-CAL-ANIO.
           MOVE WS-PERIODO(6:2)        TO WS-CAL-MES.

           PERFORM 1060-CALCULAR-DIAS-MES
              THRU 1060-CALCULAR-DIAS-MES-EXIT.

           IF WS-CORTE-INFORMADO
              MOVE WS-FECHA-CORTE(9:2) TO WS-DIAS-TRANSCURRIDOS
           END-IF.

           IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-MES
              DISPLAY 'FECHA DE CORTE INVALIDA: ' WS-FECHA-CORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1050-FIJAR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1060-CALCULAR-DIAS-MES.
      *----FEBRERO TIENE 29 DIAS EN LOS ANIOS DIVISIBLES POR 4, SALVO
      *----LOS SECULARES NO DIVISIBLES POR 400.

           EVALUATE WS-CAL-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30 TO WS-DIAS-MES
               WHEN 2
                    DIVIDE WS-CAL-ANIO BY 4
                       GIVING WS-CAL-COCIENTE
                       REMAINDER WS-CAL-RESTO-4
                    DIVIDE WS-CAL-ANIO BY 100
                       GIVING WS-CAL-COCIENTE
                       REMAINDER WS-CAL-RESTO-100
                    DIVIDE WS-CAL-ANIO BY 400
                       GIVING WS-CAL-COCIENTE
                       REMAINDER WS-CAL-RESTO-400
                    IF WS-CAL-RESTO-4 = 0
                       AND (WS-CAL-RESTO-100 NOT = 0
                            OR WS-CAL-RESTO-400 = 0)
                       MOVE 29 TO WS-DIAS-MES
                    ELSE
                       MOVE 28 TO WS-DIAS-MES
                    END-IF
               WHEN OTHER
                    MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

       1060-CALCULAR-DIAS-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-CARGAR-PRESUPUESTO.
      *----CARGA LAS LINEAS DEL MES. CADA OBJETIVO ABRE SU FILA EN LA
      *----TABLA AUNQUE LA SUCURSAL O CATEGORIA NO VENDA NADA EN EL
      *----MES: UN OBJETIVO SIN VENTAS ES JUSTAMENTE LO QUE HAY QUE VER.

           PERFORM 1510-LEER-PRESUPUESTO
              THRU 1510-LEER-PRESUPUESTO-EXIT
              UNTIL NOT FS-PRESUPUE-OK.

           CLOSE PRESUPUE.

       1500-CARGAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-PRESUPUESTO.

           READ PRESUPUE.

           IF NOT FS-PRESUPUE-OK
              GO TO 1510-LEER-PRESUPUESTO-EXIT
           END-IF.

           IF PRS-PERIODO NOT = WS-PERIODO
              GO TO 1510-LEER-PRESUPUESTO-EXIT
           END-IF.

           IF PRS-OBJETIVO IS NOT NUMERIC
              OR PRS-CLAVE = SPACES
              OR (NOT PRS-TIPO-SUCURSAL AND NOT PRS-TIPO-CATEGORIA)
              DISPLAY 'AVISO: LINEA DE PRESUPUESTO INVALIDA, SE '
                      'DESCARTA: ' REG-PRESUPUESTO
              ADD 1 TO WS-CANT-PRS-DESCARTADOS
              GO TO 1510-LEER-PRESUPUESTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PRESUPUESTOS.
           MOVE PRS-CLAVE              TO WS-CLAVE-BUSCADA.

           IF PRS-TIPO-SUCURSAL
              PERFORM 2120-UBICAR-SUCURSAL
                 THRU 2120-UBICAR-SUCURSAL-EXIT
              IF WS-PPT-SUC-TIENE-OBJ(WS-PPT-SUC-IDX)
                 DISPLAY 'AVISO: PRESUPUESTO DUPLICADO PARA LA '
                         'SUCURSAL ' PRS-CLAVE(1:1)
                         ' - SE TOMA EL ULTIMO'
              END-IF
              MOVE 'S' TO WS-PPT-SUC-TIENE-OBJ-SW(WS-PPT-SUC-IDX)
              MOVE PRS-OBJETIVO
                TO WS-PPT-SUC-OBJETIVO(WS-PPT-SUC-IDX)
           ELSE
              PERFORM 2140-UBICAR-CATEGORIA
                 THRU 2140-UBICAR-CATEGORIA-EXIT
              IF WS-PPT-CAT-TIENE-OBJ(WS-PPT-CAT-IDX)
                 DISPLAY 'AVISO: PRESUPUESTO DUPLICADO PARA LA '
                         'CATEGORIA ' PRS-CLAVE
                         ' - SE TOMA EL ULTIMO'
              END-IF
              MOVE 'S' TO WS-PPT-CAT-TIENE-OBJ-SW(WS-PPT-CAT-IDX)
              MOVE PRS-OBJETIVO
                TO WS-PPT-CAT-OBJETIVO(WS-PPT-CAT-IDX)
           END-IF.

       1510-LEER-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-RECORRER-HISTORIA.
      *----POSICIONA EL INDICE EN EL PRIMER DIA DEL MES Y AVANZA
      *----SECUENCIALMENTE HASTA SUPERAR EL CORTE, ACUMULANDO EL REAL
      *----POR SUCURSAL Y POR CATEGORIA.

           MOVE WS-MES-DESDE           TO HIST-FECHA.
           MOVE LOW-VALUES             TO HIST-SUCURSAL.
           MOVE LOW-VALUES             TO HIST-COD-VENTA.

           START HISTVENT KEY NOT LESS HIST-CLAVE.

           IF NOT FS-HISTVENT-OK
      *----SIN REGISTROS EN EL MES: EL LISTADO SALE CON EL REAL EN
      *----CERO CONTRA CADA OBJETIVO.
              SET WS-FIN-SCAN TO TRUE
           ELSE
              SET WS-SIGUE-SCAN TO TRUE
           END-IF.

           PERFORM 2010-LEER-HISTORIA
              THRU 2010-LEER-HISTORIA-EXIT
              UNTIL WS-FIN-SCAN.

       2000-RECORRER-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-HISTORIA.

           READ HISTVENT NEXT.

           IF NOT FS-HISTVENT-OK
              SET WS-FIN-SCAN TO TRUE
           ELSE
              IF HIST-FECHA > WS-MES-HASTA
                 SET WS-FIN-SCAN TO TRUE
              ELSE
                 PERFORM 2100-ACUMULAR-REGISTRO
                    THRU 2100-ACUMULAR-REGISTRO-EXIT
              END-IF
           END-IF.

       2010-LEER-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ACUMULAR-REGISTRO.

           MOVE HIST-FECHA             TO WS-ULTIMA-FECHA-HIST.

           MOVE SPACES                 TO WS-CLAVE-BUSCADA.
           MOVE HIST-SUCURSAL          TO WS-CLAVE-BUSCADA(1:1).
           PERFORM 2120-UBICAR-SUCURSAL
              THRU 2120-UBICAR-SUCURSAL-EXIT.
           ADD HIST-IMPORTE
              TO WS-PPT-SUC-REAL(WS-PPT-SUC-IDX).

           MOVE HIST-CATEGORIA         TO WS-CLAVE-BUSCADA.
           PERFORM 2140-UBICAR-CATEGORIA
              THRU 2140-UBICAR-CATEGORIA-EXIT.
           ADD HIST-IMPORTE
              TO WS-PPT-CAT-REAL(WS-PPT-CAT-IDX).

       2100-ACUMULAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-UBICAR-SUCURSAL.
      *----BUSCA LA SUCURSAL DE WS-CLAVE-BUSCADA Y LA DA DE ALTA SI NO
      *----EXISTE, DEJANDO WS-PPT-SUC-IDX POSICIONADO.

           SET WS-PPT-SUC-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-PPT-SUC-IDX.

           PERFORM 2125-BUSCAR-SUCURSAL-IDX
              THRU 2125-BUSCAR-SUCURSAL-IDX-EXIT
              UNTIL WS-PPT-SUC-IDX > WS-PPT-SUC-CANT
                 OR WS-PPT-SUC-HALLADA.

           IF WS-PPT-SUC-NO-HALLADA
              IF WS-PPT-SUC-CANT = WS-MAX-PPT-SUCURSALES
                 DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE SUCURSALES '
                         'DISTINTAS ENTRE PRESUPUESTO E HISTORIA'
                 DISPLAY 'SLOTS DISPONIBLES (WS-MAX-PPT-SUCURSALES): '
                         WS-MAX-PPT-SUCURSALES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PPT-SUC-CANT
              MOVE WS-PPT-SUC-CANT TO WS-PPT-SUC-IDX
              MOVE WS-CLAVE-BUSCADA(1:1)
                TO WS-PPT-SUC-CODIGO(WS-PPT-SUC-IDX)
              MOVE 'N' TO WS-PPT-SUC-TIENE-OBJ-SW(WS-PPT-SUC-IDX)
              MOVE 0 TO WS-PPT-SUC-OBJETIVO(WS-PPT-SUC-IDX)
              MOVE 0 TO WS-PPT-SUC-REAL(WS-PPT-SUC-IDX)
           END-IF.

       2120-UBICAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2125-BUSCAR-SUCURSAL-IDX.

           IF WS-PPT-SUC-CODIGO(WS-PPT-SUC-IDX) EQUAL
              WS-CLAVE-BUSCADA(1:1)
              SET WS-PPT-SUC-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-PPT-SUC-IDX
           END-IF.

       2125-BUSCAR-SUCURSAL-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2140-UBICAR-CATEGORIA.

           SET WS-PPT-CAT-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-PPT-CAT-IDX.

           PERFORM 2145-BUSCAR-CATEGORIA-IDX
              THRU 2145-BUSCAR-CATEGORIA-IDX-EXIT
              UNTIL WS-PPT-CAT-IDX > WS-PPT-CAT-CANT
                 OR WS-PPT-CAT-HALLADA.

           IF WS-PPT-CAT-NO-HALLADA
              IF WS-PPT-CAT-CANT = WS-MAX-PPT-CATEGORIAS
                 DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE CATEGORIAS '
                         'DISTINTAS ENTRE PRESUPUESTO E HISTORIA'
                 DISPLAY 'SLOTS DISPONIBLES (WS-MAX-PPT-CATEGORIAS): '
                         WS-MAX-PPT-CATEGORIAS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PPT-CAT-CANT
              MOVE WS-PPT-CAT-CANT TO WS-PPT-CAT-IDX
              MOVE WS-CLAVE-BUSCADA
                TO WS-PPT-CAT-CATEGORIA(WS-PPT-CAT-IDX)
              MOVE 'N' TO WS-PPT-CAT-TIENE-OBJ-SW(WS-PPT-CAT-IDX)
              MOVE 0 TO WS-PPT-CAT-OBJETIVO(WS-PPT-CAT-IDX)
              MOVE 0 TO WS-PPT-CAT-REAL(WS-PPT-CAT-IDX)
           END-IF.

       2140-UBICAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2145-BUSCAR-CATEGORIA-IDX.

           IF WS-PPT-CAT-CATEGORIA(WS-PPT-CAT-IDX) EQUAL
              WS-CLAVE-BUSCADA
              SET WS-PPT-CAT-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-PPT-CAT-IDX
           END-IF.

       2145-BUSCAR-CATEGORIA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FIJAR-DIAS.
      *----DIAS TRANSCURRIDOS DEL MES: EL DIA DEL CORTE INFORMADO O,
      *----SIN PARM, EL DE LA ULTIMA FECHA DEL MES YA CARGADA EN EL
      *----HISTORICO (CERO SI EL MES TODAVIA NO TIENE NADA CARGADO).

           IF WS-CORTE-NO-INFORMADO
              MOVE WS-ULTIMA-FECHA-HIST TO WS-FECHA-CORTE
           END-IF.

           IF WS-FECHA-CORTE = SPACES
              MOVE 0 TO WS-DIAS-TRANSCURRIDOS
           ELSE
              MOVE WS-FECHA-CORTE(9:2) TO WS-DIAS-TRANSCURRIDOS
           END-IF.

           COMPUTE WS-DIAS-RESTANTES =
                   WS-DIAS-MES - WS-DIAS-TRANSCURRIDOS.

       3000-FIJAR-DIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-GRABAR-INFORME.

           MOVE 'PRESUPUESTO CONTRA REAL POR SUCURSAL'
                                      TO WS-LIN-ROTULO.
           MOVE WS-LIN-ROTULO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 0 TO WS-TOT-OBJETIVO.
           MOVE 0 TO WS-TOT-REAL.
           MOVE 1 TO WS-PPT-SUC-IDX.
           PERFORM 4100-GRABAR-LINEA-SUCURSAL
              THRU 4100-GRABAR-LINEA-SUCURSAL-EXIT
              UNTIL WS-PPT-SUC-IDX > WS-PPT-SUC-CANT.

           PERFORM 4300-GRABAR-LINEA-TOTAL
              THRU 4300-GRABAR-LINEA-TOTAL-EXIT.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 'PRESUPUESTO CONTRA REAL POR CATEGORIA'
                                      TO WS-LIN-ROTULO.
           MOVE WS-LIN-ROTULO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 0 TO WS-TOT-OBJETIVO.
           MOVE 0 TO WS-TOT-REAL.
           MOVE 1 TO WS-PPT-CAT-IDX.
           PERFORM 4200-GRABAR-LINEA-CATEGORIA
              THRU 4200-GRABAR-LINEA-CATEGORIA-EXIT
              UNTIL WS-PPT-CAT-IDX > WS-PPT-CAT-CANT.

           PERFORM 4300-GRABAR-LINEA-TOTAL
              THRU 4300-GRABAR-LINEA-TOTAL-EXIT.

       4000-GRABAR-INFORME-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-LINEA-SUCURSAL.

           MOVE SPACES                TO WS-DET-CLAVE.
           MOVE WS-PPT-SUC-CODIGO(WS-PPT-SUC-IDX)
                                      TO WS-DET-CLAVE(1:1).
           MOVE WS-PPT-SUC-TIENE-OBJ-SW(WS-PPT-SUC-IDX)
                                      TO WS-CALC-TIENE-OBJ-SW.
           MOVE WS-PPT-SUC-OBJETIVO(WS-PPT-SUC-IDX)
                                      TO WS-CALC-OBJETIVO.
           MOVE WS-PPT-SUC-REAL(WS-PPT-SUC-IDX)
                                      TO WS-CALC-REAL.
           SET WS-CALC-ES-DETALLE TO TRUE.

           PERFORM 5000-CALCULAR-FILA
              THRU 5000-CALCULAR-FILA-EXIT.

           ADD WS-CALC-OBJETIVO       TO WS-TOT-OBJETIVO.
           ADD WS-CALC-REAL           TO WS-TOT-REAL.

           MOVE WS-LIN-DETALLE        TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           ADD 1 TO WS-PPT-SUC-IDX.

       4100-GRABAR-LINEA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-GRABAR-LINEA-CATEGORIA.

           MOVE WS-PPT-CAT-CATEGORIA(WS-PPT-CAT-IDX)
                                      TO WS-DET-CLAVE.
           MOVE WS-PPT-CAT-TIENE-OBJ-SW(WS-PPT-CAT-IDX)
                                      TO WS-CALC-TIENE-OBJ-SW.
           MOVE WS-PPT-CAT-OBJETIVO(WS-PPT-CAT-IDX)
                                      TO WS-CALC-OBJETIVO.
           MOVE WS-PPT-CAT-REAL(WS-PPT-CAT-IDX)
                                      TO WS-CALC-REAL.
           SET WS-CALC-ES-DETALLE TO TRUE.

           PERFORM 5000-CALCULAR-FILA
              THRU 5000-CALCULAR-FILA-EXIT.

           ADD WS-CALC-OBJETIVO       TO WS-TOT-OBJETIVO.
           ADD WS-CALC-REAL           TO WS-TOT-REAL.

           MOVE WS-LIN-DETALLE        TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           ADD 1 TO WS-PPT-CAT-IDX.

       4200-GRABAR-LINEA-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4300-GRABAR-LINEA-TOTAL.
      *----TOTAL DE LA SECCION. LA MARCA SE IMPRIME IGUAL QUE EN EL
      *----DETALLE PERO NO SUMA AL CONTADOR DE FILAS MARCADAS.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

           MOVE 'TOTAL'               TO WS-DET-CLAVE.
           MOVE 'S'                   TO WS-CALC-TIENE-OBJ-SW.
           MOVE WS-TOT-OBJETIVO       TO WS-CALC-OBJETIVO.
           MOVE WS-TOT-REAL           TO WS-CALC-REAL.
           SET WS-CALC-ES-TOTAL TO TRUE.

           PERFORM 5000-CALCULAR-FILA
              THRU 5000-CALCULAR-FILA-EXIT.

           MOVE WS-LIN-DETALLE        TO REG-INFORME.
           PERFORM 6100-GRABAR-LINEA
              THRU 6100-GRABAR-LINEA-EXIT.

       4300-GRABAR-LINEA-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5000-CALCULAR-FILA.
      *----PORCENTAJE LOGRADO, FALTANTE POR DIA RESTANTE, PROYECCION A
      *----FIN DE MES AL RITMO DIARIO DEL ACUMULADO Y DESVIO DE LA
      *----PROYECCION CONTRA EL PRESUPUESTO. UNA FILA SIN OBJETIVO (O
      *----CON OBJETIVO CERO) NO TIENE PORCENTAJES: SE MARCA APARTE Y
      *----NO CUENTA COMO DESVIO. LOS PORCENTAJES QUE DESBORDAN EL
      *----CAMPO SE TOPEAN EN EL MAXIMO REPRESENTABLE, COMO EN CL13EJ14.

           MOVE SPACES TO WS-DET-LOGRO.
           MOVE SPACES TO WS-DET-DESVIO.
           MOVE SPACES TO WS-DET-MARCA.

           MOVE WS-CALC-REAL          TO WS-DET-REAL-ED.
           MOVE WS-CALC-OBJETIVO      TO WS-DET-OBJETIVO-ED.

           IF WS-DIAS-TRANSCURRIDOS = 0
              MOVE 0 TO WS-CALC-PROYECCION
           ELSE
              COMPUTE WS-CALC-PROYECCION ROUNDED =
                      WS-CALC-REAL * WS-DIAS-MES
                      / WS-DIAS-TRANSCURRIDOS
           END-IF.
           MOVE WS-CALC-PROYECCION    TO WS-DET-PROYECCION-ED.

           COMPUTE WS-CALC-FALTANTE = WS-CALC-OBJETIVO - WS-CALC-REAL.
           IF WS-CALC-FALTANTE NOT > 0
              OR WS-DIAS-RESTANTES = 0
              MOVE 0 TO WS-CALC-FALTA-DIA
           ELSE
              COMPUTE WS-CALC-FALTA-DIA ROUNDED =
                      WS-CALC-FALTANTE / WS-DIAS-RESTANTES
           END-IF.
           MOVE WS-CALC-FALTA-DIA     TO WS-DET-FALTA-DIA-ED.

           IF NOT WS-CALC-TIENE-OBJ
              OR WS-CALC-OBJETIVO = ZERO
              MOVE '* SIN PRESUP.' TO WS-DET-MARCA
              GO TO 5000-CALCULAR-FILA-EXIT
           END-IF.

           COMPUTE WS-CALC-LOGRO-PCT ROUNDED =
                   WS-CALC-REAL * 100 / WS-CALC-OBJETIVO
              ON SIZE ERROR
                 IF WS-CALC-REAL > 0
                    MOVE 9999,9 TO WS-CALC-LOGRO-PCT
                 ELSE
                    MOVE -9999,9 TO WS-CALC-LOGRO-PCT
                 END-IF
           END-COMPUTE.
           MOVE WS-CALC-LOGRO-PCT     TO WS-CALC-PCT-EDIT.
           MOVE WS-CALC-PCT-EDIT      TO WS-DET-LOGRO.

           COMPUTE WS-CALC-DESVIO-PCT ROUNDED =
                   (WS-CALC-PROYECCION - WS-CALC-OBJETIVO) * 100
                   / WS-CALC-OBJETIVO
              ON SIZE ERROR
                 IF WS-CALC-PROYECCION > WS-CALC-OBJETIVO
                    MOVE 9999,9 TO WS-CALC-DESVIO-PCT
                 ELSE
                    MOVE -9999,9 TO WS-CALC-DESVIO-PCT
                 END-IF
           END-COMPUTE.
           MOVE WS-CALC-DESVIO-PCT    TO WS-CALC-PCT-EDIT.
           MOVE WS-CALC-PCT-EDIT      TO WS-DET-DESVIO.

      *----SOLO SE MARCA EL FALTANTE: SUPERAR EL OBJETIVO NO ES UNA
      *----ALERTA PARA ESTE LISTADO.
           IF WS-CALC-DESVIO-PCT < 0
              AND (0 - WS-CALC-DESVIO-PCT) > WS-UMBRAL-PCT
              MOVE '* NO LLEGA' TO WS-DET-MARCA
              IF WS-CALC-ES-DETALLE
                 ADD 1 TO WS-CANT-MARCADAS
              END-IF
           END-IF.

       5000-CALCULAR-FILA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6000-NUEVA-PAGINA.

           ADD 1                      TO WS-PAGINA.
           MOVE WS-FECHA-EMISION      TO WS-TIT-EMISION.
           MOVE WS-PAGINA             TO WS-TIT-PAGINA.

           MOVE WS-LIN-TITULO         TO REG-INFORME.
           WRITE REG-INFORME.

           MOVE WS-PERIODO            TO WS-PER-TIT-PERIODO.
           MOVE WS-FECHA-CORTE        TO WS-PER-TIT-CORTE.
           MOVE WS-DIAS-TRANSCURRIDOS TO WS-PER-TIT-TRANSC.
           MOVE WS-DIAS-MES           TO WS-PER-TIT-DIAS-MES.
           MOVE WS-DIAS-RESTANTES     TO WS-PER-TIT-RESTANTES.
           MOVE WS-UMBRAL-PCT         TO WS-TIT-UMBRAL.
           MOVE WS-LIN-PERIODOS       TO REG-INFORME.
           WRITE REG-INFORME.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           WRITE REG-INFORME.

           MOVE WS-LIN-CABECERA       TO REG-INFORME.
           WRITE REG-INFORME.

           MOVE WS-LIN-BLANCO         TO REG-INFORME.
           WRITE REG-INFORME.

           MOVE 5                     TO WS-LINEA-ACTUAL.

       6000-NUEVA-PAGINA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-GRABAR-LINEA.
      *----TODA LINEA DEL CUERPO SALE POR ACA: SI LA CARILLA SE LLENO,
      *----ABRE UNA NUEVA CON SU ENCABEZADO ANTES DE GRABAR.

           IF WS-LINEA-ACTUAL NOT LESS WS-LINEAS-POR-PAGINA
              MOVE REG-INFORME TO WS-LIN-PENDIENTE
              PERFORM 6000-NUEVA-PAGINA
                 THRU 6000-NUEVA-PAGINA-EXIT
              MOVE WS-LIN-PENDIENTE TO REG-INFORME
           END-IF.

           WRITE REG-INFORME.

           IF FS-INFORME-OK
              ADD 1 TO WS-LINEA-ACTUAL
           ELSE
              DISPLAY 'ERROR AL GRABAR EL INFORME'
              DISPLAY 'FILE STATUS: ' FS-INFORME
           END-IF.

       6100-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-CERRAR-ARCHIVOS.

           CLOSE HISTVENT.

           IF NOT FS-HISTVENT-OK
              DISPLAY 'ERROR EN CLOSE DE HISTVENT: ' FS-HISTVENT
           END-IF.

           CLOSE INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR EN CLOSE DE INFORME: ' FS-INFORME
           END-IF.

       8000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL13EJ16.
