           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IMPEXTR.

       SELECT PRECIOS
           ASSIGN TO WS-PATH-PRECIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRECIOS.

       SELECT PRECDESV
           ASSIGN TO WS-PATH-PRECDESV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRECDESV.

       SELECT SUCMAST
           ASSIGN TO WS-PATH-SUCMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCMAST.

       SELECT CALFISC
           ASSIGN TO WS-PATH-CALFISC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALFISC.

       SELECT TOTREGIO
           ASSIGN TO WS-PATH-TOTREGIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TOTREGIO.

       SELECT TOTHORA
           ASSIGN TO WS-PATH-TOTHORA
           ORGANIZATION IS LINE SEQUENTIAL
      *----COMO GLEXTRAC.
          05 FILLER                        PIC X(12).

      *----LISTA DE PRECIOS: UNA LINEA POR COD-VENTA Y FECHA DE
      *----VIGENCIA, CON EL PRECIO UNITARIO EN MONEDA LOCAL (8 ENTEROS,
      *----2 DECIMALES IMPLICITOS). PARA CADA VENTA RIGE LA LINEA DE SU
      *----COD-VENTA CON LA MAYOR FECHA DE VIGENCIA QUE NO SUPERE LA
      *----FECHA DE LA VENTA, IGUAL QUE LAS ALICUOTAS DE IMPCATEG.
       FD PRECIOS.
       01 REG-PRECIOS.
          05 PRE-COD-VENTA                 PIC X(04).
          05 FILLER                        PIC X(01).
          05 PRE-FECHA-DESDE               PIC X(10).
          05 FILLER                        PIC X(01).
          05 PRE-PRECIO                    PIC 9(08)V9(02).

      *----VENTAS COBRADAS FUERA DE LA TOLERANCIA CONTRA LA LISTA DE
      *----PRECIOS: LA VENTA SE MEZCLA IGUAL EN VENTATOT, ESTO ES SOLO
      *----EL LISTADO DIARIO PARA EL AREA DE PRECIOS, CON SUCURSAL Y
      *----CAJA PARA UBICAR EL DESVIO. PRECIO DE LISTA, IMPORTE COBRADO
      *----Y DIFERENCIA VAN EN MONEDA LOCAL; UNA DEVOLUCION SE COMPARA
      *----POR SU VALOR ABSOLUTO. EL DESVIO ES PORCENTUAL SOBRE EL
      *----PRECIO DE LISTA (99999,99 CUANDO LA LISTA ES CERO).
       FD PRECDESV.
       01 REG-PRECDESV.
          05 PDV-FECHA                     PIC X(10).
          05 PDV-SUCURSAL                  PIC X(01).
          05 PDV-CAJA                      PIC X(06).
          05 PDV-HORA                      PIC X(08).
          05 PDV-COD-VENTA                 PIC X(04).
          05 PDV-PRODUCTO                  PIC X(30).
          05 PDV-PRECIO-LISTA              PIC S9(8)V9(2).
          05 PDV-IMPORTE-COBRADO           PIC S9(8)V9(2).
          05 PDV-DIFERENCIA                PIC S9(8)V9(2).
          05 PDV-DESVIO-PCT                PIC S9(5)V9(2).

      *----MAESTRO DE SUCURSALES: UNA LINEA POR SUCURSAL (ACTIVA O
      *----DADA DE BAJA) CON LOS DATOS DE NEGOCIO QUE SUCURCFG NO
      *----LLEVA - NOMBRE, REGION, ZONA, GERENTE, HORARIO Y FECHAS DE
      *----ALTA/BAJA - Y EL CENTRO DE COSTO CONTABLE DE SU REGION, AL
      *----QUE SE IMPUTA LA SUCURSAL EN EL EXTRACTO CONTABLE. SE
      *----MANTIENE A MANO COMO SUCURCFG; CL13EJ06 Y CL13EJ14 LO LEEN
      *----CON ESTE MISMO LAYOUT PARA AGRUPAR POR REGION.
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

      *----TOTALES POR REGION DE LA GENERACION, ARMADOS RELEYENDO
      *----TOTSALID YA CERRADO (IGUAL QUE EL EXTRACTO CONTABLE): UNA
      *----LINEA POR REGION CON SU IMPORTE, LA CANTIDAD DE REGISTROS Y
      *----LA CANTIDAD DE SUCURSALES QUE APORTARON. LAS SUCURSALES QUE
      *----NO FIGURAN EN EL MAESTRO SE AGRUPAN BAJO 'SIN REGION'.
       FD TOTREGIO.
       01 REG-TOTREGIO.
          05 TRG-REGION                    PIC X(10).
          05 TRG-IMPORTE                   PIC S9(10)V9(02).
          05 TRG-CANT-REG                  PIC 9(07).
          05 TRG-CANT-SUC                  PIC 9(02).

      *----TOTALES POR HORA DEL DIA (SOLO VENTAS DE SUCURSALES CON
      *----LAYOUT EXTENDIDO, QUE INFORMAN LA HORA DE VENTA).
       FD TOTHORA.
          05 CKP-IMP-CAT-IMPUESTO OCCURS 50 TIMES
                                           PIC S9(10)V9(2).
          05 CKP-IMP-SIN-TASA              PIC 9(05).
      *----CONTADORES DEL CONTROL DE PRECIOS, PARA QUE UN REINICIO
      *----SIGA NUMERANDO SOBRE LO YA GRABADO EN PRECDESV.
          05 CKP-PRECDESV-CANT-REG         PIC 9(05).
          05 CKP-PRE-SIN-PRECIO            PIC 9(05).

      *----ARCHIVO DE VENTAS SOSPECHADAS DE DUPLICADAS (MISMA FECHA +
      *----COD-VENTA YA PROCESADA, DE LA MISMA SUCURSAL O DE OTRA).
      *----TOTALES YA CALCULADOS EN TOTSALID.TXT (UNA LINEA POR CUENTA/
      *----SUCURSAL), CERRADO CON UN REGISTRO DE CONTROL (REDEFINES,
      *----MISMA TECNICA QUE EL TRAILER DE LAS SUCURSALES).
      *----GL-PERIODO SIGUE SIENDO LA FECHA DE NEGOCIO; AL FINAL VAN
      *----EJERCICIO, PERIODO Y SEMANA FISCAL DE ESA FECHA SEGUN
      *----CALFISC (SIN CALENDARIO: ANIO, MES Y SEMANA 00).
       FD GLEXTRAC.
       01 REG-GL.
          05 GL-CUENTA                     PIC X(10).
          05 GL-PERIODO                    PIC X(10).
          05 GL-IMPORTE                    PIC S9(8)V9(2).
          05 GL-ANIO-FISCAL                PIC 9(04).
          05 GL-PERIODO-FISCAL             PIC 9(02).
          05 GL-SEMANA-FISCAL              PIC 9(02).
       01 REG-GL-CONTROL REDEFINES REG-GL.
          05 GL-CTRL-MARCA                 PIC X(10).
          05 GL-CTRL-CANT-REG              PIC 9(05).
          05 FILLER                       PIC X(05).
          05 GL-CTRL-IMPORTE               PIC S9(8)V9(2).
          05 FILLER                        PIC X(08).

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

      *----INDICE DE GENERACIONES: UNA LINEA POR CORRIDA COMPLETA CON
      *----LA FECHA DE GENERACION (LA QUE ESTAMPA LOS NOMBRES DE LOS
             88 FS-RUNSTAT-OK                VALUE '00'.
          05 FS-ARCHIDX                      PIC X(2).
             88 FS-ARCHIDX-OK                VALUE '00'.
          05 FS-PRECIOS                      PIC X(2).
             88 FS-PRECIOS-OK                VALUE '00'.
          05 FS-PRECDESV                     PIC X(2).
             88 FS-PRECDESV-OK               VALUE '00'.
          05 FS-SUCMAST                      PIC X(2).
             88 FS-SUCMAST-OK                VALUE '00'.
          05 FS-CALFISC                      PIC X(2).
             88 FS-CALFISC-OK                VALUE '00'.
          05 FS-TOTREGIO                     PIC X(2).
             88 FS-TOTREGIO-OK               VALUE '00'.

       01 WS-TRAILER-MARCA                    PIC X(10)     VALUE
                                                     'TRAILER   '.
                                                 '../TOTIMP.TXT'.
          05 WS-PATH-IMPEXTR                 PIC X(60)     VALUE
                                                 '../IMPEXTR.TXT'.
          05 WS-PATH-PRECIOS                 PIC X(60)     VALUE
                                                 '../PRECIOS.TXT'.
          05 WS-PATH-PRECDESV                PIC X(60)     VALUE
                                                 '../PRECDESV.TXT'.
          05 WS-PATH-SUCMAST                 PIC X(60)     VALUE
                                                 '../SUCMAST.TXT'.
          05 WS-PATH-CALFISC                 PIC X(60)     VALUE
                                                 '../CALFISC.TXT'.
          05 WS-PATH-TOTREGIO                PIC X(60)     VALUE
                                                 '../TOTREGIO.TXT'.

       01 WS-FECHA-PROCESO                   PIC X(10)     VALUE SPACES.

      *----VUELVE A ESTAMPAR DESDE ESTA BASE (EL ESTAMPADO DETECTA UN
      *----SUFIJO YA PUESTO Y NO LO REEMPLAZA, ASI QUE NO SE PUEDE
      *----ESTAMPAR DOS VECES SOBRE LA MISMA VARIABLE). EL LARGO DEBE
      *----ACOMPANIAR AL GRUPO WS-PATHS-SALIDA (26 RUTAS DE 60).
       01 WS-PATHS-SALIDA-BASE               PIC X(1560)   VALUE SPACES.

      *----CALCULO DEL DIA SIGUIENTE PARA EL AVANCE DEL RANGO
       01 WS-DIA-CALCULO.
          88 WS-RECICLO-ACTIVO                             VALUE 'S'.
          88 WS-RECICLO-INACTIVO                           VALUE 'N'.

      *----MAESTRO DE SUCURSALES EN MEMORIA (SUCMAST.TXT). EL TOPE
      *----CUBRE TODOS LOS CODIGOS DE SUCURSAL POSIBLES (LETRAS Y
      *----DIGITOS), AUNQUE SUCURCFG SOLO ACTIVE WS-MAX-SUCURSALES.
      *----SIN ARCHIVO EL RUN SIGUE CON AVISO: TODAS LAS SUCURSALES
      *----CAEN EN 'SIN REGION' Y EL EXTRACTO CONTABLE VUELVE A LA
      *----CUENTA HISTORICA '4000' + SUCURSAL.
       01 WS-MAX-SUC-MAESTRO                 PIC 9(02)     VALUE 36.

       01 WS-SMA-CONFIG.
          05 WS-SMA-CANT                     PIC 9(02)     VALUE 0.
          05 WS-SMA-IDX                      PIC 9(02)     VALUE 0.
          05 WS-SMA-CODIGO-BUSCADO           PIC X(01)     VALUE SPACE.
          05 WS-SMA-SW                       PIC X(01)     VALUE 'N'.
             88 WS-SMA-ACTIVO                              VALUE 'S'.
             88 WS-SMA-INACTIVO                            VALUE 'N'.
          05 WS-SMA-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-SMA-HALLADA                             VALUE 'S'.
             88 WS-SMA-NO-HALLADA                          VALUE 'N'.
          05 WS-SMA-TABLA OCCURS 36 TIMES.
             10 WS-SMA-CODIGO                PIC X(01).
             10 WS-SMA-REGION                PIC X(10).
             10 WS-SMA-FECHA-BAJA            PIC X(10).
             10 WS-SMA-CENTRO-COSTO          PIC X(10).

       01 WS-SMA-SIN-REGION                  PIC X(10)     VALUE
                                                     'SIN REGION'.

      *----ACUMULADO POR REGION PARA TOTREGIO (3990). LA TABLA SE
      *----MANTIENE ORDENADA POR REGION AL DAR DE ALTA CADA UNA, ASI
      *----EL ARCHIVO SALE ORDENADO SIN UN SORT APARTE. NUNCA PUEDE
      *----HABER MAS REGIONES QUE SUCURSALES EN EL MAESTRO, MAS LA
      *----'SIN REGION'.
       01 WS-RGN-CONFIG.
          05 WS-RGN-CANT                     PIC 9(02)     VALUE 0.
          05 WS-RGN-IDX                      PIC 9(02)     VALUE 0.
          05 WS-RGN-REGION-BUSCADA           PIC X(10)     VALUE SPACES.
          05 WS-RGN-HALLADA-SW               PIC X(01)     VALUE 'N'.
             88 WS-RGN-HALLADA                             VALUE 'S'.
             88 WS-RGN-NO-HALLADA                          VALUE 'N'.
          05 WS-RGN-TABLA OCCURS 37 TIMES.
             10 WS-RGN-REGION                PIC X(10).
             10 WS-RGN-IMPORTE               PIC S9(10)V9(02).
             10 WS-RGN-CANT-REG              PIC 9(07).
             10 WS-RGN-CANT-SUC              PIC 9(02).
       01 WS-TOTREGIO-CANT-REG               PIC 9(05)     VALUE 0.
       01 WS-GL-CANT-SIN-CENTRO              PIC 9(02)     VALUE 0.

      *----TOTALES POR PRODUCTO (COD-VENTA) ACUMULADOS EN TODO EL RUN,
      *----A TRAVES DE TODAS LAS SUCURSALES; SE VUELCAN A TOTPROD.TXT
      *----JUNTO CON 3900-PROCESAR-TOTSALID. EL TOPE ACOMPANIA AL DEL
             10 WS-TAS-FECHA-DESDE           PIC X(10).
             10 WS-TAS-TASA                  PIC 9(03)V9(02).

      *----LISTA DE PRECIOS (PRECIOS.TXT), CARGADA AL INICIO COMO LAS
      *----ALICUOTAS. LA TABLA SE MANTIENE ORDENADA POR COD-VENTA Y,
      *----DENTRO DEL CODIGO, POR FECHA DE VIGENCIA (INSERCION CON
      *----CORRIMIENTO EN 1042, COMO EL MAESTRO): EL SEARCH ALL UBICA
      *----EL CODIGO Y 3163 RECORRE SOLO SUS VIGENCIAS. LA AUSENCIA DEL
      *----ARCHIVO NO DETIENE EL MERGE: EL RUN SIGUE SIN CONTROL DE
      *----PRECIOS Y CON AVISO.
       01 WS-MAX-PRECIOS                     PIC 9(05)     VALUE 10000.

       01 WS-PRE-CONFIG.
          05 WS-PRE-CANT                     PIC 9(05)     VALUE 0.
          05 WS-PRE-IDX                      PIC 9(05)     VALUE 0.
          05 WS-PRE-MEJOR-IDX                PIC 9(05)     VALUE 0.
          05 WS-PRE-TABLA OCCURS 1 TO 10000 TIMES
                          DEPENDING ON WS-PRE-CANT
                          ASCENDING KEY IS WS-PRE-COD-VENTA
                          INDEXED BY WS-PRE-NDX.
             10 WS-PRE-COD-VENTA             PIC X(04).
             10 WS-PRE-FECHA-DESDE           PIC X(10).
             10 WS-PRE-PRECIO                PIC 9(08)V9(02).

      *----TOLERANCIA DEL CONTROL DE PRECIOS, EN PORCENTAJE SOBRE EL
      *----PRECIO DE LISTA (CL13EJ01_PRECIO_TOL, DEFECTO 5). UNA VENTA
      *----QUE SE APARTA MAS QUE ESO, HACIA ARRIBA O HACIA ABAJO, VA A
      *----PRECDESV.
       01 WS-PRE-TOLERANCIA-PCT              PIC 9(03)     VALUE 5.
       01 WS-NUM-EDIT                        PIC X(03)     VALUE SPACES.

       01 WS-PRE-CONTROL-SW                  PIC X(01)     VALUE 'N'.
          88 WS-PRE-CONTROL-ACTIVO                         VALUE 'S'.
          88 WS-PRE-CONTROL-INACTIVO                       VALUE 'N'.

       01 WS-PRE-COBRADO                     PIC S9(8)V9(2) VALUE 0.
       01 WS-PRE-DIFERENCIA                  PIC S9(8)V9(2) VALUE 0.
       01 WS-PRE-DIF-ABSOLUTA                PIC S9(8)V9(2) VALUE 0.
       01 WS-PRE-DESVIO-PCT                  PIC S9(5)V9(2) VALUE 0.
       01 WS-PRE-SIN-PRECIO                  PIC 9(05)     VALUE 0.
       01 WS-PRECDESV-CANT-REG               PIC 9(05)     VALUE 0.

      *----IMPUESTO ACUMULADO POR SUCURSAL (PARALELO A WS-SUC-TABLA,
      *----MISMOS SLOTS) Y CONTADORES DE LA SALIDA IMPOSITIVA.
       01 WS-IMP-SUC-TABLA.
          05 WS-GL-SIS-MES                   PIC 9(02).
          05 WS-GL-SIS-DIA                   PIC 9(02).

      *----EJERCICIO/PERIODO/SEMANA FISCAL DE WS-GL-PERIODO, TOMADOS DE
      *----CALFISC. SIN CALENDARIO, O SI LA FECHA NO FIGURA EN EL, SE
      *----IMPUTA AL MES CALENDARIO (SEMANA 00) CON AVISO, IGUAL QUE LA
      *----CUENTA HISTORICA CUANDO FALTA EL CENTRO DE COSTO.
       01 WS-GL-FISCAL.
          05 WS-GL-ANIO-FISCAL               PIC 9(04)     VALUE 0.
          05 WS-GL-PERIODO-FISCAL            PIC 9(02)     VALUE 0.
          05 WS-GL-SEMANA-FISCAL             PIC 9(02)     VALUE 0.
          05 WS-GL-CAL-SW                    PIC X(01)     VALUE 'N'.
             88 WS-GL-CAL-HALLADA                          VALUE 'S'.
             88 WS-GL-CAL-NO-HALLADA                       VALUE 'N'.

      *----BITACORA: FECHA/HORA DE CORRIDA Y TOTAL DE ENTRADA PARA LA
      *----RECONCILIACION CONTRA WS-SALIDA-CANT-REG. LA ENTRADA SE
      *----EXPLICA POR CUATRO SALIDAS, NO SOLO VENTATOT: UN REGISTRO
      *----  42 IMPD - DESBORDE DE LA TABLA DE ALICUOTAS
      *----  43 RNGE - RANGO DE PUESTA AL DIA INVALIDO
      *----  44 EXCL - PARAMETRO DE EXCLUSION DE SUCURSALES INVALIDO
      *----  45 PREE - ERROR PRECIOS/APERTURA DE PRECDESV
      *----  46 PRED - DESBORDE DE LA TABLA DE PRECIOS
      *----  47 SMAE - ERROR SUCMAST/APERTURA DE TOTREGIO
      *----  48 SMAD - DESBORDE DEL MAESTRO DE SUCURSALES
      *----  49 CALE - ERROR DE APERTURA/LECTURA DE CALFISC
      *----  (RC 00 CON MOTIVO PARC/COMP = CORRIDA PARCIAL O
      *----  COMPLEMENTARIA TERMINADA BIEN EN MODO DEGRADADO)
       01 WS-FIN-ESTADO.
           PERFORM 3970-GENERAR-EXTRACTO-GL
              THRU 3970-GENERAR-EXTRACTO-GL-EXIT.

           PERFORM 3990-GENERAR-TOTREGIO
              THRU 3990-GENERAR-TOTREGIO-EXIT.

           PERFORM 3980-GENERAR-IMPUESTOS
              THRU 3980-GENERAR-IMPUESTOS-EXIT.

      *----DEJA WORKING-STORAGE COMO AL ARRANCAR, PARA QUE LA PROXIMA
      *----FECHA DEL RANGO NO HEREDE ACUMULADORES NI TABLAS DE LA
      *----ANTERIOR. LOS CATALOGOS (SUCURCFG, PRODMAST, MONCOTIZ,
      *----IMPCATEG, PRECIOS, SUCMAST) SE RECARGAN EN 1000, ASI
      *----QUE SUS CONTADORES VUELVEN A CERO ACA.

           MOVE 0      TO WS-SUC-CANT-ACTIVAS.
           MOVE 0      TO WS-SUC-CANT-LEGS.
           MOVE 0      TO WS-TAS-CANT.
           MOVE 0      TO WS-TAS-IDX.
           MOVE 0      TO WS-TAS-MEJOR-IDX.
           MOVE 0      TO WS-PRE-CANT.
           MOVE 0      TO WS-PRE-IDX.
           MOVE 0      TO WS-PRE-MEJOR-IDX.
           SET WS-PRE-CONTROL-INACTIVO TO TRUE.
           MOVE 0      TO WS-TFC-CANT.
           MOVE 0      TO WS-TFC-IDX.
           MOVE 0      TO WS-SMA-CANT.
           MOVE 0      TO WS-SMA-IDX.
           SET WS-SMA-INACTIVO TO TRUE.
           MOVE 0      TO WS-RGN-CANT.
           MOVE 0      TO WS-RGN-IDX.

           MOVE 1      TO WS-CAT-IDX.
           PERFORM 0265-REINICIAR-CAT-IDX
           MOVE 0      TO WS-GL-CTRL-IMPORTE.
           MOVE 0      TO WS-GL-FECHA-TOTAL.
           MOVE SPACES TO WS-GL-PERIODO.
           MOVE 0      TO WS-GL-ANIO-FISCAL.
           MOVE 0      TO WS-GL-PERIODO-FISCAL.
           MOVE 0      TO WS-GL-SEMANA-FISCAL.

           MOVE 0      TO WS-IMP-CALCULADO.
           MOVE 0      TO WS-IMP-SIN-TASA.
           MOVE 0      TO WS-IMPEXTR-CANT-REG.
           MOVE 0      TO WS-IMX-CTRL-IMPORTE.

           MOVE 0      TO WS-PRE-SIN-PRECIO.
           MOVE 0      TO WS-PRECDESV-CANT-REG.
           MOVE 0      TO WS-TOTREGIO-CANT-REG.
           MOVE 0      TO WS-GL-CANT-SIN-CENTRO.

           MOVE 0      TO WS-CKP-CONTADOR.
           SET WS-SIN-REINICIO     TO TRUE.
           SET WS-SIN-DATOS        TO TRUE.
           PERFORM 1057-LEER-TASAS-IMPUESTO
              THRU 1057-LEER-TASAS-IMPUESTO-EXIT.

           PERFORM 1040-LEER-LISTA-PRECIOS
              THRU 1040-LEER-LISTA-PRECIOS-EXIT.

           PERFORM 1030-LEER-MAESTRO-SUCURSALES
              THRU 1030-LEER-MAESTRO-SUCURSALES-EXIT.

           PERFORM 1055-ABRIR-RECICLO
              THRU 1055-ABRIR-RECICLO-EXIT.

           PERFORM 4860-ABRIR-ARCHIVO-TOTHORA
              THRU 4860-ABRIR-ARCHIVO-TOTHORA-EXIT.

           PERFORM 4870-ABRIR-ARCHIVO-PRECDESV
              THRU 4870-ABRIR-ARCHIVO-PRECDESV-EXIT.

           PERFORM 4950-ABRIR-ARCHIVO-FUERASEC
              THRU 4950-ABRIR-ARCHIVO-FUERASEC-EXIT.

              MOVE WS-PARM-VALOR TO WS-PATH-IMPEXTR
           END-IF.

           DISPLAY 'CL13EJ01_PRECIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRECIOS
           END-IF.

           DISPLAY 'CL13EJ01_PRECDESV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-PRECDESV
           END-IF.

      *----EL PARM NUMERICO LLEGA ALINEADO A IZQUIERDA ('5 ', '10 '):
      *----SE COMPLETA CON CEROS ANTES DE CONVERTIRLO, COMO EL UMBRAL
      *----DE CL13EJ07.
           DISPLAY 'CL13EJ01_PRECIO_TOL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           EVALUATE TRUE
               WHEN WS-PARM-VALOR(1:3) IS NUMERIC
                    MOVE WS-PARM-VALOR(1:3) TO WS-PRE-TOLERANCIA-PCT
               WHEN WS-PARM-VALOR(1:2) IS NUMERIC
                AND WS-PARM-VALOR(3:1) = SPACE
                    MOVE '0'                TO WS-NUM-EDIT(1:1)
                    MOVE WS-PARM-VALOR(1:2) TO WS-NUM-EDIT(2:2)
                    MOVE WS-NUM-EDIT        TO WS-PRE-TOLERANCIA-PCT
               WHEN WS-PARM-VALOR(1:1) IS NUMERIC
                AND WS-PARM-VALOR(2:1) = SPACE
                    MOVE '00'               TO WS-NUM-EDIT(1:2)
                    MOVE WS-PARM-VALOR(1:1) TO WS-NUM-EDIT(3:1)
                    MOVE WS-NUM-EDIT        TO WS-PRE-TOLERANCIA-PCT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           DISPLAY 'CL13EJ01_TOTHORA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-GLEXTRAC
           END-IF.

           DISPLAY 'CL13EJ01_SUCMAST' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-SUCMAST
           END-IF.

           DISPLAY 'CL13EJ01_CALFISC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-CALFISC
           END-IF.

           DISPLAY 'CL13EJ01_TOTREGIO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-TOTREGIO
           END-IF.

           DISPLAY 'CL13EJ01_AUDITLOG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              THRU 1021-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-IMPEXTR.

           MOVE WS-PATH-PRECDESV   TO WS-GEN-PATH-TRABAJO.
           PERFORM 1021-ESTAMPAR-PATH
              THRU 1021-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-PRECDESV.

           MOVE WS-PATH-TOTREGIO   TO WS-GEN-PATH-TRABAJO.
           PERFORM 1021-ESTAMPAR-PATH
              THRU 1021-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO TO WS-PATH-TOTREGIO.

       1020-APLICAR-GENERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       1068-VERIFICAR-DESBORDE-TASAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1040-LEER-LISTA-PRECIOS.
      *----CARGA LA LISTA DE PRECIOS. SIN ARCHIVO EL RUN SIGUE SIN
      *----CONTROL DE PRECIOS Y CON AVISO: EL MERGE COMERCIAL NO SE
      *----FRENA POR UN INSUMO DE CONTROL AUSENTE, PERO PRECDESV DEL
      *----DIA SALDRA VACIO Y ALGUIEN TIENE QUE ENTERARSE.

           OPEN INPUT PRECIOS.

           EVALUATE FS-PRECIOS
               WHEN '00'
                    PERFORM 1041-LEER-REG-PRECIO
                       THRU 1041-LEER-REG-PRECIO-EXIT
                       UNTIL NOT FS-PRECIOS-OK
                          OR WS-PRE-CANT = WS-MAX-PRECIOS

                    IF WS-PRE-CANT = WS-MAX-PRECIOS
                       PERFORM 1043-VERIFICAR-DESBORDE-PRECIOS
                          THRU 1043-VERIFICAR-DESBORDE-PRECIOS-EXIT
                    END-IF

                    CLOSE PRECIOS
                    SET WS-PRE-CONTROL-ACTIVO TO TRUE
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'PRECIOS - EL RUN SIGUE SIN CONTROL '
                            'DE PRECIOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRECIOS'
                    DISPLAY 'FILE STATUS: ' FS-PRECIOS
                    MOVE 45   TO WS-FIN-RC
                    MOVE 'PREE' TO WS-FIN-MOTIVO
                    MOVE 'N' TO WS-FIN-REINICIABLE
                    MOVE 'ERROR DE APERTURA DE PRECIOS'
                         TO WS-FIN-DESCRIPCION
                    PERFORM 9600-ABORTAR
                       THRU 9600-ABORTAR-EXIT
           END-EVALUATE.

       1040-LEER-LISTA-PRECIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1041-LEER-REG-PRECIO.
      *----INSERCION ORDENADA POR COD-VENTA + FECHA DE VIGENCIA. UN
      *----PRECIO NO NUMERICO SE SALTEA CON AVISO: ESE CODIGO QUEDA
      *----CON LA VIGENCIA ANTERIOR (O SIN CONTROL) EN LUGAR DE
      *----COMPARAR CONTRA BASURA.

           READ PRECIOS.

           IF FS-PRECIOS-OK
              IF PRE-PRECIO IS NOT NUMERIC
                 DISPLAY 'AVISO: PRECIO NO NUMERICO EN PRECIOS PARA '
                         PRE-COD-VENTA ' ' PRE-FECHA-DESDE
              ELSE
                 ADD 1                  TO WS-PRE-CANT
                 MOVE WS-PRE-CANT       TO WS-PRE-IDX
                 PERFORM 1042-CORRER-PRECIO-IDX
                    THRU 1042-CORRER-PRECIO-IDX-EXIT
                    UNTIL WS-PRE-IDX = 1
                       OR WS-PRE-COD-VENTA(WS-PRE-IDX - 1)
                          < PRE-COD-VENTA
                       OR (WS-PRE-COD-VENTA(WS-PRE-IDX - 1)
                           = PRE-COD-VENTA
                           AND WS-PRE-FECHA-DESDE(WS-PRE-IDX - 1)
                               NOT GREATER PRE-FECHA-DESDE)
                 MOVE PRE-COD-VENTA     TO WS-PRE-COD-VENTA(WS-PRE-IDX)
                 MOVE PRE-FECHA-DESDE
                                    TO WS-PRE-FECHA-DESDE(WS-PRE-IDX)
                 MOVE PRE-PRECIO        TO WS-PRE-PRECIO(WS-PRE-IDX)
              END-IF
           END-IF.

       1041-LEER-REG-PRECIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1042-CORRER-PRECIO-IDX.

           MOVE WS-PRE-TABLA(WS-PRE-IDX - 1)
                                    TO WS-PRE-TABLA(WS-PRE-IDX).
           SUBTRACT 1 FROM WS-PRE-IDX.

       1042-CORRER-PRECIO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1043-VERIFICAR-DESBORDE-PRECIOS.
      *----SI PRECIOS TRAE MAS LINEAS QUE SLOTS, LOS CODIGOS QUE
      *----SOBRAN QUEDARIAN SIN CONTROL SIN AVISO; SE LEE UN REGISTRO
      *----MAS PARA CONFIRMAR SI REALMENTE SOBRAN.

           READ PRECIOS.

           IF FS-PRECIOS-OK
              DISPLAY 'PRECIOS TIENE MAS LINEAS QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-PRECIOS): '
                      WS-MAX-PRECIOS
              DISPLAY 'SE DEBE DEPURAR VIGENCIAS VIEJAS DE PRECIOS '
                      'O AMPLIAR WS-MAX-PRECIOS'
              MOVE 46   TO WS-FIN-RC
              MOVE 'PRED' TO WS-FIN-MOTIVO
              MOVE 'N' TO WS-FIN-REINICIABLE
              MOVE 'PRECIOS DESBORDA LA TABLA DE PRECIOS'
                   TO WS-FIN-DESCRIPCION
              PERFORM 9600-ABORTAR
                 THRU 9600-ABORTAR-EXIT
           END-IF.

       1043-VERIFICAR-DESBORDE-PRECIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1030-LEER-MAESTRO-SUCURSALES.
      *----CARGA EL MAESTRO DE SUCURSALES. SIN ARCHIVO EL RUN SIGUE
      *----CON AVISO: EL MAESTRO SOLO ORDENA LOS TOTALES POR REGION Y
      *----DA EL CENTRO DE COSTO DEL EXTRACTO, NINGUNO DE LOS DOS ES
      *----MOTIVO PARA FRENAR EL MERGE COMERCIAL.

           OPEN INPUT SUCMAST.

           EVALUATE FS-SUCMAST
               WHEN '00'
                    PERFORM 1031-LEER-REG-SUCMAST
                       THRU 1031-LEER-REG-SUCMAST-EXIT
                       UNTIL NOT FS-SUCMAST-OK
                          OR WS-SMA-CANT = WS-MAX-SUC-MAESTRO

                    IF WS-SMA-CANT = WS-MAX-SUC-MAESTRO
                       PERFORM 1032-VERIFICAR-DESBORDE-SUCMAST
                          THRU 1032-VERIFICAR-DESBORDE-SUCMAST-EXIT
                    END-IF

                    CLOSE SUCMAST
                    SET WS-SMA-ACTIVO TO TRUE

                    MOVE 1 TO WS-SUC-IDX
                    PERFORM 1033-VERIFICAR-SUC-MAESTRO-IDX
                       THRU 1033-VERIFICAR-SUC-MAESTRO-IDX-EXIT
                       UNTIL WS-SUC-IDX > WS-SUC-CANT-ACTIVAS
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA EL ARCHIVO DE '
                            'SUCMAST - TODAS LAS SUCURSALES VAN A '
                            WS-SMA-SIN-REGION
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUCMAST'
                    DISPLAY 'FILE STATUS: ' FS-SUCMAST
                    MOVE 47   TO WS-FIN-RC
                    MOVE 'SMAE' TO WS-FIN-MOTIVO
                    MOVE 'N' TO WS-FIN-REINICIABLE
                    MOVE 'ERROR DE APERTURA DE SUCMAST'
                         TO WS-FIN-DESCRIPCION
                    PERFORM 9600-ABORTAR
                       THRU 9600-ABORTAR-EXIT
           END-EVALUATE.

       1030-LEER-MAESTRO-SUCURSALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1031-LEER-REG-SUCMAST.
      *----UN CODIGO REPETIDO EN EL MAESTRO SE SALTEA CON AVISO: RIGE
      *----LA PRIMERA LINEA, PARA QUE UN ERROR DE CARGA NO MUEVA UNA
      *----SUCURSAL DE REGION SIN QUE NADIE LO NOTE.

           READ SUCMAST.

           IF FS-SUCMAST-OK
              MOVE SMA-CODIGO TO WS-SMA-CODIGO-BUSCADO
              PERFORM 1034-BUSCAR-SUC-MAESTRO
                 THRU 1034-BUSCAR-SUC-MAESTRO-EXIT
              IF WS-SMA-HALLADA
                 DISPLAY 'AVISO: SUCURSAL REPETIDA EN SUCMAST: '
                         SMA-CODIGO ' - RIGE LA PRIMERA LINEA'
              ELSE
                 ADD 1                  TO WS-SMA-CANT
                 MOVE SMA-CODIGO        TO WS-SMA-CODIGO(WS-SMA-CANT)
                 MOVE SMA-REGION        TO WS-SMA-REGION(WS-SMA-CANT)
                 IF SMA-REGION = SPACES
                    MOVE WS-SMA-SIN-REGION
                                        TO WS-SMA-REGION(WS-SMA-CANT)
                 END-IF
                 MOVE SMA-FECHA-BAJA
                                   TO WS-SMA-FECHA-BAJA(WS-SMA-CANT)
                 MOVE SMA-CENTRO-COSTO
                                   TO WS-SMA-CENTRO-COSTO(WS-SMA-CANT)
              END-IF
           END-IF.

       1031-LEER-REG-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1032-VERIFICAR-DESBORDE-SUCMAST.
      *----SE LEE UN REGISTRO MAS PARA CONFIRMAR SI REALMENTE SOBRAN
      *----SUCURSALES EN EL MAESTRO.

           READ SUCMAST.

           IF FS-SUCMAST-OK
              DISPLAY 'SUCMAST TIENE MAS SUCURSALES QUE SLOTS '
                      'DISPONIBLES'
              DISPLAY 'SLOTS DISPONIBLES (WS-MAX-SUC-MAESTRO): '
                      WS-MAX-SUC-MAESTRO
              MOVE 48   TO WS-FIN-RC
              MOVE 'SMAD' TO WS-FIN-MOTIVO
              MOVE 'N' TO WS-FIN-REINICIABLE
              MOVE 'SUCMAST DESBORDA LA TABLA DE SUCURSALES'
                   TO WS-FIN-DESCRIPCION
              PERFORM 9600-ABORTAR
                 THRU 9600-ABORTAR-EXIT
           END-IF.

       1032-VERIFICAR-DESBORDE-SUCMAST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1033-VERIFICAR-SUC-MAESTRO-IDX.
      *----CADA SUCURSAL ACTIVA EN SUCURCFG DEBERIA ESTAR EN EL MAESTRO
      *----Y NO TENER LA BAJA CUMPLIDA A LA FECHA DE NEGOCIO. NINGUNO
      *----DE LOS DOS CASOS FRENA EL RUN (LAS VENTAS YA ESTAN EN EL
      *----ARCHIVO DE LA SUCURSAL), PERO QUEDAN AVISADOS PARA QUE SE
      *----CORRIJA EL MAESTRO O SE SAQUE LA SUCURSAL DE SUCURCFG.

           MOVE WS-SUC-CODIGO(WS-SUC-IDX) TO WS-SMA-CODIGO-BUSCADO.
           PERFORM 1034-BUSCAR-SUC-MAESTRO
              THRU 1034-BUSCAR-SUC-MAESTRO-EXIT.

           IF WS-SMA-NO-HALLADA
              DISPLAY 'AVISO: SUCURSAL ' WS-SUC-CODIGO(WS-SUC-IDX)
                      ' DE SUCURCFG NO FIGURA EN SUCMAST'
           ELSE
              IF WS-SMA-FECHA-BAJA(WS-SMA-IDX) NOT = SPACES
                 AND WS-GEN-FECHA NOT = SPACES
                 AND WS-SMA-FECHA-BAJA(WS-SMA-IDX) NOT > WS-GEN-FECHA
                 DISPLAY 'AVISO: SUCURSAL ' WS-SUC-CODIGO(WS-SUC-IDX)
                         ' DADA DE BAJA EL '
                         WS-SMA-FECHA-BAJA(WS-SMA-IDX)
                         ' SIGUE ACTIVA EN SUCURCFG'
              END-IF
           END-IF.

           ADD 1 TO WS-SUC-IDX.

       1033-VERIFICAR-SUC-MAESTRO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1034-BUSCAR-SUC-MAESTRO.
      *----UBICA WS-SMA-CODIGO-BUSCADO EN EL MAESTRO CARGADO; DEJA
      *----WS-SMA-IDX EN EL SLOT HALLADO.

           SET WS-SMA-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-SMA-IDX.

           PERFORM 1035-BUSCAR-SUC-MAESTRO-IDX
              THRU 1035-BUSCAR-SUC-MAESTRO-IDX-EXIT
              UNTIL WS-SMA-HALLADA
                 OR WS-SMA-IDX > WS-SMA-CANT.

       1034-BUSCAR-SUC-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1035-BUSCAR-SUC-MAESTRO-IDX.

           IF WS-SMA-CODIGO(WS-SMA-IDX) = WS-SMA-CODIGO-BUSCADO
              SET WS-SMA-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-SMA-IDX
           END-IF.

       1035-BUSCAR-SUC-MAESTRO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1058-LEER-COTIZACIONES.
      *----CARGA LAS COTIZACIONES DEL DIA. LA AUSENCIA DEL ARCHIVO NO
              MOVE CKP-IMP-SIN-TASA TO WS-IMP-SIN-TASA
           END-IF.

           IF CKP-PRECDESV-CANT-REG IS NUMERIC
              MOVE CKP-PRECDESV-CANT-REG TO WS-PRECDESV-CANT-REG
           END-IF.

           IF CKP-PRE-SIN-PRECIO IS NUMERIC
              MOVE CKP-PRE-SIN-PRECIO TO WS-PRE-SIN-PRECIO
           END-IF.

       1085-CARGAR-REINICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

                 ADD WS-IMP-CONVERTIDO TO WS-IMP-FECH

      * EL CONTROL CONTRA LA LISTA DE PRECIOS NO RECHAZA: LA VENTA SE
      * MEZCLA IGUAL Y EL DESVIO SOLO QUEDA LISTADO EN PRECDESV. VA
      * DESPUES DEL CHECKPOINT POR CIERRE DE FECHA, COMO TODA GRABACION
      * DEL REGISTRO EN CURSO.
                 IF WS-PRE-CONTROL-ACTIVO
                    PERFORM 3162-VERIFICAR-PRECIO-LISTA
                       THRU 3162-VERIFICAR-PRECIO-LISTA-EXIT
                 END-IF

                 PERFORM 7000-GRABAR-ARCHIVO-SAL
                    THRU 7000-GRABAR-ARCHIVO-SAL-EXIT
              END-IF

       3161-BUSCAR-TASA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3162-VERIFICAR-PRECIO-LISTA.
      *----COMPARA EL IMPORTE YA CONVERTIDO A MONEDA LOCAL CONTRA EL
      *----PRECIO DE LISTA VIGENTE A LA FECHA DE LA VENTA. UNA
      *----DEVOLUCION (IMPORTE NEGATIVO) SE COMPARA POR SU VALOR
      *----ABSOLUTO. UN CODIGO SIN PRECIO VIGENTE NO ES DESVIO: SE
      *----CUENTA PARA AVISAR AL CIERRE, COMO LAS VENTAS SIN ALICUOTA.

           PERFORM 3163-BUSCAR-PRECIO-VIGENTE
              THRU 3163-BUSCAR-PRECIO-VIGENTE-EXIT.

           IF WS-PRE-MEJOR-IDX = 0
              ADD 1 TO WS-PRE-SIN-PRECIO
              GO TO 3162-VERIFICAR-PRECIO-LISTA-EXIT
           END-IF.

           IF WS-IMP-CONVERTIDO < 0
              COMPUTE WS-PRE-COBRADO = WS-IMP-CONVERTIDO * -1
           ELSE
              MOVE WS-IMP-CONVERTIDO TO WS-PRE-COBRADO
           END-IF.

           COMPUTE WS-PRE-DIFERENCIA =
                   WS-PRE-COBRADO - WS-PRE-PRECIO(WS-PRE-MEJOR-IDX).

           IF WS-PRE-DIFERENCIA < 0
              COMPUTE WS-PRE-DIF-ABSOLUTA = WS-PRE-DIFERENCIA * -1
           ELSE
              MOVE WS-PRE-DIFERENCIA TO WS-PRE-DIF-ABSOLUTA
           END-IF.

      *----DENTRO DE LA TOLERANCIA NO HAY NADA QUE INFORMAR (SE
      *----COMPARA MULTIPLICANDO PARA NO DIVIDIR POR UN PRECIO CERO).
           IF WS-PRE-DIF-ABSOLUTA * 100 NOT GREATER
              WS-PRE-PRECIO(WS-PRE-MEJOR-IDX) * WS-PRE-TOLERANCIA-PCT
              GO TO 3162-VERIFICAR-PRECIO-LISTA-EXIT
           END-IF.

           IF WS-PRE-PRECIO(WS-PRE-MEJOR-IDX) = 0
              MOVE 99999,99 TO WS-PRE-DESVIO-PCT
           ELSE
              COMPUTE WS-PRE-DESVIO-PCT ROUNDED =
                      WS-PRE-DIFERENCIA * 100 /
                      WS-PRE-PRECIO(WS-PRE-MEJOR-IDX)
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-PRE-DESVIO-PCT
              END-COMPUTE
           END-IF.

           MOVE WS-SUC-FECHA(WS-SUC-IDX-MENOR)     TO PDV-FECHA.
           MOVE WS-SUC-ORIGEN(WS-SUC-IDX-MENOR)    TO PDV-SUCURSAL.
           MOVE WS-SUC-CAJA(WS-SUC-IDX-MENOR)      TO PDV-CAJA.
           MOVE WS-SUC-HORA(WS-SUC-IDX-MENOR)      TO PDV-HORA.
           MOVE WS-SUC-COD-VENTA(WS-SUC-IDX-MENOR) TO PDV-COD-VENTA.
           MOVE WS-SUC-PRODUCTO(WS-SUC-IDX-MENOR)  TO PDV-PRODUCTO.
           MOVE WS-PRE-PRECIO(WS-PRE-MEJOR-IDX)    TO PDV-PRECIO-LISTA.
           MOVE WS-IMP-CONVERTIDO              TO PDV-IMPORTE-COBRADO.
           MOVE WS-PRE-DIFERENCIA                  TO PDV-DIFERENCIA.
           MOVE WS-PRE-DESVIO-PCT                  TO PDV-DESVIO-PCT.

           PERFORM 7470-GRABAR-ARCHIVO-PRECDESV
              THRU 7470-GRABAR-ARCHIVO-PRECDESV-EXIT.

       3162-VERIFICAR-PRECIO-LISTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3163-BUSCAR-PRECIO-VIGENTE.
      *----UBICA EL COD-VENTA CON SEARCH ALL (CUALQUIERA DE SUS
      *----VIGENCIAS), RETROCEDE HASTA LA PRIMERA Y RECORRE LAS DEL
      *----CODIGO EN ORDEN DE FECHA: LA ULTIMA QUE NO SUPERA LA FECHA
      *----DE LA VENTA ES LA QUE RIGE. DEJA WS-PRE-MEJOR-IDX EN CERO SI
      *----NINGUNA RIGE.

           MOVE 0 TO WS-PRE-MEJOR-IDX.
           MOVE 0 TO WS-PRE-IDX.

           IF WS-PRE-CANT = 0
              GO TO 3163-BUSCAR-PRECIO-VIGENTE-EXIT
           END-IF.

           SEARCH ALL WS-PRE-TABLA
               AT END
                  CONTINUE
               WHEN WS-PRE-COD-VENTA(WS-PRE-NDX) EQUAL
                    WS-SUC-COD-VENTA(WS-SUC-IDX-MENOR)
                    SET WS-PRE-IDX TO WS-PRE-NDX
           END-SEARCH.

           IF WS-PRE-IDX = 0
              GO TO 3163-BUSCAR-PRECIO-VIGENTE-EXIT
           END-IF.

           PERFORM 3164-RETROCEDER-PRECIO-IDX
              THRU 3164-RETROCEDER-PRECIO-IDX-EXIT
              UNTIL WS-PRE-IDX = 1
                 OR WS-PRE-COD-VENTA(WS-PRE-IDX - 1) NOT EQUAL
                    WS-SUC-COD-VENTA(WS-SUC-IDX-MENOR).

           PERFORM 3165-BUSCAR-PRECIO-IDX
              THRU 3165-BUSCAR-PRECIO-IDX-EXIT
              UNTIL WS-PRE-IDX > WS-PRE-CANT
                 OR WS-PRE-COD-VENTA(WS-PRE-IDX) NOT EQUAL
                    WS-SUC-COD-VENTA(WS-SUC-IDX-MENOR).

       3163-BUSCAR-PRECIO-VIGENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3164-RETROCEDER-PRECIO-IDX.

           SUBTRACT 1 FROM WS-PRE-IDX.

       3164-RETROCEDER-PRECIO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3165-BUSCAR-PRECIO-IDX.

           IF WS-PRE-FECHA-DESDE(WS-PRE-IDX) NOT GREATER
              WS-SUC-FECHA(WS-SUC-IDX-MENOR)
              MOVE WS-PRE-IDX TO WS-PRE-MEJOR-IDX
           END-IF.

           ADD 1 TO WS-PRE-IDX.

       3165-BUSCAR-PRECIO-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-PROCESAR-TOTSALID.

              END-IF
           END-IF.

           PERFORM 3974-FIJAR-PERIODO-FISCAL
              THRU 3974-FIJAR-PERIODO-FISCAL-EXIT.

           OPEN INPUT TOTSALID.
           OPEN INPUT TOTFECHA.
           OPEN OUTPUT GLEXTRAC.
       3973-FIJAR-PERIODO-SISTEMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3974-FIJAR-PERIODO-FISCAL.
      *----BUSCA LA FECHA DEL EXTRACTO EN CALFISC (ORDENADO POR FECHA,
      *----SE CORTA AL LLEGAR O PASARSE). EL CALENDARIO ES OPCIONAL:
      *----SIN ARCHIVO EL EXTRACTO SIGUE IMPUTANDO POR MES CALENDARIO.

           MOVE WS-GL-PERIODO(1:4)        TO WS-GL-ANIO-FISCAL.
           MOVE WS-GL-PERIODO(6:2)        TO WS-GL-PERIODO-FISCAL.
           MOVE 0                         TO WS-GL-SEMANA-FISCAL.
           SET WS-GL-CAL-NO-HALLADA       TO TRUE.

           OPEN INPUT CALFISC.

           EVALUATE FS-CALFISC
               WHEN '00'
                    MOVE LOW-VALUES TO CAL-FECHA
                    PERFORM 3977-LEER-REG-CALFISC
                       THRU 3977-LEER-REG-CALFISC-EXIT
                       UNTIL NOT FS-CALFISC-OK
                          OR CAL-FECHA NOT < WS-GL-PERIODO
                    CLOSE CALFISC
                    IF WS-GL-CAL-NO-HALLADA
                       DISPLAY 'AVISO: LA FECHA ' WS-GL-PERIODO
                               ' NO FIGURA EN CALFISC - EL EXTRACTO '
                               'SE IMPUTA AL MES CALENDARIO'
                    END-IF
               WHEN '35'
                    DISPLAY 'AVISO: NO SE ENCUENTRA CALFISC - EL '
                            'EXTRACTO SE IMPUTA AL MES CALENDARIO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CALFISC'
                    DISPLAY 'FILE STATUS: ' FS-CALFISC
                    MOVE 49   TO WS-FIN-RC
                    MOVE 'CALE' TO WS-FIN-MOTIVO
                    MOVE 'N' TO WS-FIN-REINICIABLE
                    MOVE 'ERROR DE APERTURA DE CALFISC'
                         TO WS-FIN-DESCRIPCION
                    PERFORM 9600-ABORTAR
                       THRU 9600-ABORTAR-EXIT
           END-EVALUATE.

       3974-FIJAR-PERIODO-FISCAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3977-LEER-REG-CALFISC.

           READ CALFISC.

           IF FS-CALFISC-OK
              AND CAL-FECHA = WS-GL-PERIODO
              IF CAL-ANIO-FISCAL IS NOT NUMERIC
                 OR CAL-PERIODO IS NOT NUMERIC
                 OR CAL-SEMANA IS NOT NUMERIC
                 DISPLAY 'LINEA INVALIDA EN CALFISC: ' REG-CALFISC
                 MOVE 49   TO WS-FIN-RC
                 MOVE 'CALE' TO WS-FIN-MOTIVO
                 MOVE 'N' TO WS-FIN-REINICIABLE
                 MOVE 'LINEA INVALIDA EN CALFISC'
                      TO WS-FIN-DESCRIPCION
                 PERFORM 9600-ABORTAR
                    THRU 9600-ABORTAR-EXIT
              END-IF
              MOVE CAL-ANIO-FISCAL        TO WS-GL-ANIO-FISCAL
              MOVE CAL-PERIODO            TO WS-GL-PERIODO-FISCAL
              MOVE CAL-SEMANA             TO WS-GL-SEMANA-FISCAL
              SET WS-GL-CAL-HALLADA       TO TRUE
           END-IF.

       3977-LEER-REG-CALFISC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3972-GRABAR-DETALLE-GL.
      *----CADA SUCURSAL SE IMPUTA AL CENTRO DE COSTO DE SU REGION
      *----SEGUN EL MAESTRO. SIN MAESTRO, SIN LA SUCURSAL EN EL O SIN
      *----CENTRO DE COSTO CARGADO, VUELVE A LA CUENTA HISTORICA
      *----'4000' + SUCURSAL CON AVISO, PARA NO DEJAR EL IMPORTE
      *----FUERA DEL EXTRACTO.

           MOVE TOT-ARCHIVO              TO WS-SMA-CODIGO-BUSCADO.
           PERFORM 1034-BUSCAR-SUC-MAESTRO
              THRU 1034-BUSCAR-SUC-MAESTRO-EXIT.

           IF WS-SMA-HALLADA
              AND WS-SMA-CENTRO-COSTO(WS-SMA-IDX) NOT = SPACES
              MOVE WS-SMA-CENTRO-COSTO(WS-SMA-IDX) TO GL-CUENTA
           ELSE
              MOVE TOT-ARCHIVO           TO WS-GL-CUENTA-SUCURSAL
              MOVE WS-GL-CUENTA          TO GL-CUENTA
              ADD 1                      TO WS-GL-CANT-SIN-CENTRO
              IF WS-SMA-ACTIVO
                 DISPLAY 'AVISO: SUCURSAL ' TOT-ARCHIVO
                         ' SIN CENTRO DE COSTO EN SUCMAST - '
                         'SE IMPUTA A ' WS-GL-CUENTA
              END-IF
           END-IF.
           MOVE WS-GL-PERIODO            TO GL-PERIODO.
           MOVE TOT-IMPORTE              TO GL-IMPORTE.
           MOVE WS-GL-ANIO-FISCAL        TO GL-ANIO-FISCAL.
           MOVE WS-GL-PERIODO-FISCAL     TO GL-PERIODO-FISCAL.
           MOVE WS-GL-SEMANA-FISCAL      TO GL-SEMANA-FISCAL.

           WRITE REG-GL.

      *----------------------------------------------------------------*
       3975-GRABAR-CONTROL-GL.

           MOVE SPACES                   TO REG-GL-CONTROL.
           MOVE WS-TRAILER-MARCA         TO GL-CTRL-MARCA.
           MOVE WS-GL-CANT-REG           TO GL-CTRL-CANT-REG.
           MOVE WS-GL-CTRL-IMPORTE       TO GL-CTRL-IMPORTE.

       3978-CERRAR-ARCHIVOS-GL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----TOTALES POR REGION (TOTREGIO.TXT), RELEYENDO TOTSALID YA
      *----CERRADO COMO EL EXTRACTO CONTABLE: EN UNA CORRIDA
      *----COMPLEMENTARIA TOTSALID YA TRAE LAS SUCURSALES DE LAS DOS
      *----CORRIDAS, ASI QUE EL ARCHIVO SE REGENERA (OUTPUT) CON EL
      *----COMBINADO Y NO HACE FALTA CHECKPOINTEARLO.
       3990-GENERAR-TOTREGIO.

           MOVE 0 TO WS-RGN-CANT.

           OPEN INPUT TOTSALID.
           OPEN OUTPUT TOTREGIO.

           IF NOT FS-TOTSALID-OK OR NOT FS-TOTREGIO-OK
              DISPLAY 'ERROR AL ABRIR ARCHIVOS DE TOTALES POR REGION'
              DISPLAY 'FS TOTSALID : ' FS-TOTSALID
              DISPLAY 'FS TOTREGIO : ' FS-TOTREGIO
              MOVE 47   TO WS-FIN-RC
              MOVE 'SMAE' TO WS-FIN-MOTIVO
              MOVE 'N' TO WS-FIN-REINICIABLE
              MOVE 'ERROR DE APERTURA DE TOTREGIO'
                   TO WS-FIN-DESCRIPCION
              PERFORM 9600-ABORTAR
                 THRU 9600-ABORTAR-EXIT
           END-IF.

           READ TOTSALID.
           PERFORM 3991-ACUMULAR-REGION
              THRU 3991-ACUMULAR-REGION-EXIT
              UNTIL NOT FS-TOTSALID-OK.

           MOVE 1 TO WS-RGN-IDX.
           PERFORM 3994-GRABAR-TOTREGIO-IDX
              THRU 3994-GRABAR-TOTREGIO-IDX-EXIT
              UNTIL WS-RGN-IDX > WS-RGN-CANT.

           CLOSE TOTSALID.
           CLOSE TOTREGIO.

       3990-GENERAR-TOTREGIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3991-ACUMULAR-REGION.

           MOVE TOT-ARCHIVO              TO WS-SMA-CODIGO-BUSCADO.
           PERFORM 1034-BUSCAR-SUC-MAESTRO
              THRU 1034-BUSCAR-SUC-MAESTRO-EXIT.

           IF WS-SMA-HALLADA
              MOVE WS-SMA-REGION(WS-SMA-IDX) TO WS-RGN-REGION-BUSCADA
           ELSE
              MOVE WS-SMA-SIN-REGION     TO WS-RGN-REGION-BUSCADA
           END-IF.

           SET WS-RGN-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-RGN-IDX.
           PERFORM 3992-BUSCAR-REGION-IDX
              THRU 3992-BUSCAR-REGION-IDX-EXIT
              UNTIL WS-RGN-HALLADA
                 OR WS-RGN-IDX > WS-RGN-CANT.

      *----REGION NUEVA: SE INSERTA EN ORDEN, CORRIENDO HACIA ABAJO LAS
      *----QUE LA SIGUEN.
           IF WS-RGN-NO-HALLADA
              ADD 1                      TO WS-RGN-CANT
              MOVE WS-RGN-CANT           TO WS-RGN-IDX
              PERFORM 3993-CORRER-REGION-IDX
                 THRU 3993-CORRER-REGION-IDX-EXIT
                 UNTIL WS-RGN-IDX = 1
                    OR WS-RGN-REGION(WS-RGN-IDX - 1)
                       < WS-RGN-REGION-BUSCADA
              MOVE WS-RGN-REGION-BUSCADA TO WS-RGN-REGION(WS-RGN-IDX)
              MOVE 0                     TO WS-RGN-IMPORTE(WS-RGN-IDX)
              MOVE 0                     TO WS-RGN-CANT-REG(WS-RGN-IDX)
              MOVE 0                     TO WS-RGN-CANT-SUC(WS-RGN-IDX)
           END-IF.

           ADD TOT-IMPORTE               TO WS-RGN-IMPORTE(WS-RGN-IDX).
           ADD TOT-CANT-REG              TO WS-RGN-CANT-REG(WS-RGN-IDX).
           ADD 1                         TO WS-RGN-CANT-SUC(WS-RGN-IDX).

           READ TOTSALID.

       3991-ACUMULAR-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3992-BUSCAR-REGION-IDX.

           IF WS-RGN-REGION(WS-RGN-IDX) = WS-RGN-REGION-BUSCADA
              SET WS-RGN-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-RGN-IDX
           END-IF.

       3992-BUSCAR-REGION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3993-CORRER-REGION-IDX.

           MOVE WS-RGN-TABLA(WS-RGN-IDX - 1)
                                    TO WS-RGN-TABLA(WS-RGN-IDX).
           SUBTRACT 1 FROM WS-RGN-IDX.

       3993-CORRER-REGION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3994-GRABAR-TOTREGIO-IDX.

           MOVE WS-RGN-REGION(WS-RGN-IDX)   TO TRG-REGION.
           MOVE WS-RGN-IMPORTE(WS-RGN-IDX)  TO TRG-IMPORTE.
           MOVE WS-RGN-CANT-REG(WS-RGN-IDX) TO TRG-CANT-REG.
           MOVE WS-RGN-CANT-SUC(WS-RGN-IDX) TO TRG-CANT-SUC.

           WRITE REG-TOTREGIO.

           EVALUATE FS-TOTREGIO
               WHEN '00'
                    ADD 1 TO WS-TOTREGIO-CANT-REG
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE TOTREGIO'
                    DISPLAY 'FILE STATUS: ' FS-TOTREGIO
           END-EVALUATE.

           ADD 1 TO WS-RGN-IDX.

       3994-GRABAR-TOTREGIO-IDX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----SALIDA IMPOSITIVA DEL RUN, GENERADA DESDE LOS ACUMULADOS EN
       4860-ABRIR-ARCHIVO-TOTHORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4870-ABRIR-ARCHIVO-PRECDESV.
      *----SE ABRE AUNQUE NO HAYA LISTA DE PRECIOS, PARA QUE LA
      *----GENERACION TENGA SIEMPRE SU ARCHIVO (VACIO ESE DIA).

           IF WS-HAY-REINICIO OR WS-RUN-COMPLEMENTO
              OPEN EXTEND PRECDESV
           ELSE
              OPEN OUTPUT PRECDESV
           END-IF.

           EVALUATE FS-PRECDESV
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO PRECDESV'
                    DISPLAY 'FILE STATUS: ' FS-PRECDESV
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
                    MOVE 45   TO WS-FIN-RC
                    MOVE 'PREE' TO WS-FIN-MOTIVO
                    MOVE 'N' TO WS-FIN-REINICIABLE
                    MOVE 'ERROR DE APERTURA DE PRECDESV'
                         TO WS-FIN-DESCRIPCION
                    PERFORM 9600-ABORTAR
                       THRU 9600-ABORTAR-EXIT
           END-EVALUATE.

       4870-ABRIR-ARCHIVO-PRECDESV-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4900-ABRIR-ARCHIVO-SUSPECT.


       7460-GRABAR-ARCHIVO-FUERASEC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7470-GRABAR-ARCHIVO-PRECDESV.

           WRITE REG-PRECDESV.

           EVALUATE FS-PRECDESV
               WHEN '00'
                    ADD 1 TO WS-PRECDESV-CANT-REG
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PRECDESV'
                    DISPLAY 'FILE STATUS: ' FS-PRECDESV
           END-EVALUATE.

       7470-GRABAR-ARCHIVO-PRECDESV-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7500-GRABAR-CHECKPOINT.
      *----VUELCA EL ESTADO ACTUAL DEL MERGE A REINICIO.TXT, QUE SE
                       UNTIL WS-DUP-IDX > WS-DUP-CANT

                    MOVE WS-IMP-SIN-TASA TO CKP-IMP-SIN-TASA
                    MOVE WS-PRECDESV-CANT-REG
                                             TO CKP-PRECDESV-CANT-REG
                    MOVE WS-PRE-SIN-PRECIO   TO CKP-PRE-SIN-PRECIO

                    WRITE REG-REINICIO

           PERFORM 8860-CERRAR-ARCH-FUERASEC
              THRU 8860-CERRAR-ARCH-FUERASEC-EXIT.

           PERFORM 8870-CERRAR-ARCH-PRECDESV
              THRU 8870-CERRAR-ARCH-PRECDESV-EXIT.

       8000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       8860-CERRAR-ARCH-FUERASEC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8870-CERRAR-ARCH-PRECDESV.

           CLOSE PRECDESV.

           IF NOT FS-PRECDESV-OK
              DISPLAY 'ERROR EN CLOSE DE PRECDESV: ' FS-PRECDESV
           END-IF.

       8870-CERRAR-ARCH-PRECDESV-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8900-LIMPIAR-REINICIO.
      *----VACIA REINICIO.TXT AL FINALIZAR UN RUN COMPLETO
           DISPLAY 'CANT. REG. FUERA DE SEC.    : '
                   WS-FUERASEC-CANT-REG.
           DISPLAY 'CANT. REG. EXTRACTO CONTABLE: 'WS-GL-CANT-REG.
           DISPLAY 'CANT. SUC. SIN CENTRO COSTO : '
                   WS-GL-CANT-SIN-CENTRO.
           DISPLAY 'EJERCICIO/PERIODO/SEMANA GL : '
                   WS-GL-ANIO-FISCAL '/' WS-GL-PERIODO-FISCAL '/'
                   WS-GL-SEMANA-FISCAL.
           DISPLAY 'CANT. REG. GRAB. TOTREGIO   : '
                   WS-TOTREGIO-CANT-REG.
           DISPLAY 'CANT. REG. GRAB. TOTIMP     : '
                   WS-TOTIMP-CANT-REG.
           DISPLAY 'CANT. REG. EXTRACTO FISCAL  : '
                   WS-IMPEXTR-CANT-REG.
           DISPLAY 'CANT. VENTAS SIN ALICUOTA   : ' WS-IMP-SIN-TASA.
           DISPLAY 'CANT. REG. DESVIO DE PRECIO : '
                   WS-PRECDESV-CANT-REG.
           DISPLAY 'CANT. VENTAS SIN PRECIO LIST: '
                   WS-PRE-SIN-PRECIO.
           DISPLAY '================================================'.
       9000-TOTALES-ARCHIVO-EXIT.
           EXIT.
