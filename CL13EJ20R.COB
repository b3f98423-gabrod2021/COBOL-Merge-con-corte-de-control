      *----------------------------------------------------------------*
      *      Extraccion incremental de ventas para el data warehouse
      *----------------------------------------------------------------*
      *----PASO FINAL DE LA CADENA NOCTURNA: DEJA PARA EL DATA
      *----WAREHOUSE EL DETALLE DE VENTAS (VENTATOT) Y LA HISTORIA
      *----DIARIA (HISTVENT) EN ARCHIVOS DELIMITADOS CON '|', CON UNA
      *----FILA DE TITULOS, FECHAS AAAA-MM-DD Y PUNTO DECIMAL
      *----EXPLICITO, PARA QUE NADIE TENGA QUE DECODIFICAR NUESTROS
      *----LAYOUTS FIJOS NI LOS DECIMALES IMPLICITOS:
      *----  DWVENTAS.TXT : UNA FILA POR REGISTRO DE VENTATOT, CON LA
      *----    GENERACION (FECHA DE NEGOCIO Y CORRIDA DE CL13EJ01) DE
      *----    LA QUE SALE.
      *----  DWHISTOR.TXT : UNA FILA POR CLAVE DE HISTVENT (FECHA +
      *----    SUCURSAL + COD-VENTA). LAS MARCAS DE CARGA NO SE
      *----    EXPORTAN.
      *----  DWMANIF.TXT  : MANIFIESTO CON FILAS E IMPORTE POR
      *----    GENERACION, POR FECHA DE HISTORIA Y POR ARCHIVO, PARA
      *----    QUE EL WAREHOUSE VERIFIQUE LA CARGA. LA ULTIMA LINEA ES
      *----    'FIN': SIN ELLA LA EXTRACCION NO TERMINO Y NO SE CARGA.
      *----CADA GENERACION Y CADA FECHA DE HISTORIA VIAJAN COMPLETAS:
      *----EL WAREHOUSE REEMPLAZA LO QUE TENIA DE ESA GENERACION (O DE
      *----ESA FECHA) POR LO RECIBIDO, ASI UN REPROCESO NO DUPLICA.
      *----DOS MODOS, ELEGIDOS CON CL13EJ20_MODO:
      *----  INCREM (DEFECTO): EXPORTA LAS GENERACIONES QUE APARECIERON
      *----    EN ARCHIDX DESDE LA ULTIMA EXTRACCION EXITOSA (NUEVAS O
      *----    REPROCESADAS), SEGUN LA MARCA DE AGUA DWMARCA.TXT, Y LAS
      *----    FECHAS DE HISTVENT QUE ESAS GENERACIONES TOCARON (LA
      *----    FECHA DE NEGOCIO Y LAS DE VENTAS RECICLADAS). UNA
      *----    GENERACION QUE CL13EJ04 TODAVIA NO CARGO EN HISTVENT
      *----    FRENA LA EXTRACCION AHI: SE ESPERA A LA CARGA PARA NO
      *----    MANDAR UNA HISTORIA QUE NO LA INCLUYE.
      *----  RECARGA: EXPORTA TODAS LAS GENERACIONES VIGENTES Y TODA LA
      *----    HISTORIA DEL RANGO CL13EJ20_DESDE / CL13EJ20_HASTA
      *----    (AAAA/MM/DD), PARA RECONSTRUIR EL WAREHOUSE. NO MUEVE LA
      *----    MARCA DE AGUA, SALVO QUE TODAVIA NO EXISTA (CARGA
      *----    INICIAL).
      *----LA MARCA DE AGUA SE REESCRIBE RECIEN CON TODO GRABADO Y
      *----CERRADO: UNA EXTRACCION QUE TERMINA CON RETURN-CODE 8 SE
      *----REPITE ENTERA LA NOCHE SIGUIENTE. RETURN-CODE 4 CUANDO
      *----QUEDAN GENERACIONES SIN EXPORTAR (NO VIGENTES O AUN NO
      *----CARGADAS EN HISTVENT), MISMA CONVENCION QUE CL13EJ07.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL13EJ20.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCHIDX
           ASSIGN TO WS-PATH-ARCHIDX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIDX.

       SELECT VENTATOT
           ASSIGN TO WS-PATH-VENTATOT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTATOT.

       SELECT HISTVENT
           ASSIGN TO WS-PATH-HISTVENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CLAVE
           FILE STATUS IS FS-HISTVENT.

       SELECT DWMARCA
           ASSIGN TO WS-PATH-DWMARCA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DWMARCA.

       SELECT DWVENTAS
           ASSIGN TO WS-PATH-DWVENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DWVENTAS.

       SELECT DWHISTOR
           ASSIGN TO WS-PATH-DWHISTOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DWHISTOR.

       SELECT DWMANIF
           ASSIGN TO WS-PATH-DWMANIF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DWMANIF.

       DATA DIVISION.

       FILE SECTION.

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

      *----MISMO LAYOUT QUE EL FD VENTATOT DE CL13EJ01
       FD VENTATOT.
       01 SALIDA-TOT.
          05 SALIDA-FECHA                  PIC X(10).
          05 SALIDA-COD-VENTA              PIC X(04).
          05 SALIDA-PRODUCTO               PIC X(30).
          05 SALIDA-IMPORTE                PIC S9(8)V9(2).
          05 SALIDA-CATEGORIA              PIC X(10).
          05 SALIDA-DESCRIPCION            PIC X(30).
          05 SALIDA-SUCURSAL               PIC X(01).
          05 SALIDA-MONEDA                 PIC X(03).
          05 SALIDA-IMP-ORIGINAL           PIC S9(8)V9(2).
          05 SALIDA-TASA                   PIC 9(03)V9(06).
          05 SALIDA-HORA                   PIC X(08).
          05 SALIDA-CAJA                   PIC X(06).

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

      *----MARCA DE AGUA: UN SOLO REGISTRO CON LA ULTIMA EXTRACCION
      *----EXITOSA. MRC-CORRIDA ES LA CORRIDA DE CL13EJ01 (FECHA Y
      *----HORA, COMO EN ARCHIDX) HASTA LA QUE SE REVISO EL INDICE;
      *----LA PROXIMA EXTRACCION TOMA SOLO LAS LINEAS POSTERIORES.
      *----MRC-FECHA-GEN ES LA MAYOR FECHA DE NEGOCIO EXPORTADA.
       FD DWMARCA.
       01 REG-DWMARCA.
          05 MRC-FECHA-GEN                 PIC X(10).
          05 MRC-CORRIDA.
             10 MRC-FECHA-RUN              PIC X(08).
             10 MRC-HORA-RUN               PIC X(08).
          05 MRC-FECHA-EXPORT              PIC X(08).
          05 MRC-HORA-EXPORT               PIC X(08).
          05 MRC-CANT-GENER                PIC 9(05).
          05 MRC-CANT-VENTAS               PIC 9(07).
          05 MRC-CANT-HISTOR               PIC 9(07).

       FD DWVENTAS.
       01 REG-DWVENTAS                     PIC X(300).

       FD DWHISTOR.
       01 REG-DWHISTOR                     PIC X(300).

       FD DWMANIF.
       01 REG-DWMANIF                      PIC X(300).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ARCHIDX                      PIC X(2).
             88 FS-ARCHIDX-OK                VALUE '00'.
             88 FS-ARCHIDX-NO-EXISTE         VALUE '35'.
          05 FS-VENTATOT                     PIC X(2).
             88 FS-VENTATOT-OK               VALUE '00'.
             88 FS-VENTATOT-FIN              VALUE '10'.
          05 FS-HISTVENT                     PIC X(2).
             88 FS-HISTVENT-OK               VALUE '00'.
             88 FS-HISTVENT-NO-EXISTE        VALUE '35'.
             88 FS-HISTVENT-SIN-CLAVE        VALUE '23'.
          05 FS-DWMARCA                      PIC X(2).
             88 FS-DWMARCA-OK                VALUE '00'.
             88 FS-DWMARCA-FIN               VALUE '10'.
             88 FS-DWMARCA-NO-EXISTE         VALUE '35'.
          05 FS-DWVENTAS                     PIC X(2).
             88 FS-DWVENTAS-OK               VALUE '00'.
          05 FS-DWHISTOR                     PIC X(2).
             88 FS-DWHISTOR-OK               VALUE '00'.
          05 FS-DWMANIF                      PIC X(2).
             88 FS-DWMANIF-OK                VALUE '00'.

       01 WS-PATHS.
          05 WS-PATH-ARCHIDX                 PIC X(60)     VALUE
                                                 '../ARCHIDX.TXT'.
          05 WS-PATH-VENTATOT-BASE           PIC X(60)     VALUE
                                                 '../VENTATOT.TXT'.
          05 WS-PATH-VENTATOT                PIC X(60)     VALUE
                                                 SPACES.
          05 WS-PATH-HISTVENT                PIC X(60)     VALUE
                                                 '../HISTVENT.DAT'.
          05 WS-PATH-DWMARCA                 PIC X(60)     VALUE
                                                 '../DWMARCA.TXT'.
          05 WS-PATH-DWVENTAS                PIC X(60)     VALUE
                                                 '../DWVENTAS.TXT'.
          05 WS-PATH-DWHISTOR                PIC X(60)     VALUE
                                                 '../DWHISTOR.TXT'.
          05 WS-PATH-DWMANIF                 PIC X(60)     VALUE
                                                 '../DWMANIF.TXT'.

       01 WS-PARM-VALOR                      PIC X(60)     VALUE SPACES.

       01 WS-MODO                            PIC X(07)     VALUE
                                                           'INCREM'.

      *----RANGO DE FECHAS DE NEGOCIO DE LA RECARGA (AAAA/MM/DD)
       01 WS-FECHA-DESDE                     PIC X(10)     VALUE SPACES.
       01 WS-FECHA-HASTA                     PIC X(10)     VALUE SPACES.
       01 WS-VAL-FECHA                       PIC X(10)     VALUE SPACES.

       01 WS-FECHA-SISTEMA                   PIC 9(08)     VALUE 0.
       01 WS-HORA-SISTEMA                    PIC 9(08)     VALUE 0.

      *----CORRIDA DE ESTA EXTRACCION (FECHA Y HORA DEL SISTEMA)
       01 WS-EXP-CORRIDA.
          05 WS-EXP-FECHA                    PIC X(08)     VALUE SPACES.
          05 WS-EXP-HORA                     PIC X(08)     VALUE SPACES.

      *----CORRIDA DE CL13EJ01 DE LA LINEA DE ARCHIDX EN PROCESO,
      *----ARMADA COMO EN LA MARCA DE AGUA PARA COMPARARLAS
       01 WS-IX-CORRIDA.
          05 WS-IX-FECHA-RUN                 PIC X(08)     VALUE SPACES.
          05 WS-IX-HORA-RUN                  PIC X(08)     VALUE SPACES.

      *----MARCA DE AGUA LEIDA AL INICIO Y LA QUE SE GRABA AL FINAL.
      *----SIN MARCA PREVIA LA CORRIDA DE CORTE QUEDA EN CEROS Y TODO
      *----EL INDICE ES NUEVO.
       01 WS-MA-CONFIG.
          05 WS-MA-SW                        PIC X(01)     VALUE 'N'.
             88 WS-MA-EXISTE                               VALUE 'S'.
             88 WS-MA-NO-EXISTE                            VALUE 'N'.
          05 WS-MA-AVANZA-SW                 PIC X(01)     VALUE 'N'.
             88 WS-MA-AVANZA                               VALUE 'S'.
          05 WS-MA-FECHA-GEN                 PIC X(10)     VALUE SPACES.
          05 WS-MA-CORRIDA                   PIC X(16)     VALUE ZEROS.
          05 WS-MA-NUEVA-FECHA-GEN           PIC X(10)     VALUE SPACES.
          05 WS-MA-NUEVA-CORRIDA             PIC X(16)     VALUE ZEROS.

      *----RESOLUCION DE GENERACIONES: CADA VENTATOT SE LEE DE SU
      *----RUTA ESTAMPADA .DAAAAMMDD, IGUAL QUE EN CL13EJ04.
       01 WS-GEN-CONFIG.
          05 WS-GEN-AAAAMMDD                 PIC X(08)     VALUE SPACES.
          05 WS-GEN-PATH-TRABAJO             PIC X(60)     VALUE SPACES.
          05 WS-GEN-PATH-NUEVO               PIC X(60)     VALUE SPACES.
          05 WS-GEN-LARGO                    PIC 9(02)     VALUE 0.

      *----MISMA CLAVE QUE LA MARCA DE CARGA QUE DEJA CL13EJ04 EN
      *----HISTVENT POR CADA GENERACION APLICADA
       01 WS-MARCA-CLAVE.
          05 WS-MARCA-FECHA.
             10 FILLER                       PIC X(01)     VALUE 'G'.
             10 WS-MARCA-AAAAMMDD            PIC X(08)     VALUE SPACES.
             10 FILLER                       PIC X(01)     VALUE SPACE.
          05 WS-MARCA-SUCURSAL               PIC X(01)     VALUE '*'.
          05 WS-MARCA-COD-VENTA              PIC X(04)     VALUE 'GEN '.

       01 WS-HV-CONFIG.
          05 WS-HV-SW                        PIC X(01)     VALUE 'N'.
             88 WS-HV-DISPONIBLE                           VALUE 'S'.
          05 WS-HV-CARGA-SW                  PIC X(01)     VALUE 'N'.
             88 WS-HV-CARGADA                              VALUE 'S'.
             88 WS-HV-NO-CARGADA                           VALUE 'N'.
          05 WS-HV-SCAN-SW                   PIC X(01)     VALUE 'N'.
             88 WS-HV-FIN-SCAN                             VALUE 'S'.
             88 WS-HV-SIGUE-SCAN                           VALUE 'N'.

      *----GENERACIONES A EXPORTAR: LAS LINEAS DE ARCHIDX POSTERIORES
      *----A LA MARCA DE AGUA (INCREM) O DEL RANGO (RECARGA), UNA POR
      *----FECHA DE NEGOCIO. SI LA FECHA SE REPROCESO, LA LINEA MAS
      *----RECIENTE REEMPLAZA A LA ANTERIOR Y PASA AL FINAL, ASI LA
      *----TABLA QUEDA EN EL ORDEN DE LAS CORRIDAS DE CL13EJ01.
       01 WS-MAX-GENER                       PIC 9(04)     VALUE 2000.
       01 WS-GN-CONFIG.
          05 WS-GN-CANT                      PIC 9(04)     VALUE 0.
          05 WS-GN-IDX                       PIC 9(04)     VALUE 0.
          05 WS-GN-POS                       PIC 9(04)     VALUE 0.
          05 WS-GN-HALLADA-SW                PIC X(01)     VALUE 'N'.
             88 WS-GN-HALLADA                              VALUE 'S'.
             88 WS-GN-NO-HALLADA                           VALUE 'N'.
          05 WS-GN-CORTE-SW                  PIC X(01)     VALUE 'N'.
             88 WS-GN-DETENIDA                             VALUE 'S'.
             88 WS-GN-SIGUE                                VALUE 'N'.
          05 WS-GN-FECHA-MIN                 PIC X(10)     VALUE SPACES.
          05 WS-GN-FECHA-MAX                 PIC X(10)     VALUE SPACES.
          05 WS-GN-TABLA OCCURS 2000 TIMES.
             10 WS-GN-FECHA                  PIC X(10).
             10 WS-GN-ESTADO                 PIC X(08).
             10 WS-GN-CORRIDA                PIC X(16).
             10 WS-GN-EXPORT-SW              PIC X(01).
                88 WS-GN-EXPORTADA                         VALUE 'S'.
             10 WS-GN-FILAS                  PIC 9(07).
             10 WS-GN-IMPORTE                PIC S9(12)V9(2).

      *----FECHAS DE HISTVENT A EXPORTAR, EN ORDEN ASCENDENTE. EN
      *----INCREM SON LAS FECHAS DE VENTA QUE TRAEN LAS GENERACIONES
      *----EXPORTADAS; EN RECARGA, LAS QUE APARECEN EN EL RANGO.
       01 WS-MAX-FECHAS                      PIC 9(04)     VALUE 2000.
       01 WS-FT-CONFIG.
          05 WS-FT-CANT                      PIC 9(04)     VALUE 0.
          05 WS-FT-IDX                       PIC 9(04)     VALUE 0.
          05 WS-FT-POS                       PIC 9(04)     VALUE 0.
          05 WS-FT-ULTIMA                    PIC X(10)     VALUE SPACES.
          05 WS-FT-HALLADA-SW                PIC X(01)     VALUE 'N'.
             88 WS-FT-HALLADA                              VALUE 'S'.
             88 WS-FT-NO-HALLADA                           VALUE 'N'.
          05 WS-FT-TABLA OCCURS 2000 TIMES.
             10 WS-FT-FECHA                  PIC X(10).
             10 WS-FT-FILAS                  PIC 9(07).
             10 WS-FT-IMPORTE                PIC S9(12)V9(2).

      *----ARMADO DE LAS LINEAS DELIMITADAS. LOS IMPORTES SE EDITAN
      *----CON COMA DECIMAL (DECIMAL-POINT IS COMMA) Y LA COMA SE
      *----CAMBIA POR PUNTO; LOS TEXTOS VAN SIN BLANCOS FINALES Y UN
      *----'|' DENTRO DE UN TEXTO SE CAMBIA POR '/' PARA NO ROMPER LA
      *----FILA.
       01 WS-DW-LINEA                        PIC X(300)    VALUE SPACES.
       01 WS-DW-CONFIG.
          05 WS-DW-PTR                       PIC 9(03)     VALUE 0.
          05 WS-DW-TEXTO                     PIC X(30)     VALUE SPACES.
          05 WS-DW-LARGO                     PIC 9(02)     VALUE 0.
          05 WS-DW-NUMERO                    PIC X(20)     VALUE SPACES.
          05 WS-DW-POS                       PIC 9(02)     VALUE 0.
          05 WS-DW-IMPORTE                   PIC S9(12)V9(2) VALUE 0.
          05 WS-DW-IMP-EDIT                  PIC -(12)9,99.
          05 WS-DW-TASA                      PIC 9(03)V9(06) VALUE 0.
          05 WS-DW-TASA-EDIT                 PIC ZZ9,9(06).
          05 WS-DW-ENTERO                    PIC 9(09)     VALUE 0.
          05 WS-DW-ENT-EDIT                  PIC Z(08)9.

       01 WS-CONTADORES.
          05 WS-CANT-IDX-LEIDOS              PIC 9(05)     VALUE 0.
          05 WS-CANT-GEN-EXPORT              PIC 9(05)     VALUE 0.
          05 WS-CANT-GEN-OMITIDAS            PIC 9(05)     VALUE 0.
          05 WS-CANT-GEN-PENDIENTES          PIC 9(05)     VALUE 0.
          05 WS-CANT-AVISOS                  PIC 9(05)     VALUE 0.
          05 WS-CANT-FILAS-VENTAS            PIC 9(07)     VALUE 0.
          05 WS-CANT-FILAS-HISTOR            PIC 9(07)     VALUE 0.
          05 WS-CANT-LINEAS-MANIF            PIC 9(07)     VALUE 0.
          05 WS-TOT-IMP-VENTAS               PIC S9(12)V9(2) VALUE 0.
          05 WS-TOT-IMP-HISTOR               PIC S9(12)V9(2) VALUE 0.
          05 WS-TOT-IMP-EDIT                 PIC -Z(11)9,99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           EVALUATE WS-MODO
               WHEN 'INCREM'
                    PERFORM 2000-EXPORTAR-INCREMENTAL
                       THRU 2000-EXPORTAR-INCREMENTAL-EXIT
               WHEN 'RECARGA'
                    PERFORM 2500-EXPORTAR-RECARGA
                       THRU 2500-EXPORTAR-RECARGA-EXIT
           END-EVALUATE.

           PERFORM 5000-GRABAR-MANIFIESTO
              THRU 5000-GRABAR-MANIFIESTO-EXIT.

           PERFORM 8000-CERRAR-ARCHIVOS
              THRU 8000-CERRAR-ARCHIVOS-EXIT.

           PERFORM 7000-GRABAR-MARCA-AGUA
              THRU 7000-GRABAR-MARCA-AGUA-EXIT.

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

           EVALUATE WS-MODO
               WHEN 'INCREM'
                    CONTINUE
               WHEN 'RECARGA'
                    PERFORM 1020-VALIDAR-RANGO
                       THRU 1020-VALIDAR-RANGO-EXIT
               WHEN OTHER
                    DISPLAY 'MODO INVALIDO: ' WS-MODO
                    DISPLAY 'MODOS VALIDOS: INCREM, RECARGA'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA  FROM TIME.
           MOVE WS-FECHA-SISTEMA TO WS-EXP-FECHA.
           MOVE WS-HORA-SISTEMA  TO WS-EXP-HORA.

           PERFORM 1100-LEER-MARCA-AGUA
              THRU 1100-LEER-MARCA-AGUA-EXIT.

           PERFORM 1200-CARGAR-INDICE
              THRU 1200-CARGAR-INDICE-EXIT.

           PERFORM 1300-ABRIR-HISTVENT
              THRU 1300-ABRIR-HISTVENT-EXIT.

           PERFORM 1400-ABRIR-SALIDAS
              THRU 1400-ABRIR-SALIDAS-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           DISPLAY 'CL13EJ20_MODO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:7) TO WS-MODO
           END-IF.

           DISPLAY 'CL13EJ20_DESDE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:10) TO WS-FECHA-DESDE
           END-IF.

           DISPLAY 'CL13EJ20_HASTA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR(1:10) TO WS-FECHA-HASTA
           END-IF.

           DISPLAY 'CL13EJ20_ARCHIDX' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-ARCHIDX
           END-IF.

           DISPLAY 'CL13EJ20_VENTATOT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-VENTATOT-BASE
           END-IF.

           DISPLAY 'CL13EJ20_HISTVENT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-HISTVENT
           END-IF.

           DISPLAY 'CL13EJ20_DWMARCA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-DWMARCA
           END-IF.

           DISPLAY 'CL13EJ20_DWVENTAS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-DWVENTAS
           END-IF.

           DISPLAY 'CL13EJ20_DWHISTOR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-DWHISTOR
           END-IF.

           DISPLAY 'CL13EJ20_DWMANIF' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-PARM-VALOR NOT = SPACES
              MOVE WS-PARM-VALOR TO WS-PATH-DWMANIF
           END-IF.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1020-VALIDAR-RANGO.
      *----LA RECARGA EXIGE LAS DOS PUNTAS DEL RANGO: RECONSTRUIR EL
      *----WAREHOUSE ENTERO POR OMISION ES DEMASIADO PARA UN DEFECTO.

           MOVE WS-FECHA-DESDE TO WS-VAL-FECHA.
           PERFORM 1030-VALIDAR-FECHA
              THRU 1030-VALIDAR-FECHA-EXIT.

           MOVE WS-FECHA-HASTA TO WS-VAL-FECHA.
           PERFORM 1030-VALIDAR-FECHA
              THRU 1030-VALIDAR-FECHA-EXIT.

           IF WS-FECHA-DESDE > WS-FECHA-HASTA
              DISPLAY 'RANGO DE RECARGA INVALIDO: ' WS-FECHA-DESDE
                      ' A ' WS-FECHA-HASTA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1020-VALIDAR-RANGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1030-VALIDAR-FECHA.

           IF WS-VAL-FECHA(1:4) IS NOT NUMERIC
              OR WS-VAL-FECHA(6:2) IS NOT NUMERIC
              OR WS-VAL-FECHA(9:2) IS NOT NUMERIC
              OR WS-VAL-FECHA(5:1) NOT = '/'
              OR WS-VAL-FECHA(8:1) NOT = '/'
              OR WS-VAL-FECHA(6:2) < '01'
              OR WS-VAL-FECHA(6:2) > '12'
              OR WS-VAL-FECHA(9:2) < '01'
              OR WS-VAL-FECHA(9:2) > '31'
              DISPLAY 'FECHA DE RECARGA INVALIDA: ' WS-VAL-FECHA
              DISPLAY 'INFORMAR CL13EJ20_DESDE Y CL13EJ20_HASTA '
                      'COMO AAAA/MM/DD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1030-VALIDAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-MARCA-AGUA.
      *----SIN MARCA DE AGUA (PRIMERA EXTRACCION) NO ES ERROR: EN
      *----INCREM SE EXPORTA TODO EL INDICE, Y UNA RECARGA LA CREA.

           OPEN INPUT DWMARCA.

           EVALUATE TRUE
               WHEN FS-DWMARCA-OK
                    CONTINUE
               WHEN FS-DWMARCA-NO-EXISTE
                    DISPLAY 'AVISO: NO HAY MARCA DE AGUA - PRIMERA '
                            'EXTRACCION'
                    MOVE WS-MA-FECHA-GEN TO WS-MA-NUEVA-FECHA-GEN
                    MOVE WS-MA-CORRIDA   TO WS-MA-NUEVA-CORRIDA
                    GO TO 1100-LEER-MARCA-AGUA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DWMARCA'
                    DISPLAY 'FILE STATUS: ' FS-DWMARCA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           READ DWMARCA.

           EVALUATE TRUE
               WHEN FS-DWMARCA-OK
                    SET WS-MA-EXISTE      TO TRUE
                    MOVE MRC-FECHA-GEN    TO WS-MA-FECHA-GEN
                    MOVE MRC-CORRIDA      TO WS-MA-CORRIDA
               WHEN FS-DWMARCA-FIN
                    DISPLAY 'AVISO: MARCA DE AGUA VACIA - PRIMERA '
                            'EXTRACCION'
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE DWMARCA'
                    DISPLAY 'FILE STATUS: ' FS-DWMARCA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           CLOSE DWMARCA.

           MOVE WS-MA-FECHA-GEN TO WS-MA-NUEVA-FECHA-GEN.
           MOVE WS-MA-CORRIDA   TO WS-MA-NUEVA-CORRIDA.

       1100-LEER-MARCA-AGUA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-INDICE.
      *----SIN INDICE DE GENERACIONES NO HAY FORMA DE SABER QUE
      *----VENTATOT LEER NI QUE CAMBIO DESDE LA ULTIMA EXTRACCION.

           OPEN INPUT ARCHIDX.

           IF NOT FS-ARCHIDX-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ARCHIDX'
              DISPLAY 'FILE STATUS: ' FS-ARCHIDX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARCHIDX.
           PERFORM 1210-LEER-INDICE
              THRU 1210-LEER-INDICE-EXIT
              UNTIL NOT FS-ARCHIDX-OK.

           CLOSE ARCHIDX.

       1200-CARGAR-INDICE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-INDICE.

           ADD 1 TO WS-CANT-IDX-LEIDOS.

           MOVE IDX-FECHA-RUN TO WS-IX-FECHA-RUN.
           MOVE IDX-HORA-RUN  TO WS-IX-HORA-RUN.

           IF WS-MODO = 'INCREM'
              IF WS-IX-CORRIDA > WS-MA-CORRIDA
                 PERFORM 1215-REGISTRAR-GENERACION
                    THRU 1215-REGISTRAR-GENERACION-EXIT
              END-IF
           ELSE
              IF IDX-FECHA-GEN NOT < WS-FECHA-DESDE
                 AND IDX-FECHA-GEN NOT > WS-FECHA-HASTA
                 PERFORM 1215-REGISTRAR-GENERACION
                    THRU 1215-REGISTRAR-GENERACION-EXIT
              END-IF
           END-IF.

           READ ARCHIDX.

       1210-LEER-INDICE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1215-REGISTRAR-GENERACION.

      *----UNA FECHA QUE YA ESTABA EN LA TABLA SE REPROCESO: LA LINEA
      *----VIEJA SALE Y LA NUEVA ENTRA AL FINAL.
           SET WS-GN-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-GN-POS.
           PERFORM 1220-BUSCAR-FECHA-IDX
              THRU 1220-BUSCAR-FECHA-IDX-EXIT
              UNTIL WS-GN-POS > WS-GN-CANT
                 OR WS-GN-HALLADA.

           IF WS-GN-HALLADA
              MOVE WS-GN-POS TO WS-GN-IDX
              PERFORM 1230-QUITAR-GENERACION-IDX
                 THRU 1230-QUITAR-GENERACION-IDX-EXIT
                 UNTIL WS-GN-IDX >= WS-GN-CANT
              SUBTRACT 1 FROM WS-GN-CANT
           END-IF.

           IF WS-GN-CANT >= WS-MAX-GENER
              DISPLAY 'ERROR: ARCHIDX TIENE MAS GENERACIONES PARA '
                      'EXPORTAR QUE SLOTS (' WS-MAX-GENER ')'
              DISPLAY 'PARTIR LA EXTRACCION CON UNA RECARGA POR '
                      'RANGOS DE FECHAS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-GN-CANT.
           MOVE IDX-FECHA-GEN   TO WS-GN-FECHA(WS-GN-CANT).
           MOVE IDX-ESTADO      TO WS-GN-ESTADO(WS-GN-CANT).
           MOVE WS-IX-CORRIDA   TO WS-GN-CORRIDA(WS-GN-CANT).
           MOVE 'N'             TO WS-GN-EXPORT-SW(WS-GN-CANT).
           MOVE 0               TO WS-GN-FILAS(WS-GN-CANT).
           MOVE 0               TO WS-GN-IMPORTE(WS-GN-CANT).

       1215-REGISTRAR-GENERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1220-BUSCAR-FECHA-IDX.

           IF WS-GN-FECHA(WS-GN-POS) = IDX-FECHA-GEN
              SET WS-GN-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-GN-POS
           END-IF.

       1220-BUSCAR-FECHA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1230-QUITAR-GENERACION-IDX.

           MOVE WS-GN-TABLA(WS-GN-IDX + 1) TO WS-GN-TABLA(WS-GN-IDX).
           ADD 1 TO WS-GN-IDX.

       1230-QUITAR-GENERACION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-HISTVENT.

           OPEN INPUT HISTVENT.

           EVALUATE TRUE
               WHEN FS-HISTVENT-OK
                    SET WS-HV-DISPONIBLE TO TRUE
               WHEN FS-HISTVENT-NO-EXISTE
                    DISPLAY 'AVISO: NO SE ENCUENTRA HISTVENT - NO SE '
                            'EXPORTA HISTORIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTVENT'
                    DISPLAY 'FILE STATUS: ' FS-HISTVENT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1300-ABRIR-HISTVENT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-SALIDAS.
      *----EL MANIFIESTO SE ABRE (Y QUEDA VACIO) DESDE EL PRINCIPIO: SI
      *----LA EXTRACCION SE CORTA, NO QUEDA A LA VISTA EL DE LA NOCHE
      *----ANTERIOR AVALANDO ARCHIVOS A MEDIO GRABAR.

           OPEN OUTPUT DWMANIF.
           IF NOT FS-DWMANIF-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DWMANIF'
              DISPLAY 'FILE STATUS: ' FS-DWMANIF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DWVENTAS.
           IF NOT FS-DWVENTAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DWVENTAS'
              DISPLAY 'FILE STATUS: ' FS-DWVENTAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DWHISTOR.
           IF NOT FS-DWHISTOR-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DWHISTOR'
              DISPLAY 'FILE STATUS: ' FS-DWHISTOR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-DW-LINEA.
           STRING 'FECHA_GENERACION|CORRIDA_GENERACION|FECHA|HORA|'
                                                  DELIMITED BY SIZE
                  'SUCURSAL|CAJA|COD_VENTA|PRODUCTO|CATEGORIA|'
                                                  DELIMITED BY SIZE
                  'DESCRIPCION|MONEDA|IMPORTE_ORIGINAL|TASA|IMPORTE'
                                                  DELIMITED BY SIZE
              INTO WS-DW-LINEA.
           WRITE REG-DWVENTAS FROM WS-DW-LINEA.

           IF NOT FS-DWVENTAS-OK
              DISPLAY 'ERROR AL GRABAR EL ENCABEZADO DE DWVENTAS'
              DISPLAY 'FILE STATUS: ' FS-DWVENTAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-DW-LINEA.
           STRING 'FECHA|SUCURSAL|COD_VENTA|CATEGORIA|DESCRIPCION|'
                                                  DELIMITED BY SIZE
                  'CANT_VENTAS|IMPORTE'           DELIMITED BY SIZE
              INTO WS-DW-LINEA.
           WRITE REG-DWHISTOR FROM WS-DW-LINEA.

           IF NOT FS-DWHISTOR-OK
              DISPLAY 'ERROR AL GRABAR EL ENCABEZADO DE DWHISTOR'
              DISPLAY 'FILE STATUS: ' FS-DWHISTOR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1400-ABRIR-SALIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1051-ESTAMPAR-PATH.
      *----MISMO ARMADO DE SUFIJO QUE 1021-ESTAMPAR-PATH EN CL13EJ01:
      *----INSERTA '.D' + AAAAMMDD ANTES DEL '.TXT' FINAL, SALVO QUE
      *----LA RUTA YA TRAIGA UN SUFIJO DE GENERACION.

           MOVE 60 TO WS-GEN-LARGO.
           PERFORM 1052-MEDIR-PATH
              THRU 1052-MEDIR-PATH-EXIT
              UNTIL WS-GEN-LARGO = 0
                 OR WS-GEN-PATH-TRABAJO(WS-GEN-LARGO:1) NOT = SPACE.

           IF WS-GEN-LARGO > 14
              AND WS-GEN-PATH-TRABAJO(WS-GEN-LARGO - 13:2) = '.D'
              AND WS-GEN-PATH-TRABAJO
                  (WS-GEN-LARGO - 11:8) IS NUMERIC
              AND WS-GEN-PATH-TRABAJO
                  (WS-GEN-LARGO - 3:4) = '.TXT'
              GO TO 1051-ESTAMPAR-PATH-EXIT
           END-IF.

           IF WS-GEN-LARGO < 5
              OR WS-GEN-LARGO > 50
              OR WS-GEN-PATH-TRABAJO
                 (WS-GEN-LARGO - 3:4) NOT = '.TXT'
              DISPLAY 'AVISO: NO SE PUDO ESTAMPAR LA GENERACION EN '
                      WS-GEN-PATH-TRABAJO
           ELSE
              MOVE SPACES TO WS-GEN-PATH-NUEVO
              STRING WS-GEN-PATH-TRABAJO(1:WS-GEN-LARGO - 4)
                     DELIMITED BY SIZE
                     '.D'            DELIMITED BY SIZE
                     WS-GEN-AAAAMMDD DELIMITED BY SIZE
                     '.TXT'          DELIMITED BY SIZE
                 INTO WS-GEN-PATH-NUEVO
              MOVE WS-GEN-PATH-NUEVO TO WS-GEN-PATH-TRABAJO
           END-IF.

       1051-ESTAMPAR-PATH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1052-MEDIR-PATH.

           SUBTRACT 1 FROM WS-GEN-LARGO.

       1052-MEDIR-PATH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-EXPORTAR-INCREMENTAL.
      *----RECORRE LAS GENERACIONES NUEVAS EN EL ORDEN EN QUE CORRIO
      *----CL13EJ01 Y DESPUES LA HISTORIA DE LAS FECHAS QUE TOCARON.

           IF WS-GN-CANT = 0
              DISPLAY 'SIN GENERACIONES NUEVAS DESDE LA ULTIMA '
                      'EXTRACCION (' WS-MA-CORRIDA ')'
           END-IF.

           SET WS-GN-SIGUE TO TRUE.
           MOVE 1 TO WS-GN-IDX.
           PERFORM 2010-PROCESAR-GENERACION-IDX
              THRU 2010-PROCESAR-GENERACION-IDX-EXIT
              UNTIL WS-GN-IDX > WS-GN-CANT
                 OR WS-GN-DETENIDA.

           IF WS-GN-DETENIDA
              COMPUTE WS-CANT-GEN-PENDIENTES =
                      WS-GN-CANT - WS-GN-IDX + 1
           END-IF.

           PERFORM 4000-EXPORTAR-FECHAS
              THRU 4000-EXPORTAR-FECHAS-EXIT.

       2000-EXPORTAR-INCREMENTAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-PROCESAR-GENERACION-IDX.
      *----SOLO SE EXPORTA LA GENERACION VIGENTE. UNA PARCIAL ESPERA
      *----SU CORRIDA COMPLEMENTARIA (QUE ENTRA AL INDICE CON CORRIDA
      *----NUEVA Y SE TOMA ENTONCES) Y UNA PURGADA YA NO TIENE
      *----ARCHIVOS: LAS DOS SE SALTEAN CON AVISO Y LA MARCA DE AGUA
      *----PASA DE LARGO.

      *----LA HISTORIA DE UNA GENERACION QUE CL13EJ04 TODAVIA NO
      *----CARGO NO LA INCLUYE: LA EXTRACCION SE FRENA ACA Y LA MARCA
      *----DE AGUA QUEDA EN LA GENERACION ANTERIOR.
           IF WS-GN-ESTADO(WS-GN-IDX) NOT = 'VIGENTE '
              DISPLAY 'AVISO: GENERACION ' WS-GN-FECHA(WS-GN-IDX)
                      ' EN ESTADO ' WS-GN-ESTADO(WS-GN-IDX)
                      ' - NO SE EXPORTA'
              ADD 1 TO WS-CANT-GEN-OMITIDAS
              ADD 1 TO WS-CANT-AVISOS
           ELSE
              PERFORM 2100-VERIFICAR-MARCA-CARGA
                 THRU 2100-VERIFICAR-MARCA-CARGA-EXIT
              IF WS-HV-NO-CARGADA
                 DISPLAY 'AVISO: GENERACION ' WS-GN-FECHA(WS-GN-IDX)
                         ' AUN NO CARGADA EN HISTVENT - SE EXPORTA '
                         'EN UNA PROXIMA CORRIDA'
                 ADD 1 TO WS-CANT-AVISOS
                 SET WS-GN-DETENIDA TO TRUE
                 GO TO 2010-PROCESAR-GENERACION-IDX-EXIT
              END-IF
              PERFORM 3000-EXPORTAR-GENERACION
                 THRU 3000-EXPORTAR-GENERACION-EXIT
           END-IF.

           MOVE WS-GN-CORRIDA(WS-GN-IDX) TO WS-MA-NUEVA-CORRIDA.
           SET WS-MA-AVANZA TO TRUE.
           ADD 1 TO WS-GN-IDX.

       2010-PROCESAR-GENERACION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-VERIFICAR-MARCA-CARGA.
      *----BUSCA EN HISTVENT LA MARCA QUE DEJA CL13EJ04 AL APLICAR LA
      *----GENERACION. SI LA MARCA ES DE OTRA CORRIDA DE CL13EJ01 (SE
      *----REPROCESO LA FECHA DESPUES DE CARGADA, Y CL13EJ04 NO LA
      *----VOLVIO A APLICAR), LA HISTORIA NO REFLEJA ESTA VENTATOT:
      *----SE EXPORTA IGUAL PERO QUEDA AVISADO.

           SET WS-HV-NO-CARGADA TO TRUE.

           IF NOT WS-HV-DISPONIBLE
              GO TO 2100-VERIFICAR-MARCA-CARGA-EXIT
           END-IF.

           MOVE WS-GN-FECHA(WS-GN-IDX)(1:4) TO WS-MARCA-AAAAMMDD(1:4).
           MOVE WS-GN-FECHA(WS-GN-IDX)(6:2) TO WS-MARCA-AAAAMMDD(5:2).
           MOVE WS-GN-FECHA(WS-GN-IDX)(9:2) TO WS-MARCA-AAAAMMDD(7:2).

           MOVE WS-MARCA-CLAVE TO HIST-CLAVE.

           READ HISTVENT.

           EVALUATE TRUE
               WHEN FS-HISTVENT-OK
                    SET WS-HV-CARGADA TO TRUE
                    IF HIST-DESCRIPCION(5:8) NOT =
                          WS-GN-CORRIDA(WS-GN-IDX)(1:8)
                       OR HIST-DESCRIPCION(14:8) NOT =
                          WS-GN-CORRIDA(WS-GN-IDX)(9:8)
                       DISPLAY 'AVISO: HISTVENT TIENE CARGADA OTRA '
                               'CORRIDA DE LA GENERACION '
                               WS-GN-FECHA(WS-GN-IDX)
                       DISPLAY 'CARGADA  : ' HIST-DESCRIPCION
                       DISPLAY 'EXPORTADA: RUN '
                               WS-GN-CORRIDA(WS-GN-IDX)(1:8) ' '
                               WS-GN-CORRIDA(WS-GN-IDX)(9:8)
                       ADD 1 TO WS-CANT-AVISOS
                    END-IF
               WHEN FS-HISTVENT-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA MARCA DE CARGA EN '
                            'HISTVENT'
                    DISPLAY 'FILE STATUS: ' FS-HISTVENT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2100-VERIFICAR-MARCA-CARGA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-EXPORTAR-RECARGA.

           IF WS-GN-CANT = 0
              DISPLAY 'AVISO: ARCHIDX NO TIENE GENERACIONES ENTRE '
                      WS-FECHA-DESDE ' Y ' WS-FECHA-HASTA
              ADD 1 TO WS-CANT-AVISOS
           END-IF.

           MOVE 1 TO WS-GN-IDX.
           PERFORM 2510-PROCESAR-RECARGA-IDX
              THRU 2510-PROCESAR-RECARGA-IDX-EXIT
              UNTIL WS-GN-IDX > WS-GN-CANT.

           PERFORM 4100-EXPORTAR-RANGO
              THRU 4100-EXPORTAR-RANGO-EXIT.

       2500-EXPORTAR-RECARGA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-PROCESAR-RECARGA-IDX.

           IF WS-GN-ESTADO(WS-GN-IDX) = 'VIGENTE '
              PERFORM 3000-EXPORTAR-GENERACION
                 THRU 3000-EXPORTAR-GENERACION-EXIT
           ELSE
              DISPLAY 'AVISO: GENERACION ' WS-GN-FECHA(WS-GN-IDX)
                      ' EN ESTADO ' WS-GN-ESTADO(WS-GN-IDX)
                      ' - NO SE EXPORTA'
              ADD 1 TO WS-CANT-GEN-OMITIDAS
              ADD 1 TO WS-CANT-AVISOS
           END-IF.

      *----SOLO SE USA SI NO HABIA MARCA DE AGUA (CARGA INICIAL)
           IF WS-GN-CORRIDA(WS-GN-IDX) > WS-MA-NUEVA-CORRIDA
              MOVE WS-GN-CORRIDA(WS-GN-IDX) TO WS-MA-NUEVA-CORRIDA
           END-IF.

           ADD 1 TO WS-GN-IDX.

       2510-PROCESAR-RECARGA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-EXPORTAR-GENERACION.
      *----UNA VENTATOT VIGENTE QUE NO SE PUEDE LEER ES UN ERROR: LA
      *----EXTRACCION TERMINA SIN MANIFIESTO Y SIN MOVER LA MARCA DE
      *----AGUA, Y SE REPITE ENTERA CUANDO SE RESUELVA.

           MOVE WS-GN-FECHA(WS-GN-IDX)(1:4) TO WS-GEN-AAAAMMDD(1:4).
           MOVE WS-GN-FECHA(WS-GN-IDX)(6:2) TO WS-GEN-AAAAMMDD(5:2).
           MOVE WS-GN-FECHA(WS-GN-IDX)(9:2) TO WS-GEN-AAAAMMDD(7:2).

           MOVE WS-PATH-VENTATOT-BASE TO WS-GEN-PATH-TRABAJO.
           PERFORM 1051-ESTAMPAR-PATH
              THRU 1051-ESTAMPAR-PATH-EXIT.
           MOVE WS-GEN-PATH-TRABAJO   TO WS-PATH-VENTATOT.

           OPEN INPUT VENTATOT.

           IF NOT FS-VENTATOT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE VENTATOT '
                      WS-PATH-VENTATOT
              DISPLAY 'FILE STATUS: ' FS-VENTATOT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ VENTATOT.
           PERFORM 3010-EXPORTAR-VENTA
              THRU 3010-EXPORTAR-VENTA-EXIT
              UNTIL NOT FS-VENTATOT-OK.

           IF NOT FS-VENTATOT-FIN
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE VENTATOT '
                      WS-PATH-VENTATOT
              DISPLAY 'FILE STATUS: ' FS-VENTATOT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE VENTATOT.

           MOVE 'S' TO WS-GN-EXPORT-SW(WS-GN-IDX).
           ADD 1 TO WS-CANT-GEN-EXPORT.

           IF WS-GN-FECHA(WS-GN-IDX) > WS-MA-NUEVA-FECHA-GEN
              MOVE WS-GN-FECHA(WS-GN-IDX) TO WS-MA-NUEVA-FECHA-GEN
           END-IF.

       3000-EXPORTAR-GENERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3010-EXPORTAR-VENTA.

           PERFORM 6000-INICIAR-LINEA
              THRU 6000-INICIAR-LINEA-EXIT.

           MOVE WS-GN-FECHA(WS-GN-IDX)   TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.

           MOVE WS-GN-CORRIDA(WS-GN-IDX) TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-FECHA             TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.

           MOVE SALIDA-HORA              TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-SUCURSAL          TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-CAJA              TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-COD-VENTA         TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-PRODUCTO          TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-CATEGORIA         TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-DESCRIPCION       TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-MONEDA            TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE SALIDA-IMP-ORIGINAL      TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.

           MOVE SALIDA-TASA              TO WS-DW-TASA.
           PERFORM 6210-AGREGAR-TASA
              THRU 6210-AGREGAR-TASA-EXIT.

           MOVE SALIDA-IMPORTE           TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.

           WRITE REG-DWVENTAS FROM WS-DW-LINEA.

           IF NOT FS-DWVENTAS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE DWVENTAS'
              DISPLAY 'FILE STATUS: ' FS-DWVENTAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1              TO WS-GN-FILAS(WS-GN-IDX).
           ADD SALIDA-IMPORTE TO WS-GN-IMPORTE(WS-GN-IDX).
           ADD 1              TO WS-CANT-FILAS-VENTAS.
           ADD SALIDA-IMPORTE TO WS-TOT-IMP-VENTAS.

           IF WS-MODO = 'INCREM'
              PERFORM 3100-REGISTRAR-FECHA
                 THRU 3100-REGISTRAR-FECHA-EXIT
           END-IF.

           READ VENTATOT.

       3010-EXPORTAR-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-REGISTRAR-FECHA.
      *----ANOTA LA FECHA DE LA VENTA ENTRE LAS FECHAS DE HISTVENT A
      *----EXPORTAR, MANTENIENDO LA TABLA ORDENADA Y SIN REPETIDOS. LA
      *----MAYORIA DE LOS REGISTROS TRAE LA MISMA FECHA QUE EL
      *----ANTERIOR, ASI QUE ESE CASO NO RECORRE LA TABLA.

           IF SALIDA-FECHA = WS-FT-ULTIMA
              GO TO 3100-REGISTRAR-FECHA-EXIT
           END-IF.

           MOVE SALIDA-FECHA TO WS-FT-ULTIMA.

           SET WS-FT-NO-HALLADA TO TRUE.
           MOVE 1 TO WS-FT-POS.
           PERFORM 3110-UBICAR-FECHA-IDX
              THRU 3110-UBICAR-FECHA-IDX-EXIT
              UNTIL WS-FT-POS > WS-FT-CANT
                 OR WS-FT-HALLADA.

           IF WS-FT-HALLADA
              IF WS-FT-FECHA(WS-FT-POS) = SALIDA-FECHA
                 GO TO 3100-REGISTRAR-FECHA-EXIT
              END-IF
           END-IF.

           IF WS-FT-CANT >= WS-MAX-FECHAS
              DISPLAY 'ERROR: LAS GENERACIONES A EXPORTAR TOCAN MAS '
                      'FECHAS QUE SLOTS (' WS-MAX-FECHAS ')'
              DISPLAY 'PARTIR LA EXTRACCION CON UNA RECARGA POR '
                      'RANGOS DE FECHAS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FT-CANT TO WS-FT-IDX.
           PERFORM 3120-CORRER-FECHA-IDX
              THRU 3120-CORRER-FECHA-IDX-EXIT
              UNTIL WS-FT-IDX < WS-FT-POS.

           MOVE SALIDA-FECHA TO WS-FT-FECHA(WS-FT-POS).
           MOVE 0            TO WS-FT-FILAS(WS-FT-POS).
           MOVE 0            TO WS-FT-IMPORTE(WS-FT-POS).
           ADD 1 TO WS-FT-CANT.

       3100-REGISTRAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-UBICAR-FECHA-IDX.

           IF WS-FT-FECHA(WS-FT-POS) NOT < SALIDA-FECHA
              SET WS-FT-HALLADA TO TRUE
           ELSE
              ADD 1 TO WS-FT-POS
           END-IF.

       3110-UBICAR-FECHA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3120-CORRER-FECHA-IDX.

           MOVE WS-FT-TABLA(WS-FT-IDX) TO WS-FT-TABLA(WS-FT-IDX + 1).
           SUBTRACT 1 FROM WS-FT-IDX.

       3120-CORRER-FECHA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-EXPORTAR-FECHAS.
      *----CADA FECHA TOCADA SE EXPORTA COMPLETA DESDE HISTVENT (CON
      *----LO QUE YA TENIA DE CARGAS ANTERIORES), PORQUE EL WAREHOUSE
      *----REEMPLAZA LA FECHA ENTERA.

           IF NOT WS-HV-DISPONIBLE
              GO TO 4000-EXPORTAR-FECHAS-EXIT
           END-IF.

           MOVE 1 TO WS-FT-IDX.
           PERFORM 4010-EXPORTAR-FECHA-IDX
              THRU 4010-EXPORTAR-FECHA-IDX-EXIT
              UNTIL WS-FT-IDX > WS-FT-CANT.

       4000-EXPORTAR-FECHAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4010-EXPORTAR-FECHA-IDX.

           MOVE WS-FT-FECHA(WS-FT-IDX) TO HIST-FECHA.
           MOVE LOW-VALUES             TO HIST-SUCURSAL.
           MOVE LOW-VALUES             TO HIST-COD-VENTA.

           START HISTVENT KEY NOT LESS HIST-CLAVE.

           IF NOT FS-HISTVENT-OK
              SET WS-HV-FIN-SCAN TO TRUE
           ELSE
              SET WS-HV-SIGUE-SCAN TO TRUE
           END-IF.

           PERFORM 4020-LEER-FECHA
              THRU 4020-LEER-FECHA-EXIT
              UNTIL WS-HV-FIN-SCAN.

           ADD 1 TO WS-FT-IDX.

       4010-EXPORTAR-FECHA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4020-LEER-FECHA.

           READ HISTVENT NEXT.

           IF NOT FS-HISTVENT-OK
              SET WS-HV-FIN-SCAN TO TRUE
           ELSE
              IF HIST-FECHA NOT = WS-FT-FECHA(WS-FT-IDX)
                 SET WS-HV-FIN-SCAN TO TRUE
              ELSE
                 PERFORM 4200-EXPORTAR-HISTORIA
                    THRU 4200-EXPORTAR-HISTORIA-EXIT
              END-IF
           END-IF.

       4020-LEER-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-EXPORTAR-RANGO.
      *----RECARGA: TODA LA HISTORIA DEL RANGO, UNA FECHA TRAS OTRA.
      *----LAS MARCAS DE CARGA ORDENAN DESPUES DE TODA FECHA REAL Y
      *----QUEDAN FUERA DEL RANGO.

           IF NOT WS-HV-DISPONIBLE
              GO TO 4100-EXPORTAR-RANGO-EXIT
           END-IF.

           MOVE WS-FECHA-DESDE         TO HIST-FECHA.
           MOVE LOW-VALUES             TO HIST-SUCURSAL.
           MOVE LOW-VALUES             TO HIST-COD-VENTA.

           START HISTVENT KEY NOT LESS HIST-CLAVE.

           IF NOT FS-HISTVENT-OK
              SET WS-HV-FIN-SCAN TO TRUE
           ELSE
              SET WS-HV-SIGUE-SCAN TO TRUE
           END-IF.

           PERFORM 4110-LEER-RANGO
              THRU 4110-LEER-RANGO-EXIT
              UNTIL WS-HV-FIN-SCAN.

       4100-EXPORTAR-RANGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4110-LEER-RANGO.

           READ HISTVENT NEXT.

           IF NOT FS-HISTVENT-OK
              OR HIST-FECHA > WS-FECHA-HASTA
              SET WS-HV-FIN-SCAN TO TRUE
              GO TO 4110-LEER-RANGO-EXIT
           END-IF.

           IF HIST-FECHA(1:1) = 'G'
              GO TO 4110-LEER-RANGO-EXIT
           END-IF.

           IF HIST-FECHA NOT = WS-FT-ULTIMA
              IF WS-FT-CANT >= WS-MAX-FECHAS
                 DISPLAY 'ERROR: EL RANGO DE RECARGA TIENE MAS '
                         'FECHAS QUE SLOTS (' WS-MAX-FECHAS ')'
                 DISPLAY 'PARTIR LA RECARGA EN RANGOS MAS CORTOS'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FT-CANT
              MOVE WS-FT-CANT  TO WS-FT-IDX
              MOVE HIST-FECHA  TO WS-FT-FECHA(WS-FT-IDX)
              MOVE 0           TO WS-FT-FILAS(WS-FT-IDX)
              MOVE 0           TO WS-FT-IMPORTE(WS-FT-IDX)
              MOVE HIST-FECHA  TO WS-FT-ULTIMA
           END-IF.

           PERFORM 4200-EXPORTAR-HISTORIA
              THRU 4200-EXPORTAR-HISTORIA-EXIT.

       4110-LEER-RANGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-EXPORTAR-HISTORIA.

           PERFORM 6000-INICIAR-LINEA
              THRU 6000-INICIAR-LINEA-EXIT.

           MOVE HIST-FECHA               TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.

           MOVE HIST-SUCURSAL            TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE HIST-COD-VENTA           TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE HIST-CATEGORIA           TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE HIST-DESCRIPCION         TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

           MOVE HIST-CANT-VENTAS         TO WS-DW-ENTERO.
           PERFORM 6220-AGREGAR-ENTERO
              THRU 6220-AGREGAR-ENTERO-EXIT.

           MOVE HIST-IMPORTE             TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.

           WRITE REG-DWHISTOR FROM WS-DW-LINEA.

           IF NOT FS-DWHISTOR-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE DWHISTOR'
              DISPLAY 'FILE STATUS: ' FS-DWHISTOR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1            TO WS-FT-FILAS(WS-FT-IDX).
           ADD HIST-IMPORTE TO WS-FT-IMPORTE(WS-FT-IDX).
           ADD 1            TO WS-CANT-FILAS-HISTOR.
           ADD HIST-IMPORTE TO WS-TOT-IMP-HISTOR.

       4200-EXPORTAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5000-GRABAR-MANIFIESTO.
      *----UNA LINEA POR GENERACION EXPORTADA (DWVENTAS) Y POR FECHA
      *----DE HISTORIA (DWHISTOR), UN TOTAL POR ARCHIVO Y EL CIERRE
      *----'FIN' CON LA CANTIDAD DE LINEAS DE DETALLE DEL MANIFIESTO.
      *----LAS FILAS NO CUENTAN LA DE TITULOS.

           MOVE SPACES TO WS-DW-LINEA.
           STRING 'TIPO|MODO|ARCHIVO|FECHA_DESDE|FECHA_HASTA|'
                                                  DELIMITED BY SIZE
                  'CORRIDA|FILAS|IMPORTE'         DELIMITED BY SIZE
              INTO WS-DW-LINEA.
           PERFORM 5900-GRABAR-LINEA-MANIF
              THRU 5900-GRABAR-LINEA-MANIF-EXIT.

           MOVE 1 TO WS-GN-IDX.
           PERFORM 5010-MANIF-GENERACION-IDX
              THRU 5010-MANIF-GENERACION-IDX-EXIT
              UNTIL WS-GN-IDX > WS-GN-CANT.

           MOVE 1 TO WS-FT-IDX.
           PERFORM 5020-MANIF-FECHA-IDX
              THRU 5020-MANIF-FECHA-IDX-EXIT
              UNTIL WS-FT-IDX > WS-FT-CANT.

      *----RANGO DE CADA ARCHIVO: EN RECARGA EL PEDIDO; EN INCREM EL
      *----DE LO QUE EFECTIVAMENTE SALIO.
           IF WS-MODO = 'RECARGA'
              MOVE WS-FECHA-DESDE TO WS-GN-FECHA-MIN
              MOVE WS-FECHA-HASTA TO WS-GN-FECHA-MAX
           END-IF.

           PERFORM 6000-INICIAR-LINEA
              THRU 6000-INICIAR-LINEA-EXIT.
           MOVE 'TOTAL'                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-MODO                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE 'DWVENTAS'               TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-GN-FECHA-MIN          TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-GN-FECHA-MAX          TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-EXP-CORRIDA           TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-CANT-FILAS-VENTAS     TO WS-DW-ENTERO.
           PERFORM 6220-AGREGAR-ENTERO
              THRU 6220-AGREGAR-ENTERO-EXIT.
           MOVE WS-TOT-IMP-VENTAS        TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.
           PERFORM 5900-GRABAR-LINEA-MANIF
              THRU 5900-GRABAR-LINEA-MANIF-EXIT.
           ADD 1 TO WS-CANT-LINEAS-MANIF.

           IF WS-MODO = 'INCREM'
              IF WS-FT-CANT > 0
                 MOVE WS-FT-FECHA(1)          TO WS-GN-FECHA-MIN
                 MOVE WS-FT-FECHA(WS-FT-CANT) TO WS-GN-FECHA-MAX
              ELSE
                 MOVE SPACES                  TO WS-GN-FECHA-MIN
                 MOVE SPACES                  TO WS-GN-FECHA-MAX
              END-IF
           END-IF.

           PERFORM 6000-INICIAR-LINEA
              THRU 6000-INICIAR-LINEA-EXIT.
           MOVE 'TOTAL'                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-MODO                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE 'DWHISTOR'               TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-GN-FECHA-MIN          TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-GN-FECHA-MAX          TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-EXP-CORRIDA           TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-CANT-FILAS-HISTOR     TO WS-DW-ENTERO.
           PERFORM 6220-AGREGAR-ENTERO
              THRU 6220-AGREGAR-ENTERO-EXIT.
           MOVE WS-TOT-IMP-HISTOR        TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.
           PERFORM 5900-GRABAR-LINEA-MANIF
              THRU 5900-GRABAR-LINEA-MANIF-EXIT.
           ADD 1 TO WS-CANT-LINEAS-MANIF.

           PERFORM 6000-INICIAR-LINEA
              THRU 6000-INICIAR-LINEA-EXIT.
           MOVE 'FIN'                    TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-MODO                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE 'DWMANIF'                TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-FECHA-DESDE           TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-FECHA-HASTA           TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-EXP-CORRIDA           TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-CANT-LINEAS-MANIF     TO WS-DW-ENTERO.
           PERFORM 6220-AGREGAR-ENTERO
              THRU 6220-AGREGAR-ENTERO-EXIT.
           MOVE 0                        TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.
           PERFORM 5900-GRABAR-LINEA-MANIF
              THRU 5900-GRABAR-LINEA-MANIF-EXIT.

       5000-GRABAR-MANIFIESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5010-MANIF-GENERACION-IDX.

           IF WS-GN-EXPORTADA(WS-GN-IDX)
              PERFORM 5015-MANIF-LINEA-GENERACION
                 THRU 5015-MANIF-LINEA-GENERACION-EXIT
           END-IF.

           ADD 1 TO WS-GN-IDX.

       5010-MANIF-GENERACION-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5015-MANIF-LINEA-GENERACION.

           IF WS-GN-FECHA-MIN = SPACES
              OR WS-GN-FECHA(WS-GN-IDX) < WS-GN-FECHA-MIN
              MOVE WS-GN-FECHA(WS-GN-IDX) TO WS-GN-FECHA-MIN
           END-IF.

           IF WS-GN-FECHA(WS-GN-IDX) > WS-GN-FECHA-MAX
              MOVE WS-GN-FECHA(WS-GN-IDX) TO WS-GN-FECHA-MAX
           END-IF.

           PERFORM 6000-INICIAR-LINEA
              THRU 6000-INICIAR-LINEA-EXIT.
           MOVE 'GENERACION'             TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-MODO                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE 'DWVENTAS'               TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-GN-FECHA(WS-GN-IDX)   TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-GN-FECHA(WS-GN-IDX)   TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-GN-CORRIDA(WS-GN-IDX) TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-GN-FILAS(WS-GN-IDX)   TO WS-DW-ENTERO.
           PERFORM 6220-AGREGAR-ENTERO
              THRU 6220-AGREGAR-ENTERO-EXIT.
           MOVE WS-GN-IMPORTE(WS-GN-IDX) TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.
           PERFORM 5900-GRABAR-LINEA-MANIF
              THRU 5900-GRABAR-LINEA-MANIF-EXIT.
           ADD 1 TO WS-CANT-LINEAS-MANIF.

       5015-MANIF-LINEA-GENERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5020-MANIF-FECHA-IDX.

           PERFORM 6000-INICIAR-LINEA
              THRU 6000-INICIAR-LINEA-EXIT.
           MOVE 'FECHA'                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-MODO                  TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE 'DWHISTOR'               TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-FT-FECHA(WS-FT-IDX)   TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE WS-FT-FECHA(WS-FT-IDX)   TO WS-DW-TEXTO.
           PERFORM 6300-AGREGAR-FECHA
              THRU 6300-AGREGAR-FECHA-EXIT.
           MOVE SPACES                   TO WS-DW-TEXTO.
           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.
           MOVE WS-FT-FILAS(WS-FT-IDX)   TO WS-DW-ENTERO.
           PERFORM 6220-AGREGAR-ENTERO
              THRU 6220-AGREGAR-ENTERO-EXIT.
           MOVE WS-FT-IMPORTE(WS-FT-IDX) TO WS-DW-IMPORTE.
           PERFORM 6200-AGREGAR-IMPORTE
              THRU 6200-AGREGAR-IMPORTE-EXIT.
           PERFORM 5900-GRABAR-LINEA-MANIF
              THRU 5900-GRABAR-LINEA-MANIF-EXIT.
           ADD 1 TO WS-CANT-LINEAS-MANIF.

           ADD 1 TO WS-FT-IDX.

       5020-MANIF-FECHA-IDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5900-GRABAR-LINEA-MANIF.

           WRITE REG-DWMANIF FROM WS-DW-LINEA.

           IF NOT FS-DWMANIF-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE DWMANIF'
              DISPLAY 'FILE STATUS: ' FS-DWMANIF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       5900-GRABAR-LINEA-MANIF-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6000-INICIAR-LINEA.

           MOVE SPACES TO WS-DW-LINEA.
           MOVE 1      TO WS-DW-PTR.

       6000-INICIAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6050-AGREGAR-SEPARADOR.
      *----TODO CAMPO SALVO EL PRIMERO VA PRECEDIDO DE '|'

           IF WS-DW-PTR > 1
              STRING '|' DELIMITED BY SIZE
                 INTO WS-DW-LINEA
                 WITH POINTER WS-DW-PTR
           END-IF.

       6050-AGREGAR-SEPARADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-AGREGAR-TEXTO.

           INSPECT WS-DW-TEXTO REPLACING ALL '|' BY '/'.

           MOVE 30 TO WS-DW-LARGO.
           PERFORM 6110-MEDIR-TEXTO
              THRU 6110-MEDIR-TEXTO-EXIT
              UNTIL WS-DW-LARGO = 0
                 OR WS-DW-TEXTO(WS-DW-LARGO:1) NOT = SPACE.

           PERFORM 6050-AGREGAR-SEPARADOR
              THRU 6050-AGREGAR-SEPARADOR-EXIT.

           IF WS-DW-LARGO > 0
              STRING WS-DW-TEXTO(1:WS-DW-LARGO) DELIMITED BY SIZE
                 INTO WS-DW-LINEA
                 WITH POINTER WS-DW-PTR
           END-IF.

       6100-AGREGAR-TEXTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6110-MEDIR-TEXTO.

           SUBTRACT 1 FROM WS-DW-LARGO.

       6110-MEDIR-TEXTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6200-AGREGAR-IMPORTE.

           MOVE WS-DW-IMPORTE  TO WS-DW-IMP-EDIT.
           MOVE WS-DW-IMP-EDIT TO WS-DW-NUMERO.

           PERFORM 6250-AGREGAR-NUMERO
              THRU 6250-AGREGAR-NUMERO-EXIT.

       6200-AGREGAR-IMPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6210-AGREGAR-TASA.

           MOVE WS-DW-TASA      TO WS-DW-TASA-EDIT.
           MOVE WS-DW-TASA-EDIT TO WS-DW-NUMERO.

           PERFORM 6250-AGREGAR-NUMERO
              THRU 6250-AGREGAR-NUMERO-EXIT.

       6210-AGREGAR-TASA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6220-AGREGAR-ENTERO.

           MOVE WS-DW-ENTERO   TO WS-DW-ENT-EDIT.
           MOVE WS-DW-ENT-EDIT TO WS-DW-NUMERO.

           PERFORM 6250-AGREGAR-NUMERO
              THRU 6250-AGREGAR-NUMERO-EXIT.

       6220-AGREGAR-ENTERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6250-AGREGAR-NUMERO.
      *----EL NUMERO EDITADO VIENE AJUSTADO A DERECHA: SE SALTEAN LOS
      *----BLANCOS DEL FRENTE Y LA COMA DECIMAL PASA A PUNTO.

           INSPECT WS-DW-NUMERO REPLACING ALL ',' BY '.'.

           MOVE 1 TO WS-DW-POS.
           PERFORM 6260-SALTAR-BLANCO
              THRU 6260-SALTAR-BLANCO-EXIT
              UNTIL WS-DW-POS = 20
                 OR WS-DW-NUMERO(WS-DW-POS:1) NOT = SPACE.

           PERFORM 6050-AGREGAR-SEPARADOR
              THRU 6050-AGREGAR-SEPARADOR-EXIT.

           STRING WS-DW-NUMERO(WS-DW-POS:) DELIMITED BY SPACE
              INTO WS-DW-LINEA
              WITH POINTER WS-DW-PTR.

       6250-AGREGAR-NUMERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6260-SALTAR-BLANCO.

           ADD 1 TO WS-DW-POS.

       6260-SALTAR-BLANCO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6300-AGREGAR-FECHA.
      *----AAAA/MM/DD PASA A AAAA-MM-DD

           INSPECT WS-DW-TEXTO REPLACING ALL '/' BY '-'.

           PERFORM 6100-AGREGAR-TEXTO
              THRU 6100-AGREGAR-TEXTO-EXIT.

       6300-AGREGAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7000-GRABAR-MARCA-AGUA.
      *----INCREM: AVANZA HASTA LA ULTIMA GENERACION REVISADA. RECARGA:
      *----SOLO SIEMBRA LA MARCA SI NO EXISTIA; SI YA HABIA UNA, LAS
      *----GENERACIONES NUEVAS FUERA DEL RANGO SIGUEN PENDIENTES PARA
      *----LA PROXIMA INCREMENTAL.

           IF WS-MODO = 'INCREM'
              IF NOT WS-MA-AVANZA
                 GO TO 7000-GRABAR-MARCA-AGUA-EXIT
              END-IF
           ELSE
              IF WS-MA-EXISTE OR WS-GN-CANT = 0
                 GO TO 7000-GRABAR-MARCA-AGUA-EXIT
              END-IF
              DISPLAY 'MARCA DE AGUA INICIAL: ' WS-MA-NUEVA-CORRIDA
           END-IF.

           OPEN OUTPUT DWMARCA.
           IF NOT FS-DWMARCA-OK
              DISPLAY 'ERROR AL REESCRIBIR EL ARCHIVO DE DWMARCA'
              DISPLAY 'FILE STATUS: ' FS-DWMARCA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-MA-NUEVA-FECHA-GEN TO MRC-FECHA-GEN.
           MOVE WS-MA-NUEVA-CORRIDA   TO MRC-CORRIDA.
           MOVE WS-EXP-FECHA          TO MRC-FECHA-EXPORT.
           MOVE WS-EXP-HORA           TO MRC-HORA-EXPORT.
           MOVE WS-CANT-GEN-EXPORT    TO MRC-CANT-GENER.
           MOVE WS-CANT-FILAS-VENTAS  TO MRC-CANT-VENTAS.
           MOVE WS-CANT-FILAS-HISTOR  TO MRC-CANT-HISTOR.

           WRITE REG-DWMARCA.

           IF NOT FS-DWMARCA-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE DWMARCA'
              DISPLAY 'FILE STATUS: ' FS-DWMARCA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE DWMARCA.

       7000-GRABAR-MARCA-AGUA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-CERRAR-ARCHIVOS.

           IF WS-HV-DISPONIBLE
              CLOSE HISTVENT
              IF NOT FS-HISTVENT-OK
                 DISPLAY 'ERROR EN CLOSE DE HISTVENT: ' FS-HISTVENT
              END-IF
           END-IF.

           CLOSE DWVENTAS.

           IF NOT FS-DWVENTAS-OK
              DISPLAY 'ERROR EN CLOSE DE DWVENTAS: ' FS-DWVENTAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE DWHISTOR.

           IF NOT FS-DWHISTOR-OK
              DISPLAY 'ERROR EN CLOSE DE DWHISTOR: ' FS-DWHISTOR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE DWMANIF.

           IF NOT FS-DWMANIF-OK
              DISPLAY 'ERROR EN CLOSE DE DWMANIF: ' FS-DWMANIF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       8000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'MODO                        : ' WS-MODO.
           IF WS-MODO = 'RECARGA'
              DISPLAY 'RANGO                       : ' WS-FECHA-DESDE
                      ' A ' WS-FECHA-HASTA
           END-IF.
           DISPLAY 'MARCA DE AGUA ANTERIOR      : ' WS-MA-CORRIDA.
           DISPLAY 'MARCA DE AGUA NUEVA         : '
                   WS-MA-NUEVA-CORRIDA.
           DISPLAY 'LINEAS LEIDAS DE ARCHIDX    : ' WS-CANT-IDX-LEIDOS.
           DISPLAY 'GENERACIONES EXPORTADAS     : ' WS-CANT-GEN-EXPORT.
           DISPLAY 'GENERACIONES NO VIGENTES    : '
                   WS-CANT-GEN-OMITIDAS.
           DISPLAY 'GENERACIONES PENDIENTES     : '
                   WS-CANT-GEN-PENDIENTES.
           MOVE WS-TOT-IMP-VENTAS TO WS-TOT-IMP-EDIT.
           DISPLAY 'FILAS DWVENTAS              : '
                   WS-CANT-FILAS-VENTAS '  IMPORTE: ' WS-TOT-IMP-EDIT.
           MOVE WS-TOT-IMP-HISTOR TO WS-TOT-IMP-EDIT.
           DISPLAY 'FECHAS DE HISTORIA          : ' WS-FT-CANT.
           DISPLAY 'FILAS DWHISTOR              : '
                   WS-CANT-FILAS-HISTOR '  IMPORTE: ' WS-TOT-IMP-EDIT.
           DISPLAY '================================================'.

       9000-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL13EJ20.
