          05 GL-CUENTA                     PIC X(10).
          05 GL-PERIODO                    PIC X(10).
          05 GL-IMPORTE                    PIC S9(8)V9(2).
          05 GL-ANIO-FISCAL                PIC 9(04).
          05 GL-PERIODO-FISCAL             PIC 9(02).
          05 GL-SEMANA-FISCAL              PIC 9(02).
       01 REG-GL-CONTROL REDEFINES REG-GL.
          05 GL-CTRL-MARCA                 PIC X(10).
          05 GL-CTRL-CANT-REG              PIC 9(05).
          05 FILLER                        PIC X(05).
          05 GL-CTRL-IMPORTE               PIC S9(8)V9(2).
          05 FILLER                        PIC X(08).

      *----ACUSE DEL SISTEMA CONTABLE: UNA LINEA POR EXTRACTO CARGADO,
      *----CON EL PERIODO Y LOS TOTALES QUE SU INTAKE REGISTRO.
