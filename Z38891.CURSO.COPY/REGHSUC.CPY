       01 REG-HIST-SUC.
          05 HSU-PERIODO           PIC 9(6).
          05 HSU-TIPO              PIC X(1).
             88 HSU-TIPO-SUCURSAL  VALUE "S".
             88 HSU-TIPO-CELDA     VALUE "D".
          05 HSU-SUCURSAL          PIC X(8).
          05 HSU-REGION            PIC X(3).
          05 HSU-NUMERO            PIC 9(3).
          05 HSU-MONTO             PIC S9(9)V99.
          05 HSU-VENTAS            PIC 9(9)V99.
          05 HSU-DEVOL             PIC 9(9)V99.
          05 HSU-FECHA-APERTURA    PIC 9(8).
          05 HSU-FECHA-CIERRE      PIC 9(8).
          05 FILLER                PIC X(10).
