       01 REG-INDICE.
          05 IND-PERIODO           PIC 9(6).
          05 IND-VALOR             PIC 9(5)V9(4).
          05 FILLER                PIC X(65).
