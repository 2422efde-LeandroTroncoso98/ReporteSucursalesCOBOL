       01 REG-MAPA-DEPTO.
          05 MAP-DEPTO-ANT         PIC 9(3).
          05 MAP-DEPTO-NUEVO       PIC 9(3).
          05 MAP-PERIODO           PIC 9(6).
          05 MAP-PORCENT           PIC 9(3)V99.
          05 MAP-FECHA-APLIC       PIC X(8).
          05 FILLER                PIC X(55).
