       01 REG-GERENTE.
          05 GER-SUCURSAL          PIC X(8).
          05 GER-LEGAJO            PIC X(8).
          05 GER-NOMBRE            PIC X(25).
          05 GER-CCOSTO            PIC X(8).
          05 GER-BASE              PIC 9(7)V99.
          05 FILLER                PIC X(22).
