       01 REG-ACUM.
          05 ACU-PERIODO           PIC 9(6).
          05 ACU-SUCURSAL          PIC X(8).
          05 ACU-FECHA             PIC 9(8).
          05 ACU-CANTIDAD          PIC 9(7).
          05 ACU-HASH              PIC 9(11)V99.
          05 ACU-CANT-ACUM         PIC 9(7).
          05 ACU-FECHA-CARGA       PIC 9(8).
          05 ACU-HORA-CARGA        PIC 9(6).
          05 FILLER                PIC X(17).
