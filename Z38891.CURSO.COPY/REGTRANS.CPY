       01 REG-TRANS.
          05 TRN-PERIODO           PIC 9(6).
          05 TRN-SUCURSAL          PIC X(8).
          05 TRN-DDNAME            PIC X(8).
          05 TRN-FECHA-GEN         PIC 9(8).
          05 TRN-CANTIDAD          PIC 9(7).
          05 TRN-HASH              PIC 9(11)V99.
          05 TRN-FECHA-ACEPT       PIC 9(8).
          05 TRN-HORA-ACEPT        PIC 9(6).
          05 TRN-ESTADO            PIC X(1).
             88 TRN-ORIGINAL      VALUE "A".
             88 TRN-REEMPLAZO     VALUE "R".
             88 TRN-REPROCESO     VALUE "P".
          05 FILLER                PIC X(15).
