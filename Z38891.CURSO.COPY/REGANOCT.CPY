       01 REG-ANO-CONTROL.
          05 ANC-DDNAME            PIC X(8).
          05 ANC-DEPTO             PIC 9(3).
          05 ANC-DECISION          PIC X(1).
             88 ANC-LIBERAR        VALUE "L".
             88 ANC-RETENER        VALUE "R".
          05 ANC-PERIODO           PIC 9(6).
          05 ANC-COMENTARIO        PIC X(62).
