       01 REG-INC-TABLA.
          05 ITB-TIPO              PIC X(1).
             88 ITB-PARAMETROS     VALUE "P".
             88 ITB-BANDA          VALUE "B".
          05 ITB-DATOS             PIC X(79).
          05 ITB-DATOS-PARM REDEFINES ITB-DATOS.
             10 ITB-P-MINIMO       PIC 9(3)V99.
             10 ITB-P-TOPE         PIC 9(7)V99.
             10 FILLER             PIC X(65).
          05 ITB-DATOS-BANDA REDEFINES ITB-DATOS.
             10 ITB-B-DESDE        PIC 9(3)V99.
             10 ITB-B-PAGO         PIC 9(3)V99.
             10 FILLER             PIC X(69).
