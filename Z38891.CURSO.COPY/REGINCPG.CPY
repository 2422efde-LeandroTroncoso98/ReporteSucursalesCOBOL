       01 REG-INC-PAGO.
          05 INP-TIPO              PIC X(1).
             88 INP-CABECERA       VALUE "H".
             88 INP-DETALLE        VALUE "D".
             88 INP-TRAILER        VALUE "T".
          05 INP-DATOS             PIC X(79).
          05 INP-DATOS-CAB REDEFINES INP-DATOS.
             10 INP-H-PERIODO      PIC 9(6).
             10 INP-H-FECHA        PIC 9(8).
             10 FILLER             PIC X(65).
          05 INP-DATOS-DET REDEFINES INP-DATOS.
             10 INP-D-PERIODO      PIC 9(6).
             10 INP-D-SUCURSAL     PIC X(8).
             10 INP-D-LEGAJO       PIC X(8).
             10 INP-D-CCOSTO       PIC X(8).
             10 INP-D-CUMPLIM      PIC 9(3)V99.
             10 INP-D-PAGO-PCT     PIC 9(3)V99.
             10 INP-D-IMPORTE      PIC 9(7)V99.
             10 INP-D-FECHA        PIC 9(8).
             10 FILLER             PIC X(22).
          05 INP-DATOS-TRL REDEFINES INP-DATOS.
             10 INP-T-CANTIDAD     PIC 9(7).
             10 INP-T-IMPORTE      PIC 9(11)V99.
             10 FILLER             PIC X(59).
