       01 REG-GL-ACUSE.
          05 GLA-TIPO-REG          PIC X(1).
             88 GLA-LOTE           VALUE "L".
             88 GLA-CTA-RECHAZADA  VALUE "C".
          05 GLA-PERIODO           PIC 9(6).
          05 GLA-FECHA-EXTR        PIC 9(8).
          05 GLA-DATOS             PIC X(65).
          05 GLA-DATOS-LOTE REDEFINES GLA-DATOS.
             10 GLA-ESTADO         PIC X(1).
                88 GLA-ACEPTADO    VALUE "A".
                88 GLA-RECHAZADO   VALUE "R".
             10 GLA-FECHA-CONTAB   PIC 9(8).
             10 GLA-LINEAS         PIC 9(7).
             10 GLA-SIGNO          PIC X(1).
             10 GLA-IMPORTE        PIC 9(11)V99.
             10 FILLER             PIC X(35).
          05 GLA-DATOS-CUENTA REDEFINES GLA-DATOS.
             10 GLA-CUENTA         PIC X(8).
             10 GLA-CENTRO         PIC X(6).
             10 GLA-CTA-SIGNO      PIC X(1).
             10 GLA-CTA-IMPORTE    PIC 9(9)V99.
             10 GLA-MOTIVO         PIC X(30).
             10 FILLER             PIC X(9).
