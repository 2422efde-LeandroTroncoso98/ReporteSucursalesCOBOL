          05 BR-DDNAME             PIC X(8).
          05 BR-REGION             PIC X(3).
          05 BR-NOMBRE             PIC X(20).
          05 BR-FECHA-APERTURA     PIC X(8).
          05 BR-FECHA-CIERRE       PIC X(8).
          05 FILLER                PIC X(33).
