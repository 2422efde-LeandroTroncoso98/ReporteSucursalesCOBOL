       01 REG-CHECKPOINT.
          05 CKP-TIPO              PIC X(1).
             88 CKP-CABECERA       VALUE "C".
             88 CKP-BRANCH         VALUE "B".
             88 CKP-EXCEPCION      VALUE "E".
             88 CKP-DEPTO          VALUE "D".
             88 CKP-SUCURSAL       VALUE "S".
          05 CKP-SELLO             PIC X(16).
          05 CKP-SUC-IDX           PIC 9(3).
          05 CKP-DATOS             PIC X(140).
          05 CKP-DATOS-CAB REDEFINES CKP-DATOS.
             10 CKP-PERIODO        PIC 9(6).
             10 CKP-MODO           PIC X(1).
             10 FILLER             PIC X(133).
          05 CKP-DATOS-TEXTO REDEFINES CKP-DATOS.
             10 CKP-TEXTO          PIC X(80).
             10 FILLER             PIC X(60).
          05 CKP-DATOS-DEPTO REDEFINES CKP-DATOS.
             10 CKP-DEP-NUMERO     PIC 9(3).
             10 CKP-DEP-CELDA      PIC S9(8)V99.
             10 CKP-DEP-MONTO      PIC S9(9)V99.
             10 CKP-DEP-VENTAS     PIC 9(9)V99.
             10 CKP-DEP-DEVOL      PIC 9(9)V99.
             10 CKP-DEP-CANT-SUC   PIC 9(3).
             10 FILLER             PIC X(91).
          05 CKP-DATOS-SUC REDEFINES CKP-DATOS.
             10 CKP-SUC-DDNAME     PIC X(8).
             10 CKP-SUC-REGION     PIC X(3).
             10 CKP-SUC-NOMBRE     PIC X(20).
             10 CKP-SUC-TOTAL      PIC S9(9)V99.
             10 CKP-SUC-VENTAS     PIC 9(9)V99.
             10 CKP-SUC-DEVOL      PIC 9(9)V99.
             10 CKP-SUC-APERTURA   PIC 9(8).
             10 CKP-SUC-CIERRE     PIC 9(8).
             10 CKP-CNT-SUC-REG    PIC 9(7).
             10 CKP-CNT-CABECERAS  PIC 9(5).
             10 CKP-CNT-TRAILERS   PIC 9(5).
             10 CKP-CNT-VENTAS     PIC 9(7).
             10 CKP-CNT-DEVOL      PIC 9(7).
             10 CKP-CNT-AJUSTES    PIC 9(7).
             10 CKP-CNT-FUERA-PER  PIC 9(7).
             10 CKP-CNT-RECH-MAE   PIC 9(7).
             10 FILLER             PIC X(8).
