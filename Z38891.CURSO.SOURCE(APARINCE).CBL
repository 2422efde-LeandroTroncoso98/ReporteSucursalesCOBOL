       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARINCE.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PARAM-FL ASSIGN TO PARMIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-PARMIN.

            SELECT CIERRE-CTL-EN ASSIGN TO CIECTLIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-CIEIN.

            SELECT HIST-SUCURSAL ASSIGN TO HSUCIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HSUCIN.

            SELECT SUC-OBJETIVO ASSIGN TO SOBJ
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-SOBJ.

            SELECT INC-TABLA ASSIGN TO INCTABLA
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-INCTAB.

            SELECT GERENTES-EN ASSIGN TO GERENTES
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-GERENT.

            SELECT INC-REGISTRO-EN ASSIGN TO INCRGIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-INCRGIN.

            SELECT INC-REGISTRO-SAL ASSIGN TO INCRGOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-INCRGOUT.

            SELECT NOMINA-SAL ASSIGN TO NOMOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-NOMOUT.

            SELECT INC-REPORTE ASSIGN TO INCRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-INCRPT.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-FL RECORDING MODE IS F
                   DATA RECORD IS REG-PARM.
       01 REG-PARM.
          05 PARM-PERIODO          PIC 9(6).

       FD CIERRE-CTL-EN RECORDING MODE IS F
                        DATA RECORD IS REG-CIERRE.
       COPY REGCIERR.

       FD HIST-SUCURSAL RECORDING MODE IS F
                        DATA RECORD IS REG-HIST-SUC.
       COPY REGHSUC.

       FD SUC-OBJETIVO RECORDING MODE IS F
                       DATA RECORD IS REG-SOBJ.
       COPY REGSOBJ.

       FD INC-TABLA RECORDING MODE IS F
                    DATA RECORD IS REG-INC-TABLA.
       COPY REGINCTB.

       FD GERENTES-EN RECORDING MODE IS F
                      DATA RECORD IS REG-GERENTE.
       COPY REGGEREN.

       FD INC-REGISTRO-EN RECORDING MODE IS F
                          DATA RECORD IS REG-INC-PAGO.
       COPY REGINCPG.

       FD INC-REGISTRO-SAL RECORDING MODE IS F
                           DATA RECORD IS REG-INC-REG-SAL.
       01 REG-INC-REG-SAL          PIC X(80).

       FD NOMINA-SAL RECORDING MODE IS F
                     DATA RECORD IS REG-NOMINA.
       01 REG-NOMINA               PIC X(80).

       FD INC-REPORTE RECORDING MODE IS F
                      DATA RECORD IS REG-INCRPT.
       01 REG-INCRPT               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PARMIN               PIC 99.
          88 FS-PARMIN-OK         VALUE 00.
          88 FS-PARMIN-FIN        VALUE 10.

       77 FS-CIEIN                PIC 99.
          88 FS-CIEIN-OK          VALUE 00.
          88 FS-CIEIN-FIN         VALUE 10.

       77 FS-HSUCIN               PIC 99.
          88 FS-HSUCIN-OK         VALUE 00.
          88 FS-HSUCIN-FIN        VALUE 10.

       77 FS-SOBJ                 PIC 99.
          88 FS-SOBJ-OK           VALUE 00.
          88 FS-SOBJ-FIN          VALUE 10.

       77 FS-INCTAB               PIC 99.
          88 FS-INCTAB-OK         VALUE 00.
          88 FS-INCTAB-FIN        VALUE 10.

       77 FS-GERENT               PIC 99.
          88 FS-GERENT-OK         VALUE 00.
          88 FS-GERENT-FIN        VALUE 10.

       77 FS-INCRGIN              PIC 99.
          88 FS-INCRGIN-OK        VALUE 00.
          88 FS-INCRGIN-FIN       VALUE 10.

       77 FS-INCRGOUT             PIC 99.
          88 FS-INCRGOUT-OK       VALUE 00.

       77 FS-NOMOUT               PIC 99.
          88 FS-NOMOUT-OK         VALUE 00.

       77 FS-INCRPT               PIC 99.
          88 FS-INCRPT-OK         VALUE 00.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-PARMIN-ABIERTO    PIC X VALUE "N".
             88 WS-PARMIN-OPEN    VALUE "S".
          05 WS-CIEIN-ABIERTO     PIC X VALUE "N".
             88 WS-CIEIN-OPEN     VALUE "S".
          05 WS-HSUCIN-ABIERTO    PIC X VALUE "N".
             88 WS-HSUCIN-OPEN    VALUE "S".
          05 WS-SOBJ-ABIERTO      PIC X VALUE "N".
             88 WS-SOBJ-OPEN      VALUE "S".
          05 WS-INCTAB-ABIERTO    PIC X VALUE "N".
             88 WS-INCTAB-OPEN    VALUE "S".
          05 WS-GERENT-ABIERTO    PIC X VALUE "N".
             88 WS-GERENT-OPEN    VALUE "S".
          05 WS-INCRGIN-ABIERTO   PIC X VALUE "N".
             88 WS-INCRGIN-OPEN   VALUE "S".
          05 WS-INCRGOUT-ABIERTO  PIC X VALUE "N".
             88 WS-INCRGOUT-OPEN  VALUE "S".
          05 WS-NOMOUT-ABIERTO    PIC X VALUE "N".
             88 WS-NOMOUT-OPEN    VALUE "S".
          05 WS-INCRPT-ABIERTO    PIC X VALUE "N".
             88 WS-INCRPT-OPEN    VALUE "S".
          05 WS-PARAMETROS-FLAG   PIC X VALUE "N".
             88 WS-PARAMETROS-OK  VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-PERIODO              PIC 9(6) VALUE ZERO.
       01 WS-FECHA-HOY            PIC X(21).

       01 WS-IDX                  PIC 9(4).
       01 WS-SUC-IDX              PIC 9(4).
       01 WS-GER-IDX              PIC 9(4).
       01 WS-BANDA-IDX            PIC 9(4).
       01 WS-PROG-IDX             PIC 9(4).

       01 WS-CNT-SUC              PIC 9(4) VALUE ZERO.
       01 WS-CNT-GERENTES         PIC 9(4) VALUE ZERO.
       01 WS-CNT-BANDAS           PIC 9(4) VALUE ZERO.
       01 WS-CNT-PAGADOS          PIC 9(7) VALUE ZERO.
       01 WS-CNT-SIN-PAGO         PIC 9(5) VALUE ZERO.
       01 WS-CNT-YA-PAGADOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-OBSERVADOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-TOPE             PIC 9(5) VALUE ZERO.
       01 WS-CNT-ED               PIC ZZZZ9.
       01 WS-TOT-PAGADO           PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-ED               PIC $$$$$$$$$$9,99.

       01 WS-MINIMO               PIC 9(3)V99 VALUE ZERO.
       01 WS-TOPE                 PIC 9(7)V99 VALUE ZERO.
       01 WS-CUMPLIM              PIC S9(3)V99 VALUE ZERO.
       01 WS-PAGO-PCT             PIC 9(3)V99 VALUE ZERO.
       01 WS-IMPORTE              PIC 9(7)V99 VALUE ZERO.
       01 WS-ESTADO               PIC X(14).

       01 WS-PROG-LISTA.
          05 FILLER               PIC X(8) VALUE "APAREDIT".
          05 FILLER               PIC X(8) VALUE "APAREJER".
          05 FILLER               PIC X(8) VALUE "APARGLEX".
       01 WS-PROG-LISTA-R REDEFINES WS-PROG-LISTA.
          05 WS-PROG-NOMBRE OCCURS 3 TIMES PIC X(8).

       01 WS-RC-LIMITE-TABLA.
          05 FILLER               PIC 9(4) VALUE 0004.
          05 FILLER               PIC 9(4) VALUE 0006.
          05 FILLER               PIC 9(4) VALUE 0004.
       01 WS-RC-LIMITE-R REDEFINES WS-RC-LIMITE-TABLA.
          05 WS-RC-LIMITE OCCURS 3 TIMES PIC 9(4).

       01 WS-CIE-TABLE.
          05 WS-CIE-ENTRY OCCURS 3 TIMES.
             10 WS-CIE-CORRIDAS      PIC 9(4).
             10 WS-CIE-ULT-RC        PIC 9(4).

       01 WS-BANDA-TABLE.
          05 WS-BANDA-ENTRY OCCURS 20 TIMES.
             10 WS-BANDA-DESDE       PIC 9(3)V99.
             10 WS-BANDA-PAGO        PIC 9(3)V99.

       01 WS-GER-TABLE.
          05 WS-GER-ENTRY OCCURS 200 TIMES.
             10 WS-GER-SUCURSAL      PIC X(8).
             10 WS-GER-LEGAJO        PIC X(8).
             10 WS-GER-CCOSTO        PIC X(8).
             10 WS-GER-BASE          PIC 9(7)V99.

       01 WS-SUC-TABLE.
          05 WS-SUC-ENTRY OCCURS 200 TIMES.
             10 WS-SUC-DDNAME        PIC X(8).
             10 WS-SUC-NETO          PIC S9(9)V99.
             10 WS-SUC-OBJ           PIC 9(9)V99.
             10 WS-SUC-PAGADO-FLAG   PIC X.
                88 WS-SUC-YA-PAGADO  VALUE "S".

       01 WS-NOM-HEADER.
          05 FILLER               PIC X VALUE "H".
          05 WS-NMH-PERIODO       PIC 9(6).
          05 WS-NMH-FECHA         PIC 9(8).
          05 FILLER               PIC X(65) VALUE SPACES.

       01 WS-NOM-DETALLE.
          05 FILLER               PIC X VALUE "D".
          05 WS-NMD-PERIODO       PIC 9(6).
          05 WS-NMD-SUCURSAL      PIC X(8).
          05 WS-NMD-LEGAJO        PIC X(8).
          05 WS-NMD-CCOSTO        PIC X(8).
          05 WS-NMD-CUMPLIM       PIC 9(3)V99.
          05 WS-NMD-PAGO-PCT      PIC 9(3)V99.
          05 WS-NMD-IMPORTE       PIC 9(7)V99.
          05 WS-NMD-FECHA         PIC 9(8).
          05 FILLER               PIC X(22) VALUE SPACES.

       01 WS-NOM-TRAILER.
          05 FILLER               PIC X VALUE "T".
          05 WS-NMT-CANTIDAD      PIC 9(7).
          05 WS-NMT-IMPORTE       PIC 9(11)V99.
          05 FILLER               PIC X(59) VALUE SPACES.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(78) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X(43)
                 VALUE "INCENTIVOS A GERENTES DE SUCURSAL - PERIODO".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TIT-PERIODO       PIC 9(6).
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-SUBTITULOS.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "SUCURSAL".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "LEGAJO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "C.COSTO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE " CUMPL%".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE " PAGO%".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE "     IMPORTE".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(14) VALUE "ESTADO".
          05 FILLER               PIC X(8) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-INC-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IL-SUCURSAL       PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IL-LEGAJO         PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IL-CCOSTO         PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IL-CUMPLIM        PIC -ZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IL-PAGO-PCT       PIC ZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IL-IMPORTE        PIC $$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IL-ESTADO         PIC X(14).
          05 FILLER               PIC X(8) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       PROCEDURE DIVISION.

       0100-INIT-PROGRAM.
           PERFORM 0150-INICIALIZAR-WORKING-STORAGE
           PERFORM 0200-OPEN-FILE
           IF NOT WS-ABORTAR
              PERFORM 0300-PROCESS-PROGRAM
           END-IF
           PERFORM 0500-CLOSE-FILE
           PERFORM 0600-CLOSE-PROGRAM.

       0150-INICIALIZAR-WORKING-STORAGE.
           INITIALIZE WS-CIE-TABLE
           INITIALIZE WS-BANDA-TABLE
           INITIALIZE WS-GER-TABLE
           INITIALIZE WS-SUC-TABLE
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0215-OPEN-PARMIN
           IF NOT WS-ABORTAR
              PERFORM 0216-LEER-PARMIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0217-VERIFICAR-CIERRE
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0220-CARGAR-TABLA
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0224-CARGAR-GERENTES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0226-CARGAR-SUCURSALES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0228-CARGAR-SOBJ
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0230-VERIFICAR-REGISTRO
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0235-OPEN-INCRGOUT
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0240-OPEN-NOMOUT
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0250-OPEN-INCRPT
           END-IF.

       0215-OPEN-PARMIN.
           OPEN INPUT PARAM-FL
           IF NOT FS-PARMIN-OK THEN
              DISPLAY "FS-PARMIN: " FS-PARMIN
              SET WS-ABORTAR TO TRUE
              MOVE 14 TO WS-RETURN-CODE
           ELSE
              SET WS-PARMIN-OPEN TO TRUE
           END-IF.

       0216-LEER-PARMIN.
           READ PARAM-FL
           IF FS-PARMIN-OK
              MOVE PARM-PERIODO TO WS-PERIODO
           ELSE
              DISPLAY "ERROR: PARMIN VACIO, FALTA EL PERIODO A"
                      " LIQUIDAR"
              SET WS-ABORTAR TO TRUE
              MOVE 26 TO WS-RETURN-CODE
           END-IF
           CLOSE PARAM-FL
           MOVE "N" TO WS-PARMIN-ABIERTO.

       0217-VERIFICAR-CIERRE.
           OPEN INPUT CIERRE-CTL-EN
           IF NOT FS-CIEIN-OK THEN
              DISPLAY "FS-CIECTLIN: " FS-CIEIN
              SET WS-ABORTAR TO TRUE
              MOVE 46 TO WS-RETURN-CODE
           ELSE
              SET WS-CIEIN-OPEN TO TRUE
              PERFORM UNTIL FS-CIEIN-FIN
                 READ CIERRE-CTL-EN
                 IF FS-CIEIN-OK
                    IF CIE-PERIODO = WS-PERIODO
                       AND NOT CIE-ABORTADO
                       PERFORM 0218-ANOTAR-CIERRE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CIERRE-CTL-EN
              MOVE "N" TO WS-CIEIN-ABIERTO
              PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                 UNTIL WS-PROG-IDX > 3
                 IF WS-CIE-CORRIDAS(WS-PROG-IDX) = ZERO
                    OR WS-CIE-ULT-RC(WS-PROG-IDX)
                       > WS-RC-LIMITE(WS-PROG-IDX)
                    SET WS-ABORTAR TO TRUE
                 END-IF
              END-PERFORM
              IF WS-ABORTAR
                 DISPLAY "ERROR: EL PERIODO " WS-PERIODO
                         " NO TIENE EDICION, CONSOLIDACION Y"
                         " EXTRACTO GL COMPLETOS EN EL CONTROL DE"
                         " CIERRE - NO SE LIQUIDA"
                 MOVE 16 TO WS-RETURN-CODE
              END-IF
           END-IF.

       0218-ANOTAR-CIERRE.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
              UNTIL WS-PROG-IDX > 3
              IF WS-PROG-NOMBRE(WS-PROG-IDX) = CIE-PROGRAMA
                 ADD 1 TO WS-CIE-CORRIDAS(WS-PROG-IDX)
                 MOVE CIE-RC TO WS-CIE-ULT-RC(WS-PROG-IDX)
              END-IF
           END-PERFORM.

       0220-CARGAR-TABLA.
           OPEN INPUT INC-TABLA
           IF NOT FS-INCTAB-OK THEN
              DISPLAY "FS-INCTABLA: " FS-INCTAB
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              SET WS-INCTAB-OPEN TO TRUE
              PERFORM UNTIL FS-INCTAB-FIN OR WS-ABORTAR
                 READ INC-TABLA
                 IF FS-INCTAB-OK
                    PERFORM 0222-CARGAR-UNA-TARJETA
                 END-IF
              END-PERFORM
              CLOSE INC-TABLA
              MOVE "N" TO WS-INCTAB-ABIERTO
              IF NOT WS-ABORTAR
                 IF NOT WS-PARAMETROS-OK OR WS-CNT-BANDAS = ZERO
                    DISPLAY "ERROR: INCTABLA SIN TARJETA DE"
                            " PARAMETROS O SIN BANDAS"
                    SET WS-ABORTAR TO TRUE
                    MOVE 52 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       0222-CARGAR-UNA-TARJETA.
           EVALUATE TRUE
              WHEN ITB-PARAMETROS
                 IF ITB-P-MINIMO NUMERIC AND ITB-P-TOPE NUMERIC
                    MOVE ITB-P-MINIMO TO WS-MINIMO
                    MOVE ITB-P-TOPE TO WS-TOPE
                    SET WS-PARAMETROS-OK TO TRUE
                 ELSE
                    DISPLAY "ERROR: TARJETA DE PARAMETROS INVALIDA"
                            " EN INCTABLA"
                    SET WS-ABORTAR TO TRUE
                    MOVE 52 TO WS-RETURN-CODE
                 END-IF
              WHEN ITB-BANDA
                 IF ITB-B-DESDE NOT NUMERIC
                    OR ITB-B-PAGO NOT NUMERIC
                    DISPLAY "ERROR: TARJETA DE BANDA INVALIDA"
                            " EN INCTABLA"
                    SET WS-ABORTAR TO TRUE
                    MOVE 52 TO WS-RETURN-CODE
                 ELSE
                    IF WS-CNT-BANDAS = 20
                       DISPLAY "ERROR: MAS DE 20 BANDAS EN INCTABLA"
                       SET WS-ABORTAR TO TRUE
                       MOVE 32 TO WS-RETURN-CODE
                    ELSE
                       ADD 1 TO WS-CNT-BANDAS
                       MOVE ITB-B-DESDE
                         TO WS-BANDA-DESDE(WS-CNT-BANDAS)
                       MOVE ITB-B-PAGO
                         TO WS-BANDA-PAGO(WS-CNT-BANDAS)
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0224-CARGAR-GERENTES.
           OPEN INPUT GERENTES-EN
           IF NOT FS-GERENT-OK THEN
              DISPLAY "FS-GERENTES: " FS-GERENT
              SET WS-ABORTAR TO TRUE
              MOVE 54 TO WS-RETURN-CODE
           ELSE
              SET WS-GERENT-OPEN TO TRUE
              PERFORM UNTIL FS-GERENT-FIN OR WS-ABORTAR
                 READ GERENTES-EN
                 IF FS-GERENT-OK
                    IF WS-CNT-GERENTES = 200
                       DISPLAY "ERROR: MAS DE 200 GERENTES EN"
                               " GERENTES"
                       SET WS-ABORTAR TO TRUE
                       MOVE 32 TO WS-RETURN-CODE
                    ELSE
                       ADD 1 TO WS-CNT-GERENTES
                       MOVE GER-SUCURSAL
                         TO WS-GER-SUCURSAL(WS-CNT-GERENTES)
                       MOVE GER-LEGAJO
                         TO WS-GER-LEGAJO(WS-CNT-GERENTES)
                       MOVE GER-CCOSTO
                         TO WS-GER-CCOSTO(WS-CNT-GERENTES)
                       IF GER-BASE NUMERIC
                          MOVE GER-BASE
                            TO WS-GER-BASE(WS-CNT-GERENTES)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GERENTES-EN
              MOVE "N" TO WS-GERENT-ABIERTO
           END-IF.

       0226-CARGAR-SUCURSALES.
           OPEN INPUT HIST-SUCURSAL
           IF NOT FS-HSUCIN-OK THEN
              DISPLAY "FS-HSUCIN: " FS-HSUCIN
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-HSUCIN-OPEN TO TRUE
              PERFORM UNTIL FS-HSUCIN-FIN OR WS-ABORTAR
                 READ HIST-SUCURSAL
                 IF FS-HSUCIN-OK
                    IF HSU-PERIODO = WS-PERIODO
                       AND HSU-TIPO-SUCURSAL
                       PERFORM 0227-CARGAR-UNA-SUC
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HIST-SUCURSAL
              MOVE "N" TO WS-HSUCIN-ABIERTO
           END-IF.

       0227-CARGAR-UNA-SUC.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > WS-CNT-SUC
              OR WS-SUC-DDNAME(WS-SUC-IDX) = HSU-SUCURSAL
              CONTINUE
           END-PERFORM
           IF WS-SUC-IDX > WS-CNT-SUC
              IF WS-CNT-SUC = 200
                 DISPLAY "ERROR: MAS DE 200 SUCURSALES EN LA HISTORIA"
                         " DEL PERIODO"
                 SET WS-ABORTAR TO TRUE
                 MOVE 32 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-CNT-SUC
                 MOVE HSU-SUCURSAL TO WS-SUC-DDNAME(WS-CNT-SUC)
              END-IF
           END-IF
           IF NOT WS-ABORTAR
              MOVE HSU-MONTO TO WS-SUC-NETO(WS-SUC-IDX)
           END-IF.

       0228-CARGAR-SOBJ.
           OPEN INPUT SUC-OBJETIVO
           IF NOT FS-SOBJ-OK THEN
              DISPLAY "FS-SOBJ: " FS-SOBJ
              SET WS-ABORTAR TO TRUE
              MOVE 38 TO WS-RETURN-CODE
           ELSE
              SET WS-SOBJ-OPEN TO TRUE
              PERFORM UNTIL FS-SOBJ-FIN
                 READ SUC-OBJETIVO
                 IF FS-SOBJ-OK
                    IF SOB-PERIODO = WS-PERIODO
                       PERFORM 0229-SUMAR-UN-SOBJ
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SUC-OBJETIVO
              MOVE "N" TO WS-SOBJ-ABIERTO
           END-IF.

       0229-SUMAR-UN-SOBJ.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > WS-CNT-SUC
              OR WS-SUC-DDNAME(WS-SUC-IDX) = SOB-SUCURSAL
              CONTINUE
           END-PERFORM
           IF WS-SUC-IDX NOT > WS-CNT-SUC
              ADD SOB-MONTO TO WS-SUC-OBJ(WS-SUC-IDX)
           END-IF.

       0230-VERIFICAR-REGISTRO.
           OPEN INPUT INC-REGISTRO-EN
           IF NOT FS-INCRGIN-OK THEN
              DISPLAY "FS-INCRGIN: " FS-INCRGIN
              SET WS-ABORTAR TO TRUE
              MOVE 40 TO WS-RETURN-CODE
           ELSE
              SET WS-INCRGIN-OPEN TO TRUE
              PERFORM UNTIL FS-INCRGIN-FIN
                 READ INC-REGISTRO-EN
                 IF FS-INCRGIN-OK
                    IF INP-DETALLE
                       AND INP-D-PERIODO = WS-PERIODO
                       PERFORM 0232-MARCAR-PAGADO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE INC-REGISTRO-EN
              MOVE "N" TO WS-INCRGIN-ABIERTO
           END-IF.

       0232-MARCAR-PAGADO.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > WS-CNT-SUC
              OR WS-SUC-DDNAME(WS-SUC-IDX) = INP-D-SUCURSAL
              CONTINUE
           END-PERFORM
           IF WS-SUC-IDX NOT > WS-CNT-SUC
              SET WS-SUC-YA-PAGADO(WS-SUC-IDX) TO TRUE
           END-IF.

       0235-OPEN-INCRGOUT.
           OPEN EXTEND INC-REGISTRO-SAL
           IF NOT FS-INCRGOUT-OK THEN
              DISPLAY "FS-INCRGOUT: " FS-INCRGOUT
              SET WS-ABORTAR TO TRUE
              MOVE 44 TO WS-RETURN-CODE
           ELSE
              SET WS-INCRGOUT-OPEN TO TRUE
           END-IF.

       0240-OPEN-NOMOUT.
           OPEN OUTPUT NOMINA-SAL
           IF NOT FS-NOMOUT-OK THEN
              DISPLAY "FS-NOMOUT: " FS-NOMOUT
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              SET WS-NOMOUT-OPEN TO TRUE
           END-IF.

       0250-OPEN-INCRPT.
           OPEN OUTPUT INC-REPORTE
           IF NOT FS-INCRPT-OK THEN
              DISPLAY "FS-INCRPT: " FS-INCRPT
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-INCRPT-OPEN TO TRUE
           END-IF.

       0300-PROCESS-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           MOVE WS-PERIODO TO WS-TIT-PERIODO
           WRITE REG-INCRPT FROM WS-GUIONES
           WRITE REG-INCRPT FROM WS-TITULO
           WRITE REG-INCRPT FROM WS-GUIONES
           WRITE REG-INCRPT FROM WS-SUBTITULOS
           WRITE REG-INCRPT FROM WS-GUIONES
           MOVE WS-PERIODO TO WS-NMH-PERIODO
           MOVE WS-FECHA-HOY(1:8) TO WS-NMH-FECHA
           WRITE REG-NOMINA FROM WS-NOM-HEADER
           IF WS-CNT-SUC = ZERO
              MOVE "SIN HISTORIA POR SUCURSAL PARA EL PERIODO"
                TO REG-INCRPT
              WRITE REG-INCRPT
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > WS-CNT-SUC
              PERFORM 0320-LIQUIDAR-UNA-SUC
           END-PERFORM
           MOVE WS-CNT-PAGADOS TO WS-NMT-CANTIDAD
           MOVE WS-TOT-PAGADO TO WS-NMT-IMPORTE
           WRITE REG-NOMINA FROM WS-NOM-TRAILER
           WRITE REG-INCRPT FROM WS-GUIONES
           PERFORM 0360-EMITIR-TOTALES
           IF WS-CNT-OBSERVADOS > ZERO
              OR WS-CNT-YA-PAGADOS > ZERO
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-CNT-PAGADOS = ZERO
              AND WS-CNT-YA-PAGADOS > ZERO
              MOVE 10 TO WS-RETURN-CODE
           END-IF.

       0320-LIQUIDAR-UNA-SUC.
           MOVE WS-SUC-DDNAME(WS-SUC-IDX) TO WS-IL-SUCURSAL
           MOVE ZERO TO WS-CUMPLIM
           MOVE ZERO TO WS-PAGO-PCT
           MOVE ZERO TO WS-IMPORTE
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
              UNTIL WS-GER-IDX > WS-CNT-GERENTES
              OR WS-GER-SUCURSAL(WS-GER-IDX)
                 = WS-SUC-DDNAME(WS-SUC-IDX)
              CONTINUE
           END-PERFORM
           IF WS-GER-IDX > WS-CNT-GERENTES
              MOVE SPACES TO WS-IL-LEGAJO
              MOVE SPACES TO WS-IL-CCOSTO
           ELSE
              MOVE WS-GER-LEGAJO(WS-GER-IDX) TO WS-IL-LEGAJO
              MOVE WS-GER-CCOSTO(WS-GER-IDX) TO WS-IL-CCOSTO
           END-IF
           IF WS-SUC-OBJ(WS-SUC-IDX) NOT = ZERO
              COMPUTE WS-CUMPLIM ROUNDED =
                 (WS-SUC-NETO(WS-SUC-IDX) / WS-SUC-OBJ(WS-SUC-IDX))
                 * 100
                 ON SIZE ERROR
                    MOVE 999,99 TO WS-CUMPLIM
              END-COMPUTE
           END-IF
           EVALUATE TRUE
              WHEN WS-SUC-YA-PAGADO(WS-SUC-IDX)
                 MOVE "YA PAGADO" TO WS-ESTADO
                 ADD 1 TO WS-CNT-YA-PAGADOS
              WHEN WS-SUC-OBJ(WS-SUC-IDX) = ZERO
                 MOVE "SIN OBJETIVO" TO WS-ESTADO
                 ADD 1 TO WS-CNT-OBSERVADOS
              WHEN WS-GER-IDX > WS-CNT-GERENTES
                 MOVE "SIN GERENTE" TO WS-ESTADO
                 ADD 1 TO WS-CNT-OBSERVADOS
              WHEN WS-CUMPLIM < WS-MINIMO
                 MOVE "BAJO MINIMO" TO WS-ESTADO
                 ADD 1 TO WS-CNT-SIN-PAGO
              WHEN OTHER
                 PERFORM 0330-APLICAR-BANDA
           END-EVALUATE
           MOVE WS-CUMPLIM TO WS-IL-CUMPLIM
           MOVE WS-PAGO-PCT TO WS-IL-PAGO-PCT
           MOVE WS-IMPORTE TO WS-IL-IMPORTE
           MOVE WS-ESTADO TO WS-IL-ESTADO
           WRITE REG-INCRPT FROM WS-INC-LINEA.

       0330-APLICAR-BANDA.
           MOVE ZERO TO WS-IDX
           PERFORM VARYING WS-BANDA-IDX FROM 1 BY 1
              UNTIL WS-BANDA-IDX > WS-CNT-BANDAS
              IF WS-BANDA-DESDE(WS-BANDA-IDX) NOT > WS-CUMPLIM
                 IF WS-IDX = ZERO
                    MOVE WS-BANDA-IDX TO WS-IDX
                 ELSE
                    IF WS-BANDA-DESDE(WS-BANDA-IDX)
                       > WS-BANDA-DESDE(WS-IDX)
                       MOVE WS-BANDA-IDX TO WS-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IDX = ZERO
              MOVE "SIN BANDA" TO WS-ESTADO
              ADD 1 TO WS-CNT-SIN-PAGO
           ELSE
              MOVE WS-BANDA-PAGO(WS-IDX) TO WS-PAGO-PCT
              COMPUTE WS-IMPORTE ROUNDED =
                 WS-GER-BASE(WS-GER-IDX) * WS-PAGO-PCT / 100
                 ON SIZE ERROR
                    MOVE 9999999,99 TO WS-IMPORTE
              END-COMPUTE
              MOVE "PAGADO" TO WS-ESTADO
              IF WS-TOPE > ZERO AND WS-IMPORTE > WS-TOPE
                 MOVE WS-TOPE TO WS-IMPORTE
                 MOVE "PAGADO C/TOPE" TO WS-ESTADO
                 ADD 1 TO WS-CNT-TOPE
              END-IF
              IF WS-IMPORTE = ZERO
                 MOVE "PAGO CERO" TO WS-ESTADO
                 ADD 1 TO WS-CNT-SIN-PAGO
              ELSE
                 PERFORM 0340-DETALLE-NOMINA
              END-IF
           END-IF.

       0340-DETALLE-NOMINA.
           ADD 1 TO WS-CNT-PAGADOS
           ADD WS-IMPORTE TO WS-TOT-PAGADO
           MOVE WS-PERIODO TO WS-NMD-PERIODO
           MOVE WS-SUC-DDNAME(WS-SUC-IDX) TO WS-NMD-SUCURSAL
           MOVE WS-GER-LEGAJO(WS-GER-IDX) TO WS-NMD-LEGAJO
           MOVE WS-GER-CCOSTO(WS-GER-IDX) TO WS-NMD-CCOSTO
           MOVE WS-CUMPLIM TO WS-NMD-CUMPLIM
           MOVE WS-PAGO-PCT TO WS-NMD-PAGO-PCT
           MOVE WS-IMPORTE TO WS-NMD-IMPORTE
           MOVE WS-FECHA-HOY(1:8) TO WS-NMD-FECHA
           WRITE REG-NOMINA FROM WS-NOM-DETALLE
           WRITE REG-INC-REG-SAL FROM WS-NOM-DETALLE.

       0360-EMITIR-TOTALES.
           MOVE WS-CNT-PAGADOS TO WS-CNT-ED
           MOVE WS-TOT-PAGADO TO WS-TOT-ED
           MOVE SPACES TO REG-INCRPT
           STRING "GERENTES LIQUIDADOS: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  "   TOTAL A PAGAR: " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
             INTO REG-INCRPT
           END-STRING
           WRITE REG-INCRPT
           MOVE WS-CNT-TOPE TO WS-CNT-ED
           MOVE SPACES TO REG-INCRPT
           STRING "  DE ELLOS CON TOPE APLICADO: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-INCRPT
           END-STRING
           WRITE REG-INCRPT
           MOVE WS-CNT-SIN-PAGO TO WS-CNT-ED
           MOVE SPACES TO REG-INCRPT
           STRING "SIN INCENTIVO (BAJO MINIMO / SIN BANDA): "
                                             DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-INCRPT
           END-STRING
           WRITE REG-INCRPT
           MOVE WS-CNT-OBSERVADOS TO WS-CNT-ED
           MOVE SPACES TO REG-INCRPT
           STRING "OBSERVADAS (SIN OBJETIVO / SIN GERENTE): "
                                             DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-INCRPT
           END-STRING
           WRITE REG-INCRPT
           MOVE WS-CNT-YA-PAGADOS TO WS-CNT-ED
           MOVE SPACES TO REG-INCRPT
           STRING "YA PAGADAS EN UNA CORRIDA ANTERIOR: "
                                             DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-INCRPT
           END-STRING
           WRITE REG-INCRPT
           WRITE REG-INCRPT FROM WS-GUIONES.

       0500-CLOSE-FILE.
           IF WS-PARMIN-OPEN
              CLOSE PARAM-FL
           END-IF
           IF WS-CIEIN-OPEN
              CLOSE CIERRE-CTL-EN
           END-IF
           IF WS-HSUCIN-OPEN
              CLOSE HIST-SUCURSAL
           END-IF
           IF WS-SOBJ-OPEN
              CLOSE SUC-OBJETIVO
           END-IF
           IF WS-INCTAB-OPEN
              CLOSE INC-TABLA
           END-IF
           IF WS-GERENT-OPEN
              CLOSE GERENTES-EN
           END-IF
           IF WS-INCRGIN-OPEN
              CLOSE INC-REGISTRO-EN
           END-IF
           IF WS-INCRGOUT-OPEN
              CLOSE INC-REGISTRO-SAL
           END-IF
           IF WS-NOMOUT-OPEN
              CLOSE NOMINA-SAL
           END-IF
           IF WS-INCRPT-OPEN
              CLOSE INC-REPORTE
           END-IF.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
