       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARREXP.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MAPA-FL ASSIGN TO REXMAPA
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-MAPA.

            SELECT DEPTOS-FL ASSIGN TO DEPTMAST
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-DEPTOS.

            SELECT REX-REGISTRO-EN ASSIGN TO REXRGIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-REXRGIN.

            SELECT REX-REGISTRO-SAL ASSIGN TO REXRGOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-REXRGOUT.

            SELECT HIST-MAESTRO ASSIGN TO HISTORIA
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HIST.

            SELECT HIST-ANT ASSIGN TO HISTANT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HISTANT.

            SELECT OBJ-MAESTRO ASSIGN TO OBJETIVO
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-OBJ.

            SELECT OBJ-ANT ASSIGN TO OBJANT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-OBJANT.

            SELECT SOBJ-MAESTRO ASSIGN TO SUCOBJ
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-SOBJ.

            SELECT SOBJ-ANT ASSIGN TO SOBJANT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-SOBJANT.

            SELECT HSUC-MAESTRO ASSIGN TO HISTSUC
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HSUC.

            SELECT HSUC-ANT ASSIGN TO HSUCANT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HSUCANT.

            SELECT REX-REPORTE ASSIGN TO REXRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-REXRPT.

       DATA DIVISION.
       FILE SECTION.

       FD MAPA-FL RECORDING MODE IS F
                  DATA RECORD IS REG-MAPA-DEPTO.
       COPY REGMAPDP.

       FD DEPTOS-FL RECORDING MODE IS F
                    DATA RECORD IS REG-DEPTO.
       COPY REGDEPTO.

       FD REX-REGISTRO-EN RECORDING MODE IS F
                          DATA RECORD IS REG-REX-EN.
       01 REG-REX-EN.
          05 RXE-DEPTO-ANT         PIC 9(3).
          05 RXE-DEPTO-NUEVO       PIC 9(3).
          05 RXE-PERIODO           PIC 9(6).
          05 FILLER                PIC X(68).

       FD REX-REGISTRO-SAL RECORDING MODE IS F
                           DATA RECORD IS REG-REX-SAL.
       01 REG-REX-SAL              PIC X(80).

       FD HIST-MAESTRO RECORDING MODE IS F
                       DATA RECORD IS REG-HIST-MAE.
       01 REG-HIST-MAE             PIC X(60).

       FD HIST-ANT RECORDING MODE IS F
                   DATA RECORD IS REG-HIST-ANT.
       01 REG-HIST-ANT             PIC X(60).

       FD OBJ-MAESTRO RECORDING MODE IS F
                      DATA RECORD IS REG-OBJ-MAE.
       01 REG-OBJ-MAE              PIC X(18).

       FD OBJ-ANT RECORDING MODE IS F
                  DATA RECORD IS REG-OBJ-ANT.
       01 REG-OBJ-ANT              PIC X(18).

       FD SOBJ-MAESTRO RECORDING MODE IS F
                       DATA RECORD IS REG-SOBJ-MAE.
       01 REG-SOBJ-MAE             PIC X(26).

       FD SOBJ-ANT RECORDING MODE IS F
                   DATA RECORD IS REG-SOBJ-ANT.
       01 REG-SOBJ-ANT             PIC X(26).

       FD HSUC-MAESTRO RECORDING MODE IS F
                       DATA RECORD IS REG-HSUC-MAE.
       01 REG-HSUC-MAE             PIC X(80).

       FD HSUC-ANT RECORDING MODE IS F
                   DATA RECORD IS REG-HSUC-ANT.
       01 REG-HSUC-ANT             PIC X(80).

       FD REX-REPORTE RECORDING MODE IS F
                      DATA RECORD IS REG-REXRPT.
       01 REG-REXRPT               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-MAPA                 PIC 99.
          88 FS-MAPA-OK           VALUE 00.
          88 FS-MAPA-FIN          VALUE 10.

       77 FS-DEPTOS               PIC 99.
          88 FS-DEPTOS-OK         VALUE 00.
          88 FS-DEPTOS-FIN        VALUE 10.

       77 FS-REXRGIN              PIC 99.
          88 FS-REXRGIN-OK        VALUE 00.
          88 FS-REXRGIN-FIN       VALUE 10.

       77 FS-REXRGOUT             PIC 99.
          88 FS-REXRGOUT-OK       VALUE 00.

       77 FS-HIST                 PIC 99.
          88 FS-HIST-OK           VALUE 00.
          88 FS-HIST-FIN          VALUE 10.

       77 FS-HISTANT              PIC 99.
          88 FS-HISTANT-OK        VALUE 00.
          88 FS-HISTANT-FIN       VALUE 10.

       77 FS-OBJ                  PIC 99.
          88 FS-OBJ-OK            VALUE 00.
          88 FS-OBJ-FIN           VALUE 10.

       77 FS-OBJANT               PIC 99.
          88 FS-OBJANT-OK         VALUE 00.
          88 FS-OBJANT-FIN        VALUE 10.

       77 FS-SOBJ                 PIC 99.
          88 FS-SOBJ-OK           VALUE 00.
          88 FS-SOBJ-FIN          VALUE 10.

       77 FS-SOBJANT              PIC 99.
          88 FS-SOBJANT-OK        VALUE 00.
          88 FS-SOBJANT-FIN       VALUE 10.

       77 FS-HSUC                 PIC 99.
          88 FS-HSUC-OK           VALUE 00.
          88 FS-HSUC-FIN          VALUE 10.

       77 FS-HSUCANT              PIC 99.
          88 FS-HSUCANT-OK        VALUE 00.
          88 FS-HSUCANT-FIN       VALUE 10.

       77 FS-REXRPT               PIC 99.
          88 FS-REXRPT-OK         VALUE 00.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-MAPA-ABIERTO      PIC X VALUE "N".
             88 WS-MAPA-OPEN      VALUE "S".
          05 WS-DEPTOS-ABIERTO    PIC X VALUE "N".
             88 WS-DEPTOS-OPEN    VALUE "S".
          05 WS-REXRGIN-ABIERTO   PIC X VALUE "N".
             88 WS-REXRGIN-OPEN   VALUE "S".
          05 WS-REXRGOUT-ABIERTO  PIC X VALUE "N".
             88 WS-REXRGOUT-OPEN  VALUE "S".
          05 WS-HIST-ABIERTO      PIC X VALUE "N".
             88 WS-HIST-OPEN      VALUE "S".
          05 WS-HISTANT-ABIERTO   PIC X VALUE "N".
             88 WS-HISTANT-OPEN   VALUE "S".
          05 WS-OBJ-ABIERTO       PIC X VALUE "N".
             88 WS-OBJ-OPEN       VALUE "S".
          05 WS-OBJANT-ABIERTO    PIC X VALUE "N".
             88 WS-OBJANT-OPEN    VALUE "S".
          05 WS-SOBJ-ABIERTO      PIC X VALUE "N".
             88 WS-SOBJ-OPEN      VALUE "S".
          05 WS-SOBJANT-ABIERTO   PIC X VALUE "N".
             88 WS-SOBJANT-OPEN   VALUE "S".
          05 WS-HSUC-ABIERTO      PIC X VALUE "N".
             88 WS-HSUC-OPEN      VALUE "S".
          05 WS-HSUCANT-ABIERTO   PIC X VALUE "N".
             88 WS-HSUCANT-OPEN   VALUE "S".
          05 WS-REXRPT-ABIERTO    PIC X VALUE "N".
             88 WS-REXRPT-OPEN    VALUE "S".
          05 WS-AFECTADO-FLAG     PIC X VALUE "N".
             88 WS-AFECTADO       VALUE "S".
          05 WS-EV-SENTIDO        PIC X VALUE "A".
             88 WS-EV-HACIA-ATRAS VALUE "A".
             88 WS-EV-HACIA-ADELANTE VALUE "F".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-FECHA-HOY            PIC X(21).

       01 WS-PER-AUX              PIC 9(6).
       01 WS-PER-AUX-R REDEFINES WS-PER-AUX.
          05 WS-PER-AUX-AAAA      PIC 9(4).
          05 WS-PER-AUX-MM        PIC 9(2).

       01 WS-IDX                  PIC 9(4).
       01 WS-MAP-IDX              PIC 9(4).
       01 WS-MAP-IDX2             PIC 9(4).
       01 WS-DEP-IDX              PIC 9(4).
       01 WS-DEP-DEST             PIC 9(4).
       01 WS-PER-IDX              PIC 9(4).
       01 WS-PER-ACT              PIC 9(4).
       01 WS-PER-MIN-PERIODO      PIC 9(6).
       01 WS-PARTE-IDX            PIC 9(4).
       01 WS-IMP-IDX              PIC 9(4).
       01 WS-SE-IDX               PIC 9(4).

       01 WS-EV-DEPTO             PIC 9(3).
       01 WS-EV-PERIODO           PIC 9(6).

       01 WS-CNT-MAPA             PIC 9(4) VALUE ZERO.
       01 WS-CNT-MAPA-ERRORES     PIC 9(4) VALUE ZERO.
       01 WS-CNT-YA-APLICADAS     PIC 9(4) VALUE ZERO.
       01 WS-CNT-HPER             PIC 9(4) VALUE ZERO.
       01 WS-CNT-OPER             PIC 9(4) VALUE ZERO.
       01 WS-CNT-SPER             PIC 9(4) VALUE ZERO.
       01 WS-CNT-CPER             PIC 9(4) VALUE ZERO.
       01 WS-CNT-SEN              PIC 9(4) VALUE ZERO.
       01 WS-CNT-PARTES           PIC 9(4) VALUE ZERO.
       01 WS-CNT-HG               PIC 9(4) VALUE ZERO.

       01 WS-CNT-HIST-LEIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-HIST-REEXP       PIC 9(7) VALUE ZERO.
       01 WS-CNT-HIST-SUPERS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-HIST-GRABADOS    PIC 9(7) VALUE ZERO.
       01 WS-CNT-OBJ-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CNT-OBJ-REEXP        PIC 9(7) VALUE ZERO.
       01 WS-CNT-OBJ-SUPERS       PIC 9(7) VALUE ZERO.
       01 WS-CNT-OBJ-GRABADOS     PIC 9(7) VALUE ZERO.
       01 WS-CNT-SOBJ-LEIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-SOBJ-REEXP       PIC 9(7) VALUE ZERO.
       01 WS-CNT-SOBJ-GRABADOS    PIC 9(7) VALUE ZERO.
       01 WS-CNT-HSUC-LEIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-HSUC-REEXP       PIC 9(7) VALUE ZERO.
       01 WS-CNT-HSUC-GRABADOS    PIC 9(7) VALUE ZERO.
       01 WS-CNT-PER-CONTROL      PIC 9(5) VALUE ZERO.
       01 WS-CNT-DIFERENCIAS      PIC 9(5) VALUE ZERO.
       01 WS-CNT-ED               PIC ZZZZZZ9.
       01 WS-CNT-ED2              PIC ZZZZZZ9.
       01 WS-CNT-ED3              PIC ZZZZZZ9.
       01 WS-PORC-ED              PIC ZZ9,99.

       01 WS-TOT-ARCHIVO          PIC X(8).
       01 WS-TOT-LEIDOS           PIC 9(7).
       01 WS-TOT-REEXP            PIC 9(7).
       01 WS-TOT-GRABADOS         PIC 9(7).
       01 WS-TOT-PERIODOS         PIC 9(4).

       01 WS-CTL-ARCHIVO          PIC X(8).
       01 WS-CTL-PERIODO          PIC 9(6).
       01 WS-CTL-ANTES            PIC S9(13)V99.
       01 WS-CTL-DESPUES          PIC S9(13)V99.
       01 WS-CTL-DIFER            PIC S9(13)V99.

       COPY REGHIST.

       COPY REGOBJ.

       COPY REGSOBJ.

       COPY REGHSUC.

       01 WS-REX-SAL.
          05 WS-RXS-DEPTO-ANT     PIC 9(3).
          05 WS-RXS-DEPTO-NUEVO   PIC 9(3).
          05 WS-RXS-PERIODO       PIC 9(6).
          05 WS-RXS-PORCENT       PIC 9(3)V99.
          05 WS-RXS-FECHA         PIC X(8).
          05 FILLER               PIC X(55) VALUE SPACES.

       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 100 TIMES.
             10 WS-MAP-CARD.
                15 WS-MAP-ANT        PIC 9(3).
                15 WS-MAP-NUEVO      PIC 9(3).
                15 WS-MAP-VIGENCIA   PIC 9(6).
                15 WS-MAP-PORCENT    PIC 9(3)V99.
             10 WS-MAP-APLICADA-FLAG PIC X.
                88 WS-MAP-APLICADA   VALUE "S".
             10 WS-MAP-ESTADO        PIC X(12).

       01 WS-DEP-TABLE.
          05 WS-DEP-ENTRY OCCURS 999 TIMES.
             10 WS-DEP-EXISTE-FLAG   PIC X.
                88 WS-DEP-EXISTE     VALUE "S".
             10 WS-DEP-ESTADO        PIC X.
                88 WS-DEP-ACTIVO     VALUE "A".
             10 WS-DEP-NOMBRE        PIC X(19).
             10 WS-DEP-MAPEADO-FLAG  PIC X.
                88 WS-DEP-MAPEADO    VALUE "S".
             10 WS-DEP-VIGENCIA      PIC 9(6).
             10 WS-DEP-DESTINO-FLAG  PIC X.
                88 WS-DEP-DESTINO    VALUE "S".
             10 WS-DEP-PORC-SUMA     PIC 9(5)V99.
             10 WS-DEP-ULT-LINEA     PIC 9(4).

       01 WS-REP-DEPTO            PIC 9(3).
       01 WS-REP-IMPORTES.
          05 WS-REP-IMP OCCURS 3 TIMES  PIC S9(11)V99.
          05 WS-REP-ACUM OCCURS 3 TIMES PIC S9(11)V99.

       01 WS-PARTE-TABLE.
          05 WS-PARTE-ENTRY OCCURS 100 TIMES.
             10 WS-PARTE-DEPTO       PIC 9(3).
             10 WS-PARTE-IMP OCCURS 3 TIMES PIC S9(11)V99.

       01 WS-NVO-TABLE.
          05 WS-NVO-ENTRY OCCURS 999 TIMES.
             10 WS-NVO-FLAG          PIC X.
                88 WS-NVO-VISTO      VALUE "S".
             10 WS-NVO-REEXP-FLAG    PIC X.
                88 WS-NVO-REEXP      VALUE "S".
             10 WS-NVO-MONTO         PIC S9(11)V99.
             10 WS-NVO-OBJ           PIC S9(11)V99.

       01 WS-HPER-TABLE.
          05 WS-HP-ENTRY OCCURS 120 TIMES.
             10 WS-HP-PERIODO        PIC 9(6).
             10 WS-HP-EMITIDO        PIC X.
                88 WS-HP-YA-EMITIDO  VALUE "S".
             10 WS-HP-ANTES          PIC S9(13)V99.
             10 WS-HP-DESPUES        PIC S9(13)V99.
             10 WS-HP-OBJ-ANTES      PIC S9(13)V99.
             10 WS-HP-OBJ-DESPUES    PIC S9(13)V99.
             10 WS-HP-DEPTO OCCURS 999 TIMES.
                15 WS-HD-FLAG        PIC X.
                   88 WS-HD-VISTO    VALUE "S".
                15 WS-HD-REG         PIC X(60).

       01 WS-OPER-TABLE.
          05 WS-OP-ENTRY OCCURS 60 TIMES.
             10 WS-OP-PERIODO        PIC 9(6).
             10 WS-OP-EMITIDO        PIC X.
                88 WS-OP-YA-EMITIDO  VALUE "S".
             10 WS-OP-ANTES          PIC S9(13)V99.
             10 WS-OP-DESPUES        PIC S9(13)V99.
             10 WS-OP-DEPTO OCCURS 999 TIMES.
                15 WS-OD-FLAG        PIC X.
                   88 WS-OD-VISTO    VALUE "S".
                15 WS-OD-MONTO       PIC 9(7)V99.

       01 WS-SPER-TABLE.
          05 WS-SP-ENTRY OCCURS 60 TIMES.
             10 WS-SP-PERIODO        PIC 9(6).
             10 WS-SP-EMITIDO        PIC X.
                88 WS-SP-YA-EMITIDO  VALUE "S".
             10 WS-SP-ANTES          PIC S9(13)V99.
             10 WS-SP-DESPUES        PIC S9(13)V99.

       01 WS-SEN-TABLE.
          05 WS-SE-ENTRY OCCURS 5000 TIMES.
             10 WS-SE-PERIODO        PIC 9(6).
             10 WS-SE-SUCURSAL       PIC X(8).
             10 WS-SE-DEPTO          PIC 9(3).
             10 WS-SE-MONTO          PIC 9(9)V99.

       01 WS-CPER-TABLE.
          05 WS-CP-ENTRY OCCURS 120 TIMES.
             10 WS-CP-PERIODO        PIC 9(6).
             10 WS-CP-ANTES          PIC S9(13)V99.
             10 WS-CP-DESPUES        PIC S9(13)V99.

       01 WS-HG-GRUPO.
          05 WS-HG-PERIODO           PIC 9(6).
          05 WS-HG-SUCURSAL          PIC X(8).
          05 WS-HG-PER-IDX           PIC 9(4).
          05 WS-HG-MODELO            PIC X(80).
          05 WS-HG-DEPTOS.
             10 WS-HG-ENTRY OCCURS 999 TIMES.
                15 WS-HG-FLAG        PIC X.
                   88 WS-HG-VISTO    VALUE "S".
                15 WS-HG-MONTO       PIC S9(11)V99.
                15 WS-HG-VENTAS      PIC S9(11)V99.
                15 WS-HG-DEVOL       PIC S9(11)V99.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(78) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X(31)
             VALUE "REEXPRESION DE DEPARTAMENTOS - ".
          05 FILLER               PIC X(21)
             VALUE "FUSIONES Y DIVISIONES".
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-MAP-SUBTIT.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(3) VALUE "ANT".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(19) VALUE "NOMBRE ANTERIOR".
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X(3) VALUE "NVO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(19) VALUE "NOMBRE NUEVO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE "VIGEN.".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE " PORC%".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE "ESTADO".
          05 FILLER               PIC X VALUE "|".

       01 WS-MAP-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-ML-ANT            PIC X(3).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-ML-ANT-NOMBRE     PIC X(19).
          05 FILLER               PIC X(4) VALUE " -> ".
          05 WS-ML-NUEVO          PIC X(3).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-ML-NVO-NOMBRE     PIC X(19).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-ML-VIGENCIA       PIC X(6).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-ML-PORC           PIC X(6).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-ML-ESTADO         PIC X(12).
          05 FILLER               PIC X VALUE "|".

       01 WS-CTL-SUBTIT.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "ARCHIVO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE "PERIOD".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(16) VALUE "           ANTES".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(16) VALUE "         DESPUES".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(16) VALUE "      DIFERENCIA".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(10) VALUE "ESTADO".
          05 FILLER               PIC X VALUE "|".

       01 WS-CTL-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-ARCHIVO        PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-PERIODO        PIC 9(6).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-ANTES          PIC $$$$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-DESPUES        PIC $$$$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-DIFER          PIC $$$$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-ESTADO         PIC X(10).
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
           INITIALIZE WS-MAP-TABLE
           INITIALIZE WS-DEP-TABLE
           INITIALIZE WS-HPER-TABLE
           INITIALIZE WS-OPER-TABLE
           INITIALIZE WS-SPER-TABLE
           INITIALIZE WS-SEN-TABLE
           INITIALIZE WS-CPER-TABLE
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0210-OPEN-REXRPT
           IF NOT WS-ABORTAR
              PERFORM 0215-CARGAR-DEPTOS
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0220-CARGAR-MAPA
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0225-VERIFICAR-REGISTRO
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0230-OPEN-REXRGOUT
           END-IF.

       0210-OPEN-REXRPT.
           OPEN OUTPUT REX-REPORTE
           IF NOT FS-REXRPT-OK THEN
              DISPLAY "FS-REXRPT: " FS-REXRPT
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-REXRPT-OPEN TO TRUE
           END-IF.

       0215-CARGAR-DEPTOS.
           OPEN INPUT DEPTOS-FL
           IF NOT FS-DEPTOS-OK THEN
              DISPLAY "FS-DEPTMAST: " FS-DEPTOS
              SET WS-ABORTAR TO TRUE
              MOVE 36 TO WS-RETURN-CODE
           ELSE
              SET WS-DEPTOS-OPEN TO TRUE
              PERFORM UNTIL FS-DEPTOS-FIN
                 READ DEPTOS-FL
                 IF FS-DEPTOS-OK
                    IF DEP-NUMERO NUMERIC AND DEP-NUMERO > ZERO
                       SET WS-DEP-EXISTE(DEP-NUMERO) TO TRUE
                       MOVE DEP-ESTADO TO WS-DEP-ESTADO(DEP-NUMERO)
                       MOVE DEP-NOMBRE TO WS-DEP-NOMBRE(DEP-NUMERO)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE DEPTOS-FL
              MOVE "N" TO WS-DEPTOS-ABIERTO
           END-IF.

       0220-CARGAR-MAPA.
           OPEN INPUT MAPA-FL
           IF NOT FS-MAPA-OK THEN
              DISPLAY "FS-REXMAPA: " FS-MAPA
              SET WS-ABORTAR TO TRUE
              MOVE 14 TO WS-RETURN-CODE
           ELSE
              SET WS-MAPA-OPEN TO TRUE
              PERFORM UNTIL FS-MAPA-FIN OR WS-ABORTAR
                 READ MAPA-FL
                 IF FS-MAPA-OK
                    AND REG-MAPA-DEPTO(1:17) NOT = SPACES
                    IF WS-CNT-MAPA = 100
                       DISPLAY "ERROR: MAS DE 100 LINEAS EN REXMAPA"
                       SET WS-ABORTAR TO TRUE
                       MOVE 32 TO WS-RETURN-CODE
                    ELSE
                       ADD 1 TO WS-CNT-MAPA
                       MOVE REG-MAPA-DEPTO(1:17)
                         TO WS-MAP-CARD(WS-CNT-MAPA)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MAPA-FL
              MOVE "N" TO WS-MAPA-ABIERTO
              IF NOT WS-ABORTAR AND WS-CNT-MAPA = ZERO
                 DISPLAY "ERROR: REXMAPA VACIO, FALTAN LAS LINEAS"
                         " DEL MAPEO"
                 SET WS-ABORTAR TO TRUE
                 MOVE 26 TO WS-RETURN-CODE
              END-IF
           END-IF.

       0225-VERIFICAR-REGISTRO.
           OPEN INPUT REX-REGISTRO-EN
           IF NOT FS-REXRGIN-OK THEN
              DISPLAY "FS-REXRGIN: " FS-REXRGIN
              SET WS-ABORTAR TO TRUE
              MOVE 40 TO WS-RETURN-CODE
           ELSE
              SET WS-REXRGIN-OPEN TO TRUE
              PERFORM UNTIL FS-REXRGIN-FIN
                 READ REX-REGISTRO-EN
                 IF FS-REXRGIN-OK
                    PERFORM 0227-MARCAR-APLICADA
                 END-IF
              END-PERFORM
              CLOSE REX-REGISTRO-EN
              MOVE "N" TO WS-REXRGIN-ABIERTO
           END-IF.

       0227-MARCAR-APLICADA.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-CNT-MAPA
              IF WS-MAP-CARD(WS-MAP-IDX)(1:3) = REG-REX-EN(1:3)
                 AND WS-MAP-CARD(WS-MAP-IDX)(7:6) = REG-REX-EN(7:6)
                 SET WS-MAP-APLICADA(WS-MAP-IDX) TO TRUE
              END-IF
           END-PERFORM.

       0230-OPEN-REXRGOUT.
           OPEN EXTEND REX-REGISTRO-SAL
           IF NOT FS-REXRGOUT-OK THEN
              DISPLAY "FS-REXRGOUT: " FS-REXRGOUT
              SET WS-ABORTAR TO TRUE
              MOVE 44 TO WS-RETURN-CODE
           ELSE
              SET WS-REXRGOUT-OPEN TO TRUE
           END-IF.

       0300-PROCESS-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           PERFORM 0310-ESCRIBIR-TITULO
           PERFORM 0320-VALIDAR-MAPA
           IF WS-CNT-MAPA-ERRORES > ZERO
              PERFORM 0330-RECHAZAR-MAPA
           ELSE
              PERFORM 0400-COPIAR-ORIGINALES
              IF NOT WS-ABORTAR
                 PERFORM 0410-PREPARAR-REEXPRESION
              END-IF
              IF NOT WS-ABORTAR
                 PERFORM 0340-ESCRIBIR-CABECERA-CONTROL
                 PERFORM 0430-REGRABAR-HISTORIA
              END-IF
              IF NOT WS-ABORTAR
                 PERFORM 0440-REGRABAR-OBJ
              END-IF
              IF NOT WS-ABORTAR
                 PERFORM 0450-REGRABAR-SOBJ
              END-IF
              IF NOT WS-ABORTAR
                 PERFORM 0460-REGRABAR-HSUC
              END-IF
              IF NOT WS-ABORTAR
                 PERFORM 0380-EMITIR-TOTALES
                 PERFORM 0390-CERRAR-REEXPRESION
              END-IF
           END-IF.

       0310-ESCRIBIR-TITULO.
           WRITE REG-REXRPT FROM WS-GUIONES
           WRITE REG-REXRPT FROM WS-TITULO
           WRITE REG-REXRPT FROM WS-GUIONES
           MOVE SPACES TO REG-REXRPT
           STRING "FECHA DE PROCESO: " DELIMITED BY SIZE
                  WS-FECHA-HOY(1:8) DELIMITED BY SIZE
                  " - HISTORIA Y CELDAS DE HISTSUC SE REEXPRESAN ANTES"
                                      DELIMITED BY SIZE
             INTO REG-REXRPT
           END-STRING
           WRITE REG-REXRPT
           MOVE SPACES TO REG-REXRPT
           STRING "DE LA VIGENCIA; OBJETIVO Y SUCOBJ DESDE LA VIGENCIA"
                                      DELIMITED BY SIZE
                  " EN ADELANTE" DELIMITED BY SIZE
             INTO REG-REXRPT
           END-STRING
           WRITE REG-REXRPT
           WRITE REG-REXRPT FROM WS-GUIONES
           WRITE REG-REXRPT FROM WS-MAP-SUBTIT
           WRITE REG-REXRPT FROM WS-GUIONES.

       0320-VALIDAR-MAPA.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-CNT-MAPA
              PERFORM 0322-VALIDAR-UNA-LINEA
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-CNT-MAPA
              IF WS-MAP-ESTADO(WS-MAP-IDX) = "OK"
                 PERFORM 0324-VALIDAR-CONJUNTO
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-CNT-MAPA
              PERFORM 0326-LISTAR-UNA-LINEA
           END-PERFORM
           WRITE REG-REXRPT FROM WS-GUIONES.

       0322-VALIDAR-UNA-LINEA.
           MOVE "OK" TO WS-MAP-ESTADO(WS-MAP-IDX)
           IF WS-MAP-ANT(WS-MAP-IDX) NOT NUMERIC
              OR WS-MAP-NUEVO(WS-MAP-IDX) NOT NUMERIC
              OR WS-MAP-VIGENCIA(WS-MAP-IDX) NOT NUMERIC
              OR WS-MAP-PORCENT(WS-MAP-IDX) NOT NUMERIC
              MOVE "INVALIDA" TO WS-MAP-ESTADO(WS-MAP-IDX)
           ELSE
              MOVE WS-MAP-VIGENCIA(WS-MAP-IDX) TO WS-PER-AUX
              EVALUATE TRUE
                 WHEN WS-MAP-ANT(WS-MAP-IDX) = ZERO
                 WHEN WS-MAP-NUEVO(WS-MAP-IDX) = ZERO
                 WHEN WS-MAP-PORCENT(WS-MAP-IDX) = ZERO
                 WHEN WS-MAP-PORCENT(WS-MAP-IDX) > 100
                 WHEN WS-PER-AUX-MM < 01
                 WHEN WS-PER-AUX-MM > 12
                    MOVE "INVALIDA" TO WS-MAP-ESTADO(WS-MAP-IDX)
                 WHEN NOT WS-DEP-EXISTE(WS-MAP-NUEVO(WS-MAP-IDX))
                 WHEN NOT WS-DEP-ACTIVO(WS-MAP-NUEVO(WS-MAP-IDX))
                    MOVE "SIN DESTINO" TO WS-MAP-ESTADO(WS-MAP-IDX)
                 WHEN WS-MAP-APLICADA(WS-MAP-IDX)
                    MOVE "YA APLICADA" TO WS-MAP-ESTADO(WS-MAP-IDX)
                 WHEN OTHER
                    PERFORM 0323-ANOTAR-LINEA
              END-EVALUATE
           END-IF.

       0323-ANOTAR-LINEA.
           PERFORM VARYING WS-MAP-IDX2 FROM 1 BY 1
              UNTIL WS-MAP-IDX2 NOT < WS-MAP-IDX
              IF WS-MAP-ESTADO(WS-MAP-IDX2) = "OK"
                 AND WS-MAP-ANT(WS-MAP-IDX2) = WS-MAP-ANT(WS-MAP-IDX)
                 AND WS-MAP-NUEVO(WS-MAP-IDX2)
                     = WS-MAP-NUEVO(WS-MAP-IDX)
                 MOVE "DUPLICADA" TO WS-MAP-ESTADO(WS-MAP-IDX)
              END-IF
           END-PERFORM
           MOVE WS-MAP-ANT(WS-MAP-IDX) TO WS-DEP-IDX
           IF WS-MAP-ESTADO(WS-MAP-IDX) = "OK"
              IF WS-DEP-MAPEADO(WS-DEP-IDX)
                 AND WS-DEP-VIGENCIA(WS-DEP-IDX)
                     NOT = WS-MAP-VIGENCIA(WS-MAP-IDX)
                 MOVE "VIG.DISTINTA" TO WS-MAP-ESTADO(WS-MAP-IDX)
              ELSE
                 SET WS-DEP-MAPEADO(WS-DEP-IDX) TO TRUE
                 MOVE WS-MAP-VIGENCIA(WS-MAP-IDX)
                   TO WS-DEP-VIGENCIA(WS-DEP-IDX)
                 ADD WS-MAP-PORCENT(WS-MAP-IDX)
                   TO WS-DEP-PORC-SUMA(WS-DEP-IDX)
                 MOVE WS-MAP-IDX TO WS-DEP-ULT-LINEA(WS-DEP-IDX)
                 SET WS-DEP-DESTINO(WS-MAP-NUEVO(WS-MAP-IDX)) TO TRUE
              END-IF
           END-IF.

       0324-VALIDAR-CONJUNTO.
           PERFORM VARYING WS-MAP-IDX2 FROM 1 BY 1
              UNTIL WS-MAP-IDX2 > WS-CNT-MAPA
              IF WS-MAP-ESTADO(WS-MAP-IDX2) NOT = "INVALIDA"
                 AND WS-MAP-NUEVO(WS-MAP-IDX2) = WS-MAP-ANT(WS-MAP-IDX)
                 AND WS-MAP-ANT(WS-MAP-IDX2)
                     NOT = WS-MAP-ANT(WS-MAP-IDX)
                 MOVE "ENCADENADA" TO WS-MAP-ESTADO(WS-MAP-IDX)
              END-IF
           END-PERFORM
           MOVE WS-MAP-ANT(WS-MAP-IDX) TO WS-DEP-IDX
           IF WS-MAP-ESTADO(WS-MAP-IDX) = "OK"
              AND WS-DEP-PORC-SUMA(WS-DEP-IDX) NOT = 100
              MOVE "SUMA<>100%" TO WS-MAP-ESTADO(WS-MAP-IDX)
           END-IF.

       0326-LISTAR-UNA-LINEA.
           MOVE WS-MAP-CARD(WS-MAP-IDX)(1:3) TO WS-ML-ANT
           MOVE WS-MAP-CARD(WS-MAP-IDX)(4:3) TO WS-ML-NUEVO
           MOVE WS-MAP-CARD(WS-MAP-IDX)(7:6) TO WS-ML-VIGENCIA
           MOVE SPACES TO WS-ML-ANT-NOMBRE
           MOVE SPACES TO WS-ML-NVO-NOMBRE
           MOVE SPACES TO WS-ML-PORC
           IF WS-MAP-ANT(WS-MAP-IDX) NUMERIC
              AND WS-MAP-ANT(WS-MAP-IDX) > ZERO
              IF WS-DEP-EXISTE(WS-MAP-ANT(WS-MAP-IDX))
                 MOVE WS-DEP-NOMBRE(WS-MAP-ANT(WS-MAP-IDX))
                   TO WS-ML-ANT-NOMBRE
              ELSE
                 MOVE "(NO EN DEPTMAST)" TO WS-ML-ANT-NOMBRE
              END-IF
           END-IF
           IF WS-MAP-NUEVO(WS-MAP-IDX) NUMERIC
              AND WS-MAP-NUEVO(WS-MAP-IDX) > ZERO
              IF WS-DEP-EXISTE(WS-MAP-NUEVO(WS-MAP-IDX))
                 MOVE WS-DEP-NOMBRE(WS-MAP-NUEVO(WS-MAP-IDX))
                   TO WS-ML-NVO-NOMBRE
              ELSE
                 MOVE "(NO EN DEPTMAST)" TO WS-ML-NVO-NOMBRE
              END-IF
           END-IF
           IF WS-MAP-PORCENT(WS-MAP-IDX) NUMERIC
              MOVE WS-MAP-PORCENT(WS-MAP-IDX) TO WS-PORC-ED
              MOVE WS-PORC-ED TO WS-ML-PORC
           END-IF
           MOVE WS-MAP-ESTADO(WS-MAP-IDX) TO WS-ML-ESTADO
           WRITE REG-REXRPT FROM WS-MAP-LINEA
           IF WS-MAP-ESTADO(WS-MAP-IDX) NOT = "OK"
              ADD 1 TO WS-CNT-MAPA-ERRORES
              IF WS-MAP-ESTADO(WS-MAP-IDX) = "YA APLICADA"
                 ADD 1 TO WS-CNT-YA-APLICADAS
              END-IF
           END-IF.

       0330-RECHAZAR-MAPA.
           IF WS-CNT-YA-APLICADAS = WS-CNT-MAPA-ERRORES
              MOVE "EL MAPEO YA FUE APLICADO EN UNA CORRIDA ANTERIOR"
                TO REG-REXRPT
              MOVE 10 TO WS-RETURN-CODE
           ELSE
              MOVE "MAPEO RECHAZADO - CORREGIR LAS LINEAS OBSERVADAS"
                TO REG-REXRPT
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           WRITE REG-REXRPT
           MOVE "NO SE MODIFICO NINGUN ARCHIVO" TO REG-REXRPT
           WRITE REG-REXRPT
           WRITE REG-REXRPT FROM WS-GUIONES.

       0340-ESCRIBIR-CABECERA-CONTROL.
           MOVE SPACES TO REG-REXRPT
           STRING "CONTROL DE TOTALES DE LA COMPANIA POR PERIODO"
                                      DELIMITED BY SIZE
                  " (PERIODOS REEXPRESADOS)" DELIMITED BY SIZE
             INTO REG-REXRPT
           END-STRING
           WRITE REG-REXRPT
           WRITE REG-REXRPT FROM WS-GUIONES
           WRITE REG-REXRPT FROM WS-CTL-SUBTIT
           WRITE REG-REXRPT FROM WS-GUIONES
           IF WS-CNT-HPER = ZERO AND WS-CNT-OPER = ZERO
              AND WS-CNT-SPER = ZERO AND WS-CNT-CPER = ZERO
              MOVE "NINGUN REGISTRO AFECTADO POR EL MAPEO"
                TO REG-REXRPT
              WRITE REG-REXRPT
           END-IF.

       0380-EMITIR-TOTALES.
           WRITE REG-REXRPT FROM WS-GUIONES
           MOVE "HISTORIA" TO WS-TOT-ARCHIVO
           MOVE WS-CNT-HIST-LEIDOS TO WS-TOT-LEIDOS
           MOVE WS-CNT-HIST-REEXP TO WS-TOT-REEXP
           MOVE WS-CNT-HIST-GRABADOS TO WS-TOT-GRABADOS
           MOVE WS-CNT-HPER TO WS-TOT-PERIODOS
           PERFORM 0382-TOTAL-ARCHIVO
           IF WS-CNT-HIST-SUPERS > ZERO
              MOVE WS-CNT-HIST-SUPERS TO WS-CNT-ED
              MOVE SPACES TO REG-REXRPT
              STRING "  SUPERSEDIDOS DESCARTADOS (REPROCESOS): "
                                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                     " - QUEDAN EN HISTANT" DELIMITED BY SIZE
                INTO REG-REXRPT
              END-STRING
              WRITE REG-REXRPT
           END-IF
           MOVE "OBJETIVO" TO WS-TOT-ARCHIVO
           MOVE WS-CNT-OBJ-LEIDOS TO WS-TOT-LEIDOS
           MOVE WS-CNT-OBJ-REEXP TO WS-TOT-REEXP
           MOVE WS-CNT-OBJ-GRABADOS TO WS-TOT-GRABADOS
           MOVE WS-CNT-OPER TO WS-TOT-PERIODOS
           PERFORM 0382-TOTAL-ARCHIVO
           IF WS-CNT-OBJ-SUPERS > ZERO
              MOVE WS-CNT-OBJ-SUPERS TO WS-CNT-ED
              MOVE SPACES TO REG-REXRPT
              STRING "  SUPERSEDIDOS DESCARTADOS: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                     " - QUEDAN EN OBJANT" DELIMITED BY SIZE
                INTO REG-REXRPT
              END-STRING
              WRITE REG-REXRPT
           END-IF
           MOVE "SUCOBJ" TO WS-TOT-ARCHIVO
           MOVE WS-CNT-SOBJ-LEIDOS TO WS-TOT-LEIDOS
           MOVE WS-CNT-SOBJ-REEXP TO WS-TOT-REEXP
           MOVE WS-CNT-SOBJ-GRABADOS TO WS-TOT-GRABADOS
           MOVE WS-CNT-SPER TO WS-TOT-PERIODOS
           PERFORM 0382-TOTAL-ARCHIVO
           MOVE "HISTSUC" TO WS-TOT-ARCHIVO
           MOVE WS-CNT-HSUC-LEIDOS TO WS-TOT-LEIDOS
           MOVE WS-CNT-HSUC-REEXP TO WS-TOT-REEXP
           MOVE WS-CNT-HSUC-GRABADOS TO WS-TOT-GRABADOS
           MOVE WS-CNT-CPER TO WS-TOT-PERIODOS
           PERFORM 0382-TOTAL-ARCHIVO
           MOVE SPACES TO REG-REXRPT
           STRING "COPIA DE LOS REGISTROS ORIGINALES EN HISTANT, "
                                      DELIMITED BY SIZE
                  "OBJANT, SOBJANT Y HSUCANT" DELIMITED BY SIZE
             INTO REG-REXRPT
           END-STRING
           WRITE REG-REXRPT
           MOVE WS-CNT-PER-CONTROL TO WS-CNT-ED
           MOVE WS-CNT-DIFERENCIAS TO WS-CNT-ED2
           MOVE SPACES TO REG-REXRPT
           STRING "CONTROL: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " TOTALES DE PERIODO VERIFICADOS, "
                                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  " CON DIFERENCIA" DELIMITED BY SIZE
             INTO REG-REXRPT
           END-STRING
           WRITE REG-REXRPT.

       0382-TOTAL-ARCHIVO.
           MOVE WS-TOT-LEIDOS TO WS-CNT-ED
           MOVE WS-TOT-REEXP TO WS-CNT-ED2
           MOVE SPACES TO REG-REXRPT
           IF WS-TOT-PERIODOS = ZERO
              STRING WS-TOT-ARCHIVO DELIMITED BY SIZE
                     "  LEIDOS: " DELIMITED BY SIZE
                     WS-CNT-ED DELIMITED BY SIZE
                     "  SIN REGISTROS AFECTADOS, NO SE REGRABA"
                                      DELIMITED BY SIZE
                INTO REG-REXRPT
              END-STRING
           ELSE
              MOVE WS-TOT-GRABADOS TO WS-CNT-ED3
              STRING WS-TOT-ARCHIVO DELIMITED BY SIZE
                     "  LEIDOS: " DELIMITED BY SIZE
                     WS-CNT-ED DELIMITED BY SIZE
                     "  REEXPRESADOS: " DELIMITED BY SIZE
                     WS-CNT-ED2 DELIMITED BY SIZE
                     "  GRABADOS: " DELIMITED BY SIZE
                     WS-CNT-ED3 DELIMITED BY SIZE
                INTO REG-REXRPT
              END-STRING
           END-IF
           WRITE REG-REXRPT.

       0390-CERRAR-REEXPRESION.
           IF WS-CNT-DIFERENCIAS > ZERO
              MOVE "ATENCION: HAY DIFERENCIAS - RESTAURAR HISTORIA,"
                TO REG-REXRPT
              WRITE REG-REXRPT
              MOVE "OBJETIVO, SUCOBJ Y HISTSUC DESDE LAS COPIAS"
                TO REG-REXRPT
              WRITE REG-REXRPT
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-CNT-HIST-REEXP = ZERO AND WS-CNT-OBJ-REEXP = ZERO
                 AND WS-CNT-SOBJ-REEXP = ZERO
                 AND WS-CNT-HSUC-REEXP = ZERO
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-CNT-MAPA
                    PERFORM 0392-REGISTRAR-UNA-LINEA
                 END-PERFORM
                 MOVE "REEXPRESION ANOTADA EN EL REGISTRO (REXREGIS)"
                   TO REG-REXRPT
                 WRITE REG-REXRPT
              END-IF
           END-IF
           WRITE REG-REXRPT FROM WS-GUIONES.

       0392-REGISTRAR-UNA-LINEA.
           MOVE WS-MAP-ANT(WS-MAP-IDX) TO WS-RXS-DEPTO-ANT
           MOVE WS-MAP-NUEVO(WS-MAP-IDX) TO WS-RXS-DEPTO-NUEVO
           MOVE WS-MAP-VIGENCIA(WS-MAP-IDX) TO WS-RXS-PERIODO
           MOVE WS-MAP-PORCENT(WS-MAP-IDX) TO WS-RXS-PORCENT
           MOVE WS-FECHA-HOY(1:8) TO WS-RXS-FECHA
           WRITE REG-REX-SAL FROM WS-REX-SAL.

       0400-COPIAR-ORIGINALES.
           PERFORM 0402-COPIAR-HISTORIA
           IF NOT WS-ABORTAR
              PERFORM 0404-COPIAR-OBJ
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0406-COPIAR-SOBJ
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0408-COPIAR-HSUC
           END-IF.

       0402-COPIAR-HISTORIA.
           OPEN INPUT HIST-MAESTRO
           IF NOT FS-HIST-OK THEN
              DISPLAY "FS-HISTORIA: " FS-HIST
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-HIST-OPEN TO TRUE
              OPEN OUTPUT HIST-ANT
              IF NOT FS-HISTANT-OK THEN
                 DISPLAY "FS-HISTANT: " FS-HISTANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-HISTANT-OPEN TO TRUE
                 PERFORM UNTIL FS-HIST-FIN OR WS-ABORTAR
                    READ HIST-MAESTRO
                    IF FS-HIST-OK
                       ADD 1 TO WS-CNT-HIST-LEIDOS
                       WRITE REG-HIST-ANT FROM REG-HIST-MAE
                       MOVE REG-HIST-MAE TO REG-HIST
                       PERFORM 0403-ANOTAR-PER-HIST
                    END-IF
                 END-PERFORM
                 CLOSE HIST-ANT
                 MOVE "N" TO WS-HISTANT-ABIERTO
              END-IF
              CLOSE HIST-MAESTRO
              MOVE "N" TO WS-HIST-ABIERTO
           END-IF.

       0403-ANOTAR-PER-HIST.
           MOVE HIST-NUMERO TO WS-EV-DEPTO
           MOVE HIST-PERIODO TO WS-EV-PERIODO
           SET WS-EV-HACIA-ATRAS TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-CNT-HPER
                 OR WS-HP-PERIODO(WS-PER-IDX) = HIST-PERIODO
                 CONTINUE
              END-PERFORM
              IF WS-PER-IDX > WS-CNT-HPER
                 IF WS-CNT-HPER = 120
                    DISPLAY "ERROR: MAS DE 120 PERIODOS DE HISTORIA"
                            " A REEXPRESAR"
                    SET WS-ABORTAR TO TRUE
                    MOVE 32 TO WS-RETURN-CODE
                 ELSE
                    ADD 1 TO WS-CNT-HPER
                    MOVE HIST-PERIODO TO WS-HP-PERIODO(WS-CNT-HPER)
                 END-IF
              END-IF
           END-IF.

       0404-COPIAR-OBJ.
           OPEN INPUT OBJ-MAESTRO
           IF NOT FS-OBJ-OK THEN
              DISPLAY "FS-OBJETIVO: " FS-OBJ
              SET WS-ABORTAR TO TRUE
              MOVE 18 TO WS-RETURN-CODE
           ELSE
              SET WS-OBJ-OPEN TO TRUE
              OPEN OUTPUT OBJ-ANT
              IF NOT FS-OBJANT-OK THEN
                 DISPLAY "FS-OBJANT: " FS-OBJANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-OBJANT-OPEN TO TRUE
                 PERFORM UNTIL FS-OBJ-FIN OR WS-ABORTAR
                    READ OBJ-MAESTRO
                    IF FS-OBJ-OK
                       ADD 1 TO WS-CNT-OBJ-LEIDOS
                       WRITE REG-OBJ-ANT FROM REG-OBJ-MAE
                       MOVE REG-OBJ-MAE TO REG-OBJ
                       PERFORM 0405-ANOTAR-PER-OBJ
                    END-IF
                 END-PERFORM
                 CLOSE OBJ-ANT
                 MOVE "N" TO WS-OBJANT-ABIERTO
              END-IF
              CLOSE OBJ-MAESTRO
              MOVE "N" TO WS-OBJ-ABIERTO
           END-IF.

       0405-ANOTAR-PER-OBJ.
           MOVE OBJ-NUMERO TO WS-EV-DEPTO
           MOVE OBJ-PERIODO TO WS-EV-PERIODO
           SET WS-EV-HACIA-ADELANTE TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-CNT-OPER
                 OR WS-OP-PERIODO(WS-PER-IDX) = OBJ-PERIODO
                 CONTINUE
              END-PERFORM
              IF WS-PER-IDX > WS-CNT-OPER
                 IF WS-CNT-OPER = 60
                    DISPLAY "ERROR: MAS DE 60 PERIODOS DE OBJETIVOS"
                            " A REEXPRESAR"
                    SET WS-ABORTAR TO TRUE
                    MOVE 32 TO WS-RETURN-CODE
                 ELSE
                    ADD 1 TO WS-CNT-OPER
                    MOVE OBJ-PERIODO TO WS-OP-PERIODO(WS-CNT-OPER)
                 END-IF
              END-IF
           END-IF.

       0406-COPIAR-SOBJ.
           OPEN INPUT SOBJ-MAESTRO
           IF NOT FS-SOBJ-OK THEN
              DISPLAY "FS-SUCOBJ: " FS-SOBJ
              SET WS-ABORTAR TO TRUE
              MOVE 38 TO WS-RETURN-CODE
           ELSE
              SET WS-SOBJ-OPEN TO TRUE
              OPEN OUTPUT SOBJ-ANT
              IF NOT FS-SOBJANT-OK THEN
                 DISPLAY "FS-SOBJANT: " FS-SOBJANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-SOBJANT-OPEN TO TRUE
                 PERFORM UNTIL FS-SOBJ-FIN OR WS-ABORTAR
                    READ SOBJ-MAESTRO
                    IF FS-SOBJ-OK
                       ADD 1 TO WS-CNT-SOBJ-LEIDOS
                       WRITE REG-SOBJ-ANT FROM REG-SOBJ-MAE
                       MOVE REG-SOBJ-MAE TO REG-SOBJ
                       PERFORM 0407-ANOTAR-PER-SOBJ
                    END-IF
                 END-PERFORM
                 CLOSE SOBJ-ANT
                 MOVE "N" TO WS-SOBJANT-ABIERTO
              END-IF
              CLOSE SOBJ-MAESTRO
              MOVE "N" TO WS-SOBJ-ABIERTO
           END-IF.

       0407-ANOTAR-PER-SOBJ.
           MOVE SOB-NUMERO TO WS-EV-DEPTO
           MOVE SOB-PERIODO TO WS-EV-PERIODO
           SET WS-EV-HACIA-ADELANTE TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-CNT-SPER
                 OR WS-SP-PERIODO(WS-PER-IDX) = SOB-PERIODO
                 CONTINUE
              END-PERFORM
              IF WS-PER-IDX > WS-CNT-SPER
                 IF WS-CNT-SPER = 60
                    DISPLAY "ERROR: MAS DE 60 PERIODOS DE OBJETIVOS"
                            " POR SUCURSAL A REEXPRESAR"
                    SET WS-ABORTAR TO TRUE
                    MOVE 32 TO WS-RETURN-CODE
                 ELSE
                    ADD 1 TO WS-CNT-SPER
                    MOVE SOB-PERIODO TO WS-SP-PERIODO(WS-CNT-SPER)
                 END-IF
              END-IF
           END-IF.

       0408-COPIAR-HSUC.
           OPEN INPUT HSUC-MAESTRO
           IF NOT FS-HSUC-OK THEN
              DISPLAY "FS-HISTSUC: " FS-HSUC
              SET WS-ABORTAR TO TRUE
              MOVE 48 TO WS-RETURN-CODE
           ELSE
              SET WS-HSUC-OPEN TO TRUE
              OPEN OUTPUT HSUC-ANT
              IF NOT FS-HSUCANT-OK THEN
                 DISPLAY "FS-HSUCANT: " FS-HSUCANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-HSUCANT-OPEN TO TRUE
                 PERFORM UNTIL FS-HSUC-FIN OR WS-ABORTAR
                    READ HSUC-MAESTRO
                    IF FS-HSUC-OK
                       ADD 1 TO WS-CNT-HSUC-LEIDOS
                       WRITE REG-HSUC-ANT FROM REG-HSUC-MAE
                       MOVE REG-HSUC-MAE TO REG-HIST-SUC
                       IF HSU-TIPO-CELDA
                          PERFORM 0409-ANOTAR-PER-HSUC
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE HSUC-ANT
                 MOVE "N" TO WS-HSUCANT-ABIERTO
              END-IF
              CLOSE HSUC-MAESTRO
              MOVE "N" TO WS-HSUC-ABIERTO
           END-IF.

       0409-ANOTAR-PER-HSUC.
           MOVE HSU-NUMERO TO WS-EV-DEPTO
           MOVE HSU-PERIODO TO WS-EV-PERIODO
           SET WS-EV-HACIA-ATRAS TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-CNT-CPER
                 OR WS-CP-PERIODO(WS-PER-IDX) = HSU-PERIODO
                 CONTINUE
              END-PERFORM
              IF WS-PER-IDX > WS-CNT-CPER
                 IF WS-CNT-CPER = 120
                    DISPLAY "ERROR: MAS DE 120 PERIODOS DE HISTSUC"
                            " A REEXPRESAR"
                    SET WS-ABORTAR TO TRUE
                    MOVE 32 TO WS-RETURN-CODE
                 ELSE
                    ADD 1 TO WS-CNT-CPER
                    MOVE HSU-PERIODO TO WS-CP-PERIODO(WS-CNT-CPER)
                 END-IF
              END-IF
           END-IF.

       0410-PREPARAR-REEXPRESION.
           IF WS-CNT-HPER > ZERO
              PERFORM 0412-CARGAR-HIST-AFECTADA
           END-IF
           IF NOT WS-ABORTAR AND WS-CNT-OPER > ZERO
              PERFORM 0416-CARGAR-OBJ-AFECTADO
           END-IF
           IF NOT WS-ABORTAR AND WS-CNT-SPER > ZERO
              PERFORM 0420-CARGAR-SOBJ-AFECTADO
           END-IF.

       0412-CARGAR-HIST-AFECTADA.
           OPEN INPUT HIST-ANT
           IF NOT FS-HISTANT-OK THEN
              DISPLAY "FS-HISTANT: " FS-HISTANT
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              SET WS-HISTANT-OPEN TO TRUE
              PERFORM UNTIL FS-HISTANT-FIN
                 READ HIST-ANT
                 IF FS-HISTANT-OK
                    MOVE REG-HIST-ANT TO REG-HIST
                    PERFORM 0413-GUARDAR-UN-HIST
                 END-IF
              END-PERFORM
              CLOSE HIST-ANT
              MOVE "N" TO WS-HISTANT-ABIERTO
              PERFORM VARYING WS-PER-ACT FROM 1 BY 1
                 UNTIL WS-PER-ACT > WS-CNT-HPER OR WS-ABORTAR
                 PERFORM 0910-CALCULAR-PER-HIST
                 PERFORM 0414-VERIFICAR-PER-HIST
              END-PERFORM
           END-IF.

       0413-GUARDAR-UN-HIST.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-HPER
              OR WS-HP-PERIODO(WS-PER-IDX) = HIST-PERIODO
              CONTINUE
           END-PERFORM
           IF WS-PER-IDX NOT > WS-CNT-HPER
              AND HIST-NUMERO NOT = ZERO
              IF WS-HD-VISTO(WS-PER-IDX, HIST-NUMERO)
                 ADD 1 TO WS-CNT-HIST-SUPERS
              ELSE
                 SET WS-HD-VISTO(WS-PER-IDX, HIST-NUMERO) TO TRUE
              END-IF
              MOVE REG-HIST TO WS-HD-REG(WS-PER-IDX, HIST-NUMERO)
           END-IF.

       0414-VERIFICAR-PER-HIST.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999 OR WS-ABORTAR
              IF WS-NVO-VISTO(WS-DEP-IDX)
                 AND (WS-NVO-MONTO(WS-DEP-IDX) > 999999999,99
                   OR WS-NVO-MONTO(WS-DEP-IDX) < -999999999,99
                   OR WS-NVO-OBJ(WS-DEP-IDX) > 999999999,99)
                 MOVE WS-HP-PERIODO(WS-PER-ACT) TO WS-CTL-PERIODO
                 MOVE "HISTORIA" TO WS-CTL-ARCHIVO
                 PERFORM 0930-RECHAZAR-DESBORDE
              END-IF
           END-PERFORM.

       0416-CARGAR-OBJ-AFECTADO.
           OPEN INPUT OBJ-ANT
           IF NOT FS-OBJANT-OK THEN
              DISPLAY "FS-OBJANT: " FS-OBJANT
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              SET WS-OBJANT-OPEN TO TRUE
              PERFORM UNTIL FS-OBJANT-FIN
                 READ OBJ-ANT
                 IF FS-OBJANT-OK
                    MOVE REG-OBJ-ANT TO REG-OBJ
                    PERFORM 0417-GUARDAR-UN-OBJ
                 END-IF
              END-PERFORM
              CLOSE OBJ-ANT
              MOVE "N" TO WS-OBJANT-ABIERTO
              PERFORM VARYING WS-PER-ACT FROM 1 BY 1
                 UNTIL WS-PER-ACT > WS-CNT-OPER OR WS-ABORTAR
                 PERFORM 0920-CALCULAR-PER-OBJ
                 PERFORM 0418-VERIFICAR-PER-OBJ
              END-PERFORM
           END-IF.

       0417-GUARDAR-UN-OBJ.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-OPER
              OR WS-OP-PERIODO(WS-PER-IDX) = OBJ-PERIODO
              CONTINUE
           END-PERFORM
           IF WS-PER-IDX NOT > WS-CNT-OPER
              AND OBJ-NUMERO NOT = ZERO
              IF WS-OD-VISTO(WS-PER-IDX, OBJ-NUMERO)
                 ADD 1 TO WS-CNT-OBJ-SUPERS
              ELSE
                 SET WS-OD-VISTO(WS-PER-IDX, OBJ-NUMERO) TO TRUE
              END-IF
              MOVE OBJ-MONTO TO WS-OD-MONTO(WS-PER-IDX, OBJ-NUMERO)
           END-IF.

       0418-VERIFICAR-PER-OBJ.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999 OR WS-ABORTAR
              IF WS-NVO-VISTO(WS-DEP-IDX)
                 AND WS-NVO-MONTO(WS-DEP-IDX) > 9999999,99
                 MOVE WS-OP-PERIODO(WS-PER-ACT) TO WS-CTL-PERIODO
                 MOVE "OBJETIVO" TO WS-CTL-ARCHIVO
                 PERFORM 0930-RECHAZAR-DESBORDE
              END-IF
           END-PERFORM.

       0420-CARGAR-SOBJ-AFECTADO.
           OPEN INPUT SOBJ-ANT
           IF NOT FS-SOBJANT-OK THEN
              DISPLAY "FS-SOBJANT: " FS-SOBJANT
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              SET WS-SOBJANT-OPEN TO TRUE
              PERFORM UNTIL FS-SOBJANT-FIN OR WS-ABORTAR
                 READ SOBJ-ANT
                 IF FS-SOBJANT-OK
                    MOVE REG-SOBJ-ANT TO REG-SOBJ
                    PERFORM 0421-GUARDAR-UN-SOBJ
                 END-IF
              END-PERFORM
              CLOSE SOBJ-ANT
              MOVE "N" TO WS-SOBJANT-ABIERTO
              PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                 UNTIL WS-SE-IDX > WS-CNT-SEN OR WS-ABORTAR
                 IF WS-SE-MONTO(WS-SE-IDX) > 9999999,99
                    MOVE WS-SE-PERIODO(WS-SE-IDX) TO WS-CTL-PERIODO
                    MOVE "SUCOBJ" TO WS-CTL-ARCHIVO
                    MOVE WS-SE-DEPTO(WS-SE-IDX) TO WS-DEP-IDX
                    PERFORM 0930-RECHAZAR-DESBORDE
                 END-IF
              END-PERFORM
           END-IF.

       0421-GUARDAR-UN-SOBJ.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-SPER
              OR WS-SP-PERIODO(WS-PER-IDX) = SOB-PERIODO
              CONTINUE
           END-PERFORM
           IF WS-PER-IDX NOT > WS-CNT-SPER
              ADD SOB-MONTO TO WS-SP-ANTES(WS-PER-IDX)
           END-IF
           IF WS-PER-IDX NOT > WS-CNT-SPER
              AND SOB-NUMERO > ZERO
              AND (WS-DEP-MAPEADO(SOB-NUMERO)
                   OR WS-DEP-DESTINO(SOB-NUMERO))
              MOVE SOB-NUMERO TO WS-EV-DEPTO
              MOVE SOB-PERIODO TO WS-EV-PERIODO
              SET WS-EV-HACIA-ADELANTE TO TRUE
              PERFORM 0902-EVALUAR-AFECTACION
              IF WS-AFECTADO
                 ADD 1 TO WS-CNT-SOBJ-REEXP
                 MOVE SOB-NUMERO TO WS-REP-DEPTO
                 MOVE SOB-MONTO TO WS-REP-IMP(1)
                 MOVE ZERO TO WS-REP-IMP(2)
                 MOVE ZERO TO WS-REP-IMP(3)
                 PERFORM 0900-REPARTIR-IMPORTES
                 PERFORM VARYING WS-PARTE-IDX FROM 1 BY 1
                    UNTIL WS-PARTE-IDX > WS-CNT-PARTES OR WS-ABORTAR
                    MOVE WS-PARTE-DEPTO(WS-PARTE-IDX) TO WS-DEP-DEST
                    MOVE WS-PARTE-IMP(WS-PARTE-IDX, 1) TO WS-CTL-DIFER
                    PERFORM 0422-ACUMULAR-SOBJ
                 END-PERFORM
              ELSE
                 MOVE SOB-NUMERO TO WS-DEP-DEST
                 MOVE SOB-MONTO TO WS-CTL-DIFER
                 PERFORM 0422-ACUMULAR-SOBJ
              END-IF
           END-IF.

       0422-ACUMULAR-SOBJ.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
              UNTIL WS-SE-IDX > WS-CNT-SEN
              OR (WS-SE-PERIODO(WS-SE-IDX) = SOB-PERIODO
                  AND WS-SE-SUCURSAL(WS-SE-IDX) = SOB-SUCURSAL
                  AND WS-SE-DEPTO(WS-SE-IDX) = WS-DEP-DEST)
              CONTINUE
           END-PERFORM
           IF WS-SE-IDX > WS-CNT-SEN
              IF WS-CNT-SEN = 5000
                 DISPLAY "ERROR: MAS DE 5000 OBJETIVOS POR SUCURSAL"
                         " A REEXPRESAR"
                 SET WS-ABORTAR TO TRUE
                 MOVE 32 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-CNT-SEN
                 MOVE SOB-PERIODO TO WS-SE-PERIODO(WS-CNT-SEN)
                 MOVE SOB-SUCURSAL TO WS-SE-SUCURSAL(WS-CNT-SEN)
                 MOVE WS-DEP-DEST TO WS-SE-DEPTO(WS-CNT-SEN)
              END-IF
           END-IF
           IF NOT WS-ABORTAR
              ADD WS-CTL-DIFER TO WS-SE-MONTO(WS-SE-IDX)
           END-IF.

       0430-REGRABAR-HISTORIA.
           IF WS-CNT-HPER > ZERO
              OPEN INPUT HIST-ANT
              IF NOT FS-HISTANT-OK THEN
                 DISPLAY "FS-HISTANT: " FS-HISTANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-HISTANT-OPEN TO TRUE
                 OPEN OUTPUT HIST-MAESTRO
                 IF NOT FS-HIST-OK THEN
                    DISPLAY "FS-HISTORIA: " FS-HIST
                    SET WS-ABORTAR TO TRUE
                    MOVE 12 TO WS-RETURN-CODE
                 ELSE
                    SET WS-HIST-OPEN TO TRUE
                    PERFORM 0431-COPIAR-NO-AFECTADOS-HIST
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CNT-HPER
                       PERFORM 0914-BUSCAR-MENOR-HIST
                       PERFORM 0432-EMITIR-PER-HIST
                    END-PERFORM
                    CLOSE HIST-MAESTRO
                    MOVE "N" TO WS-HIST-ABIERTO
                 END-IF
                 CLOSE HIST-ANT
                 MOVE "N" TO WS-HISTANT-ABIERTO
              END-IF
           END-IF.

       0431-COPIAR-NO-AFECTADOS-HIST.
           PERFORM UNTIL FS-HISTANT-FIN
              READ HIST-ANT
              IF FS-HISTANT-OK
                 MOVE REG-HIST-ANT TO REG-HIST
                 PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-CNT-HPER
                    OR WS-HP-PERIODO(WS-PER-IDX) = HIST-PERIODO
                    CONTINUE
                 END-PERFORM
                 IF WS-PER-IDX > WS-CNT-HPER
                    OR HIST-NUMERO = ZERO
                    WRITE REG-HIST-MAE FROM REG-HIST
                    ADD 1 TO WS-CNT-HIST-GRABADOS
                 END-IF
              END-IF
           END-PERFORM.

       0432-EMITIR-PER-HIST.
           SET WS-HP-YA-EMITIDO(WS-PER-ACT) TO TRUE
           PERFORM 0910-CALCULAR-PER-HIST
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999
              IF WS-HD-VISTO(WS-PER-ACT, WS-DEP-IDX)
                 PERFORM 0434-SUMAR-ANTES-HIST
              END-IF
           END-PERFORM
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999
              IF WS-NVO-VISTO(WS-DEP-IDX)
                 PERFORM 0436-GRABAR-UN-HIST
              END-IF
           END-PERFORM
           MOVE "HISTORIA" TO WS-CTL-ARCHIVO
           MOVE WS-HP-PERIODO(WS-PER-ACT) TO WS-CTL-PERIODO
           MOVE WS-HP-ANTES(WS-PER-ACT) TO WS-CTL-ANTES
           MOVE WS-HP-DESPUES(WS-PER-ACT) TO WS-CTL-DESPUES
           PERFORM 0950-EMITIR-LINEA-CONTROL
           MOVE "HIST.OBJ" TO WS-CTL-ARCHIVO
           MOVE WS-HP-OBJ-ANTES(WS-PER-ACT) TO WS-CTL-ANTES
           MOVE WS-HP-OBJ-DESPUES(WS-PER-ACT) TO WS-CTL-DESPUES
           PERFORM 0950-EMITIR-LINEA-CONTROL.

       0434-SUMAR-ANTES-HIST.
           MOVE WS-HD-REG(WS-PER-ACT, WS-DEP-IDX) TO REG-HIST
           ADD HIST-MONTO TO WS-HP-ANTES(WS-PER-ACT)
           ADD HIST-OBJETIVO TO WS-HP-OBJ-ANTES(WS-PER-ACT)
           MOVE WS-DEP-IDX TO WS-EV-DEPTO
           MOVE WS-HP-PERIODO(WS-PER-ACT) TO WS-EV-PERIODO
           SET WS-EV-HACIA-ATRAS TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              ADD 1 TO WS-CNT-HIST-REEXP
           END-IF.

       0436-GRABAR-UN-HIST.
           IF WS-NVO-REEXP(WS-DEP-IDX)
              MOVE SPACES TO REG-HIST
              MOVE WS-HP-PERIODO(WS-PER-ACT) TO HIST-PERIODO
              MOVE WS-DEP-IDX TO HIST-NUMERO
              MOVE WS-DEP-NOMBRE(WS-DEP-IDX) TO HIST-NOMBRE
              MOVE WS-NVO-MONTO(WS-DEP-IDX) TO HIST-MONTO
              MOVE WS-NVO-OBJ(WS-DEP-IDX) TO HIST-OBJETIVO
              IF HIST-OBJETIVO NOT = ZERO
                 COMPUTE HIST-PORCENT ROUNDED =
                    (HIST-MONTO / HIST-OBJETIVO) * 100
                    ON SIZE ERROR
                       MOVE 999,99 TO HIST-PORCENT
                 END-COMPUTE
              ELSE
                 MOVE ZERO TO HIST-PORCENT
              END-IF
           ELSE
              MOVE WS-HD-REG(WS-PER-ACT, WS-DEP-IDX) TO REG-HIST
           END-IF
           ADD HIST-MONTO TO WS-HP-DESPUES(WS-PER-ACT)
           ADD HIST-OBJETIVO TO WS-HP-OBJ-DESPUES(WS-PER-ACT)
           WRITE REG-HIST-MAE FROM REG-HIST
           ADD 1 TO WS-CNT-HIST-GRABADOS.

       0440-REGRABAR-OBJ.
           IF WS-CNT-OPER > ZERO
              OPEN INPUT OBJ-ANT
              IF NOT FS-OBJANT-OK THEN
                 DISPLAY "FS-OBJANT: " FS-OBJANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-OBJANT-OPEN TO TRUE
                 OPEN OUTPUT OBJ-MAESTRO
                 IF NOT FS-OBJ-OK THEN
                    DISPLAY "FS-OBJETIVO: " FS-OBJ
                    SET WS-ABORTAR TO TRUE
                    MOVE 18 TO WS-RETURN-CODE
                 ELSE
                    SET WS-OBJ-OPEN TO TRUE
                    PERFORM 0441-COPIAR-NO-AFECTADOS-OBJ
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CNT-OPER
                       PERFORM 0924-BUSCAR-MENOR-OBJ
                       PERFORM 0442-EMITIR-PER-OBJ
                    END-PERFORM
                    CLOSE OBJ-MAESTRO
                    MOVE "N" TO WS-OBJ-ABIERTO
                 END-IF
                 CLOSE OBJ-ANT
                 MOVE "N" TO WS-OBJANT-ABIERTO
              END-IF
           END-IF.

       0441-COPIAR-NO-AFECTADOS-OBJ.
           PERFORM UNTIL FS-OBJANT-FIN
              READ OBJ-ANT
              IF FS-OBJANT-OK
                 MOVE REG-OBJ-ANT TO REG-OBJ
                 PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-CNT-OPER
                    OR WS-OP-PERIODO(WS-PER-IDX) = OBJ-PERIODO
                    CONTINUE
                 END-PERFORM
                 IF WS-PER-IDX > WS-CNT-OPER
                    OR OBJ-NUMERO = ZERO
                    WRITE REG-OBJ-MAE FROM REG-OBJ
                    ADD 1 TO WS-CNT-OBJ-GRABADOS
                 END-IF
              END-IF
           END-PERFORM.

       0442-EMITIR-PER-OBJ.
           SET WS-OP-YA-EMITIDO(WS-PER-ACT) TO TRUE
           PERFORM 0920-CALCULAR-PER-OBJ
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999
              IF WS-OD-VISTO(WS-PER-ACT, WS-DEP-IDX)
                 ADD WS-OD-MONTO(WS-PER-ACT, WS-DEP-IDX)
                   TO WS-OP-ANTES(WS-PER-ACT)
                 MOVE WS-DEP-IDX TO WS-EV-DEPTO
                 MOVE WS-OP-PERIODO(WS-PER-ACT) TO WS-EV-PERIODO
                 SET WS-EV-HACIA-ADELANTE TO TRUE
                 PERFORM 0902-EVALUAR-AFECTACION
                 IF WS-AFECTADO
                    ADD 1 TO WS-CNT-OBJ-REEXP
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999
              IF WS-NVO-VISTO(WS-DEP-IDX)
                 MOVE WS-OP-PERIODO(WS-PER-ACT) TO OBJ-PERIODO
                 MOVE WS-DEP-IDX TO OBJ-NUMERO
                 MOVE WS-NVO-MONTO(WS-DEP-IDX) TO OBJ-MONTO
                 ADD OBJ-MONTO TO WS-OP-DESPUES(WS-PER-ACT)
                 WRITE REG-OBJ-MAE FROM REG-OBJ
                 ADD 1 TO WS-CNT-OBJ-GRABADOS
              END-IF
           END-PERFORM
           MOVE "OBJETIVO" TO WS-CTL-ARCHIVO
           MOVE WS-OP-PERIODO(WS-PER-ACT) TO WS-CTL-PERIODO
           MOVE WS-OP-ANTES(WS-PER-ACT) TO WS-CTL-ANTES
           MOVE WS-OP-DESPUES(WS-PER-ACT) TO WS-CTL-DESPUES
           PERFORM 0950-EMITIR-LINEA-CONTROL.

       0450-REGRABAR-SOBJ.
           IF WS-CNT-SPER > ZERO
              OPEN INPUT SOBJ-ANT
              IF NOT FS-SOBJANT-OK THEN
                 DISPLAY "FS-SOBJANT: " FS-SOBJANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-SOBJANT-OPEN TO TRUE
                 OPEN OUTPUT SOBJ-MAESTRO
                 IF NOT FS-SOBJ-OK THEN
                    DISPLAY "FS-SUCOBJ: " FS-SOBJ
                    SET WS-ABORTAR TO TRUE
                    MOVE 38 TO WS-RETURN-CODE
                 ELSE
                    SET WS-SOBJ-OPEN TO TRUE
                    PERFORM 0451-COPIAR-NO-AFECTADOS-SOBJ
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CNT-SPER
                       PERFORM 0934-BUSCAR-MENOR-SOBJ
                       PERFORM 0452-EMITIR-PER-SOBJ
                    END-PERFORM
                    CLOSE SOBJ-MAESTRO
                    MOVE "N" TO WS-SOBJ-ABIERTO
                 END-IF
                 CLOSE SOBJ-ANT
                 MOVE "N" TO WS-SOBJANT-ABIERTO
              END-IF
           END-IF.

       0451-COPIAR-NO-AFECTADOS-SOBJ.
           PERFORM UNTIL FS-SOBJANT-FIN
              READ SOBJ-ANT
              IF FS-SOBJANT-OK
                 MOVE REG-SOBJ-ANT TO REG-SOBJ
                 PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-CNT-SPER
                    OR WS-SP-PERIODO(WS-PER-IDX) = SOB-PERIODO
                    CONTINUE
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WS-PER-IDX > WS-CNT-SPER
                       WRITE REG-SOBJ-MAE FROM REG-SOBJ
                       ADD 1 TO WS-CNT-SOBJ-GRABADOS
                    WHEN SOB-NUMERO = ZERO
                       OR (NOT WS-DEP-MAPEADO(SOB-NUMERO)
                           AND NOT WS-DEP-DESTINO(SOB-NUMERO))
                       ADD SOB-MONTO TO WS-SP-DESPUES(WS-PER-IDX)
                       WRITE REG-SOBJ-MAE FROM REG-SOBJ
                       ADD 1 TO WS-CNT-SOBJ-GRABADOS
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

       0452-EMITIR-PER-SOBJ.
           SET WS-SP-YA-EMITIDO(WS-PER-ACT) TO TRUE
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
              UNTIL WS-SE-IDX > WS-CNT-SEN
              IF WS-SE-PERIODO(WS-SE-IDX) = WS-SP-PERIODO(WS-PER-ACT)
                 MOVE WS-SE-PERIODO(WS-SE-IDX) TO SOB-PERIODO
                 MOVE WS-SE-SUCURSAL(WS-SE-IDX) TO SOB-SUCURSAL
                 MOVE WS-SE-DEPTO(WS-SE-IDX) TO SOB-NUMERO
                 MOVE WS-SE-MONTO(WS-SE-IDX) TO SOB-MONTO
                 ADD SOB-MONTO TO WS-SP-DESPUES(WS-PER-ACT)
                 WRITE REG-SOBJ-MAE FROM REG-SOBJ
                 ADD 1 TO WS-CNT-SOBJ-GRABADOS
              END-IF
           END-PERFORM
           MOVE "SUCOBJ" TO WS-CTL-ARCHIVO
           MOVE WS-SP-PERIODO(WS-PER-ACT) TO WS-CTL-PERIODO
           MOVE WS-SP-ANTES(WS-PER-ACT) TO WS-CTL-ANTES
           MOVE WS-SP-DESPUES(WS-PER-ACT) TO WS-CTL-DESPUES
           PERFORM 0950-EMITIR-LINEA-CONTROL.

       0460-REGRABAR-HSUC.
           IF WS-CNT-CPER > ZERO
              OPEN INPUT HSUC-ANT
              IF NOT FS-HSUCANT-OK THEN
                 DISPLAY "FS-HSUCANT: " FS-HSUCANT
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 SET WS-HSUCANT-OPEN TO TRUE
                 OPEN OUTPUT HSUC-MAESTRO
                 IF NOT FS-HSUC-OK THEN
                    DISPLAY "FS-HISTSUC: " FS-HSUC
                    SET WS-ABORTAR TO TRUE
                    MOVE 48 TO WS-RETURN-CODE
                 ELSE
                    SET WS-HSUC-OPEN TO TRUE
                    INITIALIZE WS-HG-DEPTOS
                    MOVE ZERO TO WS-CNT-HG
                    PERFORM UNTIL FS-HSUCANT-FIN
                       READ HSUC-ANT
                       IF FS-HSUCANT-OK
                          PERFORM 0461-REGRABAR-UN-HSUC
                       END-IF
                    END-PERFORM
                    IF WS-CNT-HG > ZERO
                       PERFORM 0463-VOLCAR-GRUPO-HSUC
                    END-IF
                    CLOSE HSUC-MAESTRO
                    MOVE "N" TO WS-HSUC-ABIERTO
                    PERFORM VARYING WS-PER-ACT FROM 1 BY 1
                       UNTIL WS-PER-ACT > WS-CNT-CPER
                       MOVE "HISTSUC" TO WS-CTL-ARCHIVO
                       MOVE WS-CP-PERIODO(WS-PER-ACT) TO WS-CTL-PERIODO
                       MOVE WS-CP-ANTES(WS-PER-ACT) TO WS-CTL-ANTES
                       MOVE WS-CP-DESPUES(WS-PER-ACT) TO WS-CTL-DESPUES
                       PERFORM 0950-EMITIR-LINEA-CONTROL
                    END-PERFORM
                 END-IF
                 CLOSE HSUC-ANT
                 MOVE "N" TO WS-HSUCANT-ABIERTO
              END-IF
           END-IF.

       0461-REGRABAR-UN-HSUC.
           MOVE REG-HSUC-ANT TO REG-HIST-SUC
           IF WS-CNT-HG > ZERO
              IF NOT HSU-TIPO-CELDA
                 OR HSU-PERIODO NOT = WS-HG-PERIODO
                 OR HSU-SUCURSAL NOT = WS-HG-SUCURSAL
                 PERFORM 0463-VOLCAR-GRUPO-HSUC
                 MOVE REG-HSUC-ANT TO REG-HIST-SUC
              END-IF
           END-IF
           MOVE ZERO TO WS-PER-IDX
           IF HSU-TIPO-CELDA
              AND HSU-NUMERO NUMERIC
              AND HSU-NUMERO NOT = ZERO
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-CNT-CPER
                 OR WS-CP-PERIODO(WS-PER-IDX) = HSU-PERIODO
                 CONTINUE
              END-PERFORM
              IF WS-PER-IDX > WS-CNT-CPER
                 MOVE ZERO TO WS-PER-IDX
              END-IF
           END-IF
           IF WS-PER-IDX > ZERO
              PERFORM 0462-ACUMULAR-CELDA-HSUC
           ELSE
              WRITE REG-HSUC-MAE FROM REG-HIST-SUC
              ADD 1 TO WS-CNT-HSUC-GRABADOS
           END-IF.

       0462-ACUMULAR-CELDA-HSUC.
           IF WS-CNT-HG = ZERO
              MOVE HSU-PERIODO TO WS-HG-PERIODO
              MOVE HSU-SUCURSAL TO WS-HG-SUCURSAL
              MOVE WS-PER-IDX TO WS-HG-PER-IDX
              MOVE REG-HIST-SUC TO WS-HG-MODELO
           END-IF
           ADD 1 TO WS-CNT-HG
           ADD HSU-MONTO TO WS-CP-ANTES(WS-PER-IDX)
           MOVE HSU-NUMERO TO WS-EV-DEPTO
           MOVE HSU-PERIODO TO WS-EV-PERIODO
           SET WS-EV-HACIA-ATRAS TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              ADD 1 TO WS-CNT-HSUC-REEXP
              MOVE HSU-NUMERO TO WS-REP-DEPTO
              MOVE HSU-MONTO TO WS-REP-IMP(1)
              MOVE HSU-VENTAS TO WS-REP-IMP(2)
              MOVE HSU-DEVOL TO WS-REP-IMP(3)
              PERFORM 0900-REPARTIR-IMPORTES
              PERFORM VARYING WS-PARTE-IDX FROM 1 BY 1
                 UNTIL WS-PARTE-IDX > WS-CNT-PARTES
                 MOVE WS-PARTE-DEPTO(WS-PARTE-IDX) TO WS-DEP-DEST
                 SET WS-HG-VISTO(WS-DEP-DEST) TO TRUE
                 ADD WS-PARTE-IMP(WS-PARTE-IDX, 1)
                   TO WS-HG-MONTO(WS-DEP-DEST)
                 ADD WS-PARTE-IMP(WS-PARTE-IDX, 2)
                   TO WS-HG-VENTAS(WS-DEP-DEST)
                 ADD WS-PARTE-IMP(WS-PARTE-IDX, 3)
                   TO WS-HG-DEVOL(WS-DEP-DEST)
              END-PERFORM
           ELSE
              SET WS-HG-VISTO(HSU-NUMERO) TO TRUE
              ADD HSU-MONTO TO WS-HG-MONTO(HSU-NUMERO)
              ADD HSU-VENTAS TO WS-HG-VENTAS(HSU-NUMERO)
              ADD HSU-DEVOL TO WS-HG-DEVOL(HSU-NUMERO)
           END-IF.

       0463-VOLCAR-GRUPO-HSUC.
           MOVE WS-HG-MODELO TO REG-HIST-SUC
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999
              IF WS-HG-VISTO(WS-DEP-IDX)
                 MOVE WS-DEP-IDX TO HSU-NUMERO
                 MOVE WS-HG-MONTO(WS-DEP-IDX) TO HSU-MONTO
                 MOVE WS-HG-VENTAS(WS-DEP-IDX) TO HSU-VENTAS
                 MOVE WS-HG-DEVOL(WS-DEP-IDX) TO HSU-DEVOL
                 ADD HSU-MONTO TO WS-CP-DESPUES(WS-HG-PER-IDX)
                 WRITE REG-HSUC-MAE FROM REG-HIST-SUC
                 ADD 1 TO WS-CNT-HSUC-GRABADOS
              END-IF
           END-PERFORM
           INITIALIZE WS-HG-DEPTOS
           MOVE ZERO TO WS-CNT-HG.

       0500-CLOSE-FILE.
           IF WS-MAPA-OPEN
              CLOSE MAPA-FL
           END-IF
           IF WS-DEPTOS-OPEN
              CLOSE DEPTOS-FL
           END-IF
           IF WS-REXRGIN-OPEN
              CLOSE REX-REGISTRO-EN
           END-IF
           IF WS-REXRGOUT-OPEN
              CLOSE REX-REGISTRO-SAL
           END-IF
           IF WS-HIST-OPEN
              CLOSE HIST-MAESTRO
           END-IF
           IF WS-HISTANT-OPEN
              CLOSE HIST-ANT
           END-IF
           IF WS-OBJ-OPEN
              CLOSE OBJ-MAESTRO
           END-IF
           IF WS-OBJANT-OPEN
              CLOSE OBJ-ANT
           END-IF
           IF WS-SOBJ-OPEN
              CLOSE SOBJ-MAESTRO
           END-IF
           IF WS-SOBJANT-OPEN
              CLOSE SOBJ-ANT
           END-IF
           IF WS-HSUC-OPEN
              CLOSE HSUC-MAESTRO
           END-IF
           IF WS-HSUCANT-OPEN
              CLOSE HSUC-ANT
           END-IF
           IF WS-REXRPT-OPEN
              CLOSE REX-REPORTE
           END-IF.

       0900-REPARTIR-IMPORTES.
           MOVE ZERO TO WS-CNT-PARTES
           MOVE ZERO TO WS-REP-ACUM(1)
           MOVE ZERO TO WS-REP-ACUM(2)
           MOVE ZERO TO WS-REP-ACUM(3)
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-CNT-MAPA
              IF WS-MAP-ANT(WS-MAP-IDX) = WS-REP-DEPTO
                 ADD 1 TO WS-CNT-PARTES
                 MOVE WS-MAP-NUEVO(WS-MAP-IDX)
                   TO WS-PARTE-DEPTO(WS-CNT-PARTES)
                 PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                    UNTIL WS-IMP-IDX > 3
                    PERFORM 0901-CALCULAR-PARTE
                 END-PERFORM
              END-IF
           END-PERFORM.

       0901-CALCULAR-PARTE.
           IF WS-MAP-IDX = WS-DEP-ULT-LINEA(WS-REP-DEPTO)
              COMPUTE WS-PARTE-IMP(WS-CNT-PARTES, WS-IMP-IDX) =
                 WS-REP-IMP(WS-IMP-IDX) - WS-REP-ACUM(WS-IMP-IDX)
           ELSE
              COMPUTE WS-PARTE-IMP(WS-CNT-PARTES, WS-IMP-IDX) ROUNDED =
                 WS-REP-IMP(WS-IMP-IDX) * WS-MAP-PORCENT(WS-MAP-IDX)
                 / 100
              ADD WS-PARTE-IMP(WS-CNT-PARTES, WS-IMP-IDX)
                TO WS-REP-ACUM(WS-IMP-IDX)
           END-IF.

       0902-EVALUAR-AFECTACION.
           MOVE "N" TO WS-AFECTADO-FLAG
           IF WS-EV-DEPTO > ZERO
              IF WS-DEP-MAPEADO(WS-EV-DEPTO)
                 IF WS-EV-HACIA-ATRAS
                    IF WS-EV-PERIODO < WS-DEP-VIGENCIA(WS-EV-DEPTO)
                       SET WS-AFECTADO TO TRUE
                    END-IF
                 ELSE
                    IF WS-EV-PERIODO NOT < WS-DEP-VIGENCIA(WS-EV-DEPTO)
                       SET WS-AFECTADO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0910-CALCULAR-PER-HIST.
           INITIALIZE WS-NVO-TABLE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999
              IF WS-HD-VISTO(WS-PER-ACT, WS-DEP-IDX)
                 PERFORM 0912-REEXPRESAR-UN-HIST
              END-IF
           END-PERFORM.

       0912-REEXPRESAR-UN-HIST.
           MOVE WS-HD-REG(WS-PER-ACT, WS-DEP-IDX) TO REG-HIST
           MOVE WS-DEP-IDX TO WS-EV-DEPTO
           MOVE WS-HP-PERIODO(WS-PER-ACT) TO WS-EV-PERIODO
           SET WS-EV-HACIA-ATRAS TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              MOVE WS-DEP-IDX TO WS-REP-DEPTO
              MOVE HIST-MONTO TO WS-REP-IMP(1)
              MOVE HIST-OBJETIVO TO WS-REP-IMP(2)
              MOVE ZERO TO WS-REP-IMP(3)
              PERFORM 0900-REPARTIR-IMPORTES
              PERFORM VARYING WS-PARTE-IDX FROM 1 BY 1
                 UNTIL WS-PARTE-IDX > WS-CNT-PARTES
                 MOVE WS-PARTE-DEPTO(WS-PARTE-IDX) TO WS-DEP-DEST
                 ADD WS-PARTE-IMP(WS-PARTE-IDX, 1)
                   TO WS-NVO-MONTO(WS-DEP-DEST)
                 ADD WS-PARTE-IMP(WS-PARTE-IDX, 2)
                   TO WS-NVO-OBJ(WS-DEP-DEST)
                 SET WS-NVO-VISTO(WS-DEP-DEST) TO TRUE
                 SET WS-NVO-REEXP(WS-DEP-DEST) TO TRUE
              END-PERFORM
           ELSE
              ADD HIST-MONTO TO WS-NVO-MONTO(WS-DEP-IDX)
              ADD HIST-OBJETIVO TO WS-NVO-OBJ(WS-DEP-IDX)
              SET WS-NVO-VISTO(WS-DEP-IDX) TO TRUE
           END-IF.

       0914-BUSCAR-MENOR-HIST.
           MOVE ZERO TO WS-PER-ACT
           MOVE 999999 TO WS-PER-MIN-PERIODO
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-HPER
              IF NOT WS-HP-YA-EMITIDO(WS-PER-IDX)
                 AND WS-HP-PERIODO(WS-PER-IDX)
                     NOT > WS-PER-MIN-PERIODO
                 MOVE WS-HP-PERIODO(WS-PER-IDX)
                   TO WS-PER-MIN-PERIODO
                 MOVE WS-PER-IDX TO WS-PER-ACT
              END-IF
           END-PERFORM.

       0920-CALCULAR-PER-OBJ.
           INITIALIZE WS-NVO-TABLE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 999
              IF WS-OD-VISTO(WS-PER-ACT, WS-DEP-IDX)
                 PERFORM 0922-REEXPRESAR-UN-OBJ
              END-IF
           END-PERFORM.

       0922-REEXPRESAR-UN-OBJ.
           MOVE WS-DEP-IDX TO WS-EV-DEPTO
           MOVE WS-OP-PERIODO(WS-PER-ACT) TO WS-EV-PERIODO
           SET WS-EV-HACIA-ADELANTE TO TRUE
           PERFORM 0902-EVALUAR-AFECTACION
           IF WS-AFECTADO
              MOVE WS-DEP-IDX TO WS-REP-DEPTO
              MOVE WS-OD-MONTO(WS-PER-ACT, WS-DEP-IDX)
                TO WS-REP-IMP(1)
              MOVE ZERO TO WS-REP-IMP(2)
              MOVE ZERO TO WS-REP-IMP(3)
              PERFORM 0900-REPARTIR-IMPORTES
              PERFORM VARYING WS-PARTE-IDX FROM 1 BY 1
                 UNTIL WS-PARTE-IDX > WS-CNT-PARTES
                 MOVE WS-PARTE-DEPTO(WS-PARTE-IDX) TO WS-DEP-DEST
                 ADD WS-PARTE-IMP(WS-PARTE-IDX, 1)
                   TO WS-NVO-MONTO(WS-DEP-DEST)
                 SET WS-NVO-VISTO(WS-DEP-DEST) TO TRUE
              END-PERFORM
           ELSE
              ADD WS-OD-MONTO(WS-PER-ACT, WS-DEP-IDX)
                TO WS-NVO-MONTO(WS-DEP-IDX)
              SET WS-NVO-VISTO(WS-DEP-IDX) TO TRUE
           END-IF.

       0924-BUSCAR-MENOR-OBJ.
           MOVE ZERO TO WS-PER-ACT
           MOVE 999999 TO WS-PER-MIN-PERIODO
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-OPER
              IF NOT WS-OP-YA-EMITIDO(WS-PER-IDX)
                 AND WS-OP-PERIODO(WS-PER-IDX)
                     NOT > WS-PER-MIN-PERIODO
                 MOVE WS-OP-PERIODO(WS-PER-IDX)
                   TO WS-PER-MIN-PERIODO
                 MOVE WS-PER-IDX TO WS-PER-ACT
              END-IF
           END-PERFORM.

       0930-RECHAZAR-DESBORDE.
           MOVE SPACES TO REG-REXRPT
           STRING "DESBORDE EN " DELIMITED BY SIZE
                  WS-CTL-ARCHIVO DELIMITED BY SPACE
                  " PERIODO " DELIMITED BY SIZE
                  WS-CTL-PERIODO DELIMITED BY SIZE
                  " DEPTO " DELIMITED BY SIZE
                  WS-DEP-IDX(2:3) DELIMITED BY SIZE
                  " - EL MONTO REEXPRESADO NO ENTRA EN EL REGISTRO"
                                      DELIMITED BY SIZE
             INTO REG-REXRPT
           END-STRING
           WRITE REG-REXRPT
           MOVE "NO SE MODIFICO NINGUN ARCHIVO" TO REG-REXRPT
           WRITE REG-REXRPT
           SET WS-ABORTAR TO TRUE
           MOVE 8 TO WS-RETURN-CODE.

       0934-BUSCAR-MENOR-SOBJ.
           MOVE ZERO TO WS-PER-ACT
           MOVE 999999 TO WS-PER-MIN-PERIODO
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-SPER
              IF NOT WS-SP-YA-EMITIDO(WS-PER-IDX)
                 AND WS-SP-PERIODO(WS-PER-IDX)
                     NOT > WS-PER-MIN-PERIODO
                 MOVE WS-SP-PERIODO(WS-PER-IDX)
                   TO WS-PER-MIN-PERIODO
                 MOVE WS-PER-IDX TO WS-PER-ACT
              END-IF
           END-PERFORM.

       0950-EMITIR-LINEA-CONTROL.
           COMPUTE WS-CTL-DIFER = WS-CTL-DESPUES - WS-CTL-ANTES
           MOVE WS-CTL-ARCHIVO TO WS-CL-ARCHIVO
           MOVE WS-CTL-PERIODO TO WS-CL-PERIODO
           MOVE WS-CTL-ANTES TO WS-CL-ANTES
           MOVE WS-CTL-DESPUES TO WS-CL-DESPUES
           MOVE WS-CTL-DIFER TO WS-CL-DIFER
           IF WS-CTL-DIFER = ZERO
              MOVE "OK" TO WS-CL-ESTADO
           ELSE
              MOVE "DIFERENCIA" TO WS-CL-ESTADO
              ADD 1 TO WS-CNT-DIFERENCIAS
           END-IF
           ADD 1 TO WS-CNT-PER-CONTROL
           WRITE REG-REXRPT FROM WS-CTL-LINEA.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
