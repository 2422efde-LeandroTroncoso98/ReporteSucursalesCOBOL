       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARPROJ.
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

            SELECT DEPTO-MAESTRO ASSIGN TO DEPTMAST
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-DEPTM.

            SELECT HISTORIA-EN ASSIGN TO HISTIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HISTIN.

            SELECT OBJETIVO-EN ASSIGN TO OBJ
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-OBJ.

            SELECT TOTAL-SALIDA ASSIGN TO OUTFILE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-OUTFILE.

            SELECT TOTAL-CSV ASSIGN TO CSVOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-CSVOUT.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-FL RECORDING MODE IS F
                   DATA RECORD IS REG-PARM.
       01 REG-PARM.
          05 PARM-PERIODO          PIC 9(6).

       FD DEPTO-MAESTRO RECORDING MODE IS F
                        DATA RECORD IS REG-DEPTO.
       COPY REGDEPTO.

       FD HISTORIA-EN RECORDING MODE IS F
                      DATA RECORD IS REG-HIST.
       COPY REGHIST.

       FD OBJETIVO-EN RECORDING MODE IS F
                      DATA RECORD IS REG-OBJ.
       COPY REGOBJ.

       FD TOTAL-SALIDA RECORDING MODE IS F
                       DATA RECORD IS REG-TOTAL.
       01 REG-TOTAL                PIC X(132).

       FD TOTAL-CSV RECORDING MODE IS F
                    DATA RECORD IS REG-CSV.
       01 REG-CSV                  PIC X(200).

       WORKING-STORAGE SECTION.
       77 FS-PARMIN               PIC 99.
          88 FS-PARMIN-OK         VALUE 00.
          88 FS-PARMIN-FIN        VALUE 10.

       77 FS-DEPTM                PIC 99.
          88 FS-DEPTM-OK          VALUE 00.
          88 FS-DEPTM-FIN         VALUE 10.

       77 FS-HISTIN               PIC 99.
          88 FS-HISTIN-OK         VALUE 00.
          88 FS-HISTIN-FIN        VALUE 10.

       77 FS-OBJ                  PIC 99.
          88 FS-OBJ-OK            VALUE 00.
          88 FS-OBJ-FIN           VALUE 10.

       77 FS-OUTFILE              PIC 99.
          88 FS-OUTFILE-OK        VALUE 00.
          88 FS-OUTFILE-FIN       VALUE 10.

       77 FS-CSVOUT               PIC 99.
          88 FS-CSVOUT-OK         VALUE 00.
          88 FS-CSVOUT-FIN        VALUE 10.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-PARMIN-ABIERTO    PIC X VALUE "N".
             88 WS-PARMIN-OPEN    VALUE "S".
          05 WS-DEPTM-ABIERTO     PIC X VALUE "N".
             88 WS-DEPTM-OPEN     VALUE "S".
          05 WS-HISTIN-ABIERTO    PIC X VALUE "N".
             88 WS-HISTIN-OPEN    VALUE "S".
          05 WS-OBJ-ABIERTO       PIC X VALUE "N".
             88 WS-OBJ-OPEN       VALUE "S".
          05 WS-OUT-ABIERTO       PIC X VALUE "N".
             88 WS-OUT-OPEN       VALUE "S".
          05 WS-CSVOUT-ABIERTO    PIC X VALUE "N".
             88 WS-CSVOUT-OPEN    VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-PERIODO              PIC 9(6) VALUE ZERO.

       01 WS-PER-AUX              PIC 9(6).
       01 WS-PER-AUX-R REDEFINES WS-PER-AUX.
          05 WS-PER-AUX-AAAA      PIC 9(4).
          05 WS-PER-AUX-MM        PIC 9(2).

       01 WS-ANIO-ACTUAL          PIC 9(4) VALUE ZERO.
       01 WS-ANIO-ANTERIOR        PIC 9(4) VALUE ZERO.
       01 WS-MESES-CERR           PIC 9(2) VALUE ZERO.
       01 WS-MESES-REST           PIC 9(2) VALUE ZERO.

       01 WS-CNT-MAE-LEIDOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-HIST-LEIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-HIST-CARGADOS    PIC 9(7) VALUE ZERO.
       01 WS-CNT-OBJ-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CNT-OBJ-CARGADOS     PIC 9(7) VALUE ZERO.
       01 WS-CNT-DEPTOS           PIC 9(3) VALUE ZERO.
       01 WS-CNT-OBSERV           PIC 9(4) VALUE ZERO.

       01 WS-IDX                  PIC 9(4).
       01 WS-MES                  PIC 9(4).
       01 WS-CAT-IDX              PIC 9(4).

       01 WS-DEPTO-TABLE.
          05 WS-DEPTO-ENTRY OCCURS 999 TIMES.
             10 WS-DEPTO-ACTIVO      PIC X VALUE "N".
                88 WS-DEPTO-VISTO    VALUE "S".
             10 WS-DEPTO-MAE-FLAG    PIC X VALUE SPACE.
                88 WS-DEPTO-MAE-INACTIVO VALUE "I".
             10 WS-DEPTO-NOMBRE      PIC X(19) VALUE SPACES.
             10 WS-DEPTO-CATEG       PIC 9(2) VALUE ZERO.
             10 WS-DEPTO-MESES-OBJ   PIC 9(2) VALUE ZERO.
             10 WS-DEPTO-ANT-FLAG    PIC X VALUE "N".
                88 WS-DEPTO-CON-ANT  VALUE "S".
             10 WS-DEPTO-PROM-FLAG   PIC X VALUE "N".
                88 WS-DEPTO-PROMEDIO VALUE "S".
             10 WS-DEPTO-MES OCCURS 12 TIMES.
                15 WS-MES-REAL-FLAG  PIC X VALUE "N".
                   88 WS-MES-CON-REAL VALUE "S".
                15 WS-MES-REAL       PIC S9(9)V99 VALUE ZERO.
                15 WS-MES-ANT-FLAG   PIC X VALUE "N".
                   88 WS-MES-CON-ANT VALUE "S".
                15 WS-MES-ANT        PIC S9(9)V99 VALUE ZERO.
                15 WS-MES-OBJ-FLAG   PIC X VALUE "N".
                   88 WS-MES-CON-OBJ VALUE "S".
                15 WS-MES-OBJ        PIC 9(9)V99 VALUE ZERO.
                15 WS-MES-HOBJ       PIC 9(9)V99 VALUE ZERO.

       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 99 TIMES.
             10 WS-CAT-FLAG          PIC X VALUE "N".
                88 WS-CAT-VISTA      VALUE "S".
             10 WS-CAT-REAL          PIC S9(11)V99 VALUE ZERO.
             10 WS-CAT-OBJ-ANUAL     PIC S9(11)V99 VALUE ZERO.
             10 WS-CAT-OBJ-REST      PIC S9(11)V99 VALUE ZERO.
             10 WS-CAT-ANT-YTD       PIC S9(11)V99 VALUE ZERO.
             10 WS-CAT-ANT-REST      PIC S9(11)V99 VALUE ZERO.

       01 WS-EMPRESA.
          05 WS-EMP-REAL             PIC S9(11)V99 VALUE ZERO.
          05 WS-EMP-OBJ-ANUAL        PIC S9(11)V99 VALUE ZERO.
          05 WS-EMP-OBJ-REST         PIC S9(11)V99 VALUE ZERO.
          05 WS-EMP-ANT-YTD          PIC S9(11)V99 VALUE ZERO.
          05 WS-EMP-ANT-REST         PIC S9(11)V99 VALUE ZERO.

       01 WS-NIVEL.
          05 WS-NV-REAL              PIC S9(11)V99.
          05 WS-NV-OBJ-ANUAL         PIC S9(11)V99.
          05 WS-NV-OBJ-REST          PIC S9(11)V99.
          05 WS-NV-ANT-YTD           PIC S9(11)V99.
          05 WS-NV-ANT-REST          PIC S9(11)V99.
          05 WS-NV-PROY-OBJ          PIC S9(11)V99.
          05 WS-NV-PROY-ANT          PIC S9(11)V99.
          05 WS-NV-PROY-TEND         PIC S9(11)V99.
          05 WS-NV-PCT-OBJ           PIC S9(3)V9.
          05 WS-NV-PCT-ANT           PIC S9(3)V9.
          05 WS-NV-PCT-TEND          PIC S9(3)V9.
          05 WS-NV-NECESARIO         PIC S9(11)V99.
          05 WS-NV-PROM-FLAG         PIC X.
             88 WS-NV-PROMEDIO       VALUE "S".

       01 WS-PCT-AUX              PIC S9(3)V9.
       01 WS-PROY-AUX             PIC S9(11)V99.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(130) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(28) VALUE SPACES.
          05 FILLER               PIC X(35)
                 VALUE "PROYECCION DE CIERRE DEL EJERCICIO ".
          05 WS-TIT-ANIO          PIC 9(4).
          05 FILLER               PIC X(20)
                 VALUE " - REAL ACUMULADO A ".
          05 FILLER               PIC X(8) VALUE "PERIODO ".
          05 WS-TIT-PERIODO       PIC 9(6).
          05 FILLER               PIC X(29) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-LINEA-TEXTO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-LT-TEXTO          PIC X(129).
          05 FILLER               PIC X VALUE "|".

       01 WS-SUBTITULOS-1.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(19) VALUE "DEPARTAMENTO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE " REAL ACUMULADO".
          05 FILLER               PIC X(15) VALUE " OBJETIVO ANUAL".
          05 FILLER               PIC X(21)
                                   VALUE "   PROY. OBJETIVOS   ".
          05 FILLER               PIC X(21)
                                   VALUE " PROY. ANIO ANTERIOR ".
          05 FILLER               PIC X(21)
                                   VALUE "   PROY. TENDENCIA   ".
          05 FILLER               PIC X(14) VALUE " VTA.NECESARIA".
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-SUBTITULOS-2.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X(21)
                                   VALUE "   PROYECTADO  % OBJ.".
          05 FILLER               PIC X(21)
                                   VALUE "   PROYECTADO  % OBJ.".
          05 FILLER               PIC X(21)
                                   VALUE "   PROYECTADO  % OBJ.".
          05 FILLER               PIC X(14) VALUE "  POR MES REST".
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-NOMBRE        PIC X(19).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-REAL          PIC $$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-OBJ-ANUAL     PIC $$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PROY-OBJ      PIC $$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PCT-OBJ       PIC -ZZ9,9.
          05 WS-DET-PROY-ANT      PIC $$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PCT-ANT       PIC -ZZ9,9.
          05 WS-DET-PROY-TEND     PIC $$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PCT-TEND      PIC -ZZ9,9.
          05 WS-DET-NECESARIO     PIC $$$$$$$$$9,99-.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-NOMBRE-AREA.
          05 FILLER               PIC X(14) VALUE "SUBTOTAL AREA ".
          05 WS-NA-CATEG          PIC Z9.
          05 FILLER               PIC X(3) VALUE SPACES.

       01 WS-SIN-DATOS.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(42)
                 VALUE "SIN DATOS DE HISTORIA NI OBJETIVOS PARA EL".
          05 FILLER               PIC X(10) VALUE " EJERCICIO".
          05 FILLER               PIC X(77) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-OBS-DEPTO.
          05 FILLER               PIC X(6) VALUE "DEPTO ".
          05 WS-OD-NUMERO         PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-OD-NOMBRE         PIC X(19).
          05 FILLER               PIC X(2) VALUE SPACES.

       01 WS-MESES-ED             PIC Z9.
       01 WS-MESES-REST-ED        PIC Z9.
       01 WS-CNT-ED               PIC ZZZZZZ9.

       01 WS-CSV-CODIGO           PIC X(3).
       01 WS-COD-DEPTO            PIC 9(3).
       01 WS-COD-AREA             PIC 9(2).
       01 WS-CSV-NIVEL            PIC X(5).
       01 WS-CSV-REAL             PIC ----------9,99.
       01 WS-CSV-OBJ-ANUAL        PIC ----------9,99.
       01 WS-CSV-PROY-OBJ         PIC ----------9,99.
       01 WS-CSV-PROY-ANT         PIC ----------9,99.
       01 WS-CSV-PROY-TEND        PIC ----------9,99.
       01 WS-CSV-NECESARIO        PIC ----------9,99.
       01 WS-CSV-PCT-OBJ          PIC ---9,9.
       01 WS-CSV-PCT-ANT          PIC ---9,9.
       01 WS-CSV-PCT-TEND         PIC ---9,9.

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
           INITIALIZE WS-DEPTO-TABLE
           INITIALIZE WS-CAT-TABLE
           INITIALIZE WS-EMPRESA
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0210-OPEN-PARMIN
           IF NOT WS-ABORTAR
              PERFORM 0215-LEER-PARMIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0220-OPEN-DEPTMAST
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0225-CARGAR-DEPTOS
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0230-OPEN-HISTIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0235-CARGAR-HISTORIA
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0240-OPEN-OBJ
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0245-CARGAR-OBJETIVOS
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0250-OPEN-OUTFILE
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0255-OPEN-CSVOUT
           END-IF.

       0210-OPEN-PARMIN.
           OPEN INPUT PARAM-FL
           IF NOT FS-PARMIN-OK THEN
              DISPLAY "FS-PARMIN: " FS-PARMIN
              SET WS-ABORTAR TO TRUE
              MOVE 14 TO WS-RETURN-CODE
           ELSE
              SET WS-PARMIN-OPEN TO TRUE
           END-IF.

       0215-LEER-PARMIN.
           READ PARAM-FL
           IF FS-PARMIN-OK
              MOVE PARM-PERIODO TO WS-PERIODO
              MOVE WS-PERIODO TO WS-PER-AUX
              IF WS-PER-AUX-MM < 1 OR WS-PER-AUX-MM > 12
                 DISPLAY "ERROR: PERIODO INVALIDO EN PARMIN: "
                         WS-PERIODO
                 SET WS-ABORTAR TO TRUE
                 MOVE 26 TO WS-RETURN-CODE
              ELSE
                 MOVE WS-PER-AUX-AAAA TO WS-ANIO-ACTUAL
                 COMPUTE WS-ANIO-ANTERIOR = WS-ANIO-ACTUAL - 1
                 MOVE WS-PER-AUX-MM TO WS-MESES-CERR
                 COMPUTE WS-MESES-REST = 12 - WS-MESES-CERR
              END-IF
           ELSE
              DISPLAY "ERROR: PARMIN VACIO, FALTA EL PERIODO A PROCESAR"
              SET WS-ABORTAR TO TRUE
              MOVE 26 TO WS-RETURN-CODE
           END-IF
           CLOSE PARAM-FL
           MOVE "N" TO WS-PARMIN-ABIERTO.

       0220-OPEN-DEPTMAST.
           OPEN INPUT DEPTO-MAESTRO
           IF NOT FS-DEPTM-OK THEN
              DISPLAY "FS-DEPTM: " FS-DEPTM
              SET WS-ABORTAR TO TRUE
              MOVE 36 TO WS-RETURN-CODE
           ELSE
              SET WS-DEPTM-OPEN TO TRUE
           END-IF.

       0225-CARGAR-DEPTOS.
           PERFORM UNTIL FS-DEPTM-FIN
              READ DEPTO-MAESTRO
              IF FS-DEPTM-OK
                 ADD 1 TO WS-CNT-MAE-LEIDOS
                 IF DEP-NUMERO NOT = ZERO
                    MOVE DEP-NOMBRE TO WS-DEPTO-NOMBRE(DEP-NUMERO)
                    MOVE DEP-CATEGORIA TO WS-DEPTO-CATEG(DEP-NUMERO)
                    MOVE DEP-ESTADO TO WS-DEPTO-MAE-FLAG(DEP-NUMERO)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE DEPTO-MAESTRO
           MOVE "N" TO WS-DEPTM-ABIERTO.

       0230-OPEN-HISTIN.
           OPEN INPUT HISTORIA-EN
           IF NOT FS-HISTIN-OK THEN
              DISPLAY "FS-HISTIN: " FS-HISTIN
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-HISTIN-OPEN TO TRUE
           END-IF.

       0235-CARGAR-HISTORIA.
           PERFORM UNTIL FS-HISTIN-FIN
              READ HISTORIA-EN
              IF FS-HISTIN-OK
                 ADD 1 TO WS-CNT-HIST-LEIDOS
                 IF HIST-NUMERO NOT = ZERO
                    PERFORM 0237-CARGAR-UN-HIST
                 END-IF
              END-IF
           END-PERFORM
           CLOSE HISTORIA-EN
           MOVE "N" TO WS-HISTIN-ABIERTO.

       0237-CARGAR-UN-HIST.
           MOVE HIST-PERIODO TO WS-PER-AUX
           IF WS-PER-AUX-MM > 0 AND WS-PER-AUX-MM < 13
              EVALUATE TRUE
                 WHEN WS-PER-AUX-AAAA = WS-ANIO-ACTUAL
                      AND WS-PER-AUX-MM NOT > WS-MESES-CERR
                    MOVE WS-PER-AUX-MM TO WS-MES
                    SET WS-MES-CON-REAL(HIST-NUMERO, WS-MES) TO TRUE
                    MOVE HIST-MONTO TO WS-MES-REAL(HIST-NUMERO, WS-MES)
                    MOVE HIST-OBJETIVO
                      TO WS-MES-HOBJ(HIST-NUMERO, WS-MES)
                    ADD 1 TO WS-CNT-HIST-CARGADOS
                 WHEN WS-PER-AUX-AAAA = WS-ANIO-ANTERIOR
                    MOVE WS-PER-AUX-MM TO WS-MES
                    SET WS-MES-CON-ANT(HIST-NUMERO, WS-MES) TO TRUE
                    MOVE HIST-MONTO TO WS-MES-ANT(HIST-NUMERO, WS-MES)
                    ADD 1 TO WS-CNT-HIST-CARGADOS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-DEPTO-NOMBRE(HIST-NUMERO) = SPACES
                 MOVE HIST-NOMBRE TO WS-DEPTO-NOMBRE(HIST-NUMERO)
              END-IF
           END-IF.

       0240-OPEN-OBJ.
           OPEN INPUT OBJETIVO-EN
           IF NOT FS-OBJ-OK THEN
              DISPLAY "FS-OBJ: " FS-OBJ
              SET WS-ABORTAR TO TRUE
              MOVE 18 TO WS-RETURN-CODE
           ELSE
              SET WS-OBJ-OPEN TO TRUE
           END-IF.

       0245-CARGAR-OBJETIVOS.
           PERFORM UNTIL FS-OBJ-FIN
              READ OBJETIVO-EN
              IF FS-OBJ-OK
                 ADD 1 TO WS-CNT-OBJ-LEIDOS
                 MOVE OBJ-PERIODO TO WS-PER-AUX
                 IF OBJ-NUMERO NOT = ZERO
                    AND WS-PER-AUX-AAAA = WS-ANIO-ACTUAL
                    AND WS-PER-AUX-MM > 0 AND WS-PER-AUX-MM < 13
                    MOVE WS-PER-AUX-MM TO WS-MES
                    SET WS-MES-CON-OBJ(OBJ-NUMERO, WS-MES) TO TRUE
                    MOVE OBJ-MONTO TO WS-MES-OBJ(OBJ-NUMERO, WS-MES)
                    ADD 1 TO WS-CNT-OBJ-CARGADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE OBJETIVO-EN
           MOVE "N" TO WS-OBJ-ABIERTO.

       0250-OPEN-OUTFILE.
           OPEN OUTPUT TOTAL-SALIDA
           IF NOT FS-OUTFILE-OK THEN
              DISPLAY "FS-OUTFILE: " FS-OUTFILE
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-OUT-OPEN TO TRUE
           END-IF.

       0255-OPEN-CSVOUT.
           OPEN OUTPUT TOTAL-CSV
           IF NOT FS-CSVOUT-OK THEN
              DISPLAY "FS-CSVOUT: " FS-CSVOUT
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              SET WS-CSVOUT-OPEN TO TRUE
           END-IF.

       0300-PROCESS-PROGRAM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              PERFORM 0310-PREPARAR-DEPTO
           END-PERFORM
           PERFORM 0320-ESCRIBIR-TITULO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              IF WS-DEPTO-VISTO(WS-IDX)
                 PERFORM 0330-PROYECTAR-DEPTO
              END-IF
           END-PERFORM
           IF WS-CNT-DEPTOS = ZERO
              WRITE REG-TOTAL FROM WS-SIN-DATOS
           END-IF
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 99
              IF WS-CAT-VISTA(WS-CAT-IDX)
                 PERFORM 0340-PROYECTAR-AREA
              END-IF
           END-PERFORM
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM 0350-PROYECTAR-EMPRESA
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM 0360-EMITIR-OBSERVACIONES
           PERFORM 0370-EMITIR-TOTALES.

       0310-PREPARAR-DEPTO.
           MOVE ZERO TO WS-DEPTO-MESES-OBJ(WS-IDX)
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
              IF NOT WS-MES-CON-OBJ(WS-IDX, WS-MES)
                 AND WS-MES-HOBJ(WS-IDX, WS-MES) > ZERO
                 SET WS-MES-CON-OBJ(WS-IDX, WS-MES) TO TRUE
                 MOVE WS-MES-HOBJ(WS-IDX, WS-MES)
                   TO WS-MES-OBJ(WS-IDX, WS-MES)
              END-IF
              IF WS-MES-CON-OBJ(WS-IDX, WS-MES)
                 ADD 1 TO WS-DEPTO-MESES-OBJ(WS-IDX)
                 SET WS-DEPTO-VISTO(WS-IDX) TO TRUE
              END-IF
              IF WS-MES-CON-REAL(WS-IDX, WS-MES)
                 SET WS-DEPTO-VISTO(WS-IDX) TO TRUE
              END-IF
              IF WS-MES-CON-ANT(WS-IDX, WS-MES)
                 SET WS-DEPTO-CON-ANT(WS-IDX) TO TRUE
              END-IF
           END-PERFORM
           IF WS-DEPTO-CON-ANT(WS-IDX)
              AND NOT WS-DEPTO-MAE-INACTIVO(WS-IDX)
              SET WS-DEPTO-VISTO(WS-IDX) TO TRUE
           END-IF.

       0320-ESCRIBIR-TITULO.
           MOVE WS-ANIO-ACTUAL TO WS-TIT-ANIO
           MOVE WS-PERIODO TO WS-TIT-PERIODO
           WRITE REG-TOTAL FROM WS-GUIONES
           WRITE REG-TOTAL FROM WS-TITULO
           WRITE REG-TOTAL FROM WS-GUIONES
           MOVE SPACES TO WS-LT-TEXTO
           MOVE WS-MESES-CERR TO WS-MESES-ED
           MOVE WS-MESES-REST TO WS-MESES-REST-ED
           STRING "MESES CERRADOS: " DELIMITED BY SIZE
                  WS-MESES-ED DELIMITED BY SIZE
                  "   MESES RESTANTES: " DELIMITED BY SIZE
                  WS-MESES-REST-ED DELIMITED BY SIZE
                  "   OBJETIVO ANUAL: SUMA DE LOS 12 OBJETIVOS"
                                              DELIMITED BY SIZE
                  " MENSUALES DEL EJERCICIO" DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           MOVE SPACES TO WS-LT-TEXTO
           STRING "PROY. OBJETIVOS: REAL + OBJETIVOS DE LOS MESES"
                                              DELIMITED BY SIZE
                  " RESTANTES    PROY. ANIO ANTERIOR: REAL + MESES"
                                              DELIMITED BY SIZE
                  " RESTANTES DEL ANIO ANTERIOR"
                                              DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           MOVE SPACES TO WS-LT-TEXTO
           STRING "PROY. TENDENCIA: REAL + MESES RESTANTES DEL ANIO"
                                              DELIMITED BY SIZE
                  " ANTERIOR X (REAL / MISMOS MESES DEL ANIO ANTERIOR)"
                                              DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           WRITE REG-TOTAL FROM WS-GUIONES
           WRITE REG-TOTAL FROM WS-SUBTITULOS-1
           WRITE REG-TOTAL FROM WS-SUBTITULOS-2
           WRITE REG-TOTAL FROM WS-GUIONES
           MOVE SPACES TO REG-CSV
           STRING "NIVEL;CODIGO;DESCRIPCION;REAL ACUMULADO;"
                                              DELIMITED BY SIZE
                  "OBJETIVO ANUAL;PROY. OBJETIVOS;% PROY. OBJETIVOS;"
                                              DELIMITED BY SIZE
                  "PROY. ANIO ANTERIOR;% PROY. ANIO ANTERIOR;"
                                              DELIMITED BY SIZE
                  "PROY. TENDENCIA;% PROY. TENDENCIA;"
                                              DELIMITED BY SIZE
                  "VENTA MENSUAL NECESARIA"
                                              DELIMITED BY SIZE
             INTO REG-CSV
           END-STRING
           WRITE REG-CSV.

       0330-PROYECTAR-DEPTO.
           ADD 1 TO WS-CNT-DEPTOS
           MOVE ZERO TO WS-NV-REAL WS-NV-OBJ-ANUAL WS-NV-OBJ-REST
                        WS-NV-ANT-YTD WS-NV-ANT-REST
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
              ADD WS-MES-OBJ(WS-IDX, WS-MES) TO WS-NV-OBJ-ANUAL
              IF WS-MES > WS-MESES-CERR
                 ADD WS-MES-OBJ(WS-IDX, WS-MES) TO WS-NV-OBJ-REST
                 ADD WS-MES-ANT(WS-IDX, WS-MES) TO WS-NV-ANT-REST
              ELSE
                 ADD WS-MES-REAL(WS-IDX, WS-MES) TO WS-NV-REAL
                 ADD WS-MES-ANT(WS-IDX, WS-MES) TO WS-NV-ANT-YTD
              END-IF
           END-PERFORM
           PERFORM 0900-CALCULAR-PROYECCION
           MOVE WS-NV-PROM-FLAG TO WS-DEPTO-PROM-FLAG(WS-IDX)
           ADD WS-NV-REAL TO WS-EMP-REAL
           ADD WS-NV-OBJ-ANUAL TO WS-EMP-OBJ-ANUAL
           ADD WS-NV-OBJ-REST TO WS-EMP-OBJ-REST
           ADD WS-NV-ANT-YTD TO WS-EMP-ANT-YTD
           ADD WS-NV-ANT-REST TO WS-EMP-ANT-REST
           IF WS-DEPTO-CATEG(WS-IDX) NOT = ZERO
              MOVE WS-DEPTO-CATEG(WS-IDX) TO WS-CAT-IDX
              SET WS-CAT-VISTA(WS-CAT-IDX) TO TRUE
              ADD WS-NV-REAL TO WS-CAT-REAL(WS-CAT-IDX)
              ADD WS-NV-OBJ-ANUAL TO WS-CAT-OBJ-ANUAL(WS-CAT-IDX)
              ADD WS-NV-OBJ-REST TO WS-CAT-OBJ-REST(WS-CAT-IDX)
              ADD WS-NV-ANT-YTD TO WS-CAT-ANT-YTD(WS-CAT-IDX)
              ADD WS-NV-ANT-REST TO WS-CAT-ANT-REST(WS-CAT-IDX)
           END-IF
           MOVE WS-DEPTO-NOMBRE(WS-IDX) TO WS-DET-NOMBRE
           PERFORM 0910-EDITAR-DETALLE
           WRITE REG-TOTAL FROM WS-DETALLE
           MOVE "DEPTO" TO WS-CSV-NIVEL
           MOVE WS-IDX TO WS-COD-DEPTO
           MOVE WS-COD-DEPTO TO WS-CSV-CODIGO
           PERFORM 0920-ESCRIBIR-CSV.

       0340-PROYECTAR-AREA.
           MOVE WS-CAT-REAL(WS-CAT-IDX) TO WS-NV-REAL
           MOVE WS-CAT-OBJ-ANUAL(WS-CAT-IDX) TO WS-NV-OBJ-ANUAL
           MOVE WS-CAT-OBJ-REST(WS-CAT-IDX) TO WS-NV-OBJ-REST
           MOVE WS-CAT-ANT-YTD(WS-CAT-IDX) TO WS-NV-ANT-YTD
           MOVE WS-CAT-ANT-REST(WS-CAT-IDX) TO WS-NV-ANT-REST
           PERFORM 0900-CALCULAR-PROYECCION
           MOVE WS-CAT-IDX TO WS-NA-CATEG
           MOVE WS-NOMBRE-AREA TO WS-DET-NOMBRE
           PERFORM 0910-EDITAR-DETALLE
           WRITE REG-TOTAL FROM WS-DETALLE
           MOVE "AREA" TO WS-CSV-NIVEL
           MOVE WS-CAT-IDX TO WS-COD-AREA
           MOVE WS-COD-AREA TO WS-CSV-CODIGO
           PERFORM 0920-ESCRIBIR-CSV.

       0350-PROYECTAR-EMPRESA.
           MOVE WS-EMP-REAL TO WS-NV-REAL
           MOVE WS-EMP-OBJ-ANUAL TO WS-NV-OBJ-ANUAL
           MOVE WS-EMP-OBJ-REST TO WS-NV-OBJ-REST
           MOVE WS-EMP-ANT-YTD TO WS-NV-ANT-YTD
           MOVE WS-EMP-ANT-REST TO WS-NV-ANT-REST
           PERFORM 0900-CALCULAR-PROYECCION
           MOVE "TOTAL GENERAL" TO WS-DET-NOMBRE
           PERFORM 0910-EDITAR-DETALLE
           WRITE REG-TOTAL FROM WS-DETALLE
           MOVE "TOTAL" TO WS-CSV-NIVEL
           MOVE SPACES TO WS-CSV-CODIGO
           PERFORM 0920-ESCRIBIR-CSV.

       0360-EMITIR-OBSERVACIONES.
           MOVE SPACES TO WS-LT-TEXTO
           MOVE "OBSERVACIONES" TO WS-LT-TEXTO
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              IF WS-DEPTO-VISTO(WS-IDX)
                 PERFORM 0362-OBSERVAR-DEPTO
              END-IF
           END-PERFORM
           IF WS-CNT-OBSERV = ZERO
              MOVE SPACES TO WS-LT-TEXTO
              MOVE "SIN OBSERVACIONES: TODOS LOS DEPARTAMENTOS TIENEN"
                TO WS-LT-TEXTO(1:49)
              MOVE " LOS 12 OBJETIVOS Y BASE EN EL ANIO ANTERIOR"
                TO WS-LT-TEXTO(50:44)
              WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           END-IF
           WRITE REG-TOTAL FROM WS-GUIONES.

       0362-OBSERVAR-DEPTO.
           MOVE WS-IDX TO WS-OD-NUMERO
           MOVE WS-DEPTO-NOMBRE(WS-IDX) TO WS-OD-NOMBRE
           IF WS-DEPTO-MESES-OBJ(WS-IDX) < 12
              ADD 1 TO WS-CNT-OBSERV
              MOVE WS-DEPTO-MESES-OBJ(WS-IDX) TO WS-MESES-ED
              MOVE SPACES TO WS-LT-TEXTO
              STRING WS-OBS-DEPTO DELIMITED BY SIZE
                     "OBJETIVO CARGADO EN " DELIMITED BY SIZE
                     WS-MESES-ED DELIMITED BY SIZE
                     " DE 12 MESES, EL OBJETIVO ANUAL ESTA INCOMPLETO"
                                              DELIMITED BY SIZE
                INTO WS-LT-TEXTO
              END-STRING
              WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           END-IF
           IF NOT WS-DEPTO-CON-ANT(WS-IDX)
              ADD 1 TO WS-CNT-OBSERV
              MOVE SPACES TO WS-LT-TEXTO
              STRING WS-OBS-DEPTO DELIMITED BY SIZE
                     "SIN HISTORIA DEL ANIO ANTERIOR: PROY. ANIO ANT."
                                              DELIMITED BY SIZE
                     " = REAL, TENDENCIA POR PROMEDIO MENSUAL"
                                              DELIMITED BY SIZE
                INTO WS-LT-TEXTO
              END-STRING
              WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           ELSE
              IF WS-DEPTO-PROMEDIO(WS-IDX)
                 ADD 1 TO WS-CNT-OBSERV
                 MOVE SPACES TO WS-LT-TEXTO
                 STRING WS-OBS-DEPTO DELIMITED BY SIZE
                        "SIN BASE EN LOS MISMOS MESES DEL ANIO ANTERIOR"
                                              DELIMITED BY SIZE
                        ": TENDENCIA POR PROMEDIO MENSUAL"
                                              DELIMITED BY SIZE
                   INTO WS-LT-TEXTO
                 END-STRING
                 WRITE REG-TOTAL FROM WS-LINEA-TEXTO
              END-IF
           END-IF.

       0370-EMITIR-TOTALES.
           MOVE SPACES TO WS-LT-TEXTO
           MOVE WS-CNT-HIST-LEIDOS TO WS-CNT-ED
           STRING "REGISTROS DE HISTORIA LEIDOS:    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           MOVE SPACES TO WS-LT-TEXTO
           MOVE WS-CNT-HIST-CARGADOS TO WS-CNT-ED
           STRING "REGISTROS DE HISTORIA USADOS:    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           MOVE SPACES TO WS-LT-TEXTO
           MOVE WS-CNT-OBJ-LEIDOS TO WS-CNT-ED
           STRING "REGISTROS DE OBJETIVOS LEIDOS:   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           MOVE SPACES TO WS-LT-TEXTO
           MOVE WS-CNT-OBJ-CARGADOS TO WS-CNT-ED
           STRING "REGISTROS DE OBJETIVOS DEL ANIO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           MOVE SPACES TO WS-LT-TEXTO
           MOVE WS-CNT-DEPTOS TO WS-CNT-ED
           STRING "DEPARTAMENTOS PROYECTADOS:       " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
             INTO WS-LT-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-LINEA-TEXTO
           WRITE REG-TOTAL FROM WS-GUIONES
           EVALUATE TRUE
              WHEN WS-CNT-DEPTOS = ZERO
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-CNT-OBSERV > ZERO
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.

       0500-CLOSE-FILE.
           IF WS-PARMIN-OPEN
              CLOSE PARAM-FL
           END-IF
           IF WS-DEPTM-OPEN
              CLOSE DEPTO-MAESTRO
           END-IF
           IF WS-HISTIN-OPEN
              CLOSE HISTORIA-EN
           END-IF
           IF WS-OBJ-OPEN
              CLOSE OBJETIVO-EN
           END-IF
           IF WS-OUT-OPEN
              CLOSE TOTAL-SALIDA
           END-IF
           IF WS-CSVOUT-OPEN
              CLOSE TOTAL-CSV
           END-IF.

       0900-CALCULAR-PROYECCION.
           COMPUTE WS-NV-PROY-OBJ = WS-NV-REAL + WS-NV-OBJ-REST
           COMPUTE WS-NV-PROY-ANT = WS-NV-REAL + WS-NV-ANT-REST
           MOVE "N" TO WS-NV-PROM-FLAG
           IF WS-NV-ANT-YTD > ZERO
              COMPUTE WS-NV-PROY-TEND ROUNDED =
                 WS-NV-REAL
                 + (WS-NV-ANT-REST * WS-NV-REAL / WS-NV-ANT-YTD)
                 ON SIZE ERROR
                    SET WS-NV-PROMEDIO TO TRUE
              END-COMPUTE
           ELSE
              SET WS-NV-PROMEDIO TO TRUE
           END-IF
           IF WS-NV-PROMEDIO
              COMPUTE WS-NV-PROY-TEND ROUNDED =
                 WS-NV-REAL
                 + (WS-NV-REAL * WS-MESES-REST / WS-MESES-CERR)
           END-IF
           MOVE WS-NV-PROY-OBJ TO WS-PROY-AUX
           PERFORM 0905-CALCULAR-PORCENTAJE
           MOVE WS-PCT-AUX TO WS-NV-PCT-OBJ
           MOVE WS-NV-PROY-ANT TO WS-PROY-AUX
           PERFORM 0905-CALCULAR-PORCENTAJE
           MOVE WS-PCT-AUX TO WS-NV-PCT-ANT
           MOVE WS-NV-PROY-TEND TO WS-PROY-AUX
           PERFORM 0905-CALCULAR-PORCENTAJE
           MOVE WS-PCT-AUX TO WS-NV-PCT-TEND
           MOVE ZERO TO WS-NV-NECESARIO
           IF WS-MESES-REST > ZERO
              AND WS-NV-OBJ-ANUAL > WS-NV-REAL
              COMPUTE WS-NV-NECESARIO ROUNDED =
                 (WS-NV-OBJ-ANUAL - WS-NV-REAL) / WS-MESES-REST
           END-IF.

       0905-CALCULAR-PORCENTAJE.
           MOVE ZERO TO WS-PCT-AUX
           IF WS-NV-OBJ-ANUAL > ZERO
              COMPUTE WS-PCT-AUX ROUNDED =
                 (WS-PROY-AUX / WS-NV-OBJ-ANUAL) * 100
                 ON SIZE ERROR
                    MOVE 999,9 TO WS-PCT-AUX
              END-COMPUTE
           END-IF.

       0910-EDITAR-DETALLE.
           MOVE WS-NV-REAL TO WS-DET-REAL
           MOVE WS-NV-OBJ-ANUAL TO WS-DET-OBJ-ANUAL
           MOVE WS-NV-PROY-OBJ TO WS-DET-PROY-OBJ
           MOVE WS-NV-PCT-OBJ TO WS-DET-PCT-OBJ
           MOVE WS-NV-PROY-ANT TO WS-DET-PROY-ANT
           MOVE WS-NV-PCT-ANT TO WS-DET-PCT-ANT
           MOVE WS-NV-PROY-TEND TO WS-DET-PROY-TEND
           MOVE WS-NV-PCT-TEND TO WS-DET-PCT-TEND
           MOVE WS-NV-NECESARIO TO WS-DET-NECESARIO.

       0920-ESCRIBIR-CSV.
           MOVE WS-NV-REAL TO WS-CSV-REAL
           MOVE WS-NV-OBJ-ANUAL TO WS-CSV-OBJ-ANUAL
           MOVE WS-NV-PROY-OBJ TO WS-CSV-PROY-OBJ
           MOVE WS-NV-PCT-OBJ TO WS-CSV-PCT-OBJ
           MOVE WS-NV-PROY-ANT TO WS-CSV-PROY-ANT
           MOVE WS-NV-PCT-ANT TO WS-CSV-PCT-ANT
           MOVE WS-NV-PROY-TEND TO WS-CSV-PROY-TEND
           MOVE WS-NV-PCT-TEND TO WS-CSV-PCT-TEND
           MOVE WS-NV-NECESARIO TO WS-CSV-NECESARIO
           MOVE SPACES TO REG-CSV
           STRING FUNCTION TRIM(WS-CSV-NIVEL)     DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CODIGO)    DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DET-NOMBRE)    DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-REAL)      DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-OBJ-ANUAL) DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PROY-OBJ)  DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PCT-OBJ)   DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PROY-ANT)  DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PCT-ANT)   DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PROY-TEND) DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PCT-TEND)  DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-NECESARIO) DELIMITED BY SIZE
             INTO REG-CSV
           END-STRING
           WRITE REG-CSV.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
