       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARCOMP.
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

            SELECT HIST-SUCURSAL ASSIGN TO HSUCIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HSUCIN.

            SELECT DEPTO-MAESTRO ASSIGN TO DEPTMAST
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-DEPTM.

            SELECT TOTAL-SALIDA ASSIGN TO OUTFILE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-OUTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-FL RECORDING MODE IS F
                   DATA RECORD IS REG-PARM.
       01 REG-PARM.
          05 PARM-PERIODO          PIC 9(6).

       FD HIST-SUCURSAL RECORDING MODE IS F
                        DATA RECORD IS REG-HIST-SUC.
       COPY REGHSUC.

       FD DEPTO-MAESTRO RECORDING MODE IS F
                        DATA RECORD IS REG-DEPTO.
       COPY REGDEPTO.

       FD TOTAL-SALIDA RECORDING MODE IS F
                       DATA RECORD IS REG-TOTAL.
       01 REG-TOTAL                PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-PARMIN               PIC 99.
          88 FS-PARMIN-OK         VALUE 00.
          88 FS-PARMIN-FIN        VALUE 10.

       77 FS-HSUCIN               PIC 99.
          88 FS-HSUCIN-OK         VALUE 00.
          88 FS-HSUCIN-FIN        VALUE 10.

       77 FS-DEPTM                PIC 99.
          88 FS-DEPTM-OK          VALUE 00.
          88 FS-DEPTM-FIN         VALUE 10.

       77 FS-OUTFILE              PIC 99.
          88 FS-OUTFILE-OK        VALUE 00.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-PARMIN-ABIERTO    PIC X VALUE "N".
             88 WS-PARMIN-OPEN    VALUE "S".
          05 WS-HSUCIN-ABIERTO    PIC X VALUE "N".
             88 WS-HSUCIN-OPEN    VALUE "S".
          05 WS-DEPTM-ABIERTO     PIC X VALUE "N".
             88 WS-DEPTM-OPEN     VALUE "S".
          05 WS-OUT-ABIERTO       PIC X VALUE "N".
             88 WS-OUT-OPEN       VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-PERIODO              PIC 9(6) VALUE ZERO.

       01 WS-PER-AUX              PIC 9(6).
       01 WS-PER-AUX-R REDEFINES WS-PER-AUX.
          05 WS-PER-AUX-AAAA      PIC 9(4).
          05 WS-PER-AUX-MM        PIC 9(2).

       01 WS-FECHA-AUX            PIC 9(8).
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
          05 WS-FECHA-AUX-PER     PIC 9(6).
          05 WS-FECHA-AUX-DIA     PIC 9(2).

       01 WS-CNT-HSUC-LEIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-SUC              PIC 9(4) VALUE ZERO.
       01 WS-CNT-REGIONES         PIC 9(4) VALUE ZERO.
       01 WS-CNT-NO-COMP          PIC 9(4) VALUE ZERO.
       01 WS-CNT-SUC-ACTUAL       PIC 9(4) VALUE ZERO.

       01 WS-IDX                  PIC 9(4).
       01 WS-SLOT                 PIC 9(4).
       01 WS-SLOT-BASE            PIC 9(4).
       01 WS-SUC-IDX              PIC 9(4).
       01 WS-REG-IDX              PIC 9(4).
       01 WS-MOTIVO               PIC 9(1).
       01 WS-CELDA-SUC            PIC 9(4) VALUE ZERO.
       01 WS-CELDA-SLOT           PIC 9(4) VALUE ZERO.

       01 WS-VAL-ACT              PIC S9(9)V99 VALUE ZERO.
       01 WS-VAL-ANT              PIC S9(9)V99 VALUE ZERO.
       01 WS-VAR-PCT              PIC S9(3)V99 VALUE ZERO.
       01 WS-VAR-TEXTO            PIC X(7).
       01 WS-PCT-ED               PIC -ZZ9,99.

       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 3 TIMES.
             10 WS-PER-PERIODO       PIC 9(6).

       01 WS-SUC-TABLE.
          05 WS-SUC-ENTRY OCCURS 200 TIMES.
             10 WS-SUC-DDNAME        PIC X(8).
             10 WS-SUC-REGION        PIC X(3).
             10 WS-SUC-FEC-APERTURA  PIC 9(8).
             10 WS-SUC-FEC-CIERRE    PIC 9(8).
             10 WS-SUC-FEC-SLOT      PIC 9(1).
             10 WS-SUC-MOT-MES       PIC 9(1).
                88 WS-SUC-COMP-MES   VALUE 0.
             10 WS-SUC-MOT-ANIO      PIC 9(1).
                88 WS-SUC-COMP-ANIO  VALUE 0.
             10 WS-SUC-SLOT OCCURS 3 TIMES.
                15 WS-SLOT-FLAG      PIC X.
                   88 WS-SLOT-VISTO  VALUE "S".
                15 WS-SLOT-MONTO     PIC S9(9)V99.
                15 WS-SLOT-GEN-TOT   PIC 9(3).
                15 WS-SLOT-GEN-ACT   PIC 9(3).

       01 WS-REG-TABLE.
          05 WS-REG-ENTRY OCCURS 100 TIMES.
             10 WS-REG-CODIGO        PIC X(3).
             10 WS-REG-CANT-MES      PIC 9(3).
             10 WS-REG-MES-ACT       PIC S9(9)V99.
             10 WS-REG-MES-ANT       PIC S9(9)V99.
             10 WS-REG-CANT-ANIO     PIC 9(3).
             10 WS-REG-ANIO-ACT      PIC S9(9)V99.
             10 WS-REG-ANIO-ANT      PIC S9(9)V99.

       01 WS-TOT-COMPANIA.
          05 WS-TOT-CANT-MES      PIC 9(3).
          05 WS-TOT-MES-ACT       PIC S9(9)V99.
          05 WS-TOT-MES-ANT       PIC S9(9)V99.
          05 WS-TOT-CANT-ANIO     PIC 9(3).
          05 WS-TOT-ANIO-ACT      PIC S9(9)V99.
          05 WS-TOT-ANIO-ANT      PIC S9(9)V99.

       01 WS-DEPTO-TABLE.
          05 WS-DEPTO-ENTRY OCCURS 999 TIMES.
             10 WS-DEPTO-ACTIVO      PIC X.
                88 WS-DEPTO-VISTO    VALUE "S".
             10 WS-DEPTO-NOMBRE      PIC X(19).
             10 WS-DEPTO-MES-ACT     PIC S9(9)V99.
             10 WS-DEPTO-MES-ANT     PIC S9(9)V99.
             10 WS-DEPTO-ANIO-ACT    PIC S9(9)V99.
             10 WS-DEPTO-ANIO-ANT    PIC S9(9)V99.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(98) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(43)
                 VALUE "VENTAS EN SUCURSALES COMPARABLES - PERIODO ".
          05 WS-TIT-PERIODO       PIC 9(6).
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-SECCION.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SEC-TEXTO         PIC X(96).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE "|".

       01 WS-CP-SUBTITULOS.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-SUB-NOMBRE     PIC X(19).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(3) VALUE "SUC".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE "      ACTUAL".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE "     MES ANT".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE "   VAR%".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(3) VALUE "SUC".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE "      ACTUAL".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE "    ANIO ANT".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE "   VAR%".
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-CP-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-NOMBRE         PIC X(19).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-CANT-MES       PIC ZZZ.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-MES-ACT        PIC $$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-MES-ANT        PIC $$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-VAR-MES        PIC X(7).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-CANT-ANIO      PIC ZZZ.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-ANIO-ACT       PIC $$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-ANIO-ANT       PIC $$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CP-VAR-ANIO       PIC X(7).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-NC-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-NC-DDNAME         PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(4) VALUE "REG ".
          05 WS-NC-REGION         PIC X(3).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE "CONTRA ".
          05 WS-NC-CONTRA         PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-NC-MOTIVO         PIC X(64).
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
           INITIALIZE WS-PER-TABLE
           INITIALIZE WS-SUC-TABLE
           INITIALIZE WS-REG-TABLE
           INITIALIZE WS-TOT-COMPANIA
           INITIALIZE WS-DEPTO-TABLE
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0215-OPEN-PARMIN
           IF NOT WS-ABORTAR
              PERFORM 0216-LEER-PARMIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0217-CALCULAR-PERIODOS
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0220-OPEN-DEPTMAST
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0222-CARGAR-DEPTOS
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0225-CARGAR-SUCURSALES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0240-CALCULAR-COMPARABLES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0250-ACUMULAR-CELDAS
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0230-OPEN-OUTFILE
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
                      " REPORTAR"
              SET WS-ABORTAR TO TRUE
              MOVE 26 TO WS-RETURN-CODE
           END-IF
           CLOSE PARAM-FL
           MOVE "N" TO WS-PARMIN-ABIERTO.

       0217-CALCULAR-PERIODOS.
           MOVE WS-PERIODO TO WS-PER-PERIODO(1)
           MOVE WS-PERIODO TO WS-PER-AUX
           IF WS-PER-AUX-MM = 01
              SUBTRACT 1 FROM WS-PER-AUX-AAAA
              MOVE 12 TO WS-PER-AUX-MM
           ELSE
              SUBTRACT 1 FROM WS-PER-AUX-MM
           END-IF
           MOVE WS-PER-AUX TO WS-PER-PERIODO(2)
           MOVE WS-PERIODO TO WS-PER-AUX
           SUBTRACT 1 FROM WS-PER-AUX-AAAA
           MOVE WS-PER-AUX TO WS-PER-PERIODO(3).

       0220-OPEN-DEPTMAST.
           OPEN INPUT DEPTO-MAESTRO
           IF NOT FS-DEPTM-OK THEN
              DISPLAY "FS-DEPTM: " FS-DEPTM
              SET WS-ABORTAR TO TRUE
              MOVE 36 TO WS-RETURN-CODE
           ELSE
              SET WS-DEPTM-OPEN TO TRUE
           END-IF.

       0222-CARGAR-DEPTOS.
           PERFORM UNTIL FS-DEPTM-FIN
              READ DEPTO-MAESTRO
              IF FS-DEPTM-OK
                 IF DEP-NUMERO NOT = ZERO
                    MOVE DEP-NOMBRE TO WS-DEPTO-NOMBRE(DEP-NUMERO)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE DEPTO-MAESTRO
           MOVE "N" TO WS-DEPTM-ABIERTO.

       0225-CARGAR-SUCURSALES.
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
                    ADD 1 TO WS-CNT-HSUC-LEIDOS
                    IF HSU-TIPO-SUCURSAL
                       PERFORM 0226-UBICAR-SLOT
                       IF WS-SLOT NOT > 3
                          PERFORM 0227-CARGAR-UNA-SUC
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HIST-SUCURSAL
              MOVE "N" TO WS-HSUCIN-ABIERTO
           END-IF.

       0226-UBICAR-SLOT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
              OR HSU-PERIODO = WS-PER-PERIODO(WS-SLOT)
              CONTINUE
           END-PERFORM.

       0227-CARGAR-UNA-SUC.
           PERFORM 0228-UBICAR-SUC
           IF WS-SUC-IDX > WS-CNT-SUC
              IF WS-CNT-SUC = 200
                 DISPLAY "ERROR: MAS DE 200 SUCURSALES EN LA HISTORIA"
                         " POR SUCURSAL"
                 SET WS-ABORTAR TO TRUE
                 MOVE 32 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-CNT-SUC
                 MOVE HSU-SUCURSAL TO WS-SUC-DDNAME(WS-CNT-SUC)
                 MOVE 9 TO WS-SUC-FEC-SLOT(WS-CNT-SUC)
              END-IF
           END-IF
           IF NOT WS-ABORTAR
              SET WS-SLOT-VISTO(WS-SUC-IDX, WS-SLOT) TO TRUE
              MOVE HSU-MONTO TO WS-SLOT-MONTO(WS-SUC-IDX, WS-SLOT)
              ADD 1 TO WS-SLOT-GEN-TOT(WS-SUC-IDX, WS-SLOT)
              IF WS-SLOT NOT > WS-SUC-FEC-SLOT(WS-SUC-IDX)
                 MOVE WS-SLOT TO WS-SUC-FEC-SLOT(WS-SUC-IDX)
                 MOVE HSU-REGION TO WS-SUC-REGION(WS-SUC-IDX)
                 MOVE ZERO TO WS-SUC-FEC-APERTURA(WS-SUC-IDX)
                 MOVE ZERO TO WS-SUC-FEC-CIERRE(WS-SUC-IDX)
                 IF HSU-FECHA-APERTURA NUMERIC
                    MOVE HSU-FECHA-APERTURA
                      TO WS-SUC-FEC-APERTURA(WS-SUC-IDX)
                 END-IF
                 IF HSU-FECHA-CIERRE NUMERIC
                    MOVE HSU-FECHA-CIERRE
                      TO WS-SUC-FEC-CIERRE(WS-SUC-IDX)
                 END-IF
              END-IF
           END-IF.

       0228-UBICAR-SUC.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > WS-CNT-SUC
              OR WS-SUC-DDNAME(WS-SUC-IDX) = HSU-SUCURSAL
              CONTINUE
           END-PERFORM.

       0240-CALCULAR-COMPARABLES.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > WS-CNT-SUC
              IF WS-SLOT-VISTO(WS-SUC-IDX, 1)
                 ADD 1 TO WS-CNT-SUC-ACTUAL
              END-IF
              MOVE 2 TO WS-SLOT-BASE
              PERFORM 0242-EVALUAR-COMPARABLE
              MOVE WS-MOTIVO TO WS-SUC-MOT-MES(WS-SUC-IDX)
              MOVE 3 TO WS-SLOT-BASE
              PERFORM 0242-EVALUAR-COMPARABLE
              MOVE WS-MOTIVO TO WS-SUC-MOT-ANIO(WS-SUC-IDX)
              PERFORM 0244-SUMAR-REGION
           END-PERFORM.

       0242-EVALUAR-COMPARABLE.
           MOVE ZERO TO WS-MOTIVO
           EVALUATE TRUE
              WHEN NOT WS-SLOT-VISTO(WS-SUC-IDX, 1)
                 MOVE 1 TO WS-MOTIVO
              WHEN NOT WS-SLOT-VISTO(WS-SUC-IDX, WS-SLOT-BASE)
                 MOVE 2 TO WS-MOTIVO
              WHEN WS-SUC-FEC-APERTURA(WS-SUC-IDX) >
                   WS-PER-PERIODO(WS-SLOT-BASE) * 100 + 1
                 MOVE 3 TO WS-MOTIVO
              WHEN OTHER
                 MOVE WS-SUC-FEC-CIERRE(WS-SUC-IDX) TO WS-FECHA-AUX
                 IF WS-FECHA-AUX > ZERO
                    AND WS-FECHA-AUX-PER NOT > WS-PERIODO
                    MOVE 4 TO WS-MOTIVO
                 END-IF
           END-EVALUATE.

       0244-SUMAR-REGION.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-CNT-REGIONES
              OR WS-REG-CODIGO(WS-REG-IDX) = WS-SUC-REGION(WS-SUC-IDX)
              CONTINUE
           END-PERFORM
           IF WS-REG-IDX > WS-CNT-REGIONES
              IF WS-CNT-REGIONES = 100
                 DISPLAY "ERROR: MAS DE 100 REGIONES EN LA HISTORIA"
                         " POR SUCURSAL"
                 SET WS-ABORTAR TO TRUE
                 MOVE 32 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-CNT-REGIONES
                 MOVE WS-SUC-REGION(WS-SUC-IDX)
                   TO WS-REG-CODIGO(WS-CNT-REGIONES)
              END-IF
           END-IF
           IF NOT WS-ABORTAR
              IF WS-SUC-COMP-MES(WS-SUC-IDX)
                 ADD 1 TO WS-REG-CANT-MES(WS-REG-IDX)
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 1)
                    TO WS-REG-MES-ACT(WS-REG-IDX)
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 2)
                    TO WS-REG-MES-ANT(WS-REG-IDX)
                 ADD 1 TO WS-TOT-CANT-MES
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 1) TO WS-TOT-MES-ACT
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 2) TO WS-TOT-MES-ANT
              END-IF
              IF WS-SUC-COMP-ANIO(WS-SUC-IDX)
                 ADD 1 TO WS-REG-CANT-ANIO(WS-REG-IDX)
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 1)
                    TO WS-REG-ANIO-ACT(WS-REG-IDX)
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 3)
                    TO WS-REG-ANIO-ANT(WS-REG-IDX)
                 ADD 1 TO WS-TOT-CANT-ANIO
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 1) TO WS-TOT-ANIO-ACT
                 ADD WS-SLOT-MONTO(WS-SUC-IDX, 3) TO WS-TOT-ANIO-ANT
              END-IF
           END-IF.

       0250-ACUMULAR-CELDAS.
           OPEN INPUT HIST-SUCURSAL
           IF NOT FS-HSUCIN-OK THEN
              DISPLAY "FS-HSUCIN: " FS-HSUCIN
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-HSUCIN-OPEN TO TRUE
              MOVE ZERO TO WS-CELDA-SUC
              PERFORM UNTIL FS-HSUCIN-FIN
                 READ HIST-SUCURSAL
                 IF FS-HSUCIN-OK
                    PERFORM 0226-UBICAR-SLOT
                    IF WS-SLOT NOT > 3
                       PERFORM 0252-ACUMULAR-UN-REGISTRO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HIST-SUCURSAL
              MOVE "N" TO WS-HSUCIN-ABIERTO
           END-IF.

       0252-ACUMULAR-UN-REGISTRO.
           IF HSU-TIPO-SUCURSAL
              MOVE ZERO TO WS-CELDA-SUC
              PERFORM 0228-UBICAR-SUC
              IF WS-SUC-IDX NOT > WS-CNT-SUC
                 ADD 1 TO WS-SLOT-GEN-ACT(WS-SUC-IDX, WS-SLOT)
                 IF WS-SLOT-GEN-ACT(WS-SUC-IDX, WS-SLOT)
                    = WS-SLOT-GEN-TOT(WS-SUC-IDX, WS-SLOT)
                    MOVE WS-SUC-IDX TO WS-CELDA-SUC
                    MOVE WS-SLOT TO WS-CELDA-SLOT
                 END-IF
              END-IF
           ELSE
              IF HSU-TIPO-CELDA
                 AND WS-CELDA-SUC NOT = ZERO
                 AND WS-SLOT = WS-CELDA-SLOT
                 AND HSU-SUCURSAL = WS-SUC-DDNAME(WS-CELDA-SUC)
                 AND HSU-NUMERO NOT = ZERO
                 PERFORM 0254-SUMAR-CELDA
              END-IF
           END-IF.

       0254-SUMAR-CELDA.
           EVALUATE WS-SLOT
              WHEN 1
                 IF WS-SUC-COMP-MES(WS-CELDA-SUC)
                    SET WS-DEPTO-VISTO(HSU-NUMERO) TO TRUE
                    ADD HSU-MONTO TO WS-DEPTO-MES-ACT(HSU-NUMERO)
                 END-IF
                 IF WS-SUC-COMP-ANIO(WS-CELDA-SUC)
                    SET WS-DEPTO-VISTO(HSU-NUMERO) TO TRUE
                    ADD HSU-MONTO TO WS-DEPTO-ANIO-ACT(HSU-NUMERO)
                 END-IF
              WHEN 2
                 IF WS-SUC-COMP-MES(WS-CELDA-SUC)
                    SET WS-DEPTO-VISTO(HSU-NUMERO) TO TRUE
                    ADD HSU-MONTO TO WS-DEPTO-MES-ANT(HSU-NUMERO)
                 END-IF
              WHEN 3
                 IF WS-SUC-COMP-ANIO(WS-CELDA-SUC)
                    SET WS-DEPTO-VISTO(HSU-NUMERO) TO TRUE
                    ADD HSU-MONTO TO WS-DEPTO-ANIO-ANT(HSU-NUMERO)
                 END-IF
           END-EVALUATE.

       0230-OPEN-OUTFILE.
           OPEN OUTPUT TOTAL-SALIDA
           IF NOT FS-OUTFILE-OK THEN
              DISPLAY "FS-OUTFILE: " FS-OUTFILE
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-OUT-OPEN TO TRUE
           END-IF.

       0300-PROCESS-PROGRAM.
           MOVE WS-PERIODO TO WS-TIT-PERIODO
           WRITE REG-TOTAL FROM WS-GUIONES
           WRITE REG-TOTAL FROM WS-TITULO
           MOVE SPACES TO WS-SEC-TEXTO
           STRING "CONTRA MES ANTERIOR " DELIMITED BY SIZE
                  WS-PER-PERIODO(2) DELIMITED BY SIZE
                  " Y CONTRA MISMO MES DEL ANIO ANTERIOR "
                                         DELIMITED BY SIZE
                  WS-PER-PERIODO(3) DELIMITED BY SIZE
             INTO WS-SEC-TEXTO
           END-STRING
           WRITE REG-TOTAL FROM WS-SECCION
           WRITE REG-TOTAL FROM WS-GUIONES
           IF WS-CNT-SUC-ACTUAL = ZERO
              MOVE "SIN HISTORIA POR SUCURSAL PARA EL PERIODO"
                TO WS-SEC-TEXTO
              WRITE REG-TOTAL FROM WS-SECCION
              WRITE REG-TOTAL FROM WS-GUIONES
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              PERFORM 0400-EMITIR-REGIONES
              PERFORM 0420-EMITIR-DEPTOS
              PERFORM 0440-EMITIR-NO-COMPARABLES
           END-IF.

       0400-EMITIR-REGIONES.
           MOVE "CRECIMIENTO COMPARABLE POR REGION" TO WS-SEC-TEXTO
           WRITE REG-TOTAL FROM WS-SECCION
           MOVE "REGION" TO WS-CP-SUB-NOMBRE
           WRITE REG-TOTAL FROM WS-CP-SUBTITULOS
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-CNT-REGIONES
              MOVE SPACES TO WS-CP-NOMBRE
              STRING "REGION " DELIMITED BY SIZE
                     WS-REG-CODIGO(WS-REG-IDX) DELIMITED BY SIZE
                INTO WS-CP-NOMBRE
              END-STRING
              MOVE WS-REG-CANT-MES(WS-REG-IDX) TO WS-CP-CANT-MES
              MOVE WS-REG-MES-ACT(WS-REG-IDX) TO WS-VAL-ACT
              MOVE WS-REG-MES-ANT(WS-REG-IDX) TO WS-VAL-ANT
              PERFORM 0460-LINEA-MES
              MOVE WS-REG-CANT-ANIO(WS-REG-IDX) TO WS-CP-CANT-ANIO
              MOVE WS-REG-ANIO-ACT(WS-REG-IDX) TO WS-VAL-ACT
              MOVE WS-REG-ANIO-ANT(WS-REG-IDX) TO WS-VAL-ANT
              PERFORM 0462-LINEA-ANIO
              WRITE REG-TOTAL FROM WS-CP-LINEA
           END-PERFORM
           WRITE REG-TOTAL FROM WS-GUIONES
           MOVE "TOTAL COMPANIA" TO WS-CP-NOMBRE
           MOVE WS-TOT-CANT-MES TO WS-CP-CANT-MES
           MOVE WS-TOT-MES-ACT TO WS-VAL-ACT
           MOVE WS-TOT-MES-ANT TO WS-VAL-ANT
           PERFORM 0460-LINEA-MES
           MOVE WS-TOT-CANT-ANIO TO WS-CP-CANT-ANIO
           MOVE WS-TOT-ANIO-ACT TO WS-VAL-ACT
           MOVE WS-TOT-ANIO-ANT TO WS-VAL-ANT
           PERFORM 0462-LINEA-ANIO
           WRITE REG-TOTAL FROM WS-CP-LINEA
           WRITE REG-TOTAL FROM WS-GUIONES.

       0420-EMITIR-DEPTOS.
           MOVE "CRECIMIENTO COMPARABLE POR DEPARTAMENTO"
             TO WS-SEC-TEXTO
           WRITE REG-TOTAL FROM WS-SECCION
           MOVE "DEPARTAMENTO" TO WS-CP-SUB-NOMBRE
           WRITE REG-TOTAL FROM WS-CP-SUBTITULOS
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              IF WS-DEPTO-VISTO(WS-IDX)
                 PERFORM 0422-LINEA-UN-DEPTO
              END-IF
           END-PERFORM
           WRITE REG-TOTAL FROM WS-GUIONES.

       0422-LINEA-UN-DEPTO.
           MOVE WS-DEPTO-NOMBRE(WS-IDX) TO WS-CP-NOMBRE
           IF WS-DEPTO-NOMBRE(WS-IDX) = SPACES
              MOVE "(SIN MAESTRO)" TO WS-CP-NOMBRE
           END-IF
           MOVE ZERO TO WS-CP-CANT-MES
           MOVE WS-DEPTO-MES-ACT(WS-IDX) TO WS-VAL-ACT
           MOVE WS-DEPTO-MES-ANT(WS-IDX) TO WS-VAL-ANT
           PERFORM 0460-LINEA-MES
           MOVE ZERO TO WS-CP-CANT-ANIO
           MOVE WS-DEPTO-ANIO-ACT(WS-IDX) TO WS-VAL-ACT
           MOVE WS-DEPTO-ANIO-ANT(WS-IDX) TO WS-VAL-ANT
           PERFORM 0462-LINEA-ANIO
           WRITE REG-TOTAL FROM WS-CP-LINEA.

       0440-EMITIR-NO-COMPARABLES.
           MOVE "SUCURSALES NO COMPARABLES (EXCLUIDAS DE LAS CIFRAS"
             TO WS-SEC-TEXTO
           MOVE " COMPARABLES)" TO WS-SEC-TEXTO(51:13)
           WRITE REG-TOTAL FROM WS-SECCION
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > WS-CNT-SUC
              IF NOT WS-SUC-COMP-MES(WS-SUC-IDX)
                 MOVE "MES ANT" TO WS-NC-CONTRA
                 MOVE 2 TO WS-SLOT-BASE
                 MOVE WS-SUC-MOT-MES(WS-SUC-IDX) TO WS-MOTIVO
                 PERFORM 0442-LINEA-NO-COMPARABLE
              END-IF
              IF NOT WS-SUC-COMP-ANIO(WS-SUC-IDX)
                 MOVE "ANIO ANT" TO WS-NC-CONTRA
                 MOVE 3 TO WS-SLOT-BASE
                 MOVE WS-SUC-MOT-ANIO(WS-SUC-IDX) TO WS-MOTIVO
                 PERFORM 0442-LINEA-NO-COMPARABLE
              END-IF
           END-PERFORM
           IF WS-CNT-NO-COMP = ZERO
              MOVE "TODAS LAS SUCURSALES SON COMPARABLES"
                TO WS-SEC-TEXTO
              WRITE REG-TOTAL FROM WS-SECCION
           END-IF
           WRITE REG-TOTAL FROM WS-GUIONES.

       0442-LINEA-NO-COMPARABLE.
           ADD 1 TO WS-CNT-NO-COMP
           MOVE WS-SUC-DDNAME(WS-SUC-IDX) TO WS-NC-DDNAME
           MOVE WS-SUC-REGION(WS-SUC-IDX) TO WS-NC-REGION
           MOVE SPACES TO WS-NC-MOTIVO
           EVALUATE WS-MOTIVO
              WHEN 1
                 STRING "SIN DATOS EN " DELIMITED BY SIZE
                        WS-PERIODO DELIMITED BY SIZE
                        " (CERRADA O NO INFORMADA)" DELIMITED BY SIZE
                   INTO WS-NC-MOTIVO
                 END-STRING
              WHEN 2
                 STRING "SIN DATOS EN " DELIMITED BY SIZE
                        WS-PER-PERIODO(WS-SLOT-BASE)
                                             DELIMITED BY SIZE
                        " (NUEVA O NO INFORMADA)" DELIMITED BY SIZE
                   INTO WS-NC-MOTIVO
                 END-STRING
              WHEN 3
                 STRING "APERTURA " DELIMITED BY SIZE
                        WS-SUC-FEC-APERTURA(WS-SUC-IDX)
                                             DELIMITED BY SIZE
                        ": NO ESTUVO ABIERTA TODO " DELIMITED BY SIZE
                        WS-PER-PERIODO(WS-SLOT-BASE)
                                             DELIMITED BY SIZE
                   INTO WS-NC-MOTIVO
                 END-STRING
              WHEN 4
                 STRING "CIERRE " DELIMITED BY SIZE
                        WS-SUC-FEC-CIERRE(WS-SUC-IDX)
                                             DELIMITED BY SIZE
                        ": NO ESTUVO ABIERTA TODO " DELIMITED BY SIZE
                        WS-PERIODO DELIMITED BY SIZE
                   INTO WS-NC-MOTIVO
                 END-STRING
           END-EVALUATE
           WRITE REG-TOTAL FROM WS-NC-LINEA.

       0460-LINEA-MES.
           MOVE WS-VAL-ACT TO WS-CP-MES-ACT
           MOVE WS-VAL-ANT TO WS-CP-MES-ANT
           PERFORM 0465-CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO WS-CP-VAR-MES.

       0462-LINEA-ANIO.
           MOVE WS-VAL-ACT TO WS-CP-ANIO-ACT
           MOVE WS-VAL-ANT TO WS-CP-ANIO-ANT
           PERFORM 0465-CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO WS-CP-VAR-ANIO.

       0465-CALCULAR-VARIACION.
           IF WS-VAL-ANT = ZERO
              MOVE "    N/C" TO WS-VAR-TEXTO
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED =
                 ((WS-VAL-ACT - WS-VAL-ANT) / WS-VAL-ANT) * 100
                 ON SIZE ERROR
                    MOVE 999,99 TO WS-VAR-PCT
              END-COMPUTE
              MOVE WS-VAR-PCT TO WS-PCT-ED
              MOVE WS-PCT-ED TO WS-VAR-TEXTO
           END-IF.

       0500-CLOSE-FILE.
           IF WS-PARMIN-OPEN
              CLOSE PARAM-FL
           END-IF
           IF WS-HSUCIN-OPEN
              CLOSE HIST-SUCURSAL
           END-IF
           IF WS-DEPTM-OPEN
              CLOSE DEPTO-MAESTRO
           END-IF
           IF WS-OUT-OPEN
              CLOSE TOTAL-SALIDA
           END-IF.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
