            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-DEPTM.

            SELECT OPCION-REAL ASSIGN TO INFPARM
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-INFPARM.

            SELECT INDICES-EN ASSIGN TO INDICES
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-INDICES.

            SELECT TOTAL-SALIDA ASSIGN TO OUTFILE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
                        DATA RECORD IS REG-DEPTO.
       COPY REGDEPTO.

       FD OPCION-REAL RECORDING MODE IS F
                      DATA RECORD IS REG-INFPARM.
       01 REG-INFPARM.
          05 INF-PERIODO-BASE      PIC X(6).
          05 FILLER                PIC X(74).

       FD INDICES-EN RECORDING MODE IS F
                     DATA RECORD IS REG-INDICE.
       COPY REGINDPR.

       FD TOTAL-SALIDA RECORDING MODE IS F
                       DATA RECORD IS REG-TOTAL.
       01 REG-TOTAL                PIC X(100).
       77 FS-OUTFILE              PIC 99.
          88 FS-OUTFILE-OK        VALUE 00.

       77 FS-INFPARM              PIC 99.
          88 FS-INFPARM-OK        VALUE 00.

       77 FS-INDICES              PIC 99.
          88 FS-INDICES-OK        VALUE 00.
          88 FS-INDICES-FIN       VALUE 10.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
             88 WS-HALLADO        VALUE "S".
          05 WS-CALIF-FLAG        PIC X VALUE "N".
             88 WS-CALIFICA       VALUE "S".
          05 WS-REAL-FLAG         PIC X VALUE "N".
             88 WS-MODO-REAL      VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-PERIODO              PIC 9(6) VALUE ZERO.
          88 WS-MET-MONTO         VALUE 1.
          88 WS-MET-CRECIMIENTO   VALUE 2.
          88 WS-MET-PORCENT       VALUE 3.
          88 WS-MET-CRECIM-REAL   VALUE 4.
       01 WS-SENTIDO              PIC X(1) VALUE "M".
          88 WS-SENT-MAYOR        VALUE "M".
          88 WS-SENT-MENOR        VALUE "N".
       01 WS-VAL-EXTREMO          PIC S9(9)V99 VALUE ZERO.
       01 WS-PCT-ED               PIC -ZZZ9,99.

       01 WS-PERIODO-BASE         PIC 9(6) VALUE ZERO.
       01 WS-INDICE-BASE          PIC 9(5)V9(4) VALUE ZERO.
       01 WS-REAL-ACTUAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-REAL-PREVIO          PIC S9(9)V99 VALUE ZERO.

       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 4 TIMES.
             10 WS-PER-PERIODO       PIC 9(6).
             10 WS-PER-IND-FLAG      PIC X.
                88 WS-PER-CON-INDICE VALUE "S".
             10 WS-PER-INDICE        PIC 9(5)V9(4).
             10 WS-PER-FACTOR        PIC 9(5)V9(8).

       01 WS-DEPTO-TABLE.
          05 WS-DEPTO-ENTRY OCCURS 999 TIMES.
             10 WS-DEPTO-PREV-FLAG   PIC X VALUE "N".
                88 WS-DEPTO-CON-PREVIO VALUE "S".
             10 WS-DEPTO-CRECIM      PIC S9(4)V99 VALUE ZERO.
             10 WS-DEPTO-REAL-FLAG   PIC X VALUE "N".
                88 WS-DEPTO-CON-REAL VALUE "S".
             10 WS-DEPTO-CRECIM-REAL PIC S9(4)V99 VALUE ZERO.
             10 WS-DEPTO-SLOT OCCURS 4 TIMES.
                15 WS-SLOT-FLAG      PIC X VALUE "N".
                   88 WS-SLOT-VISTO  VALUE "S".
          05 WS-RK-MONTO          PIC $$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-RK-VALOR          PIC X(9).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-RK-VALOR2         PIC X(16).
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-CA-LINEA.
           IF NOT WS-ABORTAR
              PERFORM 0217-CALCULAR-PERIODOS
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0232-LEER-OPCION-REAL
           END-IF
           IF NOT WS-ABORTAR AND WS-MODO-REAL
              PERFORM 0234-CARGAR-INDICES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0220-OPEN-DEPTMAST
           END-IF
              END-IF
           END-IF.

       0232-LEER-OPCION-REAL.
           OPEN INPUT OPCION-REAL
           IF NOT FS-INFPARM-OK THEN
              DISPLAY "FS-INFPARM: " FS-INFPARM
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              READ OPCION-REAL
              IF FS-INFPARM-OK
                 AND INF-PERIODO-BASE NUMERIC
                 AND INF-PERIODO-BASE NOT = ZERO
                 MOVE INF-PERIODO-BASE TO WS-PERIODO-BASE
                 SET WS-MODO-REAL TO TRUE
              END-IF
              CLOSE OPCION-REAL
           END-IF.

       0234-CARGAR-INDICES.
           OPEN INPUT INDICES-EN
           IF NOT FS-INDICES-OK THEN
              DISPLAY "FS-INDICES: " FS-INDICES
              SET WS-ABORTAR TO TRUE
              MOVE 52 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-INDICES-FIN
                 READ INDICES-EN
                 IF FS-INDICES-OK
                    AND IND-PERIODO NUMERIC
                    AND IND-VALOR NUMERIC
                    AND IND-VALOR > ZERO
                    PERFORM 0236-CARGAR-UN-INDICE
                 END-IF
              END-PERFORM
              CLOSE INDICES-EN
              IF WS-INDICE-BASE = ZERO
                 DISPLAY "ERROR: EL PERIODO BASE " WS-PERIODO-BASE
                         " NO TIENE INDICE DE PRECIOS CARGADO"
                 SET WS-ABORTAR TO TRUE
                 MOVE 54 TO WS-RETURN-CODE
              ELSE
                 PERFORM VARYING WS-SLOT FROM 1 BY 1
                    UNTIL WS-SLOT > 4
                    IF WS-PER-CON-INDICE(WS-SLOT)
                       COMPUTE WS-PER-FACTOR(WS-SLOT) ROUNDED =
                          WS-INDICE-BASE / WS-PER-INDICE(WS-SLOT)
                          ON SIZE ERROR
                             MOVE "N" TO WS-PER-IND-FLAG(WS-SLOT)
                       END-COMPUTE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       0236-CARGAR-UN-INDICE.
           IF IND-PERIODO = WS-PERIODO-BASE
              MOVE IND-VALOR TO WS-INDICE-BASE
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
              IF IND-PERIODO = WS-PER-PERIODO(WS-SLOT)
                 SET WS-PER-CON-INDICE(WS-SLOT) TO TRUE
                 MOVE IND-VALOR TO WS-PER-INDICE(WS-SLOT)
              END-IF
           END-PERFORM.

       0240-CALCULAR-DERIVADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              IF WS-DEPTO-VISTO(WS-IDX)
                       ON SIZE ERROR
                          MOVE 9999,99 TO WS-DEPTO-CRECIM(WS-IDX)
                    END-COMPUTE
                    IF WS-MODO-REAL
                       AND WS-PER-CON-INDICE(1)
                       AND WS-PER-CON-INDICE(2)
                       PERFORM 0242-CALCULAR-CRECIM-REAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       0242-CALCULAR-CRECIM-REAL.
           COMPUTE WS-REAL-ACTUAL ROUNDED =
              WS-SLOT-MONTO(WS-IDX, 1) * WS-PER-FACTOR(1)
           COMPUTE WS-REAL-PREVIO ROUNDED =
              WS-SLOT-MONTO(WS-IDX, 2) * WS-PER-FACTOR(2)
           IF WS-REAL-PREVIO NOT = ZERO
              SET WS-DEPTO-CON-REAL(WS-IDX) TO TRUE
              COMPUTE WS-DEPTO-CRECIM-REAL(WS-IDX) ROUNDED =
                 ((WS-REAL-ACTUAL - WS-REAL-PREVIO)
                   / WS-REAL-PREVIO) * 100
                 ON SIZE ERROR
                    MOVE 9999,99 TO WS-DEPTO-CRECIM-REAL(WS-IDX)
              END-COMPUTE
           END-IF.

       0230-OPEN-OUTFILE.
           OPEN OUTPUT TOTAL-SALIDA
           IF NOT FS-OUTFILE-OK THEN
           MOVE "ULTIMOS 10 POR CRECIMIENTO CONTRA EL MES ANTERIOR"
             TO WS-SEC-TEXTO
           PERFORM 0420-EMITIR-RANKING
           IF WS-MODO-REAL
              PERFORM 0410-EMITIR-RANKING-REAL
           END-IF
           MOVE 3 TO WS-METRICA
           MOVE "M" TO WS-SENTIDO
           MOVE "TOP 10 POR CUMPLIMIENTO DE OBJETIVO (% OBJ.)"
             TO WS-SEC-TEXTO
           PERFORM 0420-EMITIR-RANKING.

       0410-EMITIR-RANKING-REAL.
           IF WS-PER-CON-INDICE(1) AND WS-PER-CON-INDICE(2)
              MOVE 4 TO WS-METRICA
              MOVE "M" TO WS-SENTIDO
              MOVE SPACES TO WS-SEC-TEXTO
              STRING "TOP 10 POR CRECIMIENTO REAL CONTRA EL MES "
                                              DELIMITED BY SIZE
                     "ANTERIOR (MONEDA CONSTANTE BASE "
                                              DELIMITED BY SIZE
                     WS-PERIODO-BASE DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                INTO WS-SEC-TEXTO
              END-STRING
              PERFORM 0420-EMITIR-RANKING
              MOVE "N" TO WS-SENTIDO
              MOVE SPACES TO WS-SEC-TEXTO
              STRING "ULTIMOS 10 POR CRECIMIENTO REAL CONTRA EL MES "
                                              DELIMITED BY SIZE
                     "ANTERIOR (MONEDA CONSTANTE BASE "
                                              DELIMITED BY SIZE
                     WS-PERIODO-BASE DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                INTO WS-SEC-TEXTO
              END-STRING
              PERFORM 0420-EMITIR-RANKING
           ELSE
              IF NOT WS-PER-CON-INDICE(1)
                 MOVE WS-PER-PERIODO(1) TO WS-PER-AUX
              ELSE
                 MOVE WS-PER-PERIODO(2) TO WS-PER-AUX
              END-IF
              MOVE SPACES TO WS-SEC-TEXTO
              STRING "CRECIMIENTO REAL NO DISPONIBLE: PERIODO "
                                              DELIMITED BY SIZE
                     WS-PER-AUX DELIMITED BY SIZE
                     " SIN INDICE DE PRECIOS CARGADO"
                                              DELIMITED BY SIZE
                INTO WS-SEC-TEXTO
              END-STRING
              WRITE REG-TOTAL FROM WS-SECCION
              WRITE REG-TOTAL FROM WS-GUIONES
              IF WS-RETURN-CODE = ZERO
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       0420-EMITIR-RANKING.
           WRITE REG-TOTAL FROM WS-SECCION
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
                 ELSE
                    MOVE "N" TO WS-CALIF-FLAG
                 END-IF
              WHEN WS-MET-CRECIM-REAL
                 IF WS-DEPTO-CON-REAL(WS-IDX)
                    MOVE WS-DEPTO-CRECIM-REAL(WS-IDX) TO WS-VAL-ACTUAL
                 ELSE
                    MOVE "N" TO WS-CALIF-FLAG
                 END-IF
              WHEN WS-MET-PORCENT
                 IF WS-DEPTO-CON-OBJ(WS-IDX)
                    MOVE WS-DEPTO-PORCENT(WS-IDX) TO WS-VAL-ACTUAL
           MOVE WS-DEPTO-NOMBRE(WS-EXTREMO-IDX) TO WS-RK-NOMBRE
           MOVE WS-DEPTO-CATEG(WS-EXTREMO-IDX) TO WS-RK-CATEG
           MOVE WS-DEPTO-MONTO(WS-EXTREMO-IDX) TO WS-RK-MONTO
           MOVE SPACES TO WS-RK-VALOR2
           EVALUATE TRUE
              WHEN WS-MET-CRECIMIENTO OR WS-MET-CRECIM-REAL
                 MOVE WS-DEPTO-CRECIM(WS-EXTREMO-IDX) TO WS-PCT-ED
                 MOVE SPACES TO WS-RK-VALOR
                 STRING WS-PCT-ED DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                   INTO WS-RK-VALOR
                 END-STRING
                 IF WS-MODO-REAL
                    PERFORM 0432-VALOR-REAL
                 END-IF
              WHEN WS-MET-PORCENT
                 MOVE WS-DEPTO-PORCENT(WS-EXTREMO-IDX) TO WS-PCT-ED
                 MOVE SPACES TO WS-RK-VALOR
           END-EVALUATE
           WRITE REG-TOTAL FROM WS-RK-LINEA.

       0432-VALOR-REAL.
           IF WS-DEPTO-CON-REAL(WS-EXTREMO-IDX)
              MOVE WS-DEPTO-CRECIM-REAL(WS-EXTREMO-IDX) TO WS-PCT-ED
              STRING "REAL " DELIMITED BY SIZE
                     WS-PCT-ED DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                INTO WS-RK-VALOR2
              END-STRING
           ELSE
              MOVE "REAL S/INDICE" TO WS-RK-VALOR2
           END-IF.

       0450-EMITIR-AREAS.
           MOVE "MEJOR Y PEOR DEPARTAMENTO POR AREA (MONTO NETO)"
             TO WS-SEC-TEXTO
