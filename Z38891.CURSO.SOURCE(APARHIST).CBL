            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HISTIN.

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
                      DATA RECORD IS REG-HIST.
       COPY REGHIST.

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
          88 FS-OUTFILE-OK        VALUE 00.
          88 FS-OUTFILE-FIN       VALUE 10.

       77 FS-INFPARM              PIC 99.
          88 FS-INFPARM-OK        VALUE 00.

       77 FS-INDICES              PIC 99.
          88 FS-INDICES-OK        VALUE 00.
          88 FS-INDICES-FIN       VALUE 10.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
             88 WS-HISTIN-OPEN    VALUE "S".
          05 WS-OUT-ABIERTO       PIC X VALUE "N".
             88 WS-OUT-OPEN       VALUE "S".
          05 WS-REAL-FLAG         PIC X VALUE "N".
             88 WS-MODO-REAL      VALUE "S".
          05 WS-REAL-OK-FLAG      PIC X VALUE "N".
             88 WS-REAL-OK        VALUE "S".
          05 WS-YTD-REAL-FLAG     PIC X VALUE "S".
             88 WS-YTD-REAL-OK    VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-PERIODO              PIC 9(6) VALUE ZERO.
       01 WS-VAR-PCT              PIC S9(3)V99 VALUE ZERO.
       01 WS-YTD-RAW              PIC S9(9)V99 VALUE ZERO.

       01 WS-PERIODO-BASE         PIC 9(6) VALUE ZERO.
       01 WS-INDICE-BASE          PIC 9(5)V9(4) VALUE ZERO.
       01 WS-INDICE-BASE-ED       PIC ZZZZ9,9999.
       01 WS-REAL-MONTO           PIC S9(9)V99 VALUE ZERO.
       01 WS-REAL-ACTUAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-REAL-ACTUAL-FLAG     PIC X VALUE "N".
       01 WS-YTD-REAL             PIC S9(9)V99 VALUE ZERO.
       01 WS-CNT-SIN-INDICE       PIC 9(2) VALUE ZERO.
       01 WS-MONTO-ED             PIC $$$$$$$9,99-.
       01 WS-PCT-ED               PIC -ZZ9,99.

       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 13 TIMES.
             10 WS-PER-PERIODO       PIC 9(6).
             10 WS-PER-DATOS-FLAG    PIC X.
                88 WS-PER-CON-DATOS  VALUE "S".
             10 WS-PER-IND-FLAG      PIC X.
                88 WS-PER-CON-INDICE VALUE "S".
             10 WS-PER-INDICE        PIC 9(5)V9(4).
             10 WS-PER-FACTOR        PIC 9(5)V9(8).

       01 WS-DEPTO-TABLE.
          05 WS-DEPTO-ENTRY OCCURS 999 TIMES.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-DETALLE-REAL.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE "  REAL BASE ".
          05 WS-DR-BASE           PIC 9(6).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DR-ACTUAL         PIC X(12).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DR-MES-ANT        PIC X(12).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DR-VAR-MES        PIC X(7).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DR-ANIO-ANT       PIC X(12).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DR-VAR-ANIO       PIC X(7).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DR-YTD            PIC X(12).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-LINEA-REAL.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-LR-TEXTO          PIC X(97).
          05 FILLER               PIC X VALUE "|".

       01 WS-TR-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(34) VALUE SPACES.
          05 WS-TR-DEP-NUM        PIC ZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-TR-DEP-NOMBRE     PIC X(19).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 WS-TR-LEYENDA        PIC X(40).
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-TR-LINEA.
          05 WS-TR-PERIODO        PIC 9(6).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-TR-MONTO          PIC $$$$$$$$9,99-.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-TR-REAL           PIC X(13).
          05 FILLER               PIC X(55) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-TR-REAL-ED           PIC $$$$$$$$9,99-.

       01 WS-SIN-DATOS.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
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
              PERFORM 0220-OPEN-HISTIN
           END-IF
              MOVE HIST-NOMBRE TO WS-DEPTO-NOMBRE(HIST-NUMERO)
              SET WS-SLOT-VISTO(HIST-NUMERO, WS-SLOT) TO TRUE
              MOVE HIST-MONTO TO WS-SLOT-MONTO(HIST-NUMERO, WS-SLOT)
              SET WS-PER-CON-DATOS(WS-SLOT) TO TRUE
              ADD 1 TO WS-CNT-HIST-CARGADOS
           END-IF.

              SET WS-OUT-OPEN TO TRUE
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
                    UNTIL WS-SLOT > 13
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
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 13
              IF IND-PERIODO = WS-PER-PERIODO(WS-SLOT)
                 SET WS-PER-CON-INDICE(WS-SLOT) TO TRUE
                 MOVE IND-VALOR TO WS-PER-INDICE(WS-SLOT)
              END-IF
           END-PERFORM.

       0300-PROCESS-PROGRAM.
           PERFORM 0340-EMITIR-COMPARATIVO
           PERFORM 0350-EMITIR-TREND
           IF WS-MODO-REAL
              PERFORM 0360-EMITIR-SIN-INDICE
           END-IF
           IF WS-CNT-DEPTOS = ZERO
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = ZERO AND WS-CNT-SIN-INDICE > ZERO
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0340-EMITIR-COMPARATIVO.
           MOVE WS-PERIODO TO WS-TIT-PERIODO
           WRITE REG-TOTAL FROM WS-GUIONES
           WRITE REG-TOTAL FROM WS-TITULO
           IF WS-MODO-REAL
              MOVE WS-INDICE-BASE TO WS-INDICE-BASE-ED
              MOVE SPACES TO WS-LR-TEXTO
              STRING "SEGUNDA LINEA: CIFRAS REALES EN MONEDA CONSTANTE"
                                              DELIMITED BY SIZE
                     " DEL PERIODO " DELIMITED BY SIZE
                     WS-PERIODO-BASE DELIMITED BY SIZE
                     " (INDICE " DELIMITED BY SIZE
                     WS-INDICE-BASE-ED DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                INTO WS-LR-TEXTO
              END-STRING
              WRITE REG-TOTAL FROM WS-LINEA-REAL
           END-IF
           WRITE REG-TOTAL FROM WS-GUIONES
           WRITE REG-TOTAL FROM WS-SUBTITULOS
           WRITE REG-TOTAL FROM WS-GUIONES
           MOVE WS-SLOT-MONTO(WS-IDX, 13) TO WS-DET-ANIO-ANT
           PERFORM 0345-CALCULAR-VAR-ANIO
           PERFORM 0346-CALCULAR-YTD
           WRITE REG-TOTAL FROM WS-DETALLE
           IF WS-MODO-REAL
              PERFORM 0370-DETALLE-REAL
           END-IF.

       0344-CALCULAR-VAR-MES.
           IF WS-SLOT-VISTO(WS-IDX, 2)
       0352-TREND-UN-DEPTO.
           MOVE WS-IDX TO WS-TR-DEP-NUM
           MOVE WS-DEPTO-NOMBRE(WS-IDX) TO WS-TR-DEP-NOMBRE
           MOVE SPACES TO WS-TR-LEYENDA
           IF WS-MODO-REAL
              STRING "NOMINAL / REAL BASE " DELIMITED BY SIZE
                     WS-PERIODO-BASE DELIMITED BY SIZE
                INTO WS-TR-LEYENDA
              END-STRING
           END-IF
           WRITE REG-TOTAL FROM WS-TR-CABECERA
           PERFORM VARYING WS-SLOT FROM 12 BY -1 UNTIL WS-SLOT < 1
              IF WS-SLOT-VISTO(WS-IDX, WS-SLOT)
                 MOVE WS-PER-PERIODO(WS-SLOT) TO WS-TR-PERIODO
                 MOVE WS-SLOT-MONTO(WS-IDX, WS-SLOT) TO WS-TR-MONTO
                 MOVE SPACES TO WS-TR-REAL
                 IF WS-MODO-REAL
                    PERFORM 0380-REAL-DE-SLOT
                    IF WS-REAL-OK
                       MOVE WS-REAL-MONTO TO WS-TR-REAL-ED
                       MOVE WS-TR-REAL-ED TO WS-TR-REAL
                    ELSE
                       MOVE "   SIN INDICE" TO WS-TR-REAL
                    END-IF
                 END-IF
                 WRITE REG-TOTAL FROM WS-TR-LINEA
              END-IF
           END-PERFORM.

       0360-EMITIR-SIN-INDICE.
           MOVE SPACES TO WS-LR-TEXTO
           MOVE "PERIODOS CON HISTORIA Y SIN INDICE DE PRECIOS (NO SE"
             TO WS-LR-TEXTO(1:53)
           MOVE "REEXPRESAN NI SE TOMAN COMO INFLACION CERO)"
             TO WS-LR-TEXTO(54:43)
           WRITE REG-TOTAL FROM WS-LINEA-REAL
           WRITE REG-TOTAL FROM WS-GUIONES
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 13
              IF WS-PER-CON-DATOS(WS-SLOT)
                 AND NOT WS-PER-CON-INDICE(WS-SLOT)
                 ADD 1 TO WS-CNT-SIN-INDICE
                 MOVE SPACES TO WS-LR-TEXTO
                 STRING "   PERIODO " DELIMITED BY SIZE
                        WS-PER-PERIODO(WS-SLOT) DELIMITED BY SIZE
                        " SIN INDICE CARGADO" DELIMITED BY SIZE
                   INTO WS-LR-TEXTO
                 END-STRING
                 WRITE REG-TOTAL FROM WS-LINEA-REAL
              END-IF
           END-PERFORM
           IF WS-CNT-SIN-INDICE = ZERO
              MOVE "   TODOS LOS PERIODOS DEL REPORTE TIENEN INDICE"
                TO WS-LR-TEXTO
              WRITE REG-TOTAL FROM WS-LINEA-REAL
           END-IF
           WRITE REG-TOTAL FROM WS-GUIONES.

       0370-DETALLE-REAL.
           MOVE WS-PERIODO-BASE TO WS-DR-BASE
           MOVE 1 TO WS-SLOT
           PERFORM 0380-REAL-DE-SLOT
           PERFORM 0385-EDITAR-MONTO-REAL
           MOVE WS-MONTO-ED TO WS-DR-ACTUAL
           IF WS-REAL-OK
              MOVE "S" TO WS-REAL-ACTUAL-FLAG
           ELSE
              MOVE "  SIN INDICE" TO WS-DR-ACTUAL
              MOVE "N" TO WS-REAL-ACTUAL-FLAG
           END-IF
           MOVE WS-REAL-MONTO TO WS-REAL-ACTUAL
           MOVE 2 TO WS-SLOT
           PERFORM 0380-REAL-DE-SLOT
           PERFORM 0385-EDITAR-MONTO-REAL
           MOVE WS-MONTO-ED TO WS-DR-MES-ANT
           PERFORM 0387-VARIACION-REAL
           MOVE WS-PCT-ED TO WS-DR-VAR-MES
           IF NOT WS-REAL-OK
              MOVE "  SIN INDICE" TO WS-DR-MES-ANT
           END-IF
           IF NOT WS-REAL-OK OR WS-REAL-ACTUAL-FLAG = "N"
              MOVE " S/IND." TO WS-DR-VAR-MES
           END-IF
           MOVE 13 TO WS-SLOT
           PERFORM 0380-REAL-DE-SLOT
           PERFORM 0385-EDITAR-MONTO-REAL
           MOVE WS-MONTO-ED TO WS-DR-ANIO-ANT
           PERFORM 0387-VARIACION-REAL
           MOVE WS-PCT-ED TO WS-DR-VAR-ANIO
           IF NOT WS-REAL-OK
              MOVE "  SIN INDICE" TO WS-DR-ANIO-ANT
           END-IF
           IF NOT WS-REAL-OK OR WS-REAL-ACTUAL-FLAG = "N"
              MOVE " S/IND." TO WS-DR-VAR-ANIO
           END-IF
           MOVE ZERO TO WS-YTD-REAL
           MOVE "S" TO WS-YTD-REAL-FLAG
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
              MOVE WS-PER-PERIODO(WS-SLOT) TO WS-PER-AUX
              IF WS-PER-AUX-AAAA = WS-ANIO-ACTUAL
                 AND WS-SLOT-VISTO(WS-IDX, WS-SLOT)
                 PERFORM 0380-REAL-DE-SLOT
                 IF WS-REAL-OK
                    ADD WS-REAL-MONTO TO WS-YTD-REAL
                 ELSE
                    MOVE "N" TO WS-YTD-REAL-FLAG
                 END-IF
              END-IF
           END-PERFORM
           IF WS-YTD-REAL-OK
              MOVE WS-YTD-REAL TO WS-MONTO-ED
              MOVE WS-MONTO-ED TO WS-DR-YTD
           ELSE
              MOVE "  SIN INDICE" TO WS-DR-YTD
           END-IF
           WRITE REG-TOTAL FROM WS-DETALLE-REAL.

       0380-REAL-DE-SLOT.
           MOVE ZERO TO WS-REAL-MONTO
           MOVE "N" TO WS-REAL-OK-FLAG
           IF NOT WS-SLOT-VISTO(WS-IDX, WS-SLOT)
              SET WS-REAL-OK TO TRUE
           ELSE
              IF WS-PER-CON-INDICE(WS-SLOT)
                 SET WS-REAL-OK TO TRUE
                 COMPUTE WS-REAL-MONTO ROUNDED =
                    WS-SLOT-MONTO(WS-IDX, WS-SLOT)
                    * WS-PER-FACTOR(WS-SLOT)
                    ON SIZE ERROR
                       MOVE "N" TO WS-REAL-OK-FLAG
                 END-COMPUTE
              END-IF
           END-IF.

       0385-EDITAR-MONTO-REAL.
           MOVE WS-REAL-MONTO TO WS-MONTO-ED.

       0387-VARIACION-REAL.
           MOVE ZERO TO WS-PCT-ED
           IF WS-REAL-OK
              AND WS-REAL-ACTUAL-FLAG = "S"
              AND WS-SLOT-VISTO(WS-IDX, WS-SLOT)
              AND WS-REAL-MONTO NOT = ZERO
              COMPUTE WS-VAR-PCT ROUNDED =
                 ((WS-REAL-ACTUAL - WS-REAL-MONTO)
                   / WS-REAL-MONTO) * 100
                 ON SIZE ERROR
                    MOVE 999,99 TO WS-VAR-PCT
              END-COMPUTE
              MOVE WS-VAR-PCT TO WS-PCT-ED
           END-IF.

       0500-CLOSE-FILE.
           IF WS-PARMIN-OPEN
              CLOSE PARAM-FL
