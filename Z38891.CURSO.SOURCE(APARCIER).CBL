             88 WS-CIERPT-OPEN    VALUE "S".
          05 WS-CERRADO-FLAG      PIC X VALUE "N".
             88 WS-PERIODO-CERRADO VALUE "S".
          05 WS-GL-CONFIRMADO-FLAG PIC X VALUE "N".
             88 WS-GL-CONFIRMADO  VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.

          05 FILLER               PIC X(8) VALUE "APAREJER".
          05 FILLER               PIC X(8) VALUE "APARGLEX".
          05 FILLER               PIC X(8) VALUE "APAROBJP".
          05 FILLER               PIC X(8) VALUE "APARGLAC".
       01 WS-PROG-LISTA-R REDEFINES WS-PROG-LISTA.
          05 WS-PROG-NOMBRE OCCURS 5 TIMES PIC X(8).

       01 WS-RC-LIMITE-TABLA.
          05 FILLER               PIC 9(4) VALUE 0004.
          05 FILLER               PIC 9(4) VALUE 0006.
          05 FILLER               PIC 9(4) VALUE 0004.
          05 FILLER               PIC 9(4) VALUE 0004.
          05 FILLER               PIC 9(4) VALUE 0000.
       01 WS-RC-LIMITE-R REDEFINES WS-RC-LIMITE-TABLA.
          05 WS-RC-LIMITE OCCURS 5 TIMES PIC 9(4).

       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 120 TIMES.
             10 WS-PER-PERIODO       PIC 9(6) VALUE ZERO.
             10 WS-PER-EMITIDO       PIC X VALUE "N".
                88 WS-PER-YA-EMITIDO VALUE "S".
             10 WS-PER-PROG OCCURS 5 TIMES.
                15 WS-PP-CORRIDAS    PIC 9(4) VALUE ZERO.
                15 WS-PP-FECHA       PIC 9(8) VALUE ZERO.
                15 WS-PP-HORA        PIC 9(6) VALUE ZERO.

       0216-CARGAR-UN-CIERRE.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
              UNTIL WS-PROG-IDX > 5
              OR WS-PROG-NOMBRE(WS-PROG-IDX) = CIE-PROGRAMA
              CONTINUE
           END-PERFORM
           IF WS-PROG-IDX NOT > 5
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-CNT-PERIODOS
                 OR WS-PER-PERIODO(WS-PER-IDX) = CIE-PERIODO
                 MOVE "N" TO WS-CERRADO-FLAG
              END-IF
           END-PERFORM
           PERFORM 0335-VERIFICAR-ACUSE-GL
           MOVE WS-PER-MIN-PERIODO TO WS-PT-PERIODO
           EVALUATE TRUE
              WHEN WS-PERIODO-CERRADO AND WS-GL-CONFIRMADO
                 MOVE "CERRADO PUNTA A PUNTA" TO WS-PT-ESTADO
              WHEN WS-PERIODO-CERRADO
                 MOVE "CERRADO, FALTA ACUSE GL" TO WS-PT-ESTADO
              WHEN OTHER
                 MOVE "INCOMPLETO O CON ERRORES" TO WS-PT-ESTADO
           END-EVALUATE
           WRITE REG-CIERPT FROM WS-PER-TITULO
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
              UNTIL WS-PROG-IDX > 5
              PERFORM 0340-EMITIR-UN-PROGRAMA
           END-PERFORM.

       0335-VERIFICAR-ACUSE-GL.
           MOVE "N" TO WS-GL-CONFIRMADO-FLAG
           IF WS-PP-CORRIDAS(WS-PER-MIN-IDX, 5) > ZERO
              AND WS-PP-RC(WS-PER-MIN-IDX, 5) NOT > WS-RC-LIMITE(5)
              IF WS-PP-FECHA(WS-PER-MIN-IDX, 5)
                 > WS-PP-FECHA(WS-PER-MIN-IDX, 3)
                 OR (WS-PP-FECHA(WS-PER-MIN-IDX, 5)
                     = WS-PP-FECHA(WS-PER-MIN-IDX, 3)
                     AND WS-PP-HORA(WS-PER-MIN-IDX, 5)
                         NOT < WS-PP-HORA(WS-PER-MIN-IDX, 3))
                 SET WS-GL-CONFIRMADO TO TRUE
              END-IF
           END-IF.

       0340-EMITIR-UN-PROGRAMA.
           MOVE WS-PROG-NOMBRE(WS-PROG-IDX) TO WS-PL-PROGRAMA
           IF WS-PP-CORRIDAS(WS-PER-MIN-IDX, WS-PROG-IDX) = ZERO
              MOVE "NO CORRIO" TO WS-PL-ESTADO
              MOVE SPACES TO WS-PL-DETALLE
           ELSE
              EVALUATE TRUE
                 WHEN WS-PROG-IDX = 5 AND NOT WS-GL-CONFIRMADO
                    MOVE "PENDIENTE" TO WS-PL-ESTADO
                 WHEN WS-PP-RC(WS-PER-MIN-IDX, WS-PROG-IDX)
                      > WS-RC-LIMITE(WS-PROG-IDX)
                    MOVE "CON ERROR" TO WS-PL-ESTADO
                 WHEN OTHER
                    MOVE "OK" TO WS-PL-ESTADO
              END-EVALUATE
              MOVE WS-PP-FECHA(WS-PER-MIN-IDX, WS-PROG-IDX)
                TO WS-DA-FECHA
              MOVE WS-PP-HORA(WS-PER-MIN-IDX, WS-PROG-IDX)
