       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARTRNL.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TRANS-REG-EN ASSIGN TO TRNREG
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-TRNREG.

            SELECT TRANS-REPORTE ASSIGN TO TRNRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-TRNRPT.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-REG-EN RECORDING MODE IS F
                       DATA RECORD IS REG-TRANS.
       COPY REGTRANS.

       FD TRANS-REPORTE RECORDING MODE IS F
                        DATA RECORD IS REG-TRNRPT.
       01 REG-TRNRPT               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-TRNREG               PIC 99.
          88 FS-TRNREG-OK         VALUE 00.
          88 FS-TRNREG-FIN        VALUE 10.

       77 FS-TRNRPT               PIC 99.
          88 FS-TRNRPT-OK         VALUE 00.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-TRNREG-ABIERTO    PIC X VALUE "N".
             88 WS-TRNREG-OPEN    VALUE "S".
          05 WS-TRNRPT-ABIERTO    PIC X VALUE "N".
             88 WS-TRNRPT-OPEN    VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.

       01 WS-CNT-REG-LEIDOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-PERIODOS         PIC 9(5) VALUE ZERO.
       01 WS-CNT-GRUPOS           PIC 9(5) VALUE ZERO.
       01 WS-CNT-REEMPLAZOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-REPROCESOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-ED               PIC ZZZZ9.
       01 WS-CNT-ED2              PIC ZZZZ9.

       01 WS-IDX                  PIC 9(5).
       01 WS-EMI-IDX              PIC 9(5).
       01 WS-MIN-IDX              PIC 9(5).
       01 WS-ULT-IDX              PIC 9(5).
       01 WS-PERIODO-ACTUAL       PIC 9(6) VALUE ZERO.
       01 WS-MIN-PERIODO          PIC 9(6).
       01 WS-MIN-SUCURSAL         PIC X(8).

       01 WS-TRN-TABLE.
          05 WS-TRN-ENTRY OCCURS 5000 TIMES.
             10 WS-TRN-PERIODO       PIC 9(6) VALUE ZERO.
             10 WS-TRN-SUCURSAL      PIC X(8) VALUE SPACES.
             10 WS-TRN-DDNAME        PIC X(8) VALUE SPACES.
             10 WS-TRN-FECHA-GEN     PIC 9(8) VALUE ZERO.
             10 WS-TRN-CANTIDAD      PIC 9(7) VALUE ZERO.
             10 WS-TRN-HASH          PIC 9(11)V99 VALUE ZERO.
             10 WS-TRN-FECHA-ACEPT   PIC 9(8) VALUE ZERO.
             10 WS-TRN-HORA-ACEPT    PIC 9(6) VALUE ZERO.
             10 WS-TRN-ESTADO        PIC X(1) VALUE SPACE.
             10 WS-TRN-EMITIDO       PIC X VALUE "N".
                88 WS-TRN-YA-EMITIDO VALUE "S".

       01 WS-PER-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "PERIODO ".
          05 WS-PT-PERIODO        PIC 9(6).
          05 FILLER               PIC X(63) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-COLUMNAS.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE "SUCURSAL ".
          05 FILLER               PIC X(9) VALUE "DDNAME   ".
          05 FILLER               PIC X(9) VALUE "GENERADO ".
          05 FILLER               PIC X(8) VALUE "   CANT ".
          05 FILLER               PIC X(15) VALUE "          HASH ".
          05 FILLER               PIC X(9) VALUE "ACEPTADO ".
          05 FILLER               PIC X(10) VALUE "ESTADO".
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-TRN-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-TL-SUCURSAL       PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TL-DDNAME         PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TL-FECHA-GEN      PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TL-CANTIDAD       PIC ZZZZZZ9.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TL-HASH           PIC ZZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TL-FECHA-ACEPT    PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TL-ESTADO         PIC X(9).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TL-VIGENTE        PIC X(5).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE "|".

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(78) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X(43)
             VALUE "REGISTRO DE TRANSMISIONES DE SUCURSALES   ".
          05 FILLER               PIC X(18) VALUE SPACES.
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
           INITIALIZE WS-TRN-TABLE
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0210-OPEN-TRNREG
           IF NOT WS-ABORTAR
              PERFORM 0215-CARGAR-REGISTRO
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0220-OPEN-TRNRPT
           END-IF.

       0210-OPEN-TRNREG.
           OPEN INPUT TRANS-REG-EN
           IF NOT FS-TRNREG-OK THEN
              DISPLAY "FS-TRNREG: " FS-TRNREG
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-TRNREG-OPEN TO TRUE
           END-IF.

       0215-CARGAR-REGISTRO.
           PERFORM UNTIL FS-TRNREG-FIN OR WS-ABORTAR
              READ TRANS-REG-EN
              IF FS-TRNREG-OK
                 IF WS-CNT-REG-LEIDOS = 5000
                    DISPLAY "ERROR: MAS DE 5000 TRANSMISIONES EN EL"
                            " REGISTRO"
                    SET WS-ABORTAR TO TRUE
                    MOVE 32 TO WS-RETURN-CODE
                 ELSE
                    ADD 1 TO WS-CNT-REG-LEIDOS
                    PERFORM 0216-CARGAR-UNA-TRANSMISION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TRANS-REG-EN
           MOVE "N" TO WS-TRNREG-ABIERTO.

       0216-CARGAR-UNA-TRANSMISION.
           MOVE WS-CNT-REG-LEIDOS TO WS-IDX
           MOVE TRN-PERIODO TO WS-TRN-PERIODO(WS-IDX)
           MOVE TRN-SUCURSAL TO WS-TRN-SUCURSAL(WS-IDX)
           MOVE TRN-DDNAME TO WS-TRN-DDNAME(WS-IDX)
           MOVE TRN-FECHA-GEN TO WS-TRN-FECHA-GEN(WS-IDX)
           MOVE TRN-CANTIDAD TO WS-TRN-CANTIDAD(WS-IDX)
           MOVE TRN-HASH TO WS-TRN-HASH(WS-IDX)
           MOVE TRN-FECHA-ACEPT TO WS-TRN-FECHA-ACEPT(WS-IDX)
           MOVE TRN-HORA-ACEPT TO WS-TRN-HORA-ACEPT(WS-IDX)
           MOVE TRN-ESTADO TO WS-TRN-ESTADO(WS-IDX)
           IF TRN-REEMPLAZO
              ADD 1 TO WS-CNT-REEMPLAZOS
           END-IF
           IF TRN-REPROCESO
              ADD 1 TO WS-CNT-REPROCESOS
           END-IF.

       0220-OPEN-TRNRPT.
           OPEN OUTPUT TRANS-REPORTE
           IF NOT FS-TRNRPT-OK THEN
              DISPLAY "FS-TRNRPT: " FS-TRNRPT
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-TRNRPT-OPEN TO TRUE
           END-IF.

       0300-PROCESS-PROGRAM.
           WRITE REG-TRNRPT FROM WS-GUIONES
           WRITE REG-TRNRPT FROM WS-TITULO
           WRITE REG-TRNRPT FROM WS-GUIONES
           IF WS-CNT-REG-LEIDOS = ZERO
              MOVE "SIN TRANSMISIONES REGISTRADAS" TO REG-TRNRPT
              WRITE REG-TRNRPT
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           PERFORM VARYING WS-EMI-IDX FROM 1 BY 1
              UNTIL WS-EMI-IDX > WS-CNT-REG-LEIDOS
              IF NOT WS-TRN-YA-EMITIDO(WS-EMI-IDX)
                 PERFORM 0320-BUSCAR-GRUPO-MENOR
                 PERFORM 0330-EMITIR-UN-GRUPO
              END-IF
           END-PERFORM
           WRITE REG-TRNRPT FROM WS-GUIONES
           PERFORM 0380-ESCRIBIR-TOTALES.

       0320-BUSCAR-GRUPO-MENOR.
           MOVE ZERO TO WS-MIN-IDX
           MOVE 999999 TO WS-MIN-PERIODO
           MOVE HIGH-VALUES TO WS-MIN-SUCURSAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CNT-REG-LEIDOS
              IF NOT WS-TRN-YA-EMITIDO(WS-IDX)
                 IF WS-TRN-PERIODO(WS-IDX) < WS-MIN-PERIODO
                    OR (WS-TRN-PERIODO(WS-IDX) = WS-MIN-PERIODO
                        AND WS-TRN-SUCURSAL(WS-IDX) < WS-MIN-SUCURSAL)
                    MOVE WS-TRN-PERIODO(WS-IDX) TO WS-MIN-PERIODO
                    MOVE WS-TRN-SUCURSAL(WS-IDX) TO WS-MIN-SUCURSAL
                    MOVE WS-IDX TO WS-MIN-IDX
                 END-IF
              END-IF
           END-PERFORM.

       0330-EMITIR-UN-GRUPO.
           IF WS-MIN-PERIODO NOT = WS-PERIODO-ACTUAL
              MOVE WS-MIN-PERIODO TO WS-PERIODO-ACTUAL
              ADD 1 TO WS-CNT-PERIODOS
              MOVE WS-MIN-PERIODO TO WS-PT-PERIODO
              WRITE REG-TRNRPT FROM WS-PER-TITULO
              WRITE REG-TRNRPT FROM WS-COLUMNAS
           END-IF
           ADD 1 TO WS-CNT-GRUPOS
           MOVE ZERO TO WS-ULT-IDX
           PERFORM VARYING WS-IDX FROM WS-MIN-IDX BY 1
              UNTIL WS-IDX > WS-CNT-REG-LEIDOS
              IF WS-TRN-PERIODO(WS-IDX) = WS-MIN-PERIODO
                 AND WS-TRN-SUCURSAL(WS-IDX) = WS-MIN-SUCURSAL
                 MOVE WS-IDX TO WS-ULT-IDX
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM WS-MIN-IDX BY 1
              UNTIL WS-IDX > WS-CNT-REG-LEIDOS
              IF WS-TRN-PERIODO(WS-IDX) = WS-MIN-PERIODO
                 AND WS-TRN-SUCURSAL(WS-IDX) = WS-MIN-SUCURSAL
                 PERFORM 0340-EMITIR-UNA-TRANSMISION
              END-IF
           END-PERFORM.

       0340-EMITIR-UNA-TRANSMISION.
           SET WS-TRN-YA-EMITIDO(WS-IDX) TO TRUE
           MOVE WS-TRN-SUCURSAL(WS-IDX) TO WS-TL-SUCURSAL
           MOVE WS-TRN-DDNAME(WS-IDX) TO WS-TL-DDNAME
           MOVE WS-TRN-FECHA-GEN(WS-IDX) TO WS-TL-FECHA-GEN
           MOVE WS-TRN-CANTIDAD(WS-IDX) TO WS-TL-CANTIDAD
           MOVE WS-TRN-HASH(WS-IDX) TO WS-TL-HASH
           MOVE WS-TRN-FECHA-ACEPT(WS-IDX) TO WS-TL-FECHA-ACEPT
           EVALUATE WS-TRN-ESTADO(WS-IDX)
              WHEN "R"
                 MOVE "REEMPLAZO" TO WS-TL-ESTADO
              WHEN "P"
                 MOVE "REPROCESO" TO WS-TL-ESTADO
              WHEN OTHER
                 MOVE "ORIGINAL" TO WS-TL-ESTADO
           END-EVALUATE
           IF WS-IDX = WS-ULT-IDX
              MOVE "USADA" TO WS-TL-VIGENTE
           ELSE
              MOVE SPACES TO WS-TL-VIGENTE
           END-IF
           WRITE REG-TRNRPT FROM WS-TRN-LINEA.

       0380-ESCRIBIR-TOTALES.
           MOVE SPACES TO REG-TRNRPT
           MOVE WS-CNT-REG-LEIDOS TO WS-CNT-ED
           MOVE WS-CNT-PERIODOS TO WS-CNT-ED2
           STRING "TRANSMISIONES REGISTRADAS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " PERIODOS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
             INTO REG-TRNRPT
           END-STRING
           WRITE REG-TRNRPT
           MOVE SPACES TO REG-TRNRPT
           MOVE WS-CNT-REEMPLAZOS TO WS-CNT-ED
           MOVE WS-CNT-REPROCESOS TO WS-CNT-ED2
           STRING "REEMPLAZOS AUTORIZADOS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " REPROCESOS AUTORIZADOS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
             INTO REG-TRNRPT
           END-STRING
           WRITE REG-TRNRPT
           MOVE "USADA = ULTIMA TRANSMISION ACEPTADA DE LA SUCURSAL"
             TO REG-TRNRPT
           WRITE REG-TRNRPT
           MOVE "        EN EL PERIODO (LA QUE ENTRO EN EL CIERRE)"
             TO REG-TRNRPT
           WRITE REG-TRNRPT.

       0500-CLOSE-FILE.
           IF WS-TRNREG-OPEN
              CLOSE TRANS-REG-EN
           END-IF
           IF WS-TRNRPT-OPEN
              CLOSE TRANS-REPORTE
           END-IF.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
