            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-CIECTL.

            SELECT TRANS-REG-EN ASSIGN TO TRNRGIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-TRNIN.

            SELECT TRANS-REG-SAL ASSIGN TO TRNRGOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-TRNOUT.

            SELECT AUTORIZACIONES ASSIGN TO TRNAUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-TRNAUT.

       DATA DIVISION.
       FILE SECTION.

                   DATA RECORD IS REG-PARM.
       01 REG-PARM.
          05 PARM-PERIODO          PIC 9(6).
          05 PARM-MODO             PIC X(1).
             88 PARM-MODO-FLASH    VALUE "F".
          05 FILLER                PIC X(1).
          05 PARM-REPROCESO        PIC X(1).
             88 PARM-MODO-REPROCESO VALUE "P".

       FD SUCURSAL-SAL RECORDING MODE IS F
                       DATA RECORD IS REG-SUC-SAL.
                     DATA RECORD IS REG-CIERRE-SAL.
       01 REG-CIERRE-SAL           PIC X(40).

       FD TRANS-REG-EN RECORDING MODE IS F
                       DATA RECORD IS REG-TRANS.
       COPY REGTRANS.

       FD TRANS-REG-SAL RECORDING MODE IS F
                        DATA RECORD IS REG-TRANS-SAL.
       01 REG-TRANS-SAL            PIC X(80).

       FD AUTORIZACIONES RECORDING MODE IS F
                         DATA RECORD IS REG-AUT.
       01 REG-AUT.
          05 AUT-SUCURSAL          PIC X(8).
          05 AUT-PERIODO           PIC 9(6).
          05 AUT-HASH              PIC 9(11)V99.
          05 FILLER                PIC X(53).

       WORKING-STORAGE SECTION.
       77 FS-BRCTL                PIC 99.
          88 FS-BRCTL-OK          VALUE 00.
       77 FS-CIECTL               PIC 99.
          88 FS-CIECTL-OK         VALUE 00.

       77 FS-TRNIN                PIC 99.
          88 FS-TRNIN-OK          VALUE 00.
          88 FS-TRNIN-FIN         VALUE 10.

       77 FS-TRNOUT               PIC 99.
          88 FS-TRNOUT-OK         VALUE 00.

       77 FS-TRNAUT               PIC 99.
          88 FS-TRNAUT-OK         VALUE 00.
          88 FS-TRNAUT-FIN        VALUE 10.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
             88 WS-TRL-VISTO      VALUE "S".
          05 WS-ARCH-RECH-FLAG    PIC X VALUE "N".
             88 WS-ARCH-RECHAZADO VALUE "S".
          05 WS-MODO-FLAG         PIC X VALUE "N".
             88 WS-MODO-FLASH     VALUE "S".
          05 WS-AUT-FLAG          PIC X VALUE "N".
             88 WS-AUT-ENCONTRADA VALUE "S".
          05 WS-REPROCESO-FLAG    PIC X VALUE "N".
             88 WS-MODO-REPROCESO VALUE "S".

       01 WS-BRANCH-DDNAME        PIC X(8).
       01 WS-CLEAN-DDNAME         PIC X(8).
       01 WS-TRL-CANTIDAD         PIC 9(7) VALUE ZERO.
       01 WS-TRL-HASH             PIC 9(11)V99 VALUE ZERO.
       01 WS-HASH-BR              PIC 9(11)V99 VALUE ZERO.
       01 WS-HDR-SUCURSAL         PIC X(8) VALUE SPACES.
       01 WS-HDR-FECHA            PIC 9(8) VALUE ZERO.
       01 WS-TRN-ESTADO-NUEVO     PIC X(1) VALUE "A".
       01 WS-TRN-LEYENDA          PIC X(24).
       01 WS-HASH-AUX.
          05 WS-HASH-NUM          PIC 9(11)V99.
       01 WS-HASH-ED              PIC ZZZZZZZZZZ9,99.

       01 WS-CIERRE-REG.
          05 WS-CIE-PERIODO       PIC 9(6).
       01 WS-CNT-CAB-TOT          PIC 9(5) VALUE ZERO.
       01 WS-CNT-TRL-TOT          PIC 9(5) VALUE ZERO.
       01 WS-CNT-ARCH-RECH        PIC 9(3) VALUE ZERO.
       01 WS-CNT-TRN-DUPLICADAS   PIC 9(3) VALUE ZERO.
       01 WS-CNT-TRN-REEMPLAZOS   PIC 9(3) VALUE ZERO.
       01 WS-CNT-TRN-AUTORIZADAS  PIC 9(3) VALUE ZERO.
       01 WS-CNT-TRN-ANOTADAS     PIC 9(3) VALUE ZERO.
       01 WS-CNT-ED               PIC ZZZZZZ9.
       01 WS-CNT-ED2              PIC ZZZZZZ9.
       01 WS-CNT-ED3              PIC ZZZZZZ9.

       01 WS-TRN-IDX              PIC 9(4).
       01 WS-TRN-DUP-IDX          PIC 9(4).
       01 WS-TRN-SUC-IDX          PIC 9(4).
       01 WS-AUT-IDX              PIC 9(4).

       01 WS-CNT-TRN              PIC 9(4) VALUE ZERO.
       01 WS-TRN-TABLE.
          05 WS-TRN-ENTRY OCCURS 500 TIMES.
             10 WS-TRN-SUCURSAL      PIC X(8) VALUE SPACES.
             10 WS-TRN-DDNAME        PIC X(8) VALUE SPACES.
             10 WS-TRN-FECHA-GEN     PIC 9(8) VALUE ZERO.
             10 WS-TRN-CANTIDAD      PIC 9(7) VALUE ZERO.
             10 WS-TRN-HASH          PIC 9(11)V99 VALUE ZERO.
             10 WS-TRN-ESTADO        PIC X(1) VALUE SPACE.
             10 WS-TRN-ORIGEN        PIC X(1) VALUE SPACE.
                88 WS-TRN-DEL-REGISTRO VALUE "R".
                88 WS-TRN-DE-CORRIDA VALUE "C".

       01 WS-CNT-AUT              PIC 9(3) VALUE ZERO.
       01 WS-AUT-TABLE.
          05 WS-AUT-ENTRY OCCURS 100 TIMES.
             10 WS-AUT-SUCURSAL      PIC X(8) VALUE SPACES.
             10 WS-AUT-HASH          PIC 9(11)V99 VALUE ZERO.

       01 WS-TRANS-REG.
          05 WS-TRG-PERIODO       PIC 9(6).
          05 WS-TRG-SUCURSAL      PIC X(8).
          05 WS-TRG-DDNAME        PIC X(8).
          05 WS-TRG-FECHA-GEN     PIC 9(8).
          05 WS-TRG-CANTIDAD      PIC 9(7).
          05 WS-TRG-HASH          PIC 9(11)V99.
          05 WS-TRG-FECHA-ACEPT   PIC 9(8).
          05 WS-TRG-HORA-ACEPT    PIC 9(6).
          05 WS-TRG-ESTADO        PIC X(1).
          05 FILLER               PIC X(15) VALUE SPACES.

       COPY REGSUCCT.

       01 WS-DEPTO-TABLE.

       0150-INICIALIZAR-WORKING-STORAGE.
           INITIALIZE WS-DEPTO-TABLE
           INITIALIZE WS-TRN-TABLE
           INITIALIZE WS-AUT-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           MOVE "N" TO WS-ABORT-FLAG.

           IF NOT WS-ABORTAR
              PERFORM 0216-LEER-PARMIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0217-CARGAR-REGISTRO
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0218-CARGAR-AUTORIZACIONES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0212-OPEN-RECHAZOS
           END-IF
           READ PARAM-FL
           IF FS-PARMIN-OK
              MOVE PARM-PERIODO TO WS-PERIODO
              IF PARM-MODO-FLASH
                 SET WS-MODO-FLASH TO TRUE
              END-IF
              IF PARM-MODO-REPROCESO
                 SET WS-MODO-REPROCESO TO TRUE
              END-IF
           ELSE
              DISPLAY "ERROR: PARMIN VACIO, FALTA EL PERIODO A PROCESAR"
              SET WS-ABORTAR TO TRUE
           CLOSE PARAM-FL
           MOVE "N" TO WS-PARMIN-ABIERTO.

       0217-CARGAR-REGISTRO.
           OPEN INPUT TRANS-REG-EN
           IF NOT FS-TRNIN-OK THEN
              DISPLAY "FS-TRNRGIN: " FS-TRNIN
              SET WS-ABORTAR TO TRUE
              MOVE 40 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-TRNIN-FIN OR WS-ABORTAR
                 READ TRANS-REG-EN
                 IF FS-TRNIN-OK AND TRN-PERIODO = WS-PERIODO
                    PERFORM 0219-CARGAR-UNA-TRANSMISION
                 END-IF
              END-PERFORM
              CLOSE TRANS-REG-EN
           END-IF.

       0219-CARGAR-UNA-TRANSMISION.
           IF WS-CNT-TRN = 500
              DISPLAY "ERROR: MAS DE 500 TRANSMISIONES DEL PERIODO"
                      " EN EL REGISTRO"
              SET WS-ABORTAR TO TRUE
              MOVE 32 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-TRN
              MOVE TRN-SUCURSAL TO WS-TRN-SUCURSAL(WS-CNT-TRN)
              MOVE TRN-DDNAME TO WS-TRN-DDNAME(WS-CNT-TRN)
              MOVE TRN-FECHA-GEN TO WS-TRN-FECHA-GEN(WS-CNT-TRN)
              MOVE TRN-CANTIDAD TO WS-TRN-CANTIDAD(WS-CNT-TRN)
              MOVE TRN-HASH TO WS-TRN-HASH(WS-CNT-TRN)
              MOVE TRN-ESTADO TO WS-TRN-ESTADO(WS-CNT-TRN)
              SET WS-TRN-DEL-REGISTRO(WS-CNT-TRN) TO TRUE
           END-IF.

       0218-CARGAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZACIONES
           IF NOT FS-TRNAUT-OK THEN
              DISPLAY "FS-TRNAUT: " FS-TRNAUT
              SET WS-ABORTAR TO TRUE
              MOVE 42 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-TRNAUT-FIN OR WS-ABORTAR
                 READ AUTORIZACIONES
                 IF FS-TRNAUT-OK
                    AND AUT-PERIODO NUMERIC
                    AND AUT-PERIODO = WS-PERIODO
                    AND AUT-HASH NUMERIC
                    IF WS-CNT-AUT = 100
                       DISPLAY "ERROR: MAS DE 100 AUTORIZACIONES DEL"
                               " PERIODO EN TRNAUT"
                       SET WS-ABORTAR TO TRUE
                       MOVE 32 TO WS-RETURN-CODE
                    ELSE
                       ADD 1 TO WS-CNT-AUT
                       MOVE AUT-SUCURSAL TO WS-AUT-SUCURSAL(WS-CNT-AUT)
                       MOVE AUT-HASH TO WS-AUT-HASH(WS-CNT-AUT)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AUTORIZACIONES
           END-IF.

       0210-OPEN-BRANCH-CTL.
           OPEN INPUT BRANCH-CTL
           IF NOT FS-BRCTL-OK THEN
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-ABORTAR
              PERFORM 0390-ACTUALIZAR-REGISTRO
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0380-ESCRIBIR-TOTALES
           END-IF
           WRITE REG-EDTRPT
           MOVE "13=HASH DE MONTOS DEL TRAILER NO COINCIDE"
             TO REG-EDTRPT
           WRITE REG-EDTRPT
           MOVE "14=TRANSMISION DUPLICADA (PERIODO/CANTIDAD/HASH)"
             TO REG-EDTRPT
           WRITE REG-EDTRPT
           MOVE "15=REEMPLAZO DE UNA TRANSMISION ACEPTADA SIN AUTORIZAR"
             TO REG-EDTRPT
           WRITE REG-EDTRPT.

       0320-EDITAR-UN-BRANCH.
                 MOVE ZERO TO WS-HDR-PERIODO
                 MOVE ZERO TO WS-TRL-CANTIDAD
                 MOVE ZERO TO WS-TRL-HASH
                 MOVE SPACES TO WS-HDR-SUCURSAL
                 MOVE ZERO TO WS-HDR-FECHA
                 MOVE "N" TO WS-HDR-FLAG
                 MOVE "N" TO WS-TRL-FLAG
                 MOVE "N" TO WS-ARCH-RECH-FLAG
              ELSE
                 MOVE ZERO TO WS-HDR-PERIODO
              END-IF
              MOVE SCT-H-SUCURSAL TO WS-HDR-SUCURSAL
              IF SCT-H-FECHA NUMERIC
                 MOVE SCT-H-FECHA TO WS-HDR-FECHA
              ELSE
                 MOVE ZERO TO WS-HDR-FECHA
              END-IF
           ELSE
              ADD 1 TO WS-CNT-TRL-BR
              SET WS-TRL-VISTO TO TRUE
                 PERFORM 0352-RECHAZAR-ARCHIVO
              END-IF
           END-IF
           IF NOT WS-ARCH-RECHAZADO
              PERFORM 0360-VALIDAR-TRANSMISION
           END-IF
           IF WS-ARCH-RECHAZADO
              ADD 1 TO WS-CNT-ARCH-RECH
              MOVE 8 TO WS-RETURN-CODE
           END-STRING
           WRITE REG-EDTRPT.

       0360-VALIDAR-TRANSMISION.
           IF WS-HDR-SUCURSAL = SPACES
              MOVE WS-BRANCH-DDNAME TO WS-HDR-SUCURSAL
           END-IF
           MOVE ZERO TO WS-TRN-DUP-IDX
           MOVE ZERO TO WS-TRN-SUC-IDX
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
              UNTIL WS-TRN-IDX > WS-CNT-TRN
              IF WS-TRN-CANTIDAD(WS-TRN-IDX) = WS-TRL-CANTIDAD
                 AND WS-TRN-HASH(WS-TRN-IDX) = WS-TRL-HASH
                 MOVE WS-TRN-IDX TO WS-TRN-DUP-IDX
              END-IF
              IF WS-TRN-SUCURSAL(WS-TRN-IDX) = WS-HDR-SUCURSAL
                 MOVE WS-TRN-IDX TO WS-TRN-SUC-IDX
              END-IF
           END-PERFORM
           PERFORM 0362-BUSCAR-AUTORIZACION
           IF WS-MODO-REPROCESO
              AND WS-TRN-DUP-IDX > ZERO
              AND WS-TRN-DUP-IDX = WS-TRN-SUC-IDX
              AND WS-TRN-DEL-REGISTRO(WS-TRN-DUP-IDX)
              SET WS-AUT-ENCONTRADA TO TRUE
           END-IF
           MOVE "A" TO WS-TRN-ESTADO-NUEVO
           IF WS-TRN-DUP-IDX > ZERO
              IF WS-TRN-DE-CORRIDA(WS-TRN-DUP-IDX)
                 OR NOT WS-AUT-ENCONTRADA
                 MOVE "14" TO WS-MOTIVO
                 ADD 1 TO WS-CNT-TRN-DUPLICADAS
                 PERFORM 0352-RECHAZAR-ARCHIVO
                 MOVE WS-TRN-DUP-IDX TO WS-TRN-IDX
                 PERFORM 0366-INFORMAR-TRANSMISION-PREVIA
              ELSE
                 MOVE "P" TO WS-TRN-ESTADO-NUEVO
              END-IF
           ELSE
              IF WS-TRN-SUC-IDX > ZERO
                 AND (NOT WS-MODO-FLASH
                      OR WS-TRN-DE-CORRIDA(WS-TRN-SUC-IDX))
                 IF WS-TRN-DE-CORRIDA(WS-TRN-SUC-IDX)
                    OR NOT WS-AUT-ENCONTRADA
                    MOVE "15" TO WS-MOTIVO
                    ADD 1 TO WS-CNT-TRN-REEMPLAZOS
                    PERFORM 0352-RECHAZAR-ARCHIVO
                    MOVE WS-TRN-SUC-IDX TO WS-TRN-IDX
                    PERFORM 0366-INFORMAR-TRANSMISION-PREVIA
                 ELSE
                    MOVE "R" TO WS-TRN-ESTADO-NUEVO
                 END-IF
              END-IF
           END-IF
           IF NOT WS-ARCH-RECHAZADO
              PERFORM 0364-AGREGAR-TRANSMISION
           END-IF.

       0362-BUSCAR-AUTORIZACION.
           MOVE "N" TO WS-AUT-FLAG
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
              UNTIL WS-AUT-IDX > WS-CNT-AUT
              IF WS-AUT-SUCURSAL(WS-AUT-IDX) = WS-HDR-SUCURSAL
                 AND WS-AUT-HASH(WS-AUT-IDX) = WS-TRL-HASH
                 SET WS-AUT-ENCONTRADA TO TRUE
              END-IF
           END-PERFORM.

       0364-AGREGAR-TRANSMISION.
           IF WS-CNT-TRN = 500
              DISPLAY "ERROR: MAS DE 500 TRANSMISIONES DEL PERIODO"
                      " EN EL REGISTRO"
              SET WS-ABORTAR TO TRUE
              MOVE 32 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-TRN
              MOVE WS-HDR-SUCURSAL TO WS-TRN-SUCURSAL(WS-CNT-TRN)
              MOVE WS-BRANCH-DDNAME TO WS-TRN-DDNAME(WS-CNT-TRN)
              MOVE WS-HDR-FECHA TO WS-TRN-FECHA-GEN(WS-CNT-TRN)
              MOVE WS-TRL-CANTIDAD TO WS-TRN-CANTIDAD(WS-CNT-TRN)
              MOVE WS-TRL-HASH TO WS-TRN-HASH(WS-CNT-TRN)
              MOVE WS-TRN-ESTADO-NUEVO TO WS-TRN-ESTADO(WS-CNT-TRN)
              SET WS-TRN-DE-CORRIDA(WS-CNT-TRN) TO TRUE
              EVALUATE WS-TRN-ESTADO-NUEVO
                 WHEN "R"
                    ADD 1 TO WS-CNT-TRN-AUTORIZADAS
                    MOVE "REEMPLAZO AUTORIZADO" TO WS-TRN-LEYENDA
                 WHEN "P"
                    ADD 1 TO WS-CNT-TRN-AUTORIZADAS
                    MOVE "REPROCESO AUTORIZADO" TO WS-TRN-LEYENDA
                 WHEN OTHER
                    MOVE "NUEVA" TO WS-TRN-LEYENDA
              END-EVALUATE
              MOVE WS-TRL-CANTIDAD TO WS-CNT-ED
              MOVE WS-TRL-HASH TO WS-HASH-ED
              MOVE SPACES TO REG-EDTRPT
              STRING "TRANSMISION " DELIMITED BY SIZE
                     WS-HDR-SUCURSAL DELIMITED BY SIZE
                     " GEN " DELIMITED BY SIZE
                     WS-HDR-FECHA DELIMITED BY SIZE
                     " CANT " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                     " HASH " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HASH-ED) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-TRN-LEYENDA DELIMITED BY SIZE
                INTO REG-EDTRPT
              END-STRING
              WRITE REG-EDTRPT
           END-IF.

       0366-INFORMAR-TRANSMISION-PREVIA.
           MOVE SPACES TO REG-EDTRPT
           STRING "  TRANSMISION YA ACEPTADA: DD " DELIMITED BY SIZE
                  WS-TRN-DDNAME(WS-TRN-IDX) DELIMITED BY SIZE
                  " SUC " DELIMITED BY SIZE
                  WS-TRN-SUCURSAL(WS-TRN-IDX) DELIMITED BY SIZE
                  " GEN " DELIMITED BY SIZE
                  WS-TRN-FECHA-GEN(WS-TRN-IDX) DELIMITED BY SIZE
             INTO REG-EDTRPT
           END-STRING
           WRITE REG-EDTRPT
           MOVE SPACES TO REG-EDTRPT
           IF WS-TRN-DE-CORRIDA(WS-TRN-IDX)
              STRING "  ACEPTADA EN ESTA MISMA CORRIDA - REVISAR"
                                              DELIMITED BY SIZE
                     " BRANCHES" DELIMITED BY SIZE
                INTO REG-EDTRPT
              END-STRING
           ELSE
              MOVE WS-TRL-HASH TO WS-HASH-NUM
              STRING "  PARA ACEPTARLO, TARJETA TRNAUT: "
                                              DELIMITED BY SIZE
                     WS-HDR-SUCURSAL DELIMITED BY SIZE
                     WS-PERIODO DELIMITED BY SIZE
                     WS-HASH-AUX DELIMITED BY SIZE
                INTO REG-EDTRPT
              END-STRING
           END-IF
           WRITE REG-EDTRPT.

       0370-ESCRIBIR-RESUMEN-BRANCH.
           ADD WS-CNT-LEIDOS-BR TO WS-CNT-LEIDOS-TOT
           ADD WS-CNT-BUENOS-BR TO WS-CNT-BUENOS-TOT
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
             INTO REG-EDTRPT
           END-STRING
           WRITE REG-EDTRPT
           MOVE SPACES TO REG-EDTRPT
           MOVE WS-CNT-TRN-DUPLICADAS TO WS-CNT-ED
           MOVE WS-CNT-TRN-REEMPLAZOS TO WS-CNT-ED2
           STRING "TRANSMISIONES DUPLICADAS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " REEMPLAZOS SIN AUTORIZAR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
             INTO REG-EDTRPT
           END-STRING
           WRITE REG-EDTRPT
           MOVE SPACES TO REG-EDTRPT
           MOVE WS-CNT-TRN-AUTORIZADAS TO WS-CNT-ED
           MOVE WS-CNT-TRN-ANOTADAS TO WS-CNT-ED2
           STRING "TRANSMISIONES AUTORIZADAS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " ANOTADAS EN EL REGISTRO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
             INTO REG-EDTRPT
           END-STRING
           WRITE REG-EDTRPT.

       0390-ACTUALIZAR-REGISTRO.
           MOVE SPACES TO REG-EDTRPT
           IF WS-MODO-FLASH
              MOVE "MODO FLASH: REGISTRO DE TRANSMISIONES SIN ANOTAR"
                TO REG-EDTRPT
              WRITE REG-EDTRPT
           ELSE
              IF WS-RETURN-CODE > 4
                 MOVE "REGISTRO DE TRANSMISIONES NO ACTUALIZADO (RC=8)"
                   TO REG-EDTRPT
                 WRITE REG-EDTRPT
              ELSE
                 OPEN EXTEND TRANS-REG-SAL
                 IF NOT FS-TRNOUT-OK
                    DISPLAY "FS-TRNRGOUT: " FS-TRNOUT
                    SET WS-ABORTAR TO TRUE
                    MOVE 44 TO WS-RETURN-CODE
                 ELSE
                    PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                       UNTIL WS-TRN-IDX > WS-CNT-TRN
                       IF WS-TRN-DE-CORRIDA(WS-TRN-IDX)
                          PERFORM 0392-GRABAR-UNA-TRANSMISION
                       END-IF
                    END-PERFORM
                    CLOSE TRANS-REG-SAL
                 END-IF
              END-IF
           END-IF.

       0392-GRABAR-UNA-TRANSMISION.
           MOVE WS-PERIODO TO WS-TRG-PERIODO
           MOVE WS-TRN-SUCURSAL(WS-TRN-IDX) TO WS-TRG-SUCURSAL
           MOVE WS-TRN-DDNAME(WS-TRN-IDX) TO WS-TRG-DDNAME
           MOVE WS-TRN-FECHA-GEN(WS-TRN-IDX) TO WS-TRG-FECHA-GEN
           MOVE WS-TRN-CANTIDAD(WS-TRN-IDX) TO WS-TRG-CANTIDAD
           MOVE WS-TRN-HASH(WS-TRN-IDX) TO WS-TRG-HASH
           MOVE WS-FECHA-HOY(1:8) TO WS-TRG-FECHA-ACEPT
           MOVE WS-FECHA-HOY(9:6) TO WS-TRG-HORA-ACEPT
           MOVE WS-TRN-ESTADO(WS-TRN-IDX) TO WS-TRG-ESTADO
           WRITE REG-TRANS-SAL FROM WS-TRANS-REG
           ADD 1 TO WS-CNT-TRN-ANOTADAS.

       0500-CLOSE-FILE.
           IF WS-BRCTL-OPEN
              CLOSE BRANCH-CTL
