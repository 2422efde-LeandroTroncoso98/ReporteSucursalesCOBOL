            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HIST.

            SELECT HIST-SUCURSAL ASSIGN TO HSUCOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HSUC.

            SELECT DEPTO-MAESTRO ASSIGN TO DEPTMAST
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-CIECTL.

            SELECT CHECKPOINT ASSIGN TO CHKPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-CKPT.

       DATA DIVISION.
       FILE SECTION.

          05 PARM-PERIODO          PIC 9(6).
          05 PARM-MODO             PIC X(1).
             88 PARM-MODO-FLASH    VALUE "F".
          05 FILLER                PIC X(2).
          05 PARM-FECHA-CORTE      PIC X(8).
          05 PARM-REINICIO         PIC X(1).
             88 PARM-REINICIAR     VALUE "R".

       FD OBJETIVO-EN RECORDING MODE IS F
                      DATA RECORD IS REG-OBJ.
                   DATA RECORD IS REG-HIST.
       COPY REGHIST.

       FD HIST-SUCURSAL RECORDING MODE IS F
                        DATA RECORD IS REG-HIST-SUC.
       COPY REGHSUC.

       FD DEPTO-MAESTRO RECORDING MODE IS F
                        DATA RECORD IS REG-DEPTO.
       COPY REGDEPTO.
                     DATA RECORD IS REG-CIERRE-SAL.
       01 REG-CIERRE-SAL           PIC X(40).

       FD CHECKPOINT RECORDING MODE IS F
                     DATA RECORD IS REG-CHECKPOINT.
       COPY REGCKPT.

       WORKING-STORAGE SECTION.
       77 FS-BRCTL                PIC 99.
          88 FS-BRCTL-OK          VALUE 00.
          88 FS-HIST-OK           VALUE 00.
          88 FS-HIST-FIN          VALUE 10.

       77 FS-HSUC                 PIC 99.
          88 FS-HSUC-OK           VALUE 00.

       77 FS-DEPTM                PIC 99.
          88 FS-DEPTM-OK          VALUE 00.
          88 FS-DEPTM-FIN         VALUE 10.
       77 FS-CIECTL               PIC 99.
          88 FS-CIECTL-OK         VALUE 00.

       77 FS-CKPT                 PIC 99.
          88 FS-CKPT-OK           VALUE 00.
          88 FS-CKPT-FIN          VALUE 10.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
             88 WS-FLASH          VALUE "F".
          05 WS-SOBJ-ABIERTO      PIC X VALUE "N".
             88 WS-SOBJ-OPEN      VALUE "S".
          05 WS-CKP-ABIERTO       PIC X VALUE "N".
             88 WS-CKP-OPEN       VALUE "S".
          05 WS-REINICIO-FLAG     PIC X VALUE "N".
             88 WS-REINICIO       VALUE "S".

       01 WS-BRANCH-DDNAME        PIC X(8).
       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-CNT-OBJ-LEIDOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-DETALLE          PIC 9(3) VALUE ZERO.
       01 WS-CNT-HIST-ESCRITOS    PIC 9(3) VALUE ZERO.
       01 WS-CNT-HSUC-ESCRITOS    PIC 9(7) VALUE ZERO.
       01 WS-CNT-MAE-LEIDOS       PIC 9(5) VALUE ZERO.
       01 WS-CNT-MAE-ACTIVOS      PIC 9(5) VALUE ZERO.
       01 WS-CNT-RECH-MAESTRO     PIC 9(7) VALUE ZERO.
       01 WS-HOY-FECHA-R REDEFINES WS-HOY-FECHA.
          05 WS-HOY-PERIODO       PIC 9(6).
          05 WS-HOY-DIA           PIC 9(2).
       01 WS-FECHA-CORTE          PIC 9(8) VALUE ZERO.
       01 WS-PER-AUX              PIC 9(6).
       01 WS-PER-AUX-R REDEFINES WS-PER-AUX.
          05 WS-PER-AUX-AAAA      PIC 9(4).
             10 WS-SUC-TOTAL         PIC S9(9)V99 VALUE ZERO.
             10 WS-SUC-VENTAS        PIC 9(9)V99 VALUE ZERO.
             10 WS-SUC-DEVOL         PIC 9(9)V99 VALUE ZERO.
             10 WS-SUC-FEC-APERTURA  PIC 9(8)    VALUE ZERO.
             10 WS-SUC-FEC-CIERRE    PIC 9(8)    VALUE ZERO.

       01 WS-REG-TABLE.
          05 WS-REG-ENTRY OCCURS 100 TIMES.
       01 WS-SD-NETO-RAW          PIC S9(9)V99 VALUE ZERO.
       01 WS-SOBJ-FLASH           PIC 9(7)V99 VALUE ZERO.

       01 WS-CKP-SELLO            PIC X(16) VALUE SPACES.
       01 WS-CKP-RECUPERADAS      PIC 9(3) VALUE ZERO.
       01 WS-CKP-RECUPERADAS-ED   PIC ZZ9.
       01 WS-CKP-LEIDAS           PIC 9(3) VALUE ZERO.
       01 WS-CKP-SELLO-TABLE.
          05 WS-CKP-SELLO-SUC     PIC X(16) OCCURS 100 TIMES
                                   VALUE SPACES.

       01 WS-CIERRE-REG.
          05 WS-CIE-PERIODO       PIC 9(6).
          05 WS-CIE-PROGRAMA      PIC X(8).
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0238-OPEN-DETOUT
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0240-PREPARAR-CHECKPOINT
           END-IF.

       0215-OPEN-PARMIN.
              IF PARM-MODO-FLASH
                 SET WS-FLASH TO TRUE
              END-IF
              IF PARM-FECHA-CORTE NUMERIC
                 MOVE PARM-FECHA-CORTE TO WS-FECHA-CORTE
              END-IF
              IF PARM-REINICIAR
                 SET WS-REINICIO TO TRUE
              END-IF
           ELSE
              DISPLAY "ERROR: PARMIN VACIO, FALTA EL PERIODO A PROCESAR"
              SET WS-ABORTAR TO TRUE
           IF WS-FLASH
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
              MOVE WS-FECHA-HOY(1:8) TO WS-HOY-FECHA
              IF WS-FECHA-CORTE > ZERO
                 MOVE WS-FECHA-CORTE TO WS-HOY-FECHA
              END-IF
              PERFORM 0218-ULTIMO-DIA-MES
              MOVE ZERO TO WS-DIAS-HAB-TOT
              MOVE ZERO TO WS-DIAS-HAB-TRANS
              SET WS-DETOUT-OPEN TO TRUE
           END-IF.

       0240-PREPARAR-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:16) TO WS-CKP-SELLO
           IF WS-REINICIO
              PERFORM 0242-VALIDAR-CHECKPOINT
           END-IF
           IF NOT WS-ABORTAR AND NOT WS-REINICIO
              PERFORM 0244-INICIAR-CHECKPOINT
           END-IF
           IF NOT WS-ABORTAR AND WS-CKP-RECUPERADAS > ZERO
              PERFORM 0246-RECUPERAR-CHECKPOINT
           END-IF
           IF NOT WS-ABORTAR
              CLOSE BRANCH-CTL
              MOVE "N" TO WS-BRCTL-ABIERTO
              PERFORM 0210-OPEN-BRANCH-CTL
           END-IF.

       0242-VALIDAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT
           IF NOT FS-CKPT-OK
              DISPLAY "FS-CKPT: " FS-CKPT
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              SET WS-CKP-OPEN TO TRUE
              READ CHECKPOINT
              IF NOT FS-CKPT-OK
                 DISPLAY "AVISO: REINICIO PEDIDO CON EL CHECKPOINT"
                         " VACIO - SE PROCESA DESDE LA PRIMERA"
                         " SUCURSAL"
                 MOVE "N" TO WS-REINICIO-FLAG
              ELSE
                 IF NOT CKP-CABECERA
                    DISPLAY "ERROR: CHECKPOINT SIN CABECERA -"
                            " REINICIO RECHAZADO"
                    SET WS-ABORTAR TO TRUE
                    MOVE 52 TO WS-RETURN-CODE
                 ELSE
                    IF CKP-PERIODO NOT = WS-PERIODO
                       DISPLAY "ERROR: EL CHECKPOINT ES DEL PERIODO "
                               CKP-PERIODO " Y PARMIN PIDE "
                               WS-PERIODO " - REINICIO RECHAZADO"
                       SET WS-ABORTAR TO TRUE
                       MOVE 52 TO WS-RETURN-CODE
                    ELSE
                       IF CKP-MODO NOT = WS-MODO-FLAG
                          DISPLAY "ERROR: EL CHECKPOINT ES DE OTRO MODO"
                                  " (FLASH/CIERRE) QUE EL PEDIDO EN"
                                  " PARMIN - REINICIO RECHAZADO"
                          SET WS-ABORTAR TO TRUE
                          MOVE 52 TO WS-RETURN-CODE
                       END-IF
                    END-IF
                 END-IF
              END-IF
              PERFORM UNTIL FS-CKPT-FIN OR WS-ABORTAR
                 OR NOT WS-REINICIO
                 READ CHECKPOINT
                 IF FS-CKPT-OK
                    PERFORM 0243-VALIDAR-UN-CKP
                 END-IF
              END-PERFORM
              IF WS-REINICIO AND NOT WS-ABORTAR
                 READ BRANCH-CTL
                 IF FS-BRCTL-OK
                    PERFORM 0245-RECHAZAR-BRANCHES
                 END-IF
              END-IF
              CLOSE CHECKPOINT
              MOVE "N" TO WS-CKP-ABIERTO
           END-IF.

       0243-VALIDAR-UN-CKP.
           EVALUATE TRUE
              WHEN CKP-BRANCH
                 READ BRANCH-CTL
                 IF NOT FS-BRCTL-OK OR REG-BR-CTL NOT = CKP-TEXTO
                    PERFORM 0245-RECHAZAR-BRANCHES
                 END-IF
              WHEN CKP-SUCURSAL
                 IF CKP-SUC-IDX NOT = WS-CKP-RECUPERADAS + 1
                    DISPLAY "ERROR: CHECKPOINT INCONSISTENTE, SUCURSAL "
                            CKP-SUC-IDX " FUERA DE SECUENCIA -"
                            " REINICIO RECHAZADO"
                    SET WS-ABORTAR TO TRUE
                    MOVE 52 TO WS-RETURN-CODE
                 ELSE
                    ADD 1 TO WS-CKP-RECUPERADAS
                    MOVE CKP-SELLO
                      TO WS-CKP-SELLO-SUC(WS-CKP-RECUPERADAS)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0245-RECHAZAR-BRANCHES.
           DISPLAY "ERROR: EL CHECKPOINT CORRESPONDE A OTRA LISTA DE"
                   " SUCURSALES (BRANCHES CAMBIO) - REINICIO RECHAZADO"
           SET WS-ABORTAR TO TRUE
           MOVE 52 TO WS-RETURN-CODE.

       0244-INICIAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           IF NOT FS-CKPT-OK
              DISPLAY "FS-CKPT: " FS-CKPT
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              MOVE SPACES TO REG-CHECKPOINT
              SET CKP-CABECERA TO TRUE
              MOVE WS-CKP-SELLO TO CKP-SELLO
              MOVE ZERO TO CKP-SUC-IDX
              MOVE WS-PERIODO TO CKP-PERIODO
              MOVE WS-MODO-FLAG TO CKP-MODO
              WRITE REG-CHECKPOINT
              PERFORM UNTIL FS-BRCTL-FIN
                 READ BRANCH-CTL
                 IF FS-BRCTL-OK
                    MOVE SPACES TO REG-CHECKPOINT
                    SET CKP-BRANCH TO TRUE
                    MOVE WS-CKP-SELLO TO CKP-SELLO
                    MOVE ZERO TO CKP-SUC-IDX
                    MOVE REG-BR-CTL TO CKP-TEXTO
                    WRITE REG-CHECKPOINT
                 END-IF
              END-PERFORM
              CLOSE CHECKPOINT
           END-IF.

       0246-RECUPERAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT
           IF NOT FS-CKPT-OK
              DISPLAY "FS-CKPT: " FS-CKPT
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              SET WS-CKP-OPEN TO TRUE
              PERFORM UNTIL FS-CKPT-FIN
                 READ CHECKPOINT
                 IF FS-CKPT-OK
                    AND CKP-SUC-IDX > ZERO
                    AND CKP-SUC-IDX NOT > WS-CKP-RECUPERADAS
                    PERFORM 0247-RECUPERAR-UN-CKP
                 END-IF
              END-PERFORM
              CLOSE CHECKPOINT
              MOVE "N" TO WS-CKP-ABIERTO
              MOVE WS-CKP-RECUPERADAS TO WS-CKP-RECUPERADAS-ED
              DISPLAY "REINICIO DESDE CHECKPOINT: "
                      FUNCTION TRIM(WS-CKP-RECUPERADAS-ED)
                      " SUCURSALES YA PROCESADAS, SE CONTINUA CON LA"
                      " SIGUIENTE DE BRANCHES"
           END-IF.

       0247-RECUPERAR-UN-CKP.
           IF CKP-SELLO = WS-CKP-SELLO-SUC(CKP-SUC-IDX)
              EVALUATE TRUE
                 WHEN CKP-EXCEPCION
                    MOVE CKP-TEXTO TO REG-EXCEPT
                    WRITE REG-EXCEPT
                 WHEN CKP-DEPTO
                    PERFORM 0248-RECUPERAR-DEPTO
                 WHEN CKP-SUCURSAL
                    PERFORM 0249-RECUPERAR-SUC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       0248-RECUPERAR-DEPTO.
           SET WS-DEPTO-VISTO(CKP-DEP-NUMERO) TO TRUE
           MOVE CKP-DEP-MONTO TO WS-DEPTO-MONTO(CKP-DEP-NUMERO)
           MOVE CKP-DEP-VENTAS TO WS-DEPTO-VENTAS(CKP-DEP-NUMERO)
           MOVE CKP-DEP-DEVOL TO WS-DEPTO-DEVOL(CKP-DEP-NUMERO)
           MOVE CKP-DEP-CANT-SUC TO WS-DEPTO-CANT-SUC(CKP-DEP-NUMERO)
           SET WS-DEPTO-SUC-VISTO(CKP-DEP-NUMERO, CKP-SUC-IDX) TO TRUE
           MOVE CKP-DEP-CELDA
             TO WS-DEPTO-SUC-MONTO(CKP-DEP-NUMERO, CKP-SUC-IDX).

       0249-RECUPERAR-SUC.
           MOVE CKP-SUC-IDX TO WS-CNT-BRANCHES-PROC
           MOVE CKP-SUC-DDNAME TO WS-SUC-DDNAME(CKP-SUC-IDX)
           MOVE CKP-SUC-REGION TO WS-SUC-REGION(CKP-SUC-IDX)
           MOVE CKP-SUC-NOMBRE TO WS-SUC-NOMBRE(CKP-SUC-IDX)
           MOVE CKP-SUC-TOTAL TO WS-SUC-TOTAL(CKP-SUC-IDX)
           MOVE CKP-SUC-VENTAS TO WS-SUC-VENTAS(CKP-SUC-IDX)
           MOVE CKP-SUC-DEVOL TO WS-SUC-DEVOL(CKP-SUC-IDX)
           MOVE CKP-SUC-APERTURA TO WS-SUC-FEC-APERTURA(CKP-SUC-IDX)
           MOVE CKP-SUC-CIERRE TO WS-SUC-FEC-CIERRE(CKP-SUC-IDX)
           MOVE CKP-CNT-SUC-REG TO WS-CNT-SUC-REGISTROS
           MOVE CKP-CNT-CABECERAS TO WS-CNT-CABECERAS
           MOVE CKP-CNT-TRAILERS TO WS-CNT-TRAILERS
           MOVE CKP-CNT-VENTAS TO WS-CNT-MOV-VENTAS
           MOVE CKP-CNT-DEVOL TO WS-CNT-MOV-DEVOL
           MOVE CKP-CNT-AJUSTES TO WS-CNT-MOV-AJUSTES
           MOVE CKP-CNT-FUERA-PER TO WS-CNT-FUERA-PERIODO
           MOVE CKP-CNT-RECH-MAE TO WS-CNT-RECH-MAESTRO
           PERFORM 0329-REGISTRAR-REGION.

       0300-PROCESS-PROGRAM.
           PERFORM 0320-PROCESAR-BRANCHES
           IF NOT WS-ABORTAR
           END-IF
           IF NOT WS-ABORTAR AND NOT WS-FLASH
              PERFORM 0370-ESCRIBIR-HISTORIA
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0390-LIMPIAR-CHECKPOINT
           END-IF.

       0320-PROCESAR-BRANCHES.
              READ BRANCH-CTL
              IF FS-BRCTL-OK
                 IF BR-DDNAME NOT = SPACES
                    ADD 1 TO WS-CKP-LEIDAS
                    IF WS-CKP-LEIDAS > WS-CKP-RECUPERADAS
                       MOVE BR-DDNAME TO WS-BRANCH-DDNAME
                       PERFORM 0322-PROCESAR-UN-BRANCH
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
                TO WS-SUC-DDNAME(WS-CNT-BRANCHES-PROC)
              MOVE BR-REGION TO WS-SUC-REGION(WS-CNT-BRANCHES-PROC)
              MOVE BR-NOMBRE TO WS-SUC-NOMBRE(WS-CNT-BRANCHES-PROC)
              IF BR-FECHA-APERTURA NUMERIC
                 MOVE BR-FECHA-APERTURA
                   TO WS-SUC-FEC-APERTURA(WS-CNT-BRANCHES-PROC)
              END-IF
              IF BR-FECHA-CIERRE NUMERIC
                 MOVE BR-FECHA-CIERRE
                   TO WS-SUC-FEC-CIERRE(WS-CNT-BRANCHES-PROC)
              END-IF
              PERFORM 0329-REGISTRAR-REGION
              MOVE ZERO TO WS-BR-PREV-NUMERO
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
                 MOVE SPACE TO WS-DEPTO-EN-BRANCH(WS-IDX)
              END-PERFORM
              PERFORM 0380-ABRIR-CHECKPOINT
              PERFORM UNTIL FS-SUC-FIN OR WS-ABORTAR
                 READ SUCURSAL-EN
                 IF FS-SUC-OK
                 END-IF
              END-PERFORM
              CLOSE SUCURSAL-EN
              IF WS-CKP-OPEN
                 IF NOT WS-ABORTAR
                    PERFORM 0382-GRABAR-CHECKPOINT-SUC
                 END-IF
                 CLOSE CHECKPOINT
                 MOVE "N" TO WS-CKP-ABIERTO
              END-IF
           END-IF.

       0324-ACUMULAR-REGISTRO.
                  WS-BRANCH-DDNAME DELIMITED BY SIZE
             INTO REG-EXCEPT
           END-STRING
           WRITE REG-EXCEPT
           PERFORM 0384-GRABAR-CKP-EXCEPCION.

       0326-RECHAZAR-POR-MAESTRO.
           ADD 1 TO WS-CNT-RECH-MAESTRO
                INTO REG-EXCEPT
              END-STRING
           END-IF
           WRITE REG-EXCEPT
           PERFORM 0384-GRABAR-CKP-EXCEPCION.

       0328-SUMAR-REGISTRO.
           SET WS-DEPTO-VISTO(SUC-NUMERO) TO TRUE
       0329-REGISTRAR-REGION.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-CNT-REGIONES
              OR WS-REG-CODIGO(WS-REG-IDX)
                 = WS-SUC-REGION(WS-CNT-BRANCHES-PROC)
              CONTINUE
           END-PERFORM
           IF WS-REG-IDX > WS-CNT-REGIONES
              ADD 1 TO WS-CNT-REGIONES
              MOVE WS-SUC-REGION(WS-CNT-BRANCHES-PROC)
                TO WS-REG-CODIGO(WS-CNT-REGIONES)
           END-IF.

       0380-ABRIR-CHECKPOINT.
           OPEN EXTEND CHECKPOINT
           IF NOT FS-CKPT-OK
              DISPLAY "FS-CKPT: " FS-CKPT
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              SET WS-CKP-OPEN TO TRUE
           END-IF.

       0382-GRABAR-CHECKPOINT-SUC.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              IF WS-DEPTO-EN-BRANCH-ACTUAL(WS-IDX)
                 PERFORM 0383-GRABAR-CKP-DEPTO
              END-IF
           END-PERFORM
           MOVE SPACES TO REG-CHECKPOINT
           SET CKP-SUCURSAL TO TRUE
           MOVE WS-CKP-SELLO TO CKP-SELLO
           MOVE WS-CNT-BRANCHES-PROC TO CKP-SUC-IDX
           MOVE WS-SUC-DDNAME(WS-CNT-BRANCHES-PROC) TO CKP-SUC-DDNAME
           MOVE WS-SUC-REGION(WS-CNT-BRANCHES-PROC) TO CKP-SUC-REGION
           MOVE WS-SUC-NOMBRE(WS-CNT-BRANCHES-PROC) TO CKP-SUC-NOMBRE
           MOVE WS-SUC-TOTAL(WS-CNT-BRANCHES-PROC) TO CKP-SUC-TOTAL
           MOVE WS-SUC-VENTAS(WS-CNT-BRANCHES-PROC) TO CKP-SUC-VENTAS
           MOVE WS-SUC-DEVOL(WS-CNT-BRANCHES-PROC) TO CKP-SUC-DEVOL
           MOVE WS-SUC-FEC-APERTURA(WS-CNT-BRANCHES-PROC)
             TO CKP-SUC-APERTURA
           MOVE WS-SUC-FEC-CIERRE(WS-CNT-BRANCHES-PROC)
             TO CKP-SUC-CIERRE
           MOVE WS-CNT-SUC-REGISTROS TO CKP-CNT-SUC-REG
           MOVE WS-CNT-CABECERAS TO CKP-CNT-CABECERAS
           MOVE WS-CNT-TRAILERS TO CKP-CNT-TRAILERS
           MOVE WS-CNT-MOV-VENTAS TO CKP-CNT-VENTAS
           MOVE WS-CNT-MOV-DEVOL TO CKP-CNT-DEVOL
           MOVE WS-CNT-MOV-AJUSTES TO CKP-CNT-AJUSTES
           MOVE WS-CNT-FUERA-PERIODO TO CKP-CNT-FUERA-PER
           MOVE WS-CNT-RECH-MAESTRO TO CKP-CNT-RECH-MAE
           WRITE REG-CHECKPOINT.

       0383-GRABAR-CKP-DEPTO.
           MOVE SPACES TO REG-CHECKPOINT
           SET CKP-DEPTO TO TRUE
           MOVE WS-CKP-SELLO TO CKP-SELLO
           MOVE WS-CNT-BRANCHES-PROC TO CKP-SUC-IDX
           MOVE WS-IDX TO CKP-DEP-NUMERO
           MOVE WS-DEPTO-SUC-MONTO(WS-IDX, WS-CNT-BRANCHES-PROC)
             TO CKP-DEP-CELDA
           MOVE WS-DEPTO-MONTO(WS-IDX) TO CKP-DEP-MONTO
           MOVE WS-DEPTO-VENTAS(WS-IDX) TO CKP-DEP-VENTAS
           MOVE WS-DEPTO-DEVOL(WS-IDX) TO CKP-DEP-DEVOL
           MOVE WS-DEPTO-CANT-SUC(WS-IDX) TO CKP-DEP-CANT-SUC
           WRITE REG-CHECKPOINT.

       0384-GRABAR-CKP-EXCEPCION.
           IF WS-CKP-OPEN
              MOVE SPACES TO REG-CHECKPOINT
              SET CKP-EXCEPCION TO TRUE
              MOVE WS-CKP-SELLO TO CKP-SELLO
              MOVE WS-CNT-BRANCHES-PROC TO CKP-SUC-IDX
              MOVE REG-EXCEPT TO CKP-TEXTO
              WRITE REG-CHECKPOINT
           END-IF.

       0390-LIMPIAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           IF FS-CKPT-OK
              CLOSE CHECKPOINT
           ELSE
              DISPLAY "AVISO: NO SE PUDO VACIAR EL CHECKPOINT -"
                      " FS-CKPT: " FS-CKPT
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       0340-EMITIR-REPORTE.
                 END-IF
              END-PERFORM
              CLOSE HISTORIA
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0375-ESCRIBIR-HIST-SUC
           END-IF.

       0372-ESCRIBIR-UN-HIST.
           WRITE REG-HIST
           ADD 1 TO WS-CNT-HIST-ESCRITOS.

       0375-ESCRIBIR-HIST-SUC.
           OPEN EXTEND HIST-SUCURSAL
           IF NOT FS-HSUC-OK
              DISPLAY "FS-HSUC: " FS-HSUC
              SET WS-ABORTAR TO TRUE
              MOVE 48 TO WS-RETURN-CODE
           ELSE
              PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                 UNTIL WS-SUC-IDX > WS-CNT-BRANCHES-PROC
                 PERFORM 0376-HIST-UNA-SUC
              END-PERFORM
              CLOSE HIST-SUCURSAL
           END-IF.

       0376-HIST-UNA-SUC.
           MOVE SPACES TO REG-HIST-SUC
           MOVE WS-PERIODO TO HSU-PERIODO
           SET HSU-TIPO-SUCURSAL TO TRUE
           MOVE WS-SUC-DDNAME(WS-SUC-IDX) TO HSU-SUCURSAL
           MOVE WS-SUC-REGION(WS-SUC-IDX) TO HSU-REGION
           MOVE ZERO TO HSU-NUMERO
           MOVE WS-SUC-TOTAL(WS-SUC-IDX) TO HSU-MONTO
           MOVE WS-SUC-VENTAS(WS-SUC-IDX) TO HSU-VENTAS
           MOVE WS-SUC-DEVOL(WS-SUC-IDX) TO HSU-DEVOL
           MOVE WS-SUC-FEC-APERTURA(WS-SUC-IDX) TO HSU-FECHA-APERTURA
           MOVE WS-SUC-FEC-CIERRE(WS-SUC-IDX) TO HSU-FECHA-CIERRE
           WRITE REG-HIST-SUC
           ADD 1 TO WS-CNT-HSUC-ESCRITOS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              IF WS-DEPTO-SUC-VISTO(WS-IDX, WS-SUC-IDX)
                 SET HSU-TIPO-CELDA TO TRUE
                 MOVE WS-IDX TO HSU-NUMERO
                 MOVE WS-DEPTO-SUC-MONTO(WS-IDX, WS-SUC-IDX)
                   TO HSU-MONTO
                 MOVE ZERO TO HSU-VENTAS
                 MOVE ZERO TO HSU-DEVOL
                 WRITE REG-HIST-SUC
                 ADD 1 TO WS-CNT-HSUC-ESCRITOS
              END-IF
           END-PERFORM.

       0360-EMITIR-RECONCILIACION.
           MOVE SPACES TO REG-EXCEPT
           STRING "RECONCILIACION - DEPTOS SIN COBERTURA EN"
           END-IF
           IF WS-DETOUT-OPEN
              CLOSE DETALLE-SUC
           END-IF
           IF WS-CKP-OPEN
              CLOSE CHECKPOINT
           END-IF.

       0900-ESCRIBIR-RUNLOG.
                INTO REG-RUNLOG
              END-STRING
              WRITE REG-RUNLOG
              MOVE SPACES TO REG-RUNLOG
              STRING "REGISTROS DE HISTORIA POR SUCURSAL ESCRITOS: "
                                                  DELIMITED BY SIZE
                     WS-CNT-HSUC-ESCRITOS         DELIMITED BY SIZE
                INTO REG-RUNLOG
              END-STRING
              WRITE REG-RUNLOG
              IF WS-CKP-RECUPERADAS > ZERO
                 MOVE WS-CKP-RECUPERADAS TO WS-CKP-RECUPERADAS-ED
                 MOVE SPACES TO REG-RUNLOG
                 STRING "REINICIO DESDE CHECKPOINT - SUCURSALES "
                                                  DELIMITED BY SIZE
                        "RECUPERADAS: "           DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CKP-RECUPERADAS-ED)
                                                  DELIMITED BY SIZE
                   INTO REG-RUNLOG
                 END-STRING
                 WRITE REG-RUNLOG
              END-IF
              CLOSE RUN-LOG
           ELSE
              DISPLAY "FS-RUNLOG: " FS-RUNLOG
