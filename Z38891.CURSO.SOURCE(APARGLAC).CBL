       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARGLAC.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT GL-ACUSE-NUEVO ASSIGN TO GLACKIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-GLACKIN.

            SELECT GL-ACUSES-EN ASSIGN TO GLACUIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-GLACUIN.

            SELECT GL-ACUSES-SAL ASSIGN TO GLACUOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-GLACUOUT.

            SELECT GL-REGISTRO-EN ASSIGN TO GLREGIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-GLREGIN.

            SELECT CIERRE-CTL ASSIGN TO CIECTL
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-CIECTL.

            SELECT GLAC-REPORTE ASSIGN TO GLACRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-GLACRPT.

       DATA DIVISION.
       FILE SECTION.

       FD GL-ACUSE-NUEVO RECORDING MODE IS F
                         DATA RECORD IS REG-GLACK-NVO.
       01 REG-GLACK-NVO            PIC X(80).

       FD GL-ACUSES-EN RECORDING MODE IS F
                       DATA RECORD IS REG-GLACU-EN.
       01 REG-GLACU-EN             PIC X(80).

       FD GL-ACUSES-SAL RECORDING MODE IS F
                        DATA RECORD IS REG-GLACU-SAL.
       01 REG-GLACU-SAL            PIC X(80).

       FD GL-REGISTRO-EN RECORDING MODE IS F
                         DATA RECORD IS REG-GL-REG.
       COPY REGGLREG.

       FD CIERRE-CTL RECORDING MODE IS F
                     DATA RECORD IS REG-CIERRE-SAL.
       01 REG-CIERRE-SAL           PIC X(40).

       FD GLAC-REPORTE RECORDING MODE IS F
                       DATA RECORD IS REG-GLACRPT.
       01 REG-GLACRPT              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-GLACKIN              PIC 99.
          88 FS-GLACKIN-OK        VALUE 00.
          88 FS-GLACKIN-FIN       VALUE 10.

       77 FS-GLACUIN              PIC 99.
          88 FS-GLACUIN-OK        VALUE 00.
          88 FS-GLACUIN-FIN       VALUE 10.

       77 FS-GLACUOUT             PIC 99.
          88 FS-GLACUOUT-OK       VALUE 00.

       77 FS-GLREGIN              PIC 99.
          88 FS-GLREGIN-OK        VALUE 00.
          88 FS-GLREGIN-FIN       VALUE 10.

       77 FS-CIECTL               PIC 99.
          88 FS-CIECTL-OK         VALUE 00.

       77 FS-GLACRPT              PIC 99.
          88 FS-GLACRPT-OK        VALUE 00.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-GLACKIN-ABIERTO   PIC X VALUE "N".
             88 WS-GLACKIN-OPEN   VALUE "S".
          05 WS-GLACUIN-ABIERTO   PIC X VALUE "N".
             88 WS-GLACUIN-OPEN   VALUE "S".
          05 WS-GLACUOUT-ABIERTO  PIC X VALUE "N".
             88 WS-GLACUOUT-OPEN  VALUE "S".
          05 WS-GLREGIN-ABIERTO   PIC X VALUE "N".
             88 WS-GLREGIN-OPEN   VALUE "S".
          05 WS-CIECTL-ABIERTO    PIC X VALUE "N".
             88 WS-CIECTL-OPEN    VALUE "S".
          05 WS-GLACRPT-ABIERTO   PIC X VALUE "N".
             88 WS-GLACRPT-OPEN   VALUE "S".
          05 WS-SALTEAR-FLAG      PIC X VALUE "N".
             88 WS-SALTEAR-LOTE   VALUE "S".

       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-FECHA-HOY            PIC X(21).

       01 WS-IDX                  PIC 9(4).
       01 WS-RG-IDX               PIC 9(4).
       01 WS-LT-IDX               PIC 9(4).
       01 WS-CT-IDX               PIC 9(4).
       01 WS-CT-HASTA             PIC 9(4).
       01 WS-PER-IDX              PIC 9(4).
       01 WS-PER-MIN-IDX          PIC 9(4).
       01 WS-PER-MIN-PERIODO      PIC 9(6).
       01 WS-PER-BUSCAR           PIC 9(6).
       01 WS-LOTE-ACTUAL          PIC 9(4) VALUE ZERO.
       01 WS-LT-ULTIMO            PIC 9(4).

       01 WS-CNT-REG              PIC 9(4) VALUE ZERO.
       01 WS-CNT-LOTES            PIC 9(4) VALUE ZERO.
       01 WS-CNT-CTAS             PIC 9(4) VALUE ZERO.
       01 WS-CNT-PERIODOS         PIC 9(4) VALUE ZERO.

       01 WS-CNT-ACK-LEIDOS       PIC 9(7) VALUE ZERO.
       01 WS-CNT-LOTES-NUEVOS     PIC 9(7) VALUE ZERO.
       01 WS-CNT-CTAS-NUEVAS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-DUPLICADOS       PIC 9(7) VALUE ZERO.
       01 WS-CNT-INVALIDOS        PIC 9(7) VALUE ZERO.
       01 WS-CNT-CONFIRMADOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-SIN-ACUSE        PIC 9(7) VALUE ZERO.
       01 WS-CNT-PARCIALES        PIC 9(7) VALUE ZERO.
       01 WS-CNT-RECHAZADOS       PIC 9(7) VALUE ZERO.
       01 WS-CNT-DIFERENCIAS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-SIN-ENVIO        PIC 9(7) VALUE ZERO.
       01 WS-CNT-SUSTITUIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-PER-ENVIOS       PIC 9(4) VALUE ZERO.
       01 WS-CNT-PER-CONFIRM      PIC 9(4) VALUE ZERO.
       01 WS-CNT-PER-OBSERV       PIC 9(4) VALUE ZERO.
       01 WS-CNT-ED               PIC ZZZZZZ9.
       01 WS-CNT-ED2              PIC ZZZZZZ9.
       01 WS-CNT-ED3              PIC ZZZZZZ9.
       01 WS-CNT-ED4              PIC ZZZZZZ9.

       01 WS-IMPORTE-CONTAB       PIC S9(11)V99 VALUE ZERO.

       COPY REGGLACK.

       01 WS-CIERRE-REG.
          05 WS-CIE-PERIODO       PIC 9(6).
          05 WS-CIE-PROGRAMA      PIC X(8).
          05 WS-CIE-FECHA         PIC 9(8).
          05 WS-CIE-HORA          PIC 9(6).
          05 WS-CIE-RC            PIC 9(4).
          05 WS-CIE-ESTADO        PIC X(1) VALUE "C".
          05 FILLER               PIC X(7) VALUE SPACES.

       01 WS-REG-TABLE.
          05 WS-RG-ENTRY OCCURS 500 TIMES.
             10 WS-RG-CLAVE.
                15 WS-RG-PERIODO     PIC 9(6).
                15 WS-RG-FECHA       PIC 9(8).
             10 WS-RG-TIPO           PIC X(1).
             10 WS-RG-CANTIDAD       PIC 9(7).
             10 WS-RG-HASH           PIC S9(11)V99.
             10 WS-RG-LOTE           PIC 9(4).
             10 WS-RG-ESTADO         PIC X(10).

       01 WS-LOTE-TABLE.
          05 WS-LT-ENTRY OCCURS 500 TIMES.
             10 WS-LT-REG            PIC X(80).
             10 WS-LT-USADO-FLAG     PIC X.
                88 WS-LT-USADO       VALUE "S".
             10 WS-LT-SUST-FLAG      PIC X.
                88 WS-LT-SUSTITUIDO  VALUE "S".
             10 WS-LT-CTA-DESDE      PIC 9(4).
             10 WS-LT-CTA-CANT       PIC 9(4).

       01 WS-CTA-TABLE.
          05 WS-CT-REG OCCURS 2000 TIMES PIC X(80).

       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 240 TIMES.
             10 WS-PER-PERIODO       PIC 9(6).
             10 WS-PER-EMITIDO       PIC X.
                88 WS-PER-YA-EMITIDO VALUE "S".
             10 WS-PER-TOCADO-FLAG   PIC X.
                88 WS-PER-TOCADO     VALUE "S".

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(78) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(47)
             VALUE "CONCILIACION DE ACUSES DEL GL (CONTABILIZACION)".
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE "PERIOD".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE "T".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "FECHA".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE "LINEAS".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE "        ENVIADO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE "CONTAB.".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE "  CONTABILIZADO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(10) VALUE "ESTADO".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE "|".

       01 WS-DET-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-PERIODO        PIC 9(6).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-TIPO           PIC X(1).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-FECHA          PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-ENVIADAS       PIC ZZZZZZ9 BLANK WHEN ZERO.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-HASH           PIC $$$$$$$$$$9,99- BLANK WHEN ZERO.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-CONTAB         PIC ZZZZZZ9 BLANK WHEN ZERO.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-IMPORTE        PIC $$$$$$$$$$9,99- BLANK WHEN ZERO.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-ESTADO         PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE "|".

       01 WS-CTA-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "CTA RECHAZADA ".
          05 WS-CL-CUENTA         PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-CENTRO         PIC X(6).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-IMPORTE        PIC $$$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-MOTIVO         PIC X(26).
          05 FILLER               PIC X VALUE "|".

       01 WS-PER-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "PERIODO ".
          05 WS-PT-PERIODO        PIC 9(6).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-PT-ESTADO         PIC X(30).
          05 FILLER               PIC X(31) VALUE SPACES.
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
           INITIALIZE WS-REG-TABLE
           INITIALIZE WS-LOTE-TABLE
           INITIALIZE WS-CTA-TABLE
           INITIALIZE WS-PER-TABLE
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0210-OPEN-GLACRPT
           IF NOT WS-ABORTAR
              PERFORM 0220-CARGAR-REGISTRO
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0230-CARGAR-ACUSES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0240-OPEN-GLACKIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0245-OPEN-GLACUOUT
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0250-OPEN-CIECTL
           END-IF.

       0210-OPEN-GLACRPT.
           OPEN OUTPUT GLAC-REPORTE
           IF NOT FS-GLACRPT-OK THEN
              DISPLAY "FS-GLACRPT: " FS-GLACRPT
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-GLACRPT-OPEN TO TRUE
           END-IF.

       0220-CARGAR-REGISTRO.
           OPEN INPUT GL-REGISTRO-EN
           IF NOT FS-GLREGIN-OK THEN
              DISPLAY "FS-GLREGIN: " FS-GLREGIN
              SET WS-ABORTAR TO TRUE
              MOVE 40 TO WS-RETURN-CODE
           ELSE
              SET WS-GLREGIN-OPEN TO TRUE
              PERFORM UNTIL FS-GLREGIN-FIN OR WS-ABORTAR
                 READ GL-REGISTRO-EN
                 IF FS-GLREGIN-OK
                    PERFORM 0222-CARGAR-UN-ENVIO
                 END-IF
              END-PERFORM
              CLOSE GL-REGISTRO-EN
              MOVE "N" TO WS-GLREGIN-ABIERTO
           END-IF.

       0222-CARGAR-UN-ENVIO.
           IF WS-CNT-REG = 500
              DISPLAY "ERROR: MAS DE 500 EXTRACTOS EN GLREGIST"
              SET WS-ABORTAR TO TRUE
              MOVE 32 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-REG
              MOVE GLR-PERIODO TO WS-RG-PERIODO(WS-CNT-REG)
              MOVE GLR-FECHA TO WS-RG-FECHA(WS-CNT-REG)
              MOVE GLR-TIPO TO WS-RG-TIPO(WS-CNT-REG)
              MOVE GLR-CANTIDAD TO WS-RG-CANTIDAD(WS-CNT-REG)
              MOVE GLR-HASH TO WS-RG-HASH(WS-CNT-REG)
              IF GLR-SIGNO = "-"
                 COMPUTE WS-RG-HASH(WS-CNT-REG) =
                    ZERO - WS-RG-HASH(WS-CNT-REG)
              END-IF
           END-IF.

       0230-CARGAR-ACUSES.
           OPEN INPUT GL-ACUSES-EN
           IF NOT FS-GLACUIN-OK THEN
              DISPLAY "FS-GLACUIN: " FS-GLACUIN
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              SET WS-GLACUIN-OPEN TO TRUE
              PERFORM UNTIL FS-GLACUIN-FIN OR WS-ABORTAR
                 READ GL-ACUSES-EN
                 IF FS-GLACUIN-OK
                    MOVE REG-GLACU-EN TO REG-GL-ACUSE
                    EVALUATE TRUE
                       WHEN GLA-LOTE
                          PERFORM 0910-AGREGAR-LOTE
                       WHEN GLA-CTA-RECHAZADA AND WS-CNT-LOTES > ZERO
                          MOVE WS-CNT-LOTES TO WS-LOTE-ACTUAL
                          PERFORM 0915-AGREGAR-CUENTA
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE GL-ACUSES-EN
              MOVE "N" TO WS-GLACUIN-ABIERTO
           END-IF.

       0240-OPEN-GLACKIN.
           OPEN INPUT GL-ACUSE-NUEVO
           IF NOT FS-GLACKIN-OK THEN
              DISPLAY "FS-GLACKIN: " FS-GLACKIN
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-GLACKIN-OPEN TO TRUE
           END-IF.

       0245-OPEN-GLACUOUT.
           OPEN EXTEND GL-ACUSES-SAL
           IF NOT FS-GLACUOUT-OK THEN
              DISPLAY "FS-GLACUOUT: " FS-GLACUOUT
              SET WS-ABORTAR TO TRUE
              MOVE 44 TO WS-RETURN-CODE
           ELSE
              SET WS-GLACUOUT-OPEN TO TRUE
           END-IF.

       0250-OPEN-CIECTL.
           OPEN EXTEND CIERRE-CTL
           IF NOT FS-CIECTL-OK THEN
              DISPLAY "FS-CIECTL: " FS-CIECTL
              SET WS-ABORTAR TO TRUE
              MOVE 46 TO WS-RETURN-CODE
           ELSE
              SET WS-CIECTL-OPEN TO TRUE
           END-IF.

       0300-PROCESS-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           WRITE REG-GLACRPT FROM WS-GUIONES
           WRITE REG-GLACRPT FROM WS-TITULO
           WRITE REG-GLACRPT FROM WS-GUIONES
           PERFORM 0320-IMPORTAR-ACUSES
           IF NOT WS-ABORTAR
              PERFORM 0330-CONCILIAR
           END-IF
           IF NOT WS-ABORTAR
              WRITE REG-GLACRPT FROM WS-SUBTITULO
              WRITE REG-GLACRPT FROM WS-GUIONES
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CNT-PERIODOS
                 PERFORM 0340-BUSCAR-PERIODO-MENOR
                 PERFORM 0350-EMITIR-UN-PERIODO
              END-PERFORM
              IF WS-CNT-PERIODOS = ZERO
                 MOVE "SIN EXTRACTOS REGISTRADOS NI ACUSES DEL GL"
                   TO REG-GLACRPT
                 WRITE REG-GLACRPT
              END-IF
              WRITE REG-GLACRPT FROM WS-GUIONES
              PERFORM 0380-EMITIR-TOTALES
           END-IF.

       0320-IMPORTAR-ACUSES.
           PERFORM UNTIL FS-GLACKIN-FIN OR WS-ABORTAR
              READ GL-ACUSE-NUEVO
              IF FS-GLACKIN-OK
                 ADD 1 TO WS-CNT-ACK-LEIDOS
                 MOVE REG-GLACK-NVO TO REG-GL-ACUSE
                 PERFORM 0322-IMPORTAR-UN-REGISTRO
              END-IF
           END-PERFORM
           CLOSE GL-ACUSE-NUEVO
           MOVE "N" TO WS-GLACKIN-ABIERTO.

       0322-IMPORTAR-UN-REGISTRO.
           EVALUATE TRUE
              WHEN GLA-LOTE
                   AND GLA-PERIODO NUMERIC
                   AND GLA-FECHA-EXTR NUMERIC
                   AND (GLA-ACEPTADO OR GLA-RECHAZADO)
                   AND GLA-LINEAS NUMERIC
                   AND GLA-IMPORTE NUMERIC
                 PERFORM 0324-IMPORTAR-LOTE
              WHEN GLA-CTA-RECHAZADA AND WS-SALTEAR-LOTE
                 CONTINUE
              WHEN GLA-CTA-RECHAZADA AND WS-LOTE-ACTUAL > ZERO
                 PERFORM 0326-IMPORTAR-CUENTA
              WHEN OTHER
                 PERFORM 0328-RECHAZAR-ACUSE
           END-EVALUATE.

       0326-IMPORTAR-CUENTA.
           IF GLA-CTA-IMPORTE NUMERIC
              AND REG-GL-ACUSE(2:14) = WS-LT-REG(WS-LOTE-ACTUAL)(2:14)
              PERFORM 0915-AGREGAR-CUENTA
              IF NOT WS-ABORTAR
                 WRITE REG-GLACU-SAL FROM REG-GL-ACUSE
                 ADD 1 TO WS-CNT-CTAS-NUEVAS
              END-IF
           ELSE
              PERFORM 0328-RECHAZAR-ACUSE
           END-IF.

       0328-RECHAZAR-ACUSE.
           ADD 1 TO WS-CNT-INVALIDOS
           DISPLAY "ACUSE INVALIDO: " REG-GL-ACUSE(1:40)
           MOVE ZERO TO WS-LOTE-ACTUAL
           MOVE "N" TO WS-SALTEAR-FLAG.

       0324-IMPORTAR-LOTE.
           MOVE "N" TO WS-SALTEAR-FLAG
           MOVE ZERO TO WS-LOTE-ACTUAL
           MOVE GLA-PERIODO TO WS-PER-BUSCAR
           PERFORM 0920-UBICAR-PERIODO
           IF NOT WS-ABORTAR
              SET WS-PER-TOCADO(WS-PER-IDX) TO TRUE
              PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                 UNTIL WS-LT-IDX > WS-CNT-LOTES
                 OR WS-LT-REG(WS-LT-IDX) = REG-GL-ACUSE
                 CONTINUE
              END-PERFORM
              IF WS-LT-IDX NOT > WS-CNT-LOTES
                 ADD 1 TO WS-CNT-DUPLICADOS
                 SET WS-SALTEAR-LOTE TO TRUE
              ELSE
                 PERFORM 0910-AGREGAR-LOTE
                 IF NOT WS-ABORTAR
                    WRITE REG-GLACU-SAL FROM REG-GL-ACUSE
                    ADD 1 TO WS-CNT-LOTES-NUEVOS
                 END-IF
              END-IF
           END-IF.

       0330-CONCILIAR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CNT-REG OR WS-ABORTAR
              COMPUTE WS-RG-IDX = WS-CNT-REG - WS-IDX + 1
              PERFORM 0332-CONCILIAR-UN-ENVIO
           END-PERFORM
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-CNT-LOTES OR WS-ABORTAR
              MOVE WS-LT-REG(WS-LT-IDX) TO REG-GL-ACUSE
              MOVE GLA-PERIODO TO WS-PER-BUSCAR
              PERFORM 0920-UBICAR-PERIODO
              IF NOT WS-LT-USADO(WS-LT-IDX)
                 PERFORM 0334-CLASIFICAR-SOBRANTE
              END-IF
           END-PERFORM.

       0332-CONCILIAR-UN-ENVIO.
           MOVE WS-RG-PERIODO(WS-RG-IDX) TO WS-PER-BUSCAR
           PERFORM 0920-UBICAR-PERIODO
           MOVE ZERO TO WS-LT-ULTIMO
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-CNT-LOTES
              IF NOT WS-LT-USADO(WS-LT-IDX)
                 AND WS-LT-REG(WS-LT-IDX)(2:14)
                     = WS-RG-CLAVE(WS-RG-IDX)
                 MOVE WS-LT-IDX TO WS-LT-ULTIMO
              END-IF
           END-PERFORM
           MOVE WS-LT-ULTIMO TO WS-LT-IDX
           IF WS-LT-IDX = ZERO
              MOVE ZERO TO WS-RG-LOTE(WS-RG-IDX)
              MOVE "SIN ACUSE" TO WS-RG-ESTADO(WS-RG-IDX)
              ADD 1 TO WS-CNT-SIN-ACUSE
           ELSE
              SET WS-LT-USADO(WS-LT-IDX) TO TRUE
              MOVE WS-LT-IDX TO WS-RG-LOTE(WS-RG-IDX)
              MOVE WS-LT-REG(WS-LT-IDX) TO REG-GL-ACUSE
              PERFORM 0930-IMPORTE-CONTABILIZADO
              EVALUATE TRUE
                 WHEN GLA-RECHAZADO
                    MOVE "RECHAZADO" TO WS-RG-ESTADO(WS-RG-IDX)
                    ADD 1 TO WS-CNT-RECHAZADOS
                 WHEN GLA-LINEAS < WS-RG-CANTIDAD(WS-RG-IDX)
                    MOVE "PARCIAL" TO WS-RG-ESTADO(WS-RG-IDX)
                    ADD 1 TO WS-CNT-PARCIALES
                 WHEN GLA-LINEAS NOT = WS-RG-CANTIDAD(WS-RG-IDX)
                 WHEN WS-IMPORTE-CONTAB NOT = WS-RG-HASH(WS-RG-IDX)
                    MOVE "DIFERENCIA" TO WS-RG-ESTADO(WS-RG-IDX)
                    ADD 1 TO WS-CNT-DIFERENCIAS
                 WHEN OTHER
                    MOVE "CONFIRMADO" TO WS-RG-ESTADO(WS-RG-IDX)
                    ADD 1 TO WS-CNT-CONFIRMADOS
              END-EVALUATE
           END-IF.

       0334-CLASIFICAR-SOBRANTE.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-CNT-REG
              OR WS-RG-CLAVE(WS-RG-IDX) = WS-LT-REG(WS-LT-IDX)(2:14)
              CONTINUE
           END-PERFORM
           IF WS-RG-IDX > WS-CNT-REG
              ADD 1 TO WS-CNT-SIN-ENVIO
           ELSE
              SET WS-LT-SUSTITUIDO(WS-LT-IDX) TO TRUE
              ADD 1 TO WS-CNT-SUSTITUIDOS
           END-IF.

       0340-BUSCAR-PERIODO-MENOR.
           MOVE ZERO TO WS-PER-MIN-IDX
           MOVE 999999 TO WS-PER-MIN-PERIODO
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-PERIODOS
              IF NOT WS-PER-YA-EMITIDO(WS-PER-IDX)
                 AND WS-PER-PERIODO(WS-PER-IDX)
                     NOT > WS-PER-MIN-PERIODO
                 MOVE WS-PER-PERIODO(WS-PER-IDX)
                   TO WS-PER-MIN-PERIODO
                 MOVE WS-PER-IDX TO WS-PER-MIN-IDX
              END-IF
           END-PERFORM.

       0350-EMITIR-UN-PERIODO.
           SET WS-PER-YA-EMITIDO(WS-PER-MIN-IDX) TO TRUE
           MOVE ZERO TO WS-CNT-PER-ENVIOS
           MOVE ZERO TO WS-CNT-PER-CONFIRM
           MOVE ZERO TO WS-CNT-PER-OBSERV
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-CNT-REG
              IF WS-RG-PERIODO(WS-RG-IDX) = WS-PER-MIN-PERIODO
                 ADD 1 TO WS-CNT-PER-ENVIOS
                 EVALUATE WS-RG-ESTADO(WS-RG-IDX)
                    WHEN "CONFIRMADO"
                       ADD 1 TO WS-CNT-PER-CONFIRM
                    WHEN "SIN ACUSE"
                       CONTINUE
                    WHEN OTHER
                       ADD 1 TO WS-CNT-PER-OBSERV
                 END-EVALUATE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-CNT-LOTES
              IF NOT WS-LT-USADO(WS-LT-IDX)
                 AND NOT WS-LT-SUSTITUIDO(WS-LT-IDX)
                 AND WS-LT-REG(WS-LT-IDX)(2:6) = WS-PER-MIN-PERIODO
                 ADD 1 TO WS-CNT-PER-OBSERV
              END-IF
           END-PERFORM
           MOVE WS-PER-MIN-PERIODO TO WS-PT-PERIODO
           EVALUATE TRUE
              WHEN WS-CNT-PER-OBSERV > ZERO
                 MOVE "CON OBSERVACIONES EN EL GL" TO WS-PT-ESTADO
              WHEN WS-CNT-PER-ENVIOS > ZERO
                   AND WS-CNT-PER-CONFIRM = WS-CNT-PER-ENVIOS
                 MOVE "CONTABILIZACION CONFIRMADA" TO WS-PT-ESTADO
              WHEN OTHER
                 MOVE "PENDIENTE DE ACUSE DEL GL" TO WS-PT-ESTADO
           END-EVALUATE
           WRITE REG-GLACRPT FROM WS-PER-TITULO
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-CNT-REG
              IF WS-RG-PERIODO(WS-RG-IDX) = WS-PER-MIN-PERIODO
                 PERFORM 0352-EMITIR-UN-ENVIO
              END-IF
           END-PERFORM
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-CNT-LOTES
              IF NOT WS-LT-USADO(WS-LT-IDX)
                 AND WS-LT-REG(WS-LT-IDX)(2:6) = WS-PER-MIN-PERIODO
                 PERFORM 0356-EMITIR-ACUSE-SIN-ENVIO
              END-IF
           END-PERFORM
           IF WS-PER-TOCADO(WS-PER-MIN-IDX)
              PERFORM 0360-ANOTAR-CIERRE
           END-IF.

       0352-EMITIR-UN-ENVIO.
           MOVE WS-RG-PERIODO(WS-RG-IDX) TO WS-DL-PERIODO
           MOVE WS-RG-TIPO(WS-RG-IDX) TO WS-DL-TIPO
           MOVE WS-RG-FECHA(WS-RG-IDX) TO WS-DL-FECHA
           MOVE WS-RG-CANTIDAD(WS-RG-IDX) TO WS-DL-ENVIADAS
           MOVE WS-RG-HASH(WS-RG-IDX) TO WS-DL-HASH
           MOVE WS-RG-ESTADO(WS-RG-IDX) TO WS-DL-ESTADO
           IF WS-RG-LOTE(WS-RG-IDX) = ZERO
              MOVE ZERO TO WS-DL-CONTAB
              MOVE ZERO TO WS-DL-IMPORTE
              WRITE REG-GLACRPT FROM WS-DET-LINEA
           ELSE
              MOVE WS-RG-LOTE(WS-RG-IDX) TO WS-LT-IDX
              MOVE WS-LT-REG(WS-LT-IDX) TO REG-GL-ACUSE
              PERFORM 0930-IMPORTE-CONTABILIZADO
              MOVE GLA-LINEAS TO WS-DL-CONTAB
              MOVE WS-IMPORTE-CONTAB TO WS-DL-IMPORTE
              WRITE REG-GLACRPT FROM WS-DET-LINEA
              PERFORM 0354-EMITIR-CUENTAS
           END-IF.

       0354-EMITIR-CUENTAS.
           COMPUTE WS-CT-HASTA = WS-LT-CTA-DESDE(WS-LT-IDX)
                               + WS-LT-CTA-CANT(WS-LT-IDX) - 1
           PERFORM VARYING WS-CT-IDX FROM WS-LT-CTA-DESDE(WS-LT-IDX)
              BY 1 UNTIL WS-CT-IDX > WS-CT-HASTA
              MOVE WS-CT-REG(WS-CT-IDX) TO REG-GL-ACUSE
              MOVE GLA-CUENTA TO WS-CL-CUENTA
              MOVE GLA-CENTRO TO WS-CL-CENTRO
              MOVE GLA-CTA-IMPORTE TO WS-IMPORTE-CONTAB
              IF GLA-CTA-SIGNO = "-"
                 COMPUTE WS-IMPORTE-CONTAB = ZERO - WS-IMPORTE-CONTAB
              END-IF
              MOVE WS-IMPORTE-CONTAB TO WS-CL-IMPORTE
              MOVE GLA-MOTIVO TO WS-CL-MOTIVO
              WRITE REG-GLACRPT FROM WS-CTA-LINEA
           END-PERFORM.

       0356-EMITIR-ACUSE-SIN-ENVIO.
           MOVE WS-LT-REG(WS-LT-IDX) TO REG-GL-ACUSE
           PERFORM 0930-IMPORTE-CONTABILIZADO
           MOVE GLA-PERIODO TO WS-DL-PERIODO
           MOVE SPACE TO WS-DL-TIPO
           MOVE GLA-FECHA-EXTR TO WS-DL-FECHA
           MOVE ZERO TO WS-DL-ENVIADAS
           MOVE ZERO TO WS-DL-HASH
           MOVE GLA-LINEAS TO WS-DL-CONTAB
           MOVE WS-IMPORTE-CONTAB TO WS-DL-IMPORTE
           IF WS-LT-SUSTITUIDO(WS-LT-IDX)
              MOVE "SUSTITUIDO" TO WS-DL-ESTADO
              WRITE REG-GLACRPT FROM WS-DET-LINEA
           ELSE
              MOVE "SIN ENVIO" TO WS-DL-ESTADO
              WRITE REG-GLACRPT FROM WS-DET-LINEA
              PERFORM 0354-EMITIR-CUENTAS
           END-IF.

       0360-ANOTAR-CIERRE.
           MOVE WS-PER-MIN-PERIODO TO WS-CIE-PERIODO
           MOVE "APARGLAC" TO WS-CIE-PROGRAMA
           MOVE WS-FECHA-HOY(1:8) TO WS-CIE-FECHA
           MOVE WS-FECHA-HOY(9:6) TO WS-CIE-HORA
           IF WS-PT-ESTADO = "CONTABILIZACION CONFIRMADA"
              MOVE ZERO TO WS-CIE-RC
           ELSE
              MOVE 8 TO WS-CIE-RC
           END-IF
           MOVE "C" TO WS-CIE-ESTADO
           WRITE REG-CIERRE-SAL FROM WS-CIERRE-REG.

       0380-EMITIR-TOTALES.
           MOVE WS-CNT-ACK-LEIDOS TO WS-CNT-ED
           MOVE WS-CNT-LOTES-NUEVOS TO WS-CNT-ED2
           MOVE WS-CNT-DUPLICADOS TO WS-CNT-ED3
           MOVE WS-CNT-INVALIDOS TO WS-CNT-ED4
           MOVE SPACES TO REG-GLACRPT
           STRING "ACUSES LEIDOS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  LOTES NUEVOS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  "  YA IMPORTADOS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED3) DELIMITED BY SIZE
                  "  INVALIDOS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED4) DELIMITED BY SIZE
             INTO REG-GLACRPT
           END-STRING
           WRITE REG-GLACRPT
           MOVE WS-CNT-REG TO WS-CNT-ED
           MOVE WS-CNT-CONFIRMADOS TO WS-CNT-ED2
           MOVE WS-CNT-SIN-ACUSE TO WS-CNT-ED3
           MOVE SPACES TO REG-GLACRPT
           STRING "EXTRACTOS ENVIADOS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  CONFIRMADOS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  "  SIN ACUSE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED3) DELIMITED BY SIZE
             INTO REG-GLACRPT
           END-STRING
           WRITE REG-GLACRPT
           MOVE WS-CNT-PARCIALES TO WS-CNT-ED
           MOVE WS-CNT-RECHAZADOS TO WS-CNT-ED2
           MOVE WS-CNT-DIFERENCIAS TO WS-CNT-ED3
           MOVE WS-CNT-SIN-ENVIO TO WS-CNT-ED4
           MOVE SPACES TO REG-GLACRPT
           STRING "PARCIALES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  RECHAZADOS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  "  CON DIFERENCIA: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED3) DELIMITED BY SIZE
                  "  ACUSES SIN ENVIO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED4) DELIMITED BY SIZE
             INTO REG-GLACRPT
           END-STRING
           WRITE REG-GLACRPT
           IF WS-CNT-SUSTITUIDOS > ZERO
              MOVE WS-CNT-SUSTITUIDOS TO WS-CNT-ED
              MOVE SPACES TO REG-GLACRPT
              STRING "ACUSES SUSTITUIDOS POR UNO POSTERIOR DEL MISMO "
                                              DELIMITED BY SIZE
                     "EXTRACTO: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                INTO REG-GLACRPT
              END-STRING
              WRITE REG-GLACRPT
           END-IF
           EVALUATE TRUE
              WHEN WS-CNT-INVALIDOS > ZERO
              WHEN WS-CNT-PARCIALES > ZERO
              WHEN WS-CNT-RECHAZADOS > ZERO
              WHEN WS-CNT-DIFERENCIAS > ZERO
              WHEN WS-CNT-SIN-ENVIO > ZERO
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CNT-SIN-ACUSE > ZERO
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE
           WRITE REG-GLACRPT FROM WS-GUIONES.

       0500-CLOSE-FILE.
           IF WS-GLACKIN-OPEN
              CLOSE GL-ACUSE-NUEVO
           END-IF
           IF WS-GLACUIN-OPEN
              CLOSE GL-ACUSES-EN
           END-IF
           IF WS-GLACUOUT-OPEN
              CLOSE GL-ACUSES-SAL
           END-IF
           IF WS-GLREGIN-OPEN
              CLOSE GL-REGISTRO-EN
           END-IF
           IF WS-CIECTL-OPEN
              CLOSE CIERRE-CTL
           END-IF
           IF WS-GLACRPT-OPEN
              CLOSE GLAC-REPORTE
           END-IF.

       0910-AGREGAR-LOTE.
           IF WS-CNT-LOTES = 500
              DISPLAY "ERROR: MAS DE 500 ACUSES DE LOTE DEL GL"
              SET WS-ABORTAR TO TRUE
              MOVE 32 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-LOTES
              MOVE REG-GL-ACUSE TO WS-LT-REG(WS-CNT-LOTES)
              COMPUTE WS-LT-CTA-DESDE(WS-CNT-LOTES) = WS-CNT-CTAS + 1
              MOVE ZERO TO WS-LT-CTA-CANT(WS-CNT-LOTES)
              MOVE WS-CNT-LOTES TO WS-LOTE-ACTUAL
           END-IF.

       0915-AGREGAR-CUENTA.
           IF WS-CNT-CTAS = 2000
              DISPLAY "ERROR: MAS DE 2000 CUENTAS RECHAZADAS EN LOS"
                      " ACUSES DEL GL"
              SET WS-ABORTAR TO TRUE
              MOVE 32 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-CTAS
              MOVE REG-GL-ACUSE TO WS-CT-REG(WS-CNT-CTAS)
              ADD 1 TO WS-LT-CTA-CANT(WS-LOTE-ACTUAL)
           END-IF.

       0920-UBICAR-PERIODO.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CNT-PERIODOS
              OR WS-PER-PERIODO(WS-PER-IDX) = WS-PER-BUSCAR
              CONTINUE
           END-PERFORM
           IF WS-PER-IDX > WS-CNT-PERIODOS
              IF WS-CNT-PERIODOS = 240
                 DISPLAY "ERROR: MAS DE 240 PERIODOS ENTRE GLREGIST"
                         " Y LOS ACUSES"
                 SET WS-ABORTAR TO TRUE
                 MOVE 32 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-CNT-PERIODOS
                 MOVE WS-PER-BUSCAR TO WS-PER-PERIODO(WS-CNT-PERIODOS)
                 MOVE WS-CNT-PERIODOS TO WS-PER-IDX
              END-IF
           END-IF.

       0930-IMPORTE-CONTABILIZADO.
           MOVE GLA-IMPORTE TO WS-IMPORTE-CONTAB
           IF GLA-SIGNO = "-"
              COMPUTE WS-IMPORTE-CONTAB = ZERO - WS-IMPORTE-CONTAB
           END-IF.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
