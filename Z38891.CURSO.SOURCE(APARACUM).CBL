       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARACUM.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BRANCH-CTL ASSIGN TO BRANCHES
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-BRCTL.

            SELECT PARAM-FL ASSIGN TO ACUPARM
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-PARMIN.

            SELECT DIARIO-EN ASSIGN TO DYNAMIC WS-DIARIO-DDNAME
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-DIARIO.

            SELECT ACUMULADO ASSIGN TO DYNAMIC WS-MTD-DDNAME
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-MTD.

            SELECT TRABAJO ASSIGN TO DYNAMIC WS-TRAB-DDNAME
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-TRAB.

            SELECT ACUM-CTL-EN ASSIGN TO ACUCTIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-ACUIN.

            SELECT ACUM-CTL-SAL ASSIGN TO ACUCTOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-ACUOUT.

            SELECT CIERRE-CTL-EN ASSIGN TO CIECTLIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-CIEIN.

            SELECT ACUM-REPORTE ASSIGN TO ACURPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-ACURPT.

       DATA DIVISION.
       FILE SECTION.

       FD BRANCH-CTL RECORDING MODE IS F
                     DATA RECORD IS REG-BR-CTL.
       COPY REGBRCTL.

       FD PARAM-FL RECORDING MODE IS F
                   DATA RECORD IS REG-PARM.
       01 REG-PARM.
          05 PARM-PERIODO          PIC 9(6).
          05 PARM-FECHA            PIC 9(8).

       FD DIARIO-EN RECORDING MODE IS F
                    DATA RECORD IS REG-SUCURSAL.
       COPY REGSUC.

       FD ACUMULADO RECORDING MODE IS F
                    DATA RECORD IS REG-MTD.
       01 REG-MTD                  PIC X(38).

       FD TRABAJO RECORDING MODE IS F
                  DATA RECORD IS REG-TRABAJO.
       01 REG-TRABAJO              PIC X(38).

       FD ACUM-CTL-EN RECORDING MODE IS F
                      DATA RECORD IS REG-ACUM.
       COPY REGACUM.

       FD ACUM-CTL-SAL RECORDING MODE IS F
                       DATA RECORD IS REG-ACUM-SAL.
       01 REG-ACUM-SAL             PIC X(80).

       FD CIERRE-CTL-EN RECORDING MODE IS F
                        DATA RECORD IS REG-CIERRE.
       COPY REGCIERR.

       FD ACUM-REPORTE RECORDING MODE IS F
                       DATA RECORD IS REG-ACURPT.
       01 REG-ACURPT               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-BRCTL                PIC 99.
          88 FS-BRCTL-OK          VALUE 00.
          88 FS-BRCTL-FIN         VALUE 10.

       77 FS-PARMIN               PIC 99.
          88 FS-PARMIN-OK         VALUE 00.
          88 FS-PARMIN-FIN        VALUE 10.

       77 FS-DIARIO               PIC 99.
          88 FS-DIARIO-OK         VALUE 00.
          88 FS-DIARIO-FIN        VALUE 10.

       77 FS-MTD                  PIC 99.
          88 FS-MTD-OK            VALUE 00.
          88 FS-MTD-FIN           VALUE 10.

       77 FS-TRAB                 PIC 99.
          88 FS-TRAB-OK           VALUE 00.
          88 FS-TRAB-FIN          VALUE 10.

       77 FS-ACUIN                PIC 99.
          88 FS-ACUIN-OK          VALUE 00.
          88 FS-ACUIN-FIN         VALUE 10.

       77 FS-ACUOUT               PIC 99.
          88 FS-ACUOUT-OK         VALUE 00.

       77 FS-CIEIN                PIC 99.
          88 FS-CIEIN-OK          VALUE 00.
          88 FS-CIEIN-FIN         VALUE 10.

       77 FS-ACURPT               PIC 99.
          88 FS-ACURPT-OK         VALUE 00.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-BRCTL-ABIERTO     PIC X VALUE "N".
             88 WS-BRCTL-OPEN     VALUE "S".
          05 WS-PARMIN-ABIERTO    PIC X VALUE "N".
             88 WS-PARMIN-OPEN    VALUE "S".
          05 WS-ACURPT-ABIERTO    PIC X VALUE "N".
             88 WS-ACURPT-OPEN    VALUE "S".
          05 WS-HDR-FLAG          PIC X VALUE "N".
             88 WS-HDR-VISTO      VALUE "S".
          05 WS-TRL-FLAG          PIC X VALUE "N".
             88 WS-TRL-VISTO      VALUE "S".
          05 WS-MTD-TRL-FLAG      PIC X VALUE "N".
             88 WS-MTD-TRL-VISTO  VALUE "S".
          05 WS-MTD-FLAG          PIC X VALUE "N".
             88 WS-MTD-NUEVO      VALUE "N".
             88 WS-MTD-VIGENTE    VALUE "V".
          05 WS-CIERRE-FLAG       PIC X VALUE "N".
             88 WS-PERIODO-CERRADO VALUE "S".
          05 WS-CARGADO-FLAG      PIC X VALUE "N".
             88 WS-DIA-ENCONTRADO VALUE "S".
          05 WS-RESULTADO         PIC X VALUE "C".
             88 WS-RES-CARGADO    VALUE "C".
             88 WS-RES-NO-ENVIO   VALUE "N".
             88 WS-RES-RECHAZADO  VALUE "R".
             88 WS-RES-YA-CARGADO VALUE "Y".

       01 WS-BRANCH-DDNAME        PIC X(8).
       01 WS-DIARIO-DDNAME        PIC X(8).
       01 WS-MTD-DDNAME           PIC X(8).
       01 WS-TRAB-DDNAME          PIC X(8).
       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-PERIODO              PIC 9(6) VALUE ZERO.
       01 WS-FECHA-CARGA          PIC 9(8) VALUE ZERO.
       01 WS-FECHA-CARGA-R REDEFINES WS-FECHA-CARGA.
          05 WS-CARGA-PERIODO     PIC 9(6).
          05 WS-CARGA-DIA         PIC 9(2).
       01 WS-MOTIVO               PIC X(43).
       01 WS-FS-ED                PIC 99.

       01 WS-FECHA-HOY            PIC X(21).
       01 WS-PER-AUX              PIC 9(6).
       01 WS-PER-AUX-R REDEFINES WS-PER-AUX.
          05 WS-PER-AUX-AAAA      PIC 9(4).
          05 WS-PER-AUX-MM        PIC 9(2).
       01 WS-DIA                  PIC 9(2).
       01 WS-ULT-DIA              PIC 9(2).
       01 WS-ANIO-RESTO           PIC 9(4).
       01 WS-FECHA-DIA            PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9(1).

       01 WS-HDR-SUCURSAL         PIC X(8) VALUE SPACES.
       01 WS-HDR-PERIODO          PIC 9(6) VALUE ZERO.
       01 WS-HDR-FECHA            PIC 9(8) VALUE ZERO.
       01 WS-TRL-CANTIDAD         PIC 9(7) VALUE ZERO.
       01 WS-TRL-HASH             PIC 9(11)V99 VALUE ZERO.
       01 WS-HASH-DIA             PIC 9(11)V99 VALUE ZERO.
       01 WS-PREV-NUMERO          PIC 9(3) VALUE ZERO.

       01 WS-MTD-PERIODO-ANT      PIC 9(6) VALUE ZERO.
       01 WS-MTD-FECHA-ANT        PIC 9(8) VALUE ZERO.
       01 WS-MTD-CANT             PIC 9(7) VALUE ZERO.
       01 WS-MTD-HASH             PIC 9(11)V99 VALUE ZERO.
       01 WS-MTD-TRL-CANT         PIC 9(7) VALUE ZERO.
       01 WS-MTD-TRL-HASH         PIC 9(11)V99 VALUE ZERO.
       01 WS-MTD-PREV-NUMERO      PIC 9(3) VALUE ZERO.
       01 WS-SAL-CANT             PIC 9(7) VALUE ZERO.
       01 WS-SAL-HASH             PIC 9(11)V99 VALUE ZERO.
       01 WS-SAL-FECHA            PIC 9(8) VALUE ZERO.
       01 WS-DIAS-CARGADOS-SUC    PIC 9(3) VALUE ZERO.

       01 WS-MTD-REG.
          05 WS-MTD-SUC-PERIODO   PIC X(6).
          05 WS-MTD-NUMERO        PIC 9(3).
          05 FILLER               PIC X(21).
          05 WS-MTD-MONTO         PIC 9(6)V99.

       01 WS-CNT-BRANCHES-PROC    PIC 9(3) VALUE ZERO.
       01 WS-CNT-CARGADAS         PIC 9(3) VALUE ZERO.
       01 WS-CNT-NO-ENVIO         PIC 9(3) VALUE ZERO.
       01 WS-CNT-RECHAZADAS       PIC 9(3) VALUE ZERO.
       01 WS-CNT-YA-CARGADAS      PIC 9(3) VALUE ZERO.
       01 WS-CNT-REG-CARGADOS     PIC 9(7) VALUE ZERO.
       01 WS-CNT-DIAS-PEND        PIC 9(5) VALUE ZERO.
       01 WS-CNT-ED               PIC ZZZZZZ9.

       01 WS-IDX                  PIC 9(4).
       01 WS-CTL-IDX              PIC 9(4).
       01 WS-DIA-IDX              PIC 9(4).
       01 WS-CIE-IDX              PIC 9(4).
       01 WS-PL-IDX               PIC 9(2).

       01 WS-CNT-DIA              PIC 9(4) VALUE ZERO.
       01 WS-DIA-TABLE.
          05 WS-DIA-ENTRY OCCURS 5000 TIMES.
             10 WS-DIA-REGISTRO      PIC X(38).
             10 WS-DIA-REG-R REDEFINES WS-DIA-REGISTRO.
                15 FILLER            PIC X(6).
                15 WS-DIA-NUMERO     PIC 9(3).
                15 FILLER            PIC X(21).
                15 WS-DIA-MONTO      PIC 9(6)V99.

       01 WS-CNT-CTL              PIC 9(4) VALUE ZERO.
       01 WS-CTL-TABLE.
          05 WS-CTL-ENTRY OCCURS 3000 TIMES.
             10 WS-CTL-SUCURSAL      PIC X(8) VALUE SPACES.
             10 WS-CTL-FECHA         PIC 9(8) VALUE ZERO.

       01 WS-CNT-CIE              PIC 9(4) VALUE ZERO.
       01 WS-CIE-TABLE.
          05 WS-CIE-PERIODO-CERR OCCURS 240 TIMES PIC 9(6).

       01 WS-CNT-SUC              PIC 9(3) VALUE ZERO.
       01 WS-SUC-TABLE.
          05 WS-SUC-ENTRY OCCURS 100 TIMES.
             10 WS-SUC-DDNAME        PIC X(8) VALUE SPACES.
             10 WS-SUC-NOMBRE        PIC X(20) VALUE SPACES.
             10 WS-SUC-RESULTADO     PIC X(1) VALUE SPACE.
             10 WS-SUC-MOTIVO        PIC X(43) VALUE SPACES.

       01 WS-ACUM-REG.
          05 WS-ACR-PERIODO       PIC 9(6).
          05 WS-ACR-SUCURSAL      PIC X(8).
          05 WS-ACR-FECHA         PIC 9(8).
          05 WS-ACR-CANTIDAD      PIC 9(7).
          05 WS-ACR-HASH          PIC 9(11)V99.
          05 WS-ACR-CANT-ACUM     PIC 9(7).
          05 WS-ACR-FECHA-CARGA   PIC 9(8).
          05 WS-ACR-HORA-CARGA    PIC 9(6).
          05 FILLER               PIC X(17) VALUE SPACES.

       COPY REGSUCCT.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(78) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X(43)
             VALUE "ACUMULACION DIARIA DE ARCHIVOS DE SUCURSAL".
          05 FILLER               PIC X(18) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-SUBTITULO.
          05 FILLER               PIC X(11) VALUE "| PERIODO: ".
          05 WS-ST-PERIODO        PIC 9(6).
          05 FILLER               PIC X(22)
             VALUE "   DIA HABIL CARGADO: ".
          05 WS-ST-FECHA          PIC 9(8).
          05 FILLER               PIC X(32) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-ENCABEZADO.
          05 FILLER               PIC X(13) VALUE "| SUCURSAL | ".
          05 FILLER               PIC X(23)
             VALUE "NOMBRE               | ".
          05 FILLER               PIC X(15)
             VALUE "ESTADO       | ".
          05 FILLER               PIC X(10) VALUE "REG.DIA | ".
          05 FILLER               PIC X(10) VALUE "REG.MES | ".
          05 FILLER               PIC X(9) VALUE "ULT.DIA |".

       01 WS-DETALLE.
          05 FILLER               PIC X(2) VALUE "| ".
          05 WS-DT-DDNAME         PIC X(8).
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-DT-NOMBRE         PIC X(20).
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-DT-ESTADO         PIC X(12).
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-DT-REG-DIA        PIC ZZZZZZ9.
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-DT-REG-MES        PIC ZZZZZZ9.
          05 FILLER               PIC X(3) VALUE " | ".
          05 WS-DT-ULT-DIA        PIC X(8).
          05 FILLER               PIC X VALUE "|".

       01 WS-DETALLE-MOTIVO.
          05 FILLER               PIC X(13) VALUE "|            ".
          05 FILLER               PIC X(8) VALUE "MOTIVO: ".
          05 WS-DM-MOTIVO         PIC X(43).
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-LINEA-SIN-ENVIO.
          05 FILLER               PIC X(4) VALUE "|   ".
          05 WS-SE-DDNAME         PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-SE-NOMBRE         PIC X(20).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-SE-MOTIVO         PIC X(43).
          05 FILLER               PIC X VALUE "|".

       01 WS-LINEA-PENDIENTE.
          05 FILLER               PIC X(4) VALUE "|   ".
          05 WS-PL-DDNAME         PIC X(8).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-PL-FECHAS.
             10 WS-PL-FECHA OCCURS 7 TIMES PIC X(9).
          05 FILLER               PIC X(1) VALUE SPACE.
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
           INITIALIZE WS-CTL-TABLE
           INITIALIZE WS-CIE-TABLE
           INITIALIZE WS-SUC-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0210-OPEN-BRANCH-CTL
           IF NOT WS-ABORTAR
              PERFORM 0215-OPEN-PARMIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0216-LEER-PARMIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0217-CARGAR-CONTROL
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0219-CARGAR-CIERRES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0212-OPEN-ACUCTOUT
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0214-OPEN-ACURPT
           END-IF.

       0210-OPEN-BRANCH-CTL.
           OPEN INPUT BRANCH-CTL
           IF NOT FS-BRCTL-OK THEN
              DISPLAY "FS-BRCTL: " FS-BRCTL
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-BRCTL-OPEN TO TRUE
           END-IF.

       0212-OPEN-ACUCTOUT.
           OPEN EXTEND ACUM-CTL-SAL
           IF NOT FS-ACUOUT-OK THEN
              DISPLAY "FS-ACUCTOUT: " FS-ACUOUT
              SET WS-ABORTAR TO TRUE
              MOVE 44 TO WS-RETURN-CODE
           ELSE
              CLOSE ACUM-CTL-SAL
           END-IF.

       0214-OPEN-ACURPT.
           OPEN OUTPUT ACUM-REPORTE
           IF NOT FS-ACURPT-OK THEN
              DISPLAY "FS-ACURPT: " FS-ACURPT
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-ACURPT-OPEN TO TRUE
           END-IF.

       0215-OPEN-PARMIN.
           OPEN INPUT PARAM-FL
           IF NOT FS-PARMIN-OK THEN
              DISPLAY "FS-ACUPARM: " FS-PARMIN
              SET WS-ABORTAR TO TRUE
              MOVE 14 TO WS-RETURN-CODE
           ELSE
              SET WS-PARMIN-OPEN TO TRUE
           END-IF.

       0216-LEER-PARMIN.
           READ PARAM-FL
           IF FS-PARMIN-OK
              AND PARM-PERIODO NUMERIC
              AND PARM-FECHA NUMERIC
              MOVE PARM-PERIODO TO WS-PERIODO
              MOVE PARM-FECHA TO WS-FECHA-CARGA
              PERFORM 0218-ULTIMO-DIA-MES
              IF WS-CARGA-PERIODO NOT = WS-PERIODO
                 OR WS-CARGA-DIA = ZERO
                 OR WS-CARGA-DIA > WS-ULT-DIA
                 DISPLAY "ERROR: EL DIA A CARGAR " WS-FECHA-CARGA
                         " NO PERTENECE AL PERIODO " WS-PERIODO
                 SET WS-ABORTAR TO TRUE
                 MOVE 26 TO WS-RETURN-CODE
              END-IF
           ELSE
              DISPLAY "ERROR: ACUPARM VACIO O INVALIDO, FALTA EL"
                      " PERIODO Y EL DIA A CARGAR"
              SET WS-ABORTAR TO TRUE
              MOVE 26 TO WS-RETURN-CODE
           END-IF
           CLOSE PARAM-FL
           MOVE "N" TO WS-PARMIN-ABIERTO.

       0217-CARGAR-CONTROL.
           OPEN INPUT ACUM-CTL-EN
           IF NOT FS-ACUIN-OK THEN
              DISPLAY "FS-ACUCTIN: " FS-ACUIN
              SET WS-ABORTAR TO TRUE
              MOVE 40 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-ACUIN-FIN OR WS-ABORTAR
                 READ ACUM-CTL-EN
                 IF FS-ACUIN-OK AND ACU-PERIODO = WS-PERIODO
                    IF WS-CNT-CTL = 3000
                       DISPLAY "ERROR: MAS DE 3000 DIAS CARGADOS DEL"
                               " PERIODO EN EL CONTROL"
                       SET WS-ABORTAR TO TRUE
                       MOVE 32 TO WS-RETURN-CODE
                    ELSE
                       ADD 1 TO WS-CNT-CTL
                       MOVE ACU-SUCURSAL TO WS-CTL-SUCURSAL(WS-CNT-CTL)
                       MOVE ACU-FECHA TO WS-CTL-FECHA(WS-CNT-CTL)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ACUM-CTL-EN
           END-IF.

       0218-ULTIMO-DIA-MES.
           MOVE WS-PERIODO TO WS-PER-AUX
           EVALUATE WS-PER-AUX-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-ULT-DIA
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-ULT-DIA
              WHEN 02
                 DIVIDE WS-PER-AUX-AAAA BY 4
                    GIVING WS-ANIO-RESTO
                    REMAINDER WS-ANIO-RESTO
                 IF WS-ANIO-RESTO = ZERO
                    MOVE 29 TO WS-ULT-DIA
                    DIVIDE WS-PER-AUX-AAAA BY 100
                       GIVING WS-ANIO-RESTO
                       REMAINDER WS-ANIO-RESTO
                    IF WS-ANIO-RESTO = ZERO
                       MOVE 28 TO WS-ULT-DIA
                       DIVIDE WS-PER-AUX-AAAA BY 400
                          GIVING WS-ANIO-RESTO
                          REMAINDER WS-ANIO-RESTO
                       IF WS-ANIO-RESTO = ZERO
                          MOVE 29 TO WS-ULT-DIA
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28 TO WS-ULT-DIA
                 END-IF
              WHEN OTHER
                 MOVE ZERO TO WS-ULT-DIA
           END-EVALUATE.

       0219-CARGAR-CIERRES.
           OPEN INPUT CIERRE-CTL-EN
           IF NOT FS-CIEIN-OK THEN
              DISPLAY "FS-CIECTLIN: " FS-CIEIN
              SET WS-ABORTAR TO TRUE
              MOVE 46 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-CIEIN-FIN OR WS-ABORTAR
                 READ CIERRE-CTL-EN
                 IF FS-CIEIN-OK
                    AND CIE-PROGRAMA = "APAREJER"
                    AND CIE-RC NOT > 6
                    AND CIE-COMPLETO
                    IF WS-CNT-CIE = 240
                       DISPLAY "ERROR: MAS DE 240 CIERRES EN EL CONTROL"
                       SET WS-ABORTAR TO TRUE
                       MOVE 32 TO WS-RETURN-CODE
                    ELSE
                       ADD 1 TO WS-CNT-CIE
                       MOVE CIE-PERIODO
                         TO WS-CIE-PERIODO-CERR(WS-CNT-CIE)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CIERRE-CTL-EN
           END-IF.

       0300-PROCESS-PROGRAM.
           PERFORM 0310-ESCRIBIR-TITULO
           PERFORM UNTIL FS-BRCTL-FIN OR WS-ABORTAR
              READ BRANCH-CTL
              IF FS-BRCTL-OK
                 IF BR-DDNAME NOT = SPACES
                    MOVE BR-DDNAME TO WS-BRANCH-DDNAME
                    PERFORM 0320-ACUMULAR-UN-BRANCH
                 END-IF
              END-IF
           END-PERFORM
           WRITE REG-ACURPT FROM WS-GUIONES
           IF NOT WS-ABORTAR
              PERFORM 0380-LISTAR-SIN-ENVIO
              PERFORM 0385-LISTAR-DIAS-PENDIENTES
              PERFORM 0390-ESCRIBIR-TOTALES
           END-IF
           IF WS-RETURN-CODE = ZERO
              AND (WS-CNT-NO-ENVIO > 0 OR WS-CNT-DIAS-PEND > 0)
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0310-ESCRIBIR-TITULO.
           WRITE REG-ACURPT FROM WS-GUIONES
           WRITE REG-ACURPT FROM WS-TITULO
           MOVE WS-PERIODO TO WS-ST-PERIODO
           MOVE WS-FECHA-CARGA TO WS-ST-FECHA
           WRITE REG-ACURPT FROM WS-SUBTITULO
           WRITE REG-ACURPT FROM WS-GUIONES
           WRITE REG-ACURPT FROM WS-ENCABEZADO
           WRITE REG-ACURPT FROM WS-GUIONES.

       0320-ACUMULAR-UN-BRANCH.
           IF WS-CNT-SUC = 100
              DISPLAY "ERROR: MAS DE 100 SUCURSALES EN BRANCHES"
              SET WS-ABORTAR TO TRUE
              MOVE 32 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-SUC
              ADD 1 TO WS-CNT-BRANCHES-PROC
              MOVE WS-BRANCH-DDNAME TO WS-SUC-DDNAME(WS-CNT-SUC)
              MOVE BR-NOMBRE TO WS-SUC-NOMBRE(WS-CNT-SUC)
              PERFORM 0322-ARMAR-DDNAMES
              SET WS-RES-CARGADO TO TRUE
              MOVE SPACES TO WS-MOTIVO
              MOVE ZERO TO WS-SAL-CANT
              MOVE ZERO TO WS-SAL-FECHA
              PERFORM 0330-LEER-DIARIO
              IF WS-RES-CARGADO
                 PERFORM 0340-VERIFICAR-DIA-CARGADO
              END-IF
              IF WS-RES-CARGADO
                 PERFORM 0350-MEZCLAR-ACUMULADO
              END-IF
              IF WS-RES-CARGADO AND NOT WS-ABORTAR
                 PERFORM 0360-REGRABAR-ACUMULADO
              END-IF
              IF WS-RES-CARGADO AND NOT WS-ABORTAR
                 PERFORM 0365-ANOTAR-CONTROL
              END-IF
              PERFORM 0370-ESCRIBIR-DETALLE
           END-IF.

       0322-ARMAR-DDNAMES.
           MOVE SPACES TO WS-DIARIO-DDNAME
           STRING "D" DELIMITED BY SIZE
                  WS-BRANCH-DDNAME(1:7) DELIMITED BY SIZE
             INTO WS-DIARIO-DDNAME
           END-STRING
           MOVE SPACES TO WS-MTD-DDNAME
           STRING "M" DELIMITED BY SIZE
                  WS-BRANCH-DDNAME(1:7) DELIMITED BY SIZE
             INTO WS-MTD-DDNAME
           END-STRING
           MOVE SPACES TO WS-TRAB-DDNAME
           STRING "W" DELIMITED BY SIZE
                  WS-BRANCH-DDNAME(1:7) DELIMITED BY SIZE
             INTO WS-TRAB-DDNAME
           END-STRING.

       0330-LEER-DIARIO.
           MOVE ZERO TO WS-CNT-DIA
           MOVE ZERO TO WS-HASH-DIA
           MOVE ZERO TO WS-PREV-NUMERO
           MOVE ZERO TO WS-HDR-PERIODO
           MOVE ZERO TO WS-HDR-FECHA
           MOVE SPACES TO WS-HDR-SUCURSAL
           MOVE ZERO TO WS-TRL-CANTIDAD
           MOVE ZERO TO WS-TRL-HASH
           MOVE "N" TO WS-HDR-FLAG
           MOVE "N" TO WS-TRL-FLAG
           OPEN INPUT DIARIO-EN
           IF NOT FS-DIARIO-OK
              SET WS-RES-NO-ENVIO TO TRUE
              MOVE FS-DIARIO TO WS-FS-ED
              STRING "ARCHIVO DIARIO NO DISPONIBLE - FS="
                                              DELIMITED BY SIZE
                     WS-FS-ED DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
           ELSE
              PERFORM UNTIL FS-DIARIO-FIN OR NOT WS-RES-CARGADO
                 READ DIARIO-EN
                 IF FS-DIARIO-OK
                    PERFORM 0332-PROCESAR-REG-DIARIO
                 END-IF
              END-PERFORM
              CLOSE DIARIO-EN
              IF WS-RES-CARGADO
                 PERFORM 0335-VALIDAR-CONTROL-DIARIO
              END-IF
           END-IF.

       0332-PROCESAR-REG-DIARIO.
           IF REG-SUCURSAL(1:1) = "H" OR REG-SUCURSAL(1:1) = "T"
              MOVE REG-SUCURSAL TO REG-SUC-CTL
              IF SCT-CABECERA
                 IF WS-HDR-VISTO OR WS-CNT-DIA > ZERO
                    SET WS-RES-RECHAZADO TO TRUE
                    MOVE "CABECERA DUPLICADA O FUERA DE LUGAR"
                      TO WS-MOTIVO
                 ELSE
                    SET WS-HDR-VISTO TO TRUE
                    MOVE SCT-H-SUCURSAL TO WS-HDR-SUCURSAL
                    IF SCT-H-PERIODO NUMERIC
                       MOVE SCT-H-PERIODO TO WS-HDR-PERIODO
                    END-IF
                    IF SCT-H-FECHA NUMERIC
                       MOVE SCT-H-FECHA TO WS-HDR-FECHA
                    END-IF
                 END-IF
              ELSE
                 IF WS-TRL-VISTO
                    SET WS-RES-RECHAZADO TO TRUE
                    MOVE "TRAILER DUPLICADO" TO WS-MOTIVO
                 ELSE
                    SET WS-TRL-VISTO TO TRUE
                    IF SCT-T-CANTIDAD NUMERIC
                       MOVE SCT-T-CANTIDAD TO WS-TRL-CANTIDAD
                    END-IF
                    IF SCT-T-HASH NUMERIC
                       MOVE SCT-T-HASH TO WS-TRL-HASH
                    END-IF
                 END-IF
              END-IF
           ELSE
              PERFORM 0334-CARGAR-DETALLE-DIARIO
           END-IF.

       0334-CARGAR-DETALLE-DIARIO.
           EVALUATE TRUE
              WHEN WS-TRL-VISTO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "DETALLE DESPUES DEL TRAILER" TO WS-MOTIVO
              WHEN SUC-PERIODO NOT NUMERIC
                OR SUC-PERIODO NOT = WS-PERIODO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "DETALLE CON PERIODO DISTINTO DEL CARGADO"
                   TO WS-MOTIVO
              WHEN SUC-NUMERO NOT NUMERIC
                OR SUC-NUMERO = ZERO
                OR SUC-MONTO NOT NUMERIC
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "DETALLE CON DEPTO O MONTO NO NUMERICO"
                   TO WS-MOTIVO
              WHEN SUC-NUMERO < WS-PREV-NUMERO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "FUERA DE ORDEN ASCENDENTE DE DEPTO"
                   TO WS-MOTIVO
              WHEN WS-CNT-DIA = 5000
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "MAS DE 5000 DETALLES EN EL ARCHIVO DIARIO"
                   TO WS-MOTIVO
              WHEN OTHER
                 ADD 1 TO WS-CNT-DIA
                 MOVE REG-SUCURSAL TO WS-DIA-REGISTRO(WS-CNT-DIA)
                 ADD SUC-MONTO TO WS-HASH-DIA
                 MOVE SUC-NUMERO TO WS-PREV-NUMERO
           END-EVALUATE.

       0335-VALIDAR-CONTROL-DIARIO.
           EVALUATE TRUE
              WHEN NOT WS-HDR-VISTO AND NOT WS-TRL-VISTO
                   AND WS-CNT-DIA = ZERO
                 SET WS-RES-NO-ENVIO TO TRUE
                 MOVE "ARCHIVO DIARIO VACIO" TO WS-MOTIVO
              WHEN NOT WS-HDR-VISTO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "ARCHIVO DIARIO SIN CABECERA" TO WS-MOTIVO
              WHEN WS-HDR-PERIODO NOT = WS-PERIODO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "PERIODO DE CABECERA DISTINTO DEL CARGADO"
                   TO WS-MOTIVO
              WHEN WS-HDR-FECHA NOT = WS-FECHA-CARGA
                 SET WS-RES-NO-ENVIO TO TRUE
                 STRING "EL ARCHIVO DISPONIBLE ES DEL DIA "
                                              DELIMITED BY SIZE
                        WS-HDR-FECHA DELIMITED BY SIZE
                   INTO WS-MOTIVO
                 END-STRING
              WHEN NOT WS-TRL-VISTO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "ARCHIVO DIARIO SIN TRAILER" TO WS-MOTIVO
              WHEN WS-TRL-CANTIDAD NOT = WS-CNT-DIA
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "CANTIDAD DEL TRAILER NO COINCIDE" TO WS-MOTIVO
              WHEN WS-TRL-HASH NOT = WS-HASH-DIA
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "HASH DE MONTOS DEL TRAILER NO COINCIDE"
                   TO WS-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0340-VERIFICAR-DIA-CARGADO.
           MOVE ZERO TO WS-DIAS-CARGADOS-SUC
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
              UNTIL WS-CTL-IDX > WS-CNT-CTL
              IF WS-CTL-SUCURSAL(WS-CTL-IDX) = WS-BRANCH-DDNAME
                 ADD 1 TO WS-DIAS-CARGADOS-SUC
                 IF WS-CTL-FECHA(WS-CTL-IDX) = WS-FECHA-CARGA
                    SET WS-RES-YA-CARGADO TO TRUE
                    MOVE "EL DIA YA FIGURA CARGADO EN EL ACUMULADO"
                      TO WS-MOTIVO
                 END-IF
              END-IF
           END-PERFORM.

       0350-MEZCLAR-ACUMULADO.
           MOVE ZERO TO WS-MTD-CANT
           MOVE ZERO TO WS-MTD-HASH
           MOVE ZERO TO WS-MTD-TRL-CANT
           MOVE ZERO TO WS-MTD-TRL-HASH
           MOVE ZERO TO WS-MTD-PREV-NUMERO
           MOVE ZERO TO WS-MTD-PERIODO-ANT
           MOVE ZERO TO WS-MTD-FECHA-ANT
           MOVE ZERO TO WS-SAL-HASH
           MOVE "N" TO WS-MTD-TRL-FLAG
           SET WS-MTD-NUEVO TO TRUE
           OPEN INPUT ACUMULADO
           IF NOT FS-MTD-OK
              SET WS-RES-RECHAZADO TO TRUE
              MOVE FS-MTD TO WS-FS-ED
              STRING "ACUMULADO DEL MES NO DISPONIBLE - FS="
                                              DELIMITED BY SIZE
                     WS-FS-ED DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
           ELSE
              READ ACUMULADO
              IF FS-MTD-OK
                 PERFORM 0352-VERIFICAR-CABECERA-MTD
              ELSE
                 IF WS-DIAS-CARGADOS-SUC > ZERO
                    SET WS-RES-RECHAZADO TO TRUE
                    MOVE "ACUMULADO VACIO CON DIAS YA CARGADOS"
                      TO WS-MOTIVO
                 END-IF
              END-IF
              IF WS-RES-CARGADO
                 PERFORM 0354-ESCRIBIR-ACUMULADO-NUEVO
              END-IF
              CLOSE ACUMULADO
           END-IF.

       0352-VERIFICAR-CABECERA-MTD.
           MOVE REG-MTD TO REG-SUC-CTL
           IF NOT SCT-CABECERA OR SCT-H-PERIODO NOT NUMERIC
              SET WS-RES-RECHAZADO TO TRUE
              MOVE "ACUMULADO DEL MES SIN CABECERA VALIDA"
                TO WS-MOTIVO
           ELSE
              MOVE SCT-H-PERIODO TO WS-MTD-PERIODO-ANT
              IF SCT-H-FECHA NUMERIC
                 MOVE SCT-H-FECHA TO WS-MTD-FECHA-ANT
              END-IF
              IF WS-MTD-PERIODO-ANT = WS-PERIODO
                 SET WS-MTD-VIGENTE TO TRUE
              ELSE
                 PERFORM 0353-VERIFICAR-PERIODO-ANTERIOR
              END-IF
           END-IF.

       0353-VERIFICAR-PERIODO-ANTERIOR.
           MOVE "N" TO WS-CIERRE-FLAG
           PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
              UNTIL WS-CIE-IDX > WS-CNT-CIE
              IF WS-CIE-PERIODO-CERR(WS-CIE-IDX) = WS-MTD-PERIODO-ANT
                 SET WS-PERIODO-CERRADO TO TRUE
              END-IF
           END-PERFORM
           IF WS-DIAS-CARGADOS-SUC > ZERO
              SET WS-RES-RECHAZADO TO TRUE
              STRING "ACUMULADO ES DE " DELIMITED BY SIZE
                     WS-MTD-PERIODO-ANT DELIMITED BY SIZE
                     " Y HAY DIAS CARGADOS" DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
           ELSE
              IF NOT WS-PERIODO-CERRADO
                 SET WS-RES-RECHAZADO TO TRUE
                 STRING "ACUMULADO DE " DELIMITED BY SIZE
                        WS-MTD-PERIODO-ANT DELIMITED BY SIZE
                        " SIN CIERRE CONSOLIDADO" DELIMITED BY SIZE
                   INTO WS-MOTIVO
                 END-STRING
              END-IF
           END-IF.

       0354-ESCRIBIR-ACUMULADO-NUEVO.
           OPEN OUTPUT TRABAJO
           IF NOT FS-TRAB-OK
              DISPLAY "ERROR AL ABRIR ARCHIVO DE TRABAJO "
                      WS-TRAB-DDNAME " FS=" FS-TRAB
              SET WS-RES-RECHAZADO TO TRUE
              MOVE "SIN ARCHIVO DE TRABAJO" TO WS-MOTIVO
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              MOVE WS-FECHA-CARGA TO WS-SAL-FECHA
              IF WS-MTD-VIGENTE AND WS-MTD-FECHA-ANT > WS-SAL-FECHA
                 MOVE WS-MTD-FECHA-ANT TO WS-SAL-FECHA
              END-IF
              MOVE SPACES TO REG-SUC-CTL
              MOVE "H" TO SCT-TIPO
              IF WS-HDR-SUCURSAL = SPACES
                 MOVE WS-BRANCH-DDNAME TO SCT-H-SUCURSAL
              ELSE
                 MOVE WS-HDR-SUCURSAL TO SCT-H-SUCURSAL
              END-IF
              MOVE WS-PERIODO TO SCT-H-PERIODO
              MOVE WS-SAL-FECHA TO SCT-H-FECHA
              WRITE REG-TRABAJO FROM REG-SUC-CTL
              MOVE 1 TO WS-DIA-IDX
              IF WS-MTD-VIGENTE
                 PERFORM UNTIL FS-MTD-FIN OR NOT WS-RES-CARGADO
                    READ ACUMULADO
                    IF FS-MTD-OK
                       PERFORM 0356-MEZCLAR-REG-ACUMULADO
                    END-IF
                 END-PERFORM
                 IF WS-RES-CARGADO
                    PERFORM 0358-VALIDAR-TRAILER-MTD
                 END-IF
              END-IF
              IF WS-RES-CARGADO
                 MOVE 9999 TO WS-IDX
                 PERFORM 0357-VOLCAR-DIARIO-HASTA
                 MOVE SPACES TO REG-SUC-CTL
                 MOVE "T" TO SCT-TIPO
                 MOVE WS-SAL-CANT TO SCT-T-CANTIDAD
                 MOVE "+" TO SCT-T-SIGNO
                 MOVE WS-SAL-HASH TO SCT-T-HASH
                 WRITE REG-TRABAJO FROM REG-SUC-CTL
              END-IF
              CLOSE TRABAJO
           END-IF.

       0356-MEZCLAR-REG-ACUMULADO.
           MOVE REG-MTD TO WS-MTD-REG
           EVALUATE TRUE
              WHEN REG-MTD(1:1) = "H"
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "ACUMULADO CON CABECERA DUPLICADA" TO WS-MOTIVO
              WHEN REG-MTD(1:1) = "T"
                 IF WS-MTD-TRL-VISTO
                    SET WS-RES-RECHAZADO TO TRUE
                    MOVE "ACUMULADO CON TRAILER DUPLICADO"
                      TO WS-MOTIVO
                 ELSE
                    SET WS-MTD-TRL-VISTO TO TRUE
                    MOVE REG-MTD TO REG-SUC-CTL
                    IF SCT-T-CANTIDAD NUMERIC
                       MOVE SCT-T-CANTIDAD TO WS-MTD-TRL-CANT
                    END-IF
                    IF SCT-T-HASH NUMERIC
                       MOVE SCT-T-HASH TO WS-MTD-TRL-HASH
                    END-IF
                 END-IF
              WHEN WS-MTD-TRL-VISTO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "ACUMULADO CON DETALLE DESPUES DEL TRAILER"
                   TO WS-MOTIVO
              WHEN WS-MTD-NUMERO NOT NUMERIC
                OR WS-MTD-MONTO NOT NUMERIC
                OR WS-MTD-NUMERO < WS-MTD-PREV-NUMERO
                 SET WS-RES-RECHAZADO TO TRUE
                 MOVE "ACUMULADO CON DETALLE INVALIDO O SIN ORDEN"
                   TO WS-MOTIVO
              WHEN OTHER
                 ADD 1 TO WS-MTD-CANT
                 ADD WS-MTD-MONTO TO WS-MTD-HASH
                 MOVE WS-MTD-NUMERO TO WS-MTD-PREV-NUMERO
                 COMPUTE WS-IDX = WS-MTD-NUMERO - 1
                 PERFORM 0357-VOLCAR-DIARIO-HASTA
                 WRITE REG-TRABAJO FROM REG-MTD
                 ADD 1 TO WS-SAL-CANT
                 ADD WS-MTD-MONTO TO WS-SAL-HASH
           END-EVALUATE.

       0357-VOLCAR-DIARIO-HASTA.
           PERFORM UNTIL WS-DIA-IDX > WS-CNT-DIA
              OR WS-DIA-NUMERO(WS-DIA-IDX) > WS-IDX
              WRITE REG-TRABAJO FROM WS-DIA-REGISTRO(WS-DIA-IDX)
              ADD 1 TO WS-SAL-CANT
              ADD WS-DIA-MONTO(WS-DIA-IDX) TO WS-SAL-HASH
              ADD 1 TO WS-DIA-IDX
           END-PERFORM.

       0358-VALIDAR-TRAILER-MTD.
           IF NOT WS-MTD-TRL-VISTO
              OR WS-MTD-TRL-CANT NOT = WS-MTD-CANT
              OR WS-MTD-TRL-HASH NOT = WS-MTD-HASH
              SET WS-RES-RECHAZADO TO TRUE
              MOVE "ACUMULADO CON TRAILER INCONSISTENTE" TO WS-MOTIVO
           END-IF.

       0360-REGRABAR-ACUMULADO.
           OPEN INPUT TRABAJO
           IF NOT FS-TRAB-OK
              DISPLAY "ERROR AL REABRIR ARCHIVO DE TRABAJO "
                      WS-TRAB-DDNAME " FS=" FS-TRAB
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT ACUMULADO
              IF NOT FS-MTD-OK
                 DISPLAY "ERROR AL REGRABAR ACUMULADO "
                         WS-MTD-DDNAME " FS=" FS-MTD
                 SET WS-ABORTAR TO TRUE
                 MOVE 22 TO WS-RETURN-CODE
              ELSE
                 PERFORM UNTIL FS-TRAB-FIN
                    READ TRABAJO
                    IF FS-TRAB-OK
                       WRITE REG-MTD FROM REG-TRABAJO
                    END-IF
                 END-PERFORM
                 CLOSE ACUMULADO
              END-IF
              CLOSE TRABAJO
           END-IF
           IF WS-ABORTAR
              SET WS-RES-RECHAZADO TO TRUE
              MOVE "NO SE PUDO REGRABAR EL ACUMULADO" TO WS-MOTIVO
           END-IF.

       0365-ANOTAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
           MOVE WS-PERIODO TO WS-ACR-PERIODO
           MOVE WS-BRANCH-DDNAME TO WS-ACR-SUCURSAL
           MOVE WS-FECHA-CARGA TO WS-ACR-FECHA
           MOVE WS-CNT-DIA TO WS-ACR-CANTIDAD
           MOVE WS-HASH-DIA TO WS-ACR-HASH
           MOVE WS-SAL-CANT TO WS-ACR-CANT-ACUM
           MOVE WS-FECHA-HOY(1:8) TO WS-ACR-FECHA-CARGA
           MOVE WS-FECHA-HOY(9:6) TO WS-ACR-HORA-CARGA
           OPEN EXTEND ACUM-CTL-SAL
           IF NOT FS-ACUOUT-OK
              DISPLAY "FS-ACUCTOUT: " FS-ACUOUT
              DISPLAY "ACUMULADO " WS-MTD-DDNAME " REGRABADO SIN "
                      "ANOTAR EL DIA " WS-FECHA-CARGA " EN EL CONTROL"
              SET WS-ABORTAR TO TRUE
              MOVE 44 TO WS-RETURN-CODE
              SET WS-RES-RECHAZADO TO TRUE
              MOVE "ACUMULADO REGRABADO SIN ANOTAR EN CONTROL"
                TO WS-MOTIVO
           ELSE
              WRITE REG-ACUM-SAL FROM WS-ACUM-REG
              CLOSE ACUM-CTL-SAL
              ADD 1 TO WS-CNT-REG-CARGADOS
              IF WS-CNT-CTL < 3000
                 ADD 1 TO WS-CNT-CTL
                 MOVE WS-BRANCH-DDNAME TO WS-CTL-SUCURSAL(WS-CNT-CTL)
                 MOVE WS-FECHA-CARGA TO WS-CTL-FECHA(WS-CNT-CTL)
              END-IF
           END-IF.

       0370-ESCRIBIR-DETALLE.
           MOVE WS-RESULTADO TO WS-SUC-RESULTADO(WS-CNT-SUC)
           MOVE WS-MOTIVO TO WS-SUC-MOTIVO(WS-CNT-SUC)
           MOVE WS-BRANCH-DDNAME TO WS-DT-DDNAME
           MOVE BR-NOMBRE TO WS-DT-NOMBRE
           MOVE WS-CNT-DIA TO WS-DT-REG-DIA
           MOVE ZERO TO WS-DT-REG-MES
           MOVE SPACES TO WS-DT-ULT-DIA
           EVALUATE TRUE
              WHEN WS-RES-CARGADO
                 ADD 1 TO WS-CNT-CARGADAS
                 MOVE "CARGADO" TO WS-DT-ESTADO
                 MOVE WS-SAL-CANT TO WS-DT-REG-MES
                 MOVE WS-SAL-FECHA TO WS-DT-ULT-DIA
              WHEN WS-RES-NO-ENVIO
                 ADD 1 TO WS-CNT-NO-ENVIO
                 MOVE "NO ENVIO" TO WS-DT-ESTADO
                 MOVE ZERO TO WS-DT-REG-DIA
              WHEN WS-RES-YA-CARGADO
                 ADD 1 TO WS-CNT-YA-CARGADAS
                 MOVE "YA CARGADO" TO WS-DT-ESTADO
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-CNT-RECHAZADAS
                 MOVE "RECHAZADO" TO WS-DT-ESTADO
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE
           WRITE REG-ACURPT FROM WS-DETALLE
           IF NOT WS-RES-CARGADO
              MOVE WS-MOTIVO TO WS-DM-MOTIVO
              WRITE REG-ACURPT FROM WS-DETALLE-MOTIVO
           END-IF.

       0380-LISTAR-SIN-ENVIO.
           MOVE SPACES TO REG-ACURPT
           STRING "SUCURSALES QUE NO ENVIARON EL DIA " DELIMITED BY SIZE
                  WS-FECHA-CARGA DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           WRITE REG-ACURPT FROM WS-GUIONES
           IF WS-CNT-NO-ENVIO = ZERO
              MOVE "|   TODAS LAS SUCURSALES ENVIARON EL DIA" TO
                   REG-ACURPT
              MOVE "|" TO REG-ACURPT(80:1)
              WRITE REG-ACURPT
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CNT-SUC
                 IF WS-SUC-RESULTADO(WS-IDX) = "N"
                    MOVE WS-SUC-DDNAME(WS-IDX) TO WS-SE-DDNAME
                    MOVE WS-SUC-NOMBRE(WS-IDX) TO WS-SE-NOMBRE
                    MOVE WS-SUC-MOTIVO(WS-IDX) TO WS-SE-MOTIVO
                    WRITE REG-ACURPT FROM WS-LINEA-SIN-ENVIO
                 END-IF
              END-PERFORM
           END-IF
           WRITE REG-ACURPT FROM WS-GUIONES.

       0385-LISTAR-DIAS-PENDIENTES.
           MOVE SPACES TO REG-ACURPT
           STRING "DIAS HABILES SIN CARGAR EN EL ACUMULADO HASTA EL "
                                              DELIMITED BY SIZE
                  WS-FECHA-CARGA DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           WRITE REG-ACURPT FROM WS-GUIONES
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CNT-SUC
              MOVE WS-SUC-DDNAME(WS-IDX) TO WS-BRANCH-DDNAME
              MOVE WS-SUC-DDNAME(WS-IDX) TO WS-PL-DDNAME
              MOVE SPACES TO WS-PL-FECHAS
              MOVE ZERO TO WS-PL-IDX
              PERFORM VARYING WS-DIA FROM 1 BY 1
                 UNTIL WS-DIA > WS-CARGA-DIA
                 PERFORM 0387-VERIFICAR-DIA-PENDIENTE
              END-PERFORM
              IF WS-PL-IDX > ZERO
                 WRITE REG-ACURPT FROM WS-LINEA-PENDIENTE
              END-IF
           END-PERFORM
           IF WS-CNT-DIAS-PEND = ZERO
              MOVE "|   NO HAY DIAS HABILES PENDIENTES DE CARGA" TO
                   REG-ACURPT
              MOVE "|" TO REG-ACURPT(80:1)
              WRITE REG-ACURPT
           END-IF
           WRITE REG-ACURPT FROM WS-GUIONES.

       0387-VERIFICAR-DIA-PENDIENTE.
           COMPUTE WS-FECHA-DIA = WS-PERIODO * 100 + WS-DIA
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA) 7)
           IF WS-DIA-SEMANA >= 1 AND WS-DIA-SEMANA <= 5
              MOVE "N" TO WS-CARGADO-FLAG
              PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > WS-CNT-CTL
                 IF WS-CTL-SUCURSAL(WS-CTL-IDX) = WS-BRANCH-DDNAME
                    AND WS-CTL-FECHA(WS-CTL-IDX) = WS-FECHA-DIA
                    SET WS-DIA-ENCONTRADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-DIA-ENCONTRADO
                 ADD 1 TO WS-CNT-DIAS-PEND
                 IF WS-PL-IDX = 7
                    WRITE REG-ACURPT FROM WS-LINEA-PENDIENTE
                    MOVE SPACES TO WS-PL-DDNAME
                    MOVE SPACES TO WS-PL-FECHAS
                    MOVE ZERO TO WS-PL-IDX
                 END-IF
                 ADD 1 TO WS-PL-IDX
                 MOVE WS-FECHA-DIA TO WS-PL-FECHA(WS-PL-IDX)
              END-IF
           END-IF.

       0390-ESCRIBIR-TOTALES.
           MOVE WS-CNT-BRANCHES-PROC TO WS-CNT-ED
           MOVE SPACES TO REG-ACURPT
           STRING "SUCURSALES PROCESADAS ........: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           MOVE WS-CNT-CARGADAS TO WS-CNT-ED
           MOVE SPACES TO REG-ACURPT
           STRING "DIAS CARGADOS AL ACUMULADO ...: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           MOVE WS-CNT-NO-ENVIO TO WS-CNT-ED
           MOVE SPACES TO REG-ACURPT
           STRING "SUCURSALES SIN ENVIO DEL DIA .: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           MOVE WS-CNT-YA-CARGADAS TO WS-CNT-ED
           MOVE SPACES TO REG-ACURPT
           STRING "DIAS YA CARGADOS (RECHAZO) ...: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           MOVE WS-CNT-RECHAZADAS TO WS-CNT-ED
           MOVE SPACES TO REG-ACURPT
           STRING "ARCHIVOS DIARIOS RECHAZADOS ..: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           MOVE WS-CNT-DIAS-PEND TO WS-CNT-ED
           MOVE SPACES TO REG-ACURPT
           STRING "DIAS HABILES PENDIENTES ......: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT
           MOVE SPACES TO REG-ACURPT
           STRING "PARA FLASH AL DIA CARGADO INFORMAR EN PERIODO "
                  "COLS 10-17: "
                                              DELIMITED BY SIZE
                  WS-FECHA-CARGA DELIMITED BY SIZE
             INTO REG-ACURPT
           END-STRING
           WRITE REG-ACURPT.

       0500-CLOSE-FILE.
           IF WS-BRCTL-OPEN
              CLOSE BRANCH-CTL
           END-IF
           IF WS-ACURPT-OPEN
              CLOSE ACUM-REPORTE
           END-IF.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
