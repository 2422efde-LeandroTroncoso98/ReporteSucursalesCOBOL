       IDENTIFICATION DIVISION.
       PROGRAM-ID. APARANOM.
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

            SELECT SUCURSAL-EN ASSIGN TO DYNAMIC WS-BRANCH-DDNAME
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-SUC.

            SELECT SUCURSAL-SAL ASSIGN TO DYNAMIC WS-FILTRO-DDNAME
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-SAL.

            SELECT PARAM-FL ASSIGN TO PARMIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-PARMIN.

            SELECT ANO-PARAMETROS ASSIGN TO ANOPARM
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-ANOPARM.

            SELECT ANO-DECISIONES ASSIGN TO ANOCTL
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-ANOCTL.

            SELECT HISTORIA-EN ASSIGN TO HISTIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HISTIN.

            SELECT HIST-SUCURSAL ASSIGN TO HSUCIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-HSUCIN.

            SELECT RETENIDOS ASSIGN TO ANORET
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-ANORET.

            SELECT ANO-REPORTE ASSIGN TO ANORPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS FS-ANORPT.

       DATA DIVISION.
       FILE SECTION.

       FD BRANCH-CTL RECORDING MODE IS F
                     DATA RECORD IS REG-BR-CTL.
       COPY REGBRCTL.

       FD SUCURSAL-EN RECORDING MODE IS F
                      DATA RECORD IS REG-SUCURSAL.
       COPY REGSUC.

       FD SUCURSAL-SAL RECORDING MODE IS F
                       DATA RECORD IS REG-SUC-SAL.
       01 REG-SUC-SAL              PIC X(38).

       FD PARAM-FL RECORDING MODE IS F
                   DATA RECORD IS REG-PARM.
       01 REG-PARM.
          05 PARM-PERIODO          PIC 9(6).
          05 PARM-MODO             PIC X(1).
             88 PARM-MODO-FLASH    VALUE "F".
          05 FILLER                PIC X(73).

       FD ANO-PARAMETROS RECORDING MODE IS F
                         DATA RECORD IS REG-ANO-PARM.
       01 REG-ANO-PARM.
          05 APM-MESES             PIC 9(2).
          05 APM-MINIMO            PIC 9(2).
          05 APM-DESVIOS           PIC 9V9.
          05 APM-BANDA             PIC 9(3).
          05 APM-TOPE-DEVOL        PIC 9(3).
          05 APM-TOPE-AJUSTE       PIC 9(3).
          05 FILLER                PIC X(65).

       FD ANO-DECISIONES RECORDING MODE IS F
                         DATA RECORD IS REG-ANO-CONTROL.
       COPY REGANOCT.

       FD HISTORIA-EN RECORDING MODE IS F
                      DATA RECORD IS REG-HIST.
       COPY REGHIST.

       FD HIST-SUCURSAL RECORDING MODE IS F
                        DATA RECORD IS REG-HIST-SUC.
       COPY REGHSUC.

       FD RETENIDOS RECORDING MODE IS F
                    DATA RECORD IS REG-RETENIDO.
       01 REG-RETENIDO             PIC X(38).

       FD ANO-REPORTE RECORDING MODE IS F
                      DATA RECORD IS REG-ANORPT.
       01 REG-ANORPT               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-BRCTL                PIC 99.
          88 FS-BRCTL-OK          VALUE 00.
          88 FS-BRCTL-FIN         VALUE 10.

       77 FS-SUC                  PIC 99.
          88 FS-SUC-OK            VALUE 00.
          88 FS-SUC-FIN           VALUE 10.

       77 FS-SAL                  PIC 99.
          88 FS-SAL-OK            VALUE 00.

       77 FS-PARMIN               PIC 99.
          88 FS-PARMIN-OK         VALUE 00.
          88 FS-PARMIN-FIN        VALUE 10.

       77 FS-ANOPARM              PIC 99.
          88 FS-ANOPARM-OK        VALUE 00.
          88 FS-ANOPARM-FIN       VALUE 10.

       77 FS-ANOCTL               PIC 99.
          88 FS-ANOCTL-OK         VALUE 00.
          88 FS-ANOCTL-FIN        VALUE 10.

       77 FS-HISTIN               PIC 99.
          88 FS-HISTIN-OK         VALUE 00.
          88 FS-HISTIN-FIN        VALUE 10.

       77 FS-HSUCIN               PIC 99.
          88 FS-HSUCIN-OK         VALUE 00.
          88 FS-HSUCIN-FIN        VALUE 10.

       77 FS-ANORET               PIC 99.
          88 FS-ANORET-OK         VALUE 00.

       77 FS-ANORPT               PIC 99.
          88 FS-ANORPT-OK         VALUE 00.

       01 WS-FLAGS.
          05 WS-ABORT-FLAG        PIC X VALUE "N".
             88 WS-ABORTAR        VALUE "S".
          05 WS-BRCTL-ABIERTO     PIC X VALUE "N".
             88 WS-BRCTL-OPEN     VALUE "S".
          05 WS-ANORET-ABIERTO    PIC X VALUE "N".
             88 WS-ANORET-OPEN    VALUE "S".
          05 WS-ANORPT-ABIERTO    PIC X VALUE "N".
             88 WS-ANORPT-OPEN    VALUE "S".
          05 WS-FUERA-FLAG        PIC X VALUE "N".
             88 WS-FUERA-DE-RANGO VALUE "S".
          05 WS-RETENER-FLAG      PIC X VALUE "N".
             88 WS-RETENER        VALUE "S".
          05 WS-MODO-FLAG         PIC X VALUE "N".
             88 WS-FLASH          VALUE "F".
          05 WS-ESPERADO-FLAG     PIC X VALUE "N".
             88 WS-SIN-ESPERADO   VALUE "N".
             88 WS-ESPERADO-PROPIO VALUE "P".
             88 WS-ESPERADO-EMPRESA VALUE "E".

       01 WS-BRANCH-DDNAME        PIC X(8).
       01 WS-FILTRO-DDNAME        PIC X(8).
       01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.
       01 WS-PERIODO              PIC 9(6) VALUE ZERO.

       01 WS-PARAMETROS.
          05 WS-PAR-MESES         PIC 9(2) VALUE 06.
          05 WS-PAR-MINIMO        PIC 9(2) VALUE 03.
          05 WS-PAR-DESVIOS       PIC 9V9 VALUE 3,0.
          05 WS-PAR-BANDA         PIC 9(3) VALUE 050.
          05 WS-PAR-TOPE-DEVOL    PIC 9(3) VALUE 030.
          05 WS-PAR-TOPE-AJUSTE   PIC 9(3) VALUE 010.

       01 WS-PER-AUX              PIC 9(6).
       01 WS-PER-AUX-R REDEFINES WS-PER-AUX.
          05 WS-PER-AUX-AAAA      PIC 9(4).
          05 WS-PER-AUX-MM        PIC 9(2).

       01 WS-IDX                  PIC 9(4).
       01 WS-MES                  PIC 9(4).
       01 WS-DEP                  PIC 9(4).
       01 WS-AL-IDX               PIC 9(4).
       01 WS-AL-PREV              PIC 9(4).
       01 WS-TJ-IDX               PIC 9(4).
       01 WS-TJ-EXACTA            PIC 9(4).
       01 WS-TJ-ARCHIVO           PIC 9(4).
       01 WS-HB-IDX               PIC 9(4).

       01 WS-CNT-SUCURSALES       PIC 9(3) VALUE ZERO.
       01 WS-CNT-BRANCHES-PROC    PIC 9(3) VALUE ZERO.
       01 WS-CNT-HIST-LEIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-HIST-VENTANA     PIC 9(7) VALUE ZERO.
       01 WS-CNT-CONTROLADOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-CTRL-PROPIA      PIC 9(7) VALUE ZERO.
       01 WS-CNT-HSUC-LEIDOS      PIC 9(7) VALUE ZERO.
       01 WS-CNT-HSUC-SUC         PIC 9(3) VALUE ZERO.
       01 WS-CNT-HSUC-CON-TOTAL   PIC 9(3) VALUE ZERO.
       01 WS-CNT-SIN-HISTORIA     PIC 9(7) VALUE ZERO.
       01 WS-CNT-PENDIENTES       PIC 9(7) VALUE ZERO.
       01 WS-CNT-LIBERADAS        PIC 9(7) VALUE ZERO.
       01 WS-CNT-RETENIDAS        PIC 9(7) VALUE ZERO.
       01 WS-CNT-REG-RETENIDOS    PIC 9(7) VALUE ZERO.
       01 WS-CNT-REG-COPIADOS     PIC 9(7) VALUE ZERO.
       01 WS-CNT-TJ-LEIDAS        PIC 9(7) VALUE ZERO.
       01 WS-CNT-TJ-OTRO-PER      PIC 9(7) VALUE ZERO.
       01 WS-CNT-TJ-INVALIDAS     PIC 9(7) VALUE ZERO.
       01 WS-CNT-TJ-SIN-EFECTO    PIC 9(7) VALUE ZERO.
       01 WS-CNT-ED               PIC ZZZZZZ9.
       01 WS-CNT-ED2              PIC ZZZZZZ9.
       01 WS-CNT-ED3              PIC ZZZZZZ9.
       01 WS-CNT-ED4              PIC ZZZZZZ9.
       01 WS-PAR-ED               PIC Z9.
       01 WS-PAR-ED2              PIC Z9.
       01 WS-PAR-DESV-ED          PIC 9,9.
       01 WS-PAR-PCT-ED           PIC ZZ9.
       01 WS-PAR-PCT-ED2          PIC ZZ9.
       01 WS-PAR-PCT-ED3          PIC ZZ9.
       01 WS-MONTO-ED             PIC $$$$$$$$$$9,99-.
       01 WS-IMPORTE-RETENIDO     PIC S9(11)V99 VALUE ZERO.

       01 WS-VENTANA.
          05 WS-VEN-PERIODO OCCURS 12 TIMES PIC 9(6).

       01 WS-HD-TABLE.
          05 WS-HD-ENTRY OCCURS 999 TIMES.
             10 WS-HD-MES OCCURS 12 TIMES.
                15 WS-HD-FLAG        PIC X.
                   88 WS-HD-CON-DATOS VALUE "S".
                15 WS-HD-MONTO       PIC S9(9)V99.
             10 WS-HD-CANT           PIC 9(2).
             10 WS-HD-MEDIA          PIC S9(11)V99.
             10 WS-HD-DESVIO         PIC 9(11)V99.

       01 WS-HB-TABLE.
          05 WS-HB-ENTRY OCCURS 200 TIMES.
             10 WS-HB-DDNAME         PIC X(8).
             10 WS-HB-TOT-FLAG       PIC X.
                88 WS-HB-CON-TOTAL   VALUE "S".

       01 WS-HC-TABLE.
          05 WS-HC-ENTRY OCCURS 999 TIMES.
             10 WS-HC-SUC OCCURS 200 TIMES PIC X.
                88 WS-HC-CON-DEPTO   VALUE "S".
             10 WS-HC-CANT           PIC 9(3).

       01 WS-HS-TABLE.
          05 WS-HS-ENTRY OCCURS 999 TIMES.
             10 WS-HS-MES OCCURS 12 TIMES.
                15 WS-HS-FLAG        PIC X.
                   88 WS-HS-CON-DATOS VALUE "S".
                15 WS-HS-MONTO       PIC S9(9)V99.

       01 WS-HS-TOTAL.
          05 WS-HST-MES OCCURS 12 TIMES.
             10 WS-HST-FLAG          PIC X.
                88 WS-HST-CON-DATOS  VALUE "S".
             10 WS-HST-MONTO         PIC S9(11)V99.

       01 WS-TOT-SERIE.
          05 WS-TOT-MES OCCURS 12 TIMES.
             10 WS-TOT-FLAG          PIC X.
                88 WS-TOT-CON-DATOS  VALUE "S".
             10 WS-TOT-MONTO         PIC S9(11)V99.
          05 WS-TOT-CANT             PIC 9(2).
          05 WS-TOT-MEDIA            PIC S9(11)V99.
          05 WS-TOT-DESVIO           PIC 9(11)V99.

       01 WS-SERIE.
          05 WS-SER-MES OCCURS 12 TIMES.
             10 WS-SER-FLAG          PIC X.
                88 WS-SER-CON-DATOS  VALUE "S".
             10 WS-SER-MONTO         PIC S9(11)V99.
          05 WS-SER-CANT             PIC 9(2).
          05 WS-SER-MEDIA            PIC S9(11)V99.
          05 WS-SER-DESVIO           PIC 9(11)V99.

       01 WS-ESTADISTICA.
          05 WS-EST-SUMA          PIC S9(13)V99.
          05 WS-EST-DIF           PIC S9(13)V99.
          05 WS-EST-CUADRADOS     PIC S9(23)V9(4).
          05 WS-EST-VARIANZA      PIC S9(23)V9(4).

       01 WS-RANGO.
          05 WS-CR-MEDIA          PIC S9(11)V99.
          05 WS-CR-DESVIO         PIC 9(11)V99.
          05 WS-CR-BANDA          PIC 9(11)V99.
          05 WS-CR-PISO           PIC 9(11)V99.
          05 WS-CR-VALOR          PIC S9(11)V99.
          05 WS-CR-MINIMO         PIC S9(11)V99.
          05 WS-CR-MAXIMO         PIC S9(11)V99.

       01 WS-BD-TABLE.
          05 WS-BD-ENTRY OCCURS 999 TIMES.
             10 WS-BD-FLAG           PIC X.
                88 WS-BD-CON-MOV     VALUE "S".
             10 WS-BD-NETO           PIC S9(9)V99.
             10 WS-BD-VENTAS         PIC 9(9)V99.
             10 WS-BD-DEVOL          PIC 9(9)V99.
             10 WS-BD-AJUSTES        PIC 9(9)V99.
       01 WS-BR-NETO              PIC S9(11)V99.

       01 WS-NUEVA-ALERTA.
          05 WS-NA-DEPTO          PIC 9(3).
          05 WS-NA-CONTROL        PIC X(13).
          05 WS-NA-VALOR          PIC S9(11)V99.
          05 WS-NA-MINIMO         PIC S9(11)V99.
          05 WS-NA-MAXIMO         PIC S9(11)V99.
          05 WS-NA-CON-RANGO      PIC X.

       01 WS-CNT-ALERTAS          PIC 9(4) VALUE ZERO.
       01 WS-AL-TABLE.
          05 WS-AL-ENTRY OCCURS 1000 TIMES.
             10 WS-AL-DDNAME         PIC X(8).
             10 WS-AL-DEPTO          PIC 9(3).
             10 WS-AL-CONTROL        PIC X(13).
             10 WS-AL-VALOR          PIC S9(11)V99.
             10 WS-AL-MINIMO         PIC S9(11)V99.
             10 WS-AL-MAXIMO         PIC S9(11)V99.
             10 WS-AL-CON-RANGO      PIC X.
                88 WS-AL-MUESTRA-RANGO VALUE "S".
             10 WS-AL-ESTADO         PIC X(10).

       01 WS-CNT-TARJETAS         PIC 9(4) VALUE ZERO.
       01 WS-TJ-TABLE.
          05 WS-TJ-ENTRY OCCURS 500 TIMES.
             10 WS-TJ-DDNAME         PIC X(8).
             10 WS-TJ-DEPTO          PIC 9(3).
             10 WS-TJ-DECISION       PIC X(1).
                88 WS-TJ-LIBERAR     VALUE "L".
                88 WS-TJ-RETENER     VALUE "R".
             10 WS-TJ-USADA-FLAG     PIC X.
                88 WS-TJ-USADA       VALUE "S".

       01 WS-TARJETA.
          05 WS-TAR-DDNAME        PIC X(8).
          05 WS-TAR-DEPTO         PIC 9(3).
          05 WS-TAR-DECISION      PIC X(1).
          05 WS-TAR-PERIODO       PIC 9(6).

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(98) VALUE ALL "-".
          05 FILLER               PIC X VALUE SPACES.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X(30)
             VALUE "CONTROL DE ANOMALIAS PREVIO A ".
          05 FILLER               PIC X(27)
             VALUE "LA CONSOLIDACION - PERIODO ".
          05 WS-TIT-PERIODO       PIC 9(6).
          05 FILLER               PIC X(18) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE "SUCURSAL".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(3) VALUE "DEP".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(13) VALUE "CONTROL".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE "          VALOR".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE "   ESPERADO MIN".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE "   ESPERADO MAX".
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "DECISION".
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X VALUE "|".

       01 WS-DET-LINEA.
          05 FILLER               PIC X VALUE "|".
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-DDNAME         PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-DEPTO          PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-CONTROL        PIC X(13).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-VALOR          PIC $$$$$$$$$$9,99-.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-MINIMO         PIC X(15).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DL-MAXIMO         PIC X(15).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-DL-ESTADO         PIC X(10).
          05 FILLER               PIC X(11) VALUE SPACES.
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
           INITIALIZE WS-VENTANA
           INITIALIZE WS-HD-TABLE
           INITIALIZE WS-TOT-SERIE
           INITIALIZE WS-AL-TABLE
           INITIALIZE WS-TJ-TABLE
           INITIALIZE WS-HB-TABLE
           INITIALIZE WS-HC-TABLE
           MOVE "N" TO WS-ABORT-FLAG.

       0200-OPEN-FILE.
           PERFORM 0210-OPEN-ANORPT
           IF NOT WS-ABORTAR
              PERFORM 0215-LEER-PARMIN
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0220-LEER-ANOPARM
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0225-ARMAR-VENTANA
              PERFORM 0230-CARGAR-HISTORIA
           END-IF
           IF NOT WS-ABORTAR AND NOT WS-FLASH
              PERFORM 0233-CARGAR-HIST-SUC
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0235-CARGAR-DECISIONES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0240-CONTAR-SUCURSALES
           END-IF
           IF NOT WS-ABORTAR
              PERFORM 0245-OPEN-ANORET
           END-IF.

       0210-OPEN-ANORPT.
           OPEN OUTPUT ANO-REPORTE
           IF NOT FS-ANORPT-OK THEN
              DISPLAY "FS-ANORPT: " FS-ANORPT
              SET WS-ABORTAR TO TRUE
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              SET WS-ANORPT-OPEN TO TRUE
           END-IF.

       0215-LEER-PARMIN.
           OPEN INPUT PARAM-FL
           IF NOT FS-PARMIN-OK THEN
              DISPLAY "FS-PARMIN: " FS-PARMIN
              SET WS-ABORTAR TO TRUE
              MOVE 14 TO WS-RETURN-CODE
           ELSE
              READ PARAM-FL
              IF FS-PARMIN-OK
                 MOVE PARM-PERIODO TO WS-PERIODO
                 IF PARM-MODO-FLASH
                    SET WS-FLASH TO TRUE
                 END-IF
              ELSE
                 DISPLAY "ERROR: PARMIN VACIO, FALTA EL PERIODO A "
                         "PROCESAR"
                 SET WS-ABORTAR TO TRUE
                 MOVE 26 TO WS-RETURN-CODE
              END-IF
              CLOSE PARAM-FL
           END-IF.

       0220-LEER-ANOPARM.
           OPEN INPUT ANO-PARAMETROS
           IF NOT FS-ANOPARM-OK THEN
              DISPLAY "FS-ANOPARM: " FS-ANOPARM
              SET WS-ABORTAR TO TRUE
              MOVE 50 TO WS-RETURN-CODE
           ELSE
              READ ANO-PARAMETROS
              IF FS-ANOPARM-OK
                 PERFORM 0222-TOMAR-PARAMETROS
              END-IF
              CLOSE ANO-PARAMETROS
           END-IF.

       0222-TOMAR-PARAMETROS.
           IF APM-MESES NUMERIC
              IF APM-MESES > 1 AND APM-MESES NOT > 12
                 MOVE APM-MESES TO WS-PAR-MESES
              ELSE
                 DISPLAY "AVISO: ANOPARM MESES DE HISTORIA FUERA DE "
                         "RANGO (2-12), SE USA " WS-PAR-MESES
              END-IF
           END-IF
           IF APM-MINIMO NUMERIC AND APM-MINIMO > 1
              MOVE APM-MINIMO TO WS-PAR-MINIMO
           END-IF
           IF WS-PAR-MINIMO > WS-PAR-MESES
              DISPLAY "AVISO: ANOPARM MINIMO DE MESES MAYOR QUE LA "
                      "VENTANA, SE USA " WS-PAR-MESES
              MOVE WS-PAR-MESES TO WS-PAR-MINIMO
           END-IF
           IF APM-DESVIOS NUMERIC AND APM-DESVIOS > ZERO
              MOVE APM-DESVIOS TO WS-PAR-DESVIOS
           END-IF
           IF APM-BANDA NUMERIC
              MOVE APM-BANDA TO WS-PAR-BANDA
           END-IF
           IF APM-TOPE-DEVOL NUMERIC
              MOVE APM-TOPE-DEVOL TO WS-PAR-TOPE-DEVOL
           END-IF
           IF APM-TOPE-AJUSTE NUMERIC
              MOVE APM-TOPE-AJUSTE TO WS-PAR-TOPE-AJUSTE
           END-IF.

       0225-ARMAR-VENTANA.
           MOVE WS-PERIODO TO WS-PER-AUX
           PERFORM VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES > WS-PAR-MESES
              PERFORM 0227-RETROCEDER-PERIODO
              MOVE WS-PER-AUX TO WS-VEN-PERIODO(WS-MES)
           END-PERFORM.

       0227-RETROCEDER-PERIODO.
           IF WS-PER-AUX-MM = 01
              SUBTRACT 1 FROM WS-PER-AUX-AAAA
              MOVE 12 TO WS-PER-AUX-MM
           ELSE
              SUBTRACT 1 FROM WS-PER-AUX-MM
           END-IF.

       0228-UBICAR-PERIODO.
           PERFORM VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES > WS-PAR-MESES
              OR WS-PER-AUX = WS-VEN-PERIODO(WS-MES)
              CONTINUE
           END-PERFORM.

       0230-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-EN
           IF NOT FS-HISTIN-OK THEN
              DISPLAY "FS-HISTIN: " FS-HISTIN
              SET WS-ABORTAR TO TRUE
              MOVE 34 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-HISTIN-FIN
                 READ HISTORIA-EN
                 IF FS-HISTIN-OK
                    ADD 1 TO WS-CNT-HIST-LEIDOS
                    IF HIST-NUMERO NOT = ZERO
                       PERFORM 0232-CARGAR-UN-HIST
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HISTORIA-EN
           END-IF.

       0232-CARGAR-UN-HIST.
           PERFORM VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES > WS-PAR-MESES
              OR HIST-PERIODO = WS-VEN-PERIODO(WS-MES)
              CONTINUE
           END-PERFORM
           IF WS-MES NOT > WS-PAR-MESES
              SET WS-HD-CON-DATOS(HIST-NUMERO, WS-MES) TO TRUE
              MOVE HIST-MONTO TO WS-HD-MONTO(HIST-NUMERO, WS-MES)
              ADD 1 TO WS-CNT-HIST-VENTANA
           END-IF.

       0233-CARGAR-HIST-SUC.
           OPEN INPUT HIST-SUCURSAL
           IF NOT FS-HSUCIN-OK THEN
              DISPLAY "FS-HSUCIN: " FS-HSUCIN
              SET WS-ABORTAR TO TRUE
              MOVE 36 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-HSUCIN-FIN OR WS-ABORTAR
                 READ HIST-SUCURSAL
                 IF FS-HSUCIN-OK
                    ADD 1 TO WS-CNT-HSUC-LEIDOS
                    PERFORM 0234-CARGAR-UNA-CELDA
                 END-IF
              END-PERFORM
              CLOSE HIST-SUCURSAL
           END-IF.

       0234-CARGAR-UNA-CELDA.
           MOVE HSU-PERIODO TO WS-PER-AUX
           PERFORM 0228-UBICAR-PERIODO
           EVALUATE TRUE
              WHEN WS-MES > WS-PAR-MESES
                 CONTINUE
              WHEN HSU-TIPO-SUCURSAL
                 PERFORM 0935-UBICAR-SUC-HIST
                 IF NOT WS-ABORTAR
                    IF NOT WS-HB-CON-TOTAL(WS-HB-IDX)
                       SET WS-HB-CON-TOTAL(WS-HB-IDX) TO TRUE
                       ADD 1 TO WS-CNT-HSUC-CON-TOTAL
                    END-IF
                 END-IF
              WHEN HSU-TIPO-CELDA
                   AND HSU-NUMERO NUMERIC
                   AND HSU-NUMERO NOT = ZERO
                 PERFORM 0935-UBICAR-SUC-HIST
                 IF NOT WS-ABORTAR
                    IF NOT WS-HC-CON-DEPTO(HSU-NUMERO, WS-HB-IDX)
                       SET WS-HC-CON-DEPTO(HSU-NUMERO, WS-HB-IDX)
                         TO TRUE
                       ADD 1 TO WS-HC-CANT(HSU-NUMERO)
                    END-IF
                 END-IF
           END-EVALUATE.

       0235-CARGAR-DECISIONES.
           OPEN INPUT ANO-DECISIONES
           IF NOT FS-ANOCTL-OK THEN
              DISPLAY "FS-ANOCTL: " FS-ANOCTL
              SET WS-ABORTAR TO TRUE
              MOVE 52 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-ANOCTL-FIN OR WS-ABORTAR
                 READ ANO-DECISIONES
                 IF FS-ANOCTL-OK
                    ADD 1 TO WS-CNT-TJ-LEIDAS
                    PERFORM 0237-CARGAR-UNA-DECISION
                 END-IF
              END-PERFORM
              CLOSE ANO-DECISIONES
           END-IF.

       0237-CARGAR-UNA-DECISION.
           EVALUATE TRUE
              WHEN ANC-PERIODO NUMERIC
                   AND ANC-PERIODO NOT = WS-PERIODO
                 ADD 1 TO WS-CNT-TJ-OTRO-PER
              WHEN ANC-PERIODO NOT NUMERIC
              WHEN ANC-DDNAME = SPACES
              WHEN ANC-DEPTO NOT NUMERIC
              WHEN NOT ANC-LIBERAR AND NOT ANC-RETENER
                 ADD 1 TO WS-CNT-TJ-INVALIDAS
                 DISPLAY "TARJETA ANOCTL INVALIDA: "
                         REG-ANO-CONTROL(1:18)
              WHEN WS-CNT-TARJETAS = 500
                 DISPLAY "ERROR: MAS DE 500 TARJETAS ANOCTL DEL "
                         "PERIODO"
                 SET WS-ABORTAR TO TRUE
                 MOVE 32 TO WS-RETURN-CODE
              WHEN OTHER
                 ADD 1 TO WS-CNT-TARJETAS
                 MOVE ANC-DDNAME TO WS-TJ-DDNAME(WS-CNT-TARJETAS)
                 MOVE ANC-DEPTO TO WS-TJ-DEPTO(WS-CNT-TARJETAS)
                 MOVE ANC-DECISION TO WS-TJ-DECISION(WS-CNT-TARJETAS)
                 MOVE "N" TO WS-TJ-USADA-FLAG(WS-CNT-TARJETAS)
           END-EVALUATE.

       0240-CONTAR-SUCURSALES.
           OPEN INPUT BRANCH-CTL
           IF NOT FS-BRCTL-OK THEN
              DISPLAY "FS-BRCTL: " FS-BRCTL
              SET WS-ABORTAR TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-BRCTL-FIN OR WS-ABORTAR
                 READ BRANCH-CTL
                 IF FS-BRCTL-OK AND BR-DDNAME NOT = SPACES
                    IF WS-CNT-SUCURSALES = 100
                       DISPLAY "ERROR: MAS DE 100 SUCURSALES LISTADAS "
                               "EN BRANCHES"
                       SET WS-ABORTAR TO TRUE
                       MOVE 32 TO WS-RETURN-CODE
                    ELSE
                       ADD 1 TO WS-CNT-SUCURSALES
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BRANCH-CTL
           END-IF
           IF NOT WS-ABORTAR
              OPEN INPUT BRANCH-CTL
              IF NOT FS-BRCTL-OK THEN
                 DISPLAY "FS-BRCTL: " FS-BRCTL
                 SET WS-ABORTAR TO TRUE
                 MOVE 12 TO WS-RETURN-CODE
              ELSE
                 SET WS-BRCTL-OPEN TO TRUE
              END-IF
           END-IF.

       0245-OPEN-ANORET.
           OPEN OUTPUT RETENIDOS
           IF NOT FS-ANORET-OK THEN
              DISPLAY "FS-ANORET: " FS-ANORET
              SET WS-ABORTAR TO TRUE
              MOVE 24 TO WS-RETURN-CODE
           ELSE
              SET WS-ANORET-OPEN TO TRUE
           END-IF.

       0300-PROCESS-PROGRAM.
           IF NOT WS-FLASH
              PERFORM 0310-CALCULAR-ESTADISTICAS
           END-IF
           PERFORM 0320-ESCRIBIR-TITULO
           PERFORM UNTIL FS-BRCTL-FIN OR WS-ABORTAR
              READ BRANCH-CTL
              IF FS-BRCTL-OK
                 IF BR-DDNAME NOT = SPACES
                    MOVE BR-DDNAME TO WS-BRANCH-DDNAME
                    PERFORM 0330-CONTROLAR-UN-BRANCH
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-ABORTAR
              PERFORM 0370-EMITIR-ALERTAS
              IF NOT WS-FLASH
                 PERFORM 0380-EMITIR-TARJETAS
              END-IF
              PERFORM 0390-EMITIR-TOTALES
           END-IF.

       0310-CALCULAR-ESTADISTICAS.
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 999
              PERFORM VARYING WS-MES FROM 1 BY 1
                 UNTIL WS-MES > WS-PAR-MESES
                 MOVE WS-HD-FLAG(WS-DEP, WS-MES)
                   TO WS-SER-FLAG(WS-MES)
                 MOVE WS-HD-MONTO(WS-DEP, WS-MES)
                   TO WS-SER-MONTO(WS-MES)
                 IF WS-HD-CON-DATOS(WS-DEP, WS-MES)
                    SET WS-TOT-CON-DATOS(WS-MES) TO TRUE
                    ADD WS-HD-MONTO(WS-DEP, WS-MES)
                     TO WS-TOT-MONTO(WS-MES)
                 END-IF
              END-PERFORM
              PERFORM 0920-CALCULAR-SERIE
              MOVE WS-SER-CANT TO WS-HD-CANT(WS-DEP)
              MOVE WS-SER-MEDIA TO WS-HD-MEDIA(WS-DEP)
              MOVE WS-SER-DESVIO TO WS-HD-DESVIO(WS-DEP)
           END-PERFORM
           PERFORM VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES > WS-PAR-MESES
              MOVE WS-TOT-FLAG(WS-MES) TO WS-SER-FLAG(WS-MES)
              MOVE WS-TOT-MONTO(WS-MES) TO WS-SER-MONTO(WS-MES)
           END-PERFORM
           PERFORM 0920-CALCULAR-SERIE
           MOVE WS-SER-CANT TO WS-TOT-CANT
           MOVE WS-SER-MEDIA TO WS-TOT-MEDIA
           MOVE WS-SER-DESVIO TO WS-TOT-DESVIO.

       0320-ESCRIBIR-TITULO.
           MOVE WS-PERIODO TO WS-TIT-PERIODO
           WRITE REG-ANORPT FROM WS-GUIONES
           WRITE REG-ANORPT FROM WS-TITULO
           WRITE REG-ANORPT FROM WS-GUIONES
           IF WS-FLASH
              MOVE SPACES TO REG-ANORPT
              STRING "CORRIDA FLASH: NO SE CONTROLAN ANOMALIAS NI SE "
                                              DELIMITED BY SIZE
                     "APLICA ANOCTL - LAS COPIAS FILTRADAS SON LA "
                                              DELIMITED BY SIZE
                     "ENTRADA" DELIMITED BY SIZE
                INTO REG-ANORPT
              END-STRING
              WRITE REG-ANORPT
           ELSE
              PERFORM 0322-ESCRIBIR-PARAMETROS
           END-IF
           WRITE REG-ANORPT FROM WS-GUIONES
           WRITE REG-ANORPT FROM WS-SUBTITULO
           WRITE REG-ANORPT FROM WS-GUIONES.

       0322-ESCRIBIR-PARAMETROS.
           MOVE WS-PAR-MESES TO WS-PAR-ED
           MOVE WS-PAR-MINIMO TO WS-PAR-ED2
           MOVE SPACES TO REG-ANORPT
           STRING "HISTORIA: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAR-ED) DELIMITED BY SIZE
                  " PERIODOS (" DELIMITED BY SIZE
                  WS-VEN-PERIODO(WS-PAR-MESES) DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-VEN-PERIODO(1) DELIMITED BY SIZE
                  "), MINIMO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAR-ED2) DELIMITED BY SIZE
                  " CON DATOS" DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT
           MOVE SPACES TO REG-ANORPT
           STRING "ESPERADO: HISTORIA DE LA PROPIA SUCURSAL (HSUCIN); "
                                              DELIMITED BY SIZE
                  "SIN ELLA, EMPRESA / SUCURSALES CON EL DEPTO"
                                              DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT
           MOVE WS-PAR-DESVIOS TO WS-PAR-DESV-ED
           MOVE WS-PAR-BANDA TO WS-PAR-PCT-ED
           MOVE WS-PAR-TOPE-DEVOL TO WS-PAR-PCT-ED2
           MOVE WS-PAR-TOPE-AJUSTE TO WS-PAR-PCT-ED3
           MOVE SPACES TO REG-ANORPT
           STRING "RANGO: MEDIA +/- MAX(" DELIMITED BY SIZE
                  WS-PAR-DESV-ED DELIMITED BY SIZE
                  " DESVIOS; " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAR-PCT-ED) DELIMITED BY SIZE
                  "% DE LA MEDIA) - TOPES S/VENTAS: DEVOL. "
                                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAR-PCT-ED2) DELIMITED BY SIZE
                  "%, AJUSTES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAR-PCT-ED3) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT.

       0330-CONTROLAR-UN-BRANCH.
           OPEN INPUT SUCURSAL-EN
           IF NOT FS-SUC-OK
              DISPLAY "ERROR AL ABRIR SUCURSAL " WS-BRANCH-DDNAME
                      " FS=" FS-SUC
              SET WS-ABORTAR TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-BRANCHES-PROC
              INITIALIZE WS-BD-TABLE
              MOVE ZERO TO WS-BR-NETO
              PERFORM UNTIL FS-SUC-FIN
                 READ SUCURSAL-EN
                 IF FS-SUC-OK
                    PERFORM 0332-ACUMULAR-REGISTRO
                 END-IF
              END-PERFORM
              CLOSE SUCURSAL-EN
              IF NOT WS-FLASH
                 PERFORM 0334-CARGAR-HIST-BRANCH
                 IF NOT WS-ABORTAR
                    PERFORM 0340-CONTROLAR-BRANCH
                 END-IF
              END-IF
              IF NOT WS-ABORTAR
                 PERFORM 0350-FILTRAR-BRANCH
              END-IF
           END-IF.

       0332-ACUMULAR-REGISTRO.
           IF REG-SUCURSAL(1:1) NOT = "H"
              AND REG-SUCURSAL(1:1) NOT = "T"
              AND SUC-PERIODO NUMERIC
              AND SUC-PERIODO = WS-PERIODO
              AND SUC-NUMERO NUMERIC
              AND SUC-NUMERO NOT = ZERO
              AND SUC-MONTO NUMERIC
              SET WS-BD-CON-MOV(SUC-NUMERO) TO TRUE
              EVALUATE TRUE
                 WHEN SUC-MOV-DEVOLUCION
                    ADD SUC-MONTO TO WS-BD-DEVOL(SUC-NUMERO)
                    SUBTRACT SUC-MONTO FROM WS-BD-NETO(SUC-NUMERO)
                    SUBTRACT SUC-MONTO FROM WS-BR-NETO
                 WHEN SUC-MOV-AJUSTE
                    ADD SUC-MONTO TO WS-BD-AJUSTES(SUC-NUMERO)
                    IF SUC-SIGNO-MENOS
                       SUBTRACT SUC-MONTO FROM WS-BD-NETO(SUC-NUMERO)
                       SUBTRACT SUC-MONTO FROM WS-BR-NETO
                    ELSE
                       ADD SUC-MONTO TO WS-BD-NETO(SUC-NUMERO)
                       ADD SUC-MONTO TO WS-BR-NETO
                    END-IF
                 WHEN OTHER
                    ADD SUC-MONTO TO WS-BD-VENTAS(SUC-NUMERO)
                    ADD SUC-MONTO TO WS-BD-NETO(SUC-NUMERO)
                    ADD SUC-MONTO TO WS-BR-NETO
              END-EVALUATE
           END-IF.

       0334-CARGAR-HIST-BRANCH.
           INITIALIZE WS-HS-TABLE
           INITIALIZE WS-HS-TOTAL
           OPEN INPUT HIST-SUCURSAL
           IF NOT FS-HSUCIN-OK THEN
              DISPLAY "FS-HSUCIN: " FS-HSUCIN
              SET WS-ABORTAR TO TRUE
              MOVE 36 TO WS-RETURN-CODE
           ELSE
              PERFORM UNTIL FS-HSUCIN-FIN
                 READ HIST-SUCURSAL
                 IF FS-HSUCIN-OK
                    AND HSU-SUCURSAL = WS-BRANCH-DDNAME
                    PERFORM 0336-CARGAR-UN-HIST-BRANCH
                 END-IF
              END-PERFORM
              CLOSE HIST-SUCURSAL
           END-IF.

       0336-CARGAR-UN-HIST-BRANCH.
           MOVE HSU-PERIODO TO WS-PER-AUX
           PERFORM 0228-UBICAR-PERIODO
           EVALUATE TRUE
              WHEN WS-MES > WS-PAR-MESES
                 CONTINUE
              WHEN HSU-TIPO-SUCURSAL
                 SET WS-HST-CON-DATOS(WS-MES) TO TRUE
                 MOVE HSU-MONTO TO WS-HST-MONTO(WS-MES)
              WHEN HSU-TIPO-CELDA
                   AND HSU-NUMERO NUMERIC
                   AND HSU-NUMERO NOT = ZERO
                 SET WS-HS-CON-DATOS(HSU-NUMERO, WS-MES) TO TRUE
                 MOVE HSU-MONTO TO WS-HS-MONTO(HSU-NUMERO, WS-MES)
           END-EVALUATE.

       0340-CONTROLAR-BRANCH.
           MOVE ZERO TO WS-DEP
           PERFORM 0344-CALCULAR-ESPERADO
           IF NOT WS-SIN-ESPERADO
              MOVE WS-BR-NETO TO WS-CR-VALOR
              PERFORM 0925-CONTROLAR-RANGO
              IF WS-FUERA-DE-RANGO
                 MOVE ZERO TO WS-NA-DEPTO
                 MOVE "TOTAL ARCHIVO" TO WS-NA-CONTROL
                 PERFORM 0912-ALERTA-CON-RANGO
              END-IF
           END-IF
           PERFORM VARYING WS-DEP FROM 1 BY 1
              UNTIL WS-DEP > 999 OR WS-ABORTAR
              IF WS-BD-CON-MOV(WS-DEP)
                 PERFORM 0342-CONTROLAR-DEPTO
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
              UNTIL WS-TJ-IDX > WS-CNT-TARJETAS OR WS-ABORTAR
              IF WS-TJ-DDNAME(WS-TJ-IDX) = WS-BRANCH-DDNAME
                 AND WS-TJ-RETENER(WS-TJ-IDX)
                 AND NOT WS-TJ-USADA(WS-TJ-IDX)
                 PERFORM 0346-RETENCION-MANUAL
              END-IF
           END-PERFORM.

       0342-CONTROLAR-DEPTO.
           PERFORM 0344-CALCULAR-ESPERADO
           IF WS-SIN-ESPERADO
              ADD 1 TO WS-CNT-SIN-HISTORIA
           ELSE
              ADD 1 TO WS-CNT-CONTROLADOS
              IF WS-ESPERADO-PROPIO
                 ADD 1 TO WS-CNT-CTRL-PROPIA
              END-IF
              MOVE WS-BD-NETO(WS-DEP) TO WS-CR-VALOR
              PERFORM 0925-CONTROLAR-RANGO
              IF WS-FUERA-DE-RANGO
                 MOVE WS-DEP TO WS-NA-DEPTO
                 MOVE "NETO DEPTO" TO WS-NA-CONTROL
                 PERFORM 0912-ALERTA-CON-RANGO
              END-IF
           END-IF
           COMPUTE WS-CR-MAXIMO ROUNDED =
              WS-BD-VENTAS(WS-DEP) * WS-PAR-TOPE-DEVOL / 100
           IF WS-BD-DEVOL(WS-DEP) > WS-CR-MAXIMO
              MOVE WS-DEP TO WS-NA-DEPTO
              MOVE "DEVOLUCIONES" TO WS-NA-CONTROL
              MOVE WS-BD-DEVOL(WS-DEP) TO WS-CR-VALOR
              MOVE ZERO TO WS-CR-MINIMO
              PERFORM 0912-ALERTA-CON-RANGO
           END-IF
           COMPUTE WS-CR-MAXIMO ROUNDED =
              WS-BD-VENTAS(WS-DEP) * WS-PAR-TOPE-AJUSTE / 100
           IF WS-BD-AJUSTES(WS-DEP) > WS-CR-MAXIMO
              MOVE WS-DEP TO WS-NA-DEPTO
              MOVE "AJUSTES" TO WS-NA-CONTROL
              MOVE WS-BD-AJUSTES(WS-DEP) TO WS-CR-VALOR
              MOVE ZERO TO WS-CR-MINIMO
              PERFORM 0912-ALERTA-CON-RANGO
           END-IF.

       0344-CALCULAR-ESPERADO.
           PERFORM VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES > WS-PAR-MESES
              IF WS-DEP = ZERO
                 MOVE WS-HST-FLAG(WS-MES) TO WS-SER-FLAG(WS-MES)
                 MOVE WS-HST-MONTO(WS-MES) TO WS-SER-MONTO(WS-MES)
              ELSE
                 MOVE WS-HS-FLAG(WS-DEP, WS-MES)
                   TO WS-SER-FLAG(WS-MES)
                 MOVE WS-HS-MONTO(WS-DEP, WS-MES)
                   TO WS-SER-MONTO(WS-MES)
              END-IF
           END-PERFORM
           PERFORM 0920-CALCULAR-SERIE
           EVALUATE TRUE
              WHEN WS-SER-CANT NOT < WS-PAR-MINIMO
                 MOVE WS-SER-MEDIA TO WS-CR-MEDIA
                 MOVE WS-SER-DESVIO TO WS-CR-DESVIO
                 SET WS-ESPERADO-PROPIO TO TRUE
              WHEN WS-DEP = ZERO
                   AND WS-TOT-CANT NOT < WS-PAR-MINIMO
                   AND WS-CNT-HSUC-CON-TOTAL > ZERO
                 COMPUTE WS-CR-MEDIA ROUNDED =
                    WS-TOT-MEDIA / WS-CNT-HSUC-CON-TOTAL
                 COMPUTE WS-CR-DESVIO ROUNDED =
                    WS-TOT-DESVIO / WS-CNT-HSUC-CON-TOTAL
                 SET WS-ESPERADO-EMPRESA TO TRUE
              WHEN WS-DEP NOT = ZERO
                   AND WS-HD-CANT(WS-DEP) NOT < WS-PAR-MINIMO
                   AND WS-HC-CANT(WS-DEP) > ZERO
                 COMPUTE WS-CR-MEDIA ROUNDED =
                    WS-HD-MEDIA(WS-DEP) / WS-HC-CANT(WS-DEP)
                 COMPUTE WS-CR-DESVIO ROUNDED =
                    WS-HD-DESVIO(WS-DEP) / WS-HC-CANT(WS-DEP)
                 SET WS-ESPERADO-EMPRESA TO TRUE
              WHEN OTHER
                 SET WS-SIN-ESPERADO TO TRUE
           END-EVALUATE.

       0346-RETENCION-MANUAL.
           MOVE WS-TJ-DEPTO(WS-TJ-IDX) TO WS-NA-DEPTO
           MOVE "RETEN. MANUAL" TO WS-NA-CONTROL
           MOVE ZERO TO WS-NA-MINIMO
           MOVE ZERO TO WS-NA-MAXIMO
           MOVE "N" TO WS-NA-CON-RANGO
           EVALUATE TRUE
              WHEN WS-NA-DEPTO = ZERO
                 MOVE WS-BR-NETO TO WS-NA-VALOR
                 PERFORM 0910-AGREGAR-ALERTA
              WHEN WS-BD-CON-MOV(WS-NA-DEPTO)
                 MOVE WS-BD-NETO(WS-NA-DEPTO) TO WS-NA-VALOR
                 PERFORM 0910-AGREGAR-ALERTA
           END-EVALUATE.

       0350-FILTRAR-BRANCH.
           MOVE SPACES TO WS-FILTRO-DDNAME
           STRING "F" DELIMITED BY SIZE
                  WS-BRANCH-DDNAME(1:7) DELIMITED BY SIZE
             INTO WS-FILTRO-DDNAME
           END-STRING
           OPEN OUTPUT SUCURSAL-SAL
           IF NOT FS-SAL-OK
              DISPLAY "ERROR AL ABRIR SALIDA FILTRADA "
                      WS-FILTRO-DDNAME " FS=" FS-SAL
              SET WS-ABORTAR TO TRUE
              MOVE 22 TO WS-RETURN-CODE
           ELSE
              OPEN INPUT SUCURSAL-EN
              IF NOT FS-SUC-OK
                 DISPLAY "ERROR AL ABRIR SUCURSAL " WS-BRANCH-DDNAME
                         " FS=" FS-SUC
                 SET WS-ABORTAR TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 PERFORM UNTIL FS-SUC-FIN
                    READ SUCURSAL-EN
                    IF FS-SUC-OK
                       PERFORM 0352-FILTRAR-REGISTRO
                    END-IF
                 END-PERFORM
                 CLOSE SUCURSAL-EN
              END-IF
              CLOSE SUCURSAL-SAL
           END-IF.

       0352-FILTRAR-REGISTRO.
           MOVE "N" TO WS-RETENER-FLAG
           IF NOT WS-FLASH
              AND REG-SUCURSAL(1:1) NOT = "H"
              AND REG-SUCURSAL(1:1) NOT = "T"
              PERFORM 0930-BUSCAR-RETENCION
           END-IF
           IF WS-RETENER
              WRITE REG-RETENIDO FROM REG-SUCURSAL
              ADD 1 TO WS-CNT-REG-RETENIDOS
              IF SUC-MONTO NUMERIC
                 EVALUATE TRUE
                    WHEN SUC-MOV-DEVOLUCION
                       SUBTRACT SUC-MONTO FROM WS-IMPORTE-RETENIDO
                    WHEN SUC-MOV-AJUSTE AND SUC-SIGNO-MENOS
                       SUBTRACT SUC-MONTO FROM WS-IMPORTE-RETENIDO
                    WHEN OTHER
                       ADD SUC-MONTO TO WS-IMPORTE-RETENIDO
                 END-EVALUATE
              END-IF
           ELSE
              WRITE REG-SUC-SAL FROM REG-SUCURSAL
              ADD 1 TO WS-CNT-REG-COPIADOS
           END-IF.

       0370-EMITIR-ALERTAS.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-CNT-ALERTAS
              MOVE WS-AL-DDNAME(WS-AL-IDX) TO WS-DL-DDNAME
              MOVE WS-AL-DEPTO(WS-AL-IDX) TO WS-DL-DEPTO
              MOVE WS-AL-CONTROL(WS-AL-IDX) TO WS-DL-CONTROL
              MOVE WS-AL-VALOR(WS-AL-IDX) TO WS-DL-VALOR
              IF WS-AL-MUESTRA-RANGO(WS-AL-IDX)
                 MOVE WS-AL-MINIMO(WS-AL-IDX) TO WS-MONTO-ED
                 MOVE WS-MONTO-ED TO WS-DL-MINIMO
                 MOVE WS-AL-MAXIMO(WS-AL-IDX) TO WS-MONTO-ED
                 MOVE WS-MONTO-ED TO WS-DL-MAXIMO
              ELSE
                 MOVE SPACES TO WS-DL-MINIMO
                 MOVE SPACES TO WS-DL-MAXIMO
              END-IF
              MOVE WS-AL-ESTADO(WS-AL-IDX) TO WS-DL-ESTADO
              WRITE REG-ANORPT FROM WS-DET-LINEA
           END-PERFORM
           IF WS-CNT-ALERTAS = ZERO
              MOVE "SIN ALERTAS NI RETENCIONES PARA EL PERIODO"
                TO REG-ANORPT
              WRITE REG-ANORPT
           END-IF
           WRITE REG-ANORPT FROM WS-GUIONES.

       0380-EMITIR-TARJETAS.
           IF WS-CNT-PENDIENTES > ZERO
              MOVE SPACES TO REG-ANORPT
              STRING "TARJETAS ANOCTL A COMPLETAR (COL 12: L = "
                                              DELIMITED BY SIZE
                     "LIBERAR, R = RETENER):" DELIMITED BY SIZE
                INTO REG-ANORPT
              END-STRING
              WRITE REG-ANORPT
              PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                 UNTIL WS-AL-IDX > WS-CNT-ALERTAS
                 IF WS-AL-ESTADO(WS-AL-IDX) = "PENDIENTE"
                    PERFORM 0382-EMITIR-UNA-PENDIENTE
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
              UNTIL WS-TJ-IDX > WS-CNT-TARJETAS
              IF NOT WS-TJ-USADA(WS-TJ-IDX)
                 ADD 1 TO WS-CNT-TJ-SIN-EFECTO
                 IF WS-CNT-TJ-SIN-EFECTO = 1
                    MOVE SPACES TO REG-ANORPT
                    STRING "TARJETAS ANOCTL SIN EFECTO (SIN ALERTA "
                                              DELIMITED BY SIZE
                           "NI MOVIMIENTOS PARA ESA SUCURSAL/DEPTO):"
                                              DELIMITED BY SIZE
                      INTO REG-ANORPT
                    END-STRING
                    WRITE REG-ANORPT
                 END-IF
                 MOVE WS-TJ-DDNAME(WS-TJ-IDX) TO WS-TAR-DDNAME
                 MOVE WS-TJ-DEPTO(WS-TJ-IDX) TO WS-TAR-DEPTO
                 MOVE WS-TJ-DECISION(WS-TJ-IDX) TO WS-TAR-DECISION
                 MOVE WS-PERIODO TO WS-TAR-PERIODO
                 MOVE SPACES TO REG-ANORPT
                 STRING "  " DELIMITED BY SIZE
                        WS-TARJETA DELIMITED BY SIZE
                   INTO REG-ANORPT
                 END-STRING
                 WRITE REG-ANORPT
              END-IF
           END-PERFORM.

       0382-EMITIR-UNA-PENDIENTE.
           MOVE ZERO TO WS-AL-PREV
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX NOT < WS-AL-IDX
              IF WS-AL-DDNAME(WS-IDX) = WS-AL-DDNAME(WS-AL-IDX)
                 AND WS-AL-DEPTO(WS-IDX) = WS-AL-DEPTO(WS-AL-IDX)
                 MOVE WS-IDX TO WS-AL-PREV
              END-IF
           END-PERFORM
           IF WS-AL-PREV = ZERO
              MOVE WS-AL-DDNAME(WS-AL-IDX) TO WS-TAR-DDNAME
              MOVE WS-AL-DEPTO(WS-AL-IDX) TO WS-TAR-DEPTO
              MOVE "_" TO WS-TAR-DECISION
              MOVE WS-PERIODO TO WS-TAR-PERIODO
              MOVE SPACES TO REG-ANORPT
              STRING "  " DELIMITED BY SIZE
                     WS-TARJETA DELIMITED BY SIZE
                INTO REG-ANORPT
              END-STRING
              WRITE REG-ANORPT
           END-IF.

       0390-EMITIR-TOTALES.
           WRITE REG-ANORPT FROM WS-GUIONES
           MOVE WS-CNT-BRANCHES-PROC TO WS-CNT-ED
           MOVE WS-CNT-CONTROLADOS TO WS-CNT-ED2
           MOVE WS-CNT-SIN-HISTORIA TO WS-CNT-ED3
           MOVE SPACES TO REG-ANORPT
           STRING "SUCURSALES CONTROLADAS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  DEPTOS CONTRA HISTORIA: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  "  SIN HISTORIA SUFICIENTE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED3) DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT
           MOVE WS-CNT-CTRL-PROPIA TO WS-CNT-ED
           COMPUTE WS-CNT-ED2 = WS-CNT-CONTROLADOS - WS-CNT-CTRL-PROPIA
           MOVE SPACES TO REG-ANORPT
           STRING "DEPTOS CONTRA HISTORIA PROPIA (HSUCIN): "
                                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  CONTRA EMPRESA / SUCURSALES CON EL DEPTO: "
                                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT
           MOVE WS-CNT-ALERTAS TO WS-CNT-ED
           MOVE WS-CNT-PENDIENTES TO WS-CNT-ED2
           MOVE WS-CNT-LIBERADAS TO WS-CNT-ED3
           MOVE WS-CNT-RETENIDAS TO WS-CNT-ED4
           MOVE SPACES TO REG-ANORPT
           STRING "ALERTAS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  PENDIENTES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  "  LIBERADAS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED3) DELIMITED BY SIZE
                  "  RETENIDAS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED4) DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT
           MOVE WS-CNT-REG-COPIADOS TO WS-CNT-ED
           MOVE WS-CNT-REG-RETENIDOS TO WS-CNT-ED2
           MOVE WS-IMPORTE-RETENIDO TO WS-MONTO-ED
           MOVE SPACES TO REG-ANORPT
           STRING "REGISTROS A CONSOLIDAR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  RETENIDOS (ANORET): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  "  NETO RETENIDO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTO-ED) DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT
           MOVE WS-CNT-TJ-LEIDAS TO WS-CNT-ED
           MOVE WS-CNT-TJ-OTRO-PER TO WS-CNT-ED2
           MOVE WS-CNT-TJ-INVALIDAS TO WS-CNT-ED3
           MOVE WS-CNT-TJ-SIN-EFECTO TO WS-CNT-ED4
           MOVE SPACES TO REG-ANORPT
           STRING "TARJETAS ANOCTL LEIDAS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "  DE OTRO PERIODO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED2) DELIMITED BY SIZE
                  "  INVALIDAS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED3) DELIMITED BY SIZE
                  "  SIN EFECTO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED4) DELIMITED BY SIZE
             INTO REG-ANORPT
           END-STRING
           WRITE REG-ANORPT
           EVALUATE TRUE
              WHEN WS-FLASH
                 MOVE ZERO TO WS-RETURN-CODE
                 MOVE "RC=0: CORRIDA FLASH, SIN CONTROL DE ANOMALIAS"
                   TO REG-ANORPT
              WHEN WS-CNT-PENDIENTES > ZERO
              WHEN WS-CNT-TJ-INVALIDAS > ZERO
                 MOVE 8 TO WS-RETURN-CODE
                 MOVE SPACES TO REG-ANORPT
                 STRING "RC=8: HAY ALERTAS PENDIENTES O TARJETAS "
                                              DELIMITED BY SIZE
                        "ANOCTL INVALIDAS - LA CONSOLIDACION NO CORRE"
                                              DELIMITED BY SIZE
                   INTO REG-ANORPT
                 END-STRING
              WHEN WS-CNT-ALERTAS > ZERO
                 MOVE 4 TO WS-RETURN-CODE
                 MOVE SPACES TO REG-ANORPT
                 STRING "RC=4: ALERTAS RESUELTAS POR ANOCTL - LA "
                                              DELIMITED BY SIZE
                        "CONSOLIDACION TOMA LAS COPIAS FILTRADAS"
                                              DELIMITED BY SIZE
                   INTO REG-ANORPT
                 END-STRING
              WHEN OTHER
                 MOVE ZERO TO WS-RETURN-CODE
                 MOVE "RC=0: SIN ALERTAS" TO REG-ANORPT
           END-EVALUATE
           WRITE REG-ANORPT
           WRITE REG-ANORPT FROM WS-GUIONES.

       0500-CLOSE-FILE.
           IF WS-BRCTL-OPEN
              CLOSE BRANCH-CTL
           END-IF
           IF WS-ANORET-OPEN
              CLOSE RETENIDOS
           END-IF
           IF WS-ANORPT-OPEN
              CLOSE ANO-REPORTE
           END-IF.

       0910-AGREGAR-ALERTA.
           IF WS-CNT-ALERTAS = 1000
              DISPLAY "ERROR: MAS DE 1000 ALERTAS EN EL PERIODO"
              SET WS-ABORTAR TO TRUE
              MOVE 32 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-ALERTAS
              MOVE WS-BRANCH-DDNAME TO WS-AL-DDNAME(WS-CNT-ALERTAS)
              MOVE WS-NA-DEPTO TO WS-AL-DEPTO(WS-CNT-ALERTAS)
              MOVE WS-NA-CONTROL TO WS-AL-CONTROL(WS-CNT-ALERTAS)
              MOVE WS-NA-VALOR TO WS-AL-VALOR(WS-CNT-ALERTAS)
              MOVE WS-NA-MINIMO TO WS-AL-MINIMO(WS-CNT-ALERTAS)
              MOVE WS-NA-MAXIMO TO WS-AL-MAXIMO(WS-CNT-ALERTAS)
              MOVE WS-NA-CON-RANGO TO WS-AL-CON-RANGO(WS-CNT-ALERTAS)
              PERFORM 0915-DECIDIR-ALERTA
           END-IF.

       0912-ALERTA-CON-RANGO.
           MOVE WS-CR-VALOR TO WS-NA-VALOR
           MOVE WS-CR-MINIMO TO WS-NA-MINIMO
           MOVE WS-CR-MAXIMO TO WS-NA-MAXIMO
           MOVE "S" TO WS-NA-CON-RANGO
           PERFORM 0910-AGREGAR-ALERTA.

       0915-DECIDIR-ALERTA.
           MOVE ZERO TO WS-TJ-EXACTA
           MOVE ZERO TO WS-TJ-ARCHIVO
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CNT-TARJETAS
              IF WS-TJ-DDNAME(WS-IDX) = WS-BRANCH-DDNAME
                 IF WS-TJ-DEPTO(WS-IDX) = WS-NA-DEPTO
                    MOVE WS-IDX TO WS-TJ-EXACTA
                 END-IF
                 IF WS-TJ-DEPTO(WS-IDX) = ZERO
                    AND WS-TJ-RETENER(WS-IDX)
                    MOVE WS-IDX TO WS-TJ-ARCHIVO
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-TJ-EXACTA > ZERO
                   AND WS-TJ-RETENER(WS-TJ-EXACTA)
              WHEN WS-TJ-ARCHIVO > ZERO
                 MOVE "RETENIDA" TO WS-AL-ESTADO(WS-CNT-ALERTAS)
                 ADD 1 TO WS-CNT-RETENIDAS
              WHEN WS-TJ-EXACTA > ZERO
                 MOVE "LIBERADA" TO WS-AL-ESTADO(WS-CNT-ALERTAS)
                 ADD 1 TO WS-CNT-LIBERADAS
              WHEN OTHER
                 MOVE "PENDIENTE" TO WS-AL-ESTADO(WS-CNT-ALERTAS)
                 ADD 1 TO WS-CNT-PENDIENTES
           END-EVALUATE
           IF WS-TJ-EXACTA > ZERO
              SET WS-TJ-USADA(WS-TJ-EXACTA) TO TRUE
           END-IF.

       0920-CALCULAR-SERIE.
           MOVE ZERO TO WS-SER-CANT
           MOVE ZERO TO WS-SER-MEDIA
           MOVE ZERO TO WS-SER-DESVIO
           MOVE ZERO TO WS-EST-SUMA
           MOVE ZERO TO WS-EST-CUADRADOS
           PERFORM VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES > WS-PAR-MESES
              IF WS-SER-CON-DATOS(WS-MES)
                 ADD 1 TO WS-SER-CANT
                 ADD WS-SER-MONTO(WS-MES) TO WS-EST-SUMA
              END-IF
           END-PERFORM
           IF WS-SER-CANT > ZERO
              COMPUTE WS-SER-MEDIA ROUNDED =
                 WS-EST-SUMA / WS-SER-CANT
              PERFORM VARYING WS-MES FROM 1 BY 1
                 UNTIL WS-MES > WS-PAR-MESES
                 IF WS-SER-CON-DATOS(WS-MES)
                    COMPUTE WS-EST-DIF =
                       WS-SER-MONTO(WS-MES) - WS-SER-MEDIA
                    COMPUTE WS-EST-CUADRADOS =
                       WS-EST-CUADRADOS + WS-EST-DIF * WS-EST-DIF
                 END-IF
              END-PERFORM
              COMPUTE WS-EST-VARIANZA ROUNDED =
                 WS-EST-CUADRADOS / WS-SER-CANT
              COMPUTE WS-SER-DESVIO ROUNDED =
                 FUNCTION SQRT(WS-EST-VARIANZA)
           END-IF.

       0925-CONTROLAR-RANGO.
           COMPUTE WS-CR-BANDA ROUNDED =
              WS-CR-DESVIO * WS-PAR-DESVIOS
           IF WS-CR-MEDIA < ZERO
              COMPUTE WS-CR-PISO ROUNDED =
                 (ZERO - WS-CR-MEDIA) * WS-PAR-BANDA / 100
           ELSE
              COMPUTE WS-CR-PISO ROUNDED =
                 WS-CR-MEDIA * WS-PAR-BANDA / 100
           END-IF
           IF WS-CR-PISO > WS-CR-BANDA
              MOVE WS-CR-PISO TO WS-CR-BANDA
           END-IF
           COMPUTE WS-CR-MINIMO = WS-CR-MEDIA - WS-CR-BANDA
           COMPUTE WS-CR-MAXIMO = WS-CR-MEDIA + WS-CR-BANDA
           IF WS-CR-VALOR < WS-CR-MINIMO
              OR WS-CR-VALOR > WS-CR-MAXIMO
              SET WS-FUERA-DE-RANGO TO TRUE
           ELSE
              MOVE "N" TO WS-FUERA-FLAG
           END-IF.

       0930-BUSCAR-RETENCION.
           PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
              UNTIL WS-TJ-IDX > WS-CNT-TARJETAS OR WS-RETENER
              IF WS-TJ-DDNAME(WS-TJ-IDX) = WS-BRANCH-DDNAME
                 AND WS-TJ-RETENER(WS-TJ-IDX)
                 AND (WS-TJ-DEPTO(WS-TJ-IDX) = ZERO
                      OR WS-TJ-DEPTO(WS-TJ-IDX) = SUC-NUMERO)
                 SET WS-RETENER TO TRUE
              END-IF
           END-PERFORM.

       0935-UBICAR-SUC-HIST.
           PERFORM VARYING WS-HB-IDX FROM 1 BY 1
              UNTIL WS-HB-IDX > WS-CNT-HSUC-SUC
              OR WS-HB-DDNAME(WS-HB-IDX) = HSU-SUCURSAL
              CONTINUE
           END-PERFORM
           IF WS-HB-IDX > WS-CNT-HSUC-SUC
              IF WS-CNT-HSUC-SUC = 200
                 DISPLAY "ERROR: MAS DE 200 SUCURSALES EN LA HISTORIA "
                         "POR SUCURSAL (HSUCIN)"
                 SET WS-ABORTAR TO TRUE
                 MOVE 32 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-CNT-HSUC-SUC
                 MOVE HSU-SUCURSAL TO WS-HB-DDNAME(WS-HB-IDX)
              END-IF
           END-IF.

       0600-CLOSE-PROGRAM.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
