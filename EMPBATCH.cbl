      *                        el candado "N" durante todos los pasos,
      *                        para que nadie reescriba EMPINX encima
      *                        de la corrida
      * Mod: 15/10/26 - LABN - PASO 1B: FIJGEN expande los movimientos
      *                        fijos de FIJMAS al MOVIM del corte
      *                        despues del generador; al reanudar no
      *                        se corre (el MOVIM se conserva)
      * Mod: 15/10/26 - LABN - PASO 0: antes de empezar de nuevo o de
      *                        reanudar, RESPALDO copia EMPINX,
      *                        PRESMAS, NOMHIST, PERMAS, NOMCTL, NOMSEQ
      *                        y CHQREGIS a una generacion fechada con
      *                        el corte; sin respaldo completo el lote
      *                        no arranca. RESTAURA regresa el juego
      *                        completo a una generacion
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBATCH.
       77  SUP-OK          PIC 9.
       77  SUP-CLAVE-IN    PIC X(08).
       77  WS-RESP         PIC XX.
       77  RESPALDO-OK     PIC 9 VALUE 0.
       01  BCH-HORA-WS.
           03 BCH-HOR-HH   PIC 99.
           03 BCH-HOR-MM   PIC 99.
           88 OPC-FRESH        VALUE "N".
           88 OPC-REPORTE      VALUE "C".
           88 OPC-VALIDA       VALUE "R", "N", "C".
           COPY SNPLNK.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           ELSE
           IF CHK-COUNT = 0
               DISPLAY "NO HAY CHECKPOINT DE UNA CORRIDA ANTERIOR"
               PERFORM 223-TOMA-RESPALDO
               IF RESPALDO-OK = 1
                   PERFORM 210-RUN-FRESH
               END-IF
           ELSE
               PERFORM 201-ASK-MODE
               IF NOT OPC-REPORTE
                   PERFORM 223-TOMA-RESPALDO
               END-IF
               EVALUATE TRUE
                   WHEN OPC-FRESH AND RESPALDO-OK = 1
                       PERFORM 210-RUN-FRESH
                   WHEN OPC-RESUME AND RESPALDO-OK = 1
                       PERFORM 220-RUN-RESUME
                   WHEN OPC-REPORTE
                       PERFORM 230-RUN-REPORT
      *> 214 corre ANTES que 213: la purga decide que borrar con los
      *> checkpoints del corte todavia en EMPCHK. La bandera se pone
      *> antes de MOVIMIENTOS para que el generador trabaje la misma
      *> quincena que resolvio el driver. FIJGEN va despues porque
      *> MOVIMIENTOS puede reemplazar el MOVIM completo.
       210-RUN-FRESH.
           PERFORM 221-SET-BATCH-FLAG.
           PERFORM 214-PURGE-NOMHIST-PERIODO.
           PERFORM 213-RESET-EMPCHK.
           DISPLAY "PASO 1: GENERANDO MOVIMIENTOS...".
           CALL "MOVIMIENTOS".
           DISPLAY "PASO 1B: MOVIMIENTOS FIJOS...".
           CALL "FIJGEN".
           DISPLAY "PASO 2: CORRIENDO NOMINA...".
           CALL "EmpNom".
           DISPLAY "PASO 2B: REPORTE DE VARIACIONES...".
               PERFORM 243-REWRITE-EMPCHK-ROW
           END-IF.

      *-------------------- PRE-RUN SNAPSHOT OF THE MASTERS ------------
      *    Taken under the run lock, before the first purge or step:
      *    the generation is the state RESTAURA goes back to if the
      *    run goes wrong. An incomplete copy stops the lote.
       223-TOMA-RESPALDO.
           DISPLAY "PASO 0: RESPALDO DE MAESTROS...".
           MOVE "T" TO SNL-OPER.
           MOVE FECHA-AA TO SNL-PER-AA.
           MOVE FECHA-MM TO SNL-PER-MM.
           MOVE QUINCENA TO SNL-PER-QQ.
           MOVE "EMPBATCH" TO SNL-USR.
           CALL "RESPALDO" USING SNP-LNK-DATOS.
           MOVE SNL-OK TO RESPALDO-OK.
           IF RESPALDO-OK = 0
               DISPLAY "EL LOTE NO ARRANCA SIN UN RESPALDO COMPLETO".

      *-------------------- BCHFLAG TELLS EmpNom TO SKIP ITS PROMPT ----
      *> EmpNom's own period-override prompt lets the operator redirect
      *> to a different AAMM than today's, but MOVIMIENTOS already
