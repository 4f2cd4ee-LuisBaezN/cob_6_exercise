      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Separa la dispersion del periodo por empresa: la
      *          corrida de EmpNom deja en DISPERAAMMQ los depositos
      *          de todo el grupo y cada empresa (CIAMAS) paga desde
      *          su propia cuenta, asi que por cada empresa se arma
      *          el archivo que se sube al banco, DISBCCAAMMQ: un
      *          renglon "H" con la razon, RFC, banco y cuenta de
      *          cargo, sus renglones "D" tal cual y su propio
      *          trailer "T". Al final se imprime el cuadre de lo
      *          separado contra el trailer de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPER ASSIGN TO WS-DISPER-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIS-STAT.
           SELECT DISBAN ASSIGN TO WS-DISBAN-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BAN-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- BANK DISPERSION FILE (DETAIL + TRAILER) ----
       FD  DISPER.
       01  DIS-REG         PIC X(48).
      *-------------------- ONE COMPANY'S BANK UPLOAD ------------------
       FD  DISBAN.
       01  BAN-REG         PIC X(48).
      *-------------------- COMPANY MASTER -----------------------------
       FD  CIAMAS.
           COPY CIAREG.
       WORKING-STORAGE SECTION.
       77  DIS-STAT        PIC XX.
       77  BAN-STAT        PIC XX.
       77  CIA-STAT        PIC XX.
       77  ABORTA          PIC 9 VALUE 0.
       77  DIS-EOF         PIC 9 VALUE 0.
       77  CIA-EOF         PIC 9 VALUE 0.
       77  TRL-HALLADO     PIC 9 VALUE 0.
       77  BAN-ABIERTO     PIC 9 VALUE 0.
       77  DIS-CNT         PIC 9(06) VALUE 0.
       77  DIS-TOT         PIC 9(11)V99 VALUE 0.
       77  TRL-CNT-WS      PIC 9(06) VALUE 0.
       77  TRL-IMP-WS      PIC 9(11)V99 VALUE 0.
       77  CIA-CNT         PIC 9(06) VALUE 0.
       77  CIA-TOT         PIC 9(11)V99 VALUE 0.
       77  SINCTA-CNT      PIC 9(06) VALUE 0.
       77  SEP-CNT         PIC 9(06) VALUE 0.
       77  SEP-TOT         PIC 9(11)V99 VALUE 0.
       77  RETEN-CNT       PIC 9(06) VALUE 0.
       77  RETEN-TOT       PIC 9(11)V99 VALUE 0.
       77  ARCH-CNT        PIC 9(03) VALUE 0.
       77  HUERF-CNT       PIC 9(06) VALUE 0.
       77  FVALOR-WS       PIC 9(06).
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-DISPER-FILE  PIC X(11).
       01  WS-DISBAN-FILE  PIC X(11).
       77  QUINCENA        PIC 9 VALUE 2.
       01  WS-QUIN-INPUT   PIC X(01).
       01  DET-GUARDA      PIC X(48).
      *-------------------- IMAGES OF THE DISPERSION ROWS --------------
           COPY DISREG.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
               PERFORM 210-CUADRE
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           PERFORM 101-BUILD-FILENAMES.
           PERFORM 102-CARGA-TRAILER.
           IF TRL-HALLADO = 0
               DISPLAY "EL DISPERSION " WS-DISPER-FILE " NO EXISTE O "
                       "NO TIENE TRAILER, NADA QUE SEPARAR"
               MOVE 1 TO ABORTA
           ELSE
               OPEN INPUT CIAMAS
               IF CIA-STAT NOT = "00"
                   DISPLAY "NO HAY MAESTRO DE EMPRESAS (CIAMAS), "
                           "CORRA CIALOAD"
                   CLOSE CIAMAS
                   MOVE 1 TO ABORTA
               END-IF
           END-IF.

      *-------------------- PERIOD-STAMPED FILE NAME -------------------
       101-BUILD-FILENAMES.
           ACCEPT FECHA FROM DATE.
           IF FECHA-DD <= 15
               MOVE 1 TO QUINCENA
           ELSE
               MOVE 2 TO QUINCENA.
           PERFORM 109-ASK-PERIODO.
           PERFORM 110-ASK-QUINCENA.
           STRING "DISPER" DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-DISPER-FILE
           END-STRING.
           DISPLAY "DISPERSION POR EMPRESA DEL PERIODO "
                   FECHA-MM "/" FECHA-AA " QUINCENA " QUINCENA.

       110-ASK-QUINCENA.
           DISPLAY "QUINCENA (1/2, ENTER = SEGUN EL DIA): ".
           ACCEPT WS-QUIN-INPUT.
           IF WS-QUIN-INPUT = "1" OR WS-QUIN-INPUT = "2"
               MOVE WS-QUIN-INPUT TO QUINCENA
           END-IF.

      *-------------------- LET THE OPERATOR PICK A PRIOR PERIOD -------
       109-ASK-PERIODO.
           DISPLAY "PERIODO A SEPARAR (AAMM, ENTER = ACTUAL): ".
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
                   AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
               MOVE WS-PER-IN-AA TO FECHA-AA
               MOVE WS-PER-IN-MM TO FECHA-MM
           END-IF.

      *-------------------- RUN COUNT AND TOTAL TO SPLIT ---------------
      *    First pass over the run's file: the D rows are counted and
      *    the T trailer kept, so the cuadre can prove every deposit
      *    landed in exactly one company's upload.
       102-CARGA-TRAILER.
           MOVE 0 TO DIS-EOF.
           OPEN INPUT DISPER.
           IF DIS-STAT NOT = "00"
               CLOSE DISPER
           ELSE
               PERFORM 103-LEE-DISPER
               PERFORM 104-CUENTA-DISPER UNTIL DIS-EOF = 1
               CLOSE DISPER.

       103-LEE-DISPER.
           READ DISPER INTO DIS-DET
               AT END MOVE 1 TO DIS-EOF.

       104-CUENTA-DISPER.
           IF DIS-DET-TIPO = "D"
               ADD 1           TO DIS-CNT
               ADD DIS-DET-IMP TO DIS-TOT
           ELSE
               IF DIS-TRL-TIPO = "T"
                   MOVE 1 TO TRL-HALLADO
                   MOVE DIS-TRL-CNT TO TRL-CNT-WS
                   MOVE DIS-TRL-IMP TO TRL-IMP-WS
               END-IF
           END-IF.
           PERFORM 103-LEE-DISPER.

      *-------------------- ONE UPLOAD PER COMPANY ---------------------
       200-PROCESS.
           DISPLAY "> Running process...".
           MOVE 0 TO CIA-EOF.
           MOVE LOW-VALUES TO CIA-COD.
           START CIAMAS KEY IS NOT LESS THAN CIA-COD
               INVALID KEY MOVE 1 TO CIA-EOF.
           IF CIA-EOF = 0
               PERFORM 201-LEE-CIA.
           PERFORM 202-SEPARA-CIA UNTIL CIA-EOF = 1.
           CLOSE CIAMAS.

       201-LEE-CIA.
           READ CIAMAS NEXT RECORD
               AT END MOVE 1 TO CIA-EOF.

      *    The run's file is read once per company; a company with no
      *    deposit this period gets no upload at all, so the bank is
      *    never sent an empty file.
       202-SEPARA-CIA.
           MOVE 0 TO CIA-CNT CIA-TOT SINCTA-CNT BAN-ABIERTO DIS-EOF.
           MOVE SPACES TO WS-DISBAN-FILE.
           STRING "DISB"   DELIMITED BY SIZE
                  CIA-COD  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-DISBAN-FILE
           END-STRING.
           OPEN INPUT DISPER.
           PERFORM 103-LEE-DISPER.
           PERFORM 203-PASA-DEPOSITO UNTIL DIS-EOF = 1.
           CLOSE DISPER.
           IF BAN-ABIERTO = 1
               PERFORM 205-CIERRA-BANCO.
           IF SINCTA-CNT > 0
               DISPLAY "EMPRESA " CIA-COD " SIN CUENTA DE DISPERSION, "
                       SINCTA-CNT " DEPOSITOS RETENIDOS (CAPTURELA "
                       "EN MASMANT Y VUELVA A CORRER)".
           PERFORM 201-LEE-CIA.

      *    A company with no account captured cannot be charged: its
      *    deposits are held back (counted, not written) rather than
      *    sent to the bank without a cargo account.
       203-PASA-DEPOSITO.
           IF DIS-DET-TIPO = "D" AND DIS-DET-CIA = CIA-COD
               IF CIA-CUENTA = SPACES
                   ADD 1           TO SINCTA-CNT RETEN-CNT
                   ADD DIS-DET-IMP TO RETEN-TOT
               ELSE
                   IF BAN-ABIERTO = 0
                       PERFORM 204-ABRE-BANCO
                   END-IF
                   WRITE BAN-REG FROM DIS-DET
                   ADD 1           TO CIA-CNT
                   ADD DIS-DET-IMP TO CIA-TOT
               END-IF
           END-IF.
           PERFORM 103-LEE-DISPER.

      *-------------------- UPLOAD HEADER: WHO PAYS, FROM WHERE --------
      *    The header takes the value date of the company's first
      *    deposit; the D row being passed is parked while the header
      *    image is built over the same storage.
       204-ABRE-BANCO.
           MOVE DIS-DET TO DET-GUARDA.
           MOVE DIS-DET-FVALOR TO FVALOR-WS.
           OPEN OUTPUT DISBAN.
           MOVE SPACES      TO DIS-HDR.
           MOVE "H"         TO DIS-HDR-TIPO.
           MOVE CIA-COD     TO DIS-HDR-CIA.
           MOVE CIA-RFC     TO DIS-HDR-RFC.
           MOVE CIA-BANCO   TO DIS-HDR-BANCO.
           MOVE CIA-CUENTA  TO DIS-HDR-CUENTA.
           MOVE FVALOR-WS   TO DIS-HDR-FVALOR.
           WRITE BAN-REG FROM DIS-HDR.
           MOVE DET-GUARDA TO DIS-DET.
           MOVE 1 TO BAN-ABIERTO.

       205-CIERRA-BANCO.
           MOVE SPACES  TO DIS-TRL.
           MOVE "T"     TO DIS-TRL-TIPO.
           MOVE CIA-CNT TO DIS-TRL-CNT.
           MOVE CIA-TOT TO DIS-TRL-IMP.
           WRITE BAN-REG FROM DIS-TRL.
           CLOSE DISBAN.
           ADD 1       TO ARCH-CNT.
           ADD CIA-CNT TO SEP-CNT.
           ADD CIA-TOT TO SEP-TOT.
           DISPLAY WS-DISBAN-FILE " " CIA-RAZON.
           DISPLAY "    DEPOSITOS: " CIA-CNT " IMPORTE: " CIA-TOT
                   " CUENTA: " CIA-BANCO " " CIA-CUENTA.

      *-------------------- SPLIT VS THE RUN'S TRAILER -----------------
      *    A D row whose company is not on CIAMAS lands in no upload;
      *    it shows here as the difference and has to be looked at.
       210-CUADRE.
           COMPUTE HUERF-CNT = DIS-CNT - SEP-CNT - RETEN-CNT.
           DISPLAY "---- CUADRE DE DISPERSION POR EMPRESA ----".
           DISPLAY "DEPOSITOS EN DISPERSION : " DIS-CNT
                   " (TRAILER: " TRL-CNT-WS
                   " IMPORTE: " TRL-IMP-WS ")".
           DISPLAY "SEPARADOS EN " ARCH-CNT " ARCHIVOS : " SEP-CNT
                   " IMPORTE: " SEP-TOT.
           IF RETEN-CNT > 0
               DISPLAY "RETENIDOS SIN CUENTA    : " RETEN-CNT
                       " IMPORTE: " RETEN-TOT.
           IF HUERF-CNT > 0
               DISPLAY "SIN EMPRESA EN CIAMAS   : " HUERF-CNT
                       " (REVISAR A MANO)".
           IF DIS-CNT = TRL-CNT-WS AND DIS-TOT = TRL-IMP-WS
                   AND SEP-CNT + RETEN-CNT = TRL-CNT-WS
                   AND SEP-TOT + RETEN-TOT = TRL-IMP-WS
               DISPLAY "TOTALES CUADRAN CONTRA EL TRAILER"
           ELSE
               DISPLAY "*** TOTALES NO CUADRAN CONTRA EL TRAILER ***".

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM DISPCIA.
