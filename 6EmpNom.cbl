      *                        renglon por corte); PERCLOSE los
      *                        verifica contra NOMHIST/DISPER/CHEQUE/
      *                        MOVEXC antes de dejar cerrar el periodo
      * Mod: 15/10/26 - LABN - Prima vacacional: los dias de
      *                        vacaciones (incidencia V de INCCAP) del
      *                        corte se pagan con la percepcion
      *                        automatica "Prima vacac." al % de
      *                        EMPCTL sobre la tarifa diaria, antes de
      *                        Impuestos para que entre a la base; la
      *                        captura manual de esa clave se rechaza
      *                        a MOVEXC
      * Mod: 15/10/26 - LABN - Ajuste anual de ISR: las claves ISR a
      *                        favor / ISR a cargo solo las genera
      *                        AJUANUAL (origen en MOV-USR); capturadas
      *                        de otro origen se rechazan a MOVEXC. La
      *                        devolucion ISR a favor no entra a la
      *                        base de Impuestos/IMSS del corte
      * Mod: 15/10/26 - LABN - Reparto de utilidades: las claves PTU y
      *                        PTU exenta solo las genera PTUCALC
      *                        (origen en MOV-USR), no se topan con
      *                        IMP-MAX y la parte exenta no entra a la
      *                        base de Impuestos/IMSS del corte
      * Mod: 15/10/26 - LABN - Varias empresas: el SORT ordena por
      *                        empresa (EMI-CIA) antes que por
      *                        departamento, EMPREP abre cada empresa
      *                        en hoja nueva con su letrero y razon
      *                        social de CIAMAS y cierra con su total;
      *                        cada corte lleva su empresa en NOMHIST
      *                        (HIS-CIA), en el DISPER (DIS-DET-CIA)
      *                        y en el extracto EMPEXT
      * Mod: 15/10/26 - LABN - Las claves ISR a favor / ISR a cargo
      *                        del ajuste anual no se topan con
      *                        IMP-MAX, igual que PTU y aguinaldo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpNom.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOT-LLAVE
               FILE STATUS IS TOT-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIM.

       SD  TMP-FILE.
       01  TMP-REG.
           02  TMP-CIA     PIC X(02).
           02  TMP-DEPT    PIC X(03).
           02  TMP-NOMI    PIC 9(06).
           02  TMP-NOMB    PIC X(15).
      *-------------------- RUN CONTROL-TOTALS LEDGER (SEE TOTREG) -----
       FD  NOMCTL.
           COPY TOTREG.
      *-------------------- COMPANY MASTER (SEE CIAREG) ----------------
       FD  CIAMAS.
           COPY CIAREG.
       WORKING-STORAGE SECTION.
       77  NAME-FLAG       PIC 9 VALUE 1.
       77  DEPT-FLAG       PIC 9 VALUE 1.
       77  PAG             PIC 999.
       77  ANT-DEPT        PIC X(03).
       77  ANT-NOMI        PIC 9(06).
       77  ANT-CIA         PIC X(02).
       77  CIA-STAT        PIC XX.
       77  CIA-EMPL        PIC 9(05) VALUE 0.
       77  CIA-PERC        PIC 9(09)V99 VALUE 0.
       77  CIA-DEDU        PIC 9(09)V99 VALUE 0.
       77  CIA-SUEL        PIC S9(09)V99 VALUE 0.
       01  LETRERO-CTL     PIC X(21) VALUE "\\ STEFANINI GROUP //".
       77  EMP-PERC-ST     PIC 9(08)V99.
       77  EMP-DEDU-ST     PIC 9(08)V99.
       77  EMP-EXENTO-ST   PIC 9(08)V99 VALUE 0.
       77  HIS-STAT        PIC XX.
       77  CHK-STAT        PIC XX.
       77  BCH-STAT        PIC XX.
       77  CLAVE-INCAP     PIC X(14) VALUE "Incapacidad".
       77  CLAVE-PERMISO   PIC X(14) VALUE "Permiso s/goce".
       77  CLAVE-SUELDO    PIC X(14) VALUE "Sueldo".
       77  CLAVE-PRIMA-VAC PIC X(14) VALUE "Prima vacac.".
       77  CLAVE-ISR-FAVOR PIC X(14) VALUE "ISR a favor".
       77  CLAVE-ISR-CARGO PIC X(14) VALUE "ISR a cargo".
       77  ORIGEN-AJUANUAL PIC X(08) VALUE "AJUANUAL".
       77  CLAVE-PTU       PIC X(14) VALUE "PTU".
       77  CLAVE-PTU-EXE   PIC X(14) VALUE "PTU exenta".
       77  ORIGEN-PTUCALC  PIC X(08) VALUE "PTUCALC".
       77  VAC-CNT         PIC 99.
       77  PRIMA-PCT       PIC 9(03)V99 VALUE 25.
       77  TIPO-AUTO       PIC X.
       77  DIAS-ACT        PIC S99.
       77  INC-STAT        PIC XX.
       77  INC-SCAN-EOF    PIC 9.
               03 FILLER       PIC X(03) VALUE "/20".
               03 EMS-T1-AA    PIC 99.
           02 EMS-TIT-2.
               03 FILLER       PIC X(05) VALUE SPACES.
               03 FILLER       PIC X(09) VALUE "EMPRESA: ".
               03 EMS-T2-CIA   PIC X(02).
               03 FILLER       PIC X(01) VALUE SPACES.
               03 EMS-T2-RAZON PIC X(35).
               03 EMS-T2-TITULO PIC X(27) VALUE
                                   "REPORTE MENSUAL DE SALARIOS".
           02 EMS-TAB-TIT.
               03 EMS-CO-DEDU  PIC $$$$,$$$,$$9.99.
               03 FILLER       PIC X(06) VALUE " SUEL:".
               03 EMS-CO-SALA  PIC $$$$,$$$,$$9.99-.
           02 EMS-CORTE-CIA.
               03 FILLER       PIC X(5) VALUE SPACES.
               03 EMS-CC-EMPL  PIC Z(05).
               03 FILLER       PIC X(17) VALUE " EMPLEADOS EN LA ".
               03 FILLER       PIC X(08) VALUE "EMPRESA ".
               03 EMS-CC-CIA   PIC X(02).
               03 FILLER       PIC X(16) VALUE SPACES.
               03 FILLER       PIC X(05) VALUE "TOTAL".
               03 FILLER       PIC X(06) VALUE " PERC:".
               03 EMS-CC-PERC  PIC $$$$,$$$,$$9.99.
               03 FILLER       PIC X(06) VALUE " DEDU:".
               03 EMS-CC-DEDU  PIC $$$$,$$$,$$9.99.
               03 FILLER       PIC X(06) VALUE " SUEL:".
               03 EMS-CC-SALA  PIC $$$$,$$$,$$9.99-.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
               OPEN INPUT MOVIM
               OPEN I-O EMPINX
               PERFORM 110-OPEN-DEPT
               PERFORM 128-OPEN-CIAMAS
               PERFORM 111-OPEN-CLAVMAS
               PERFORM 112-LOAD-TARIFAS
               PERFORM 103-OPEN-HIST
               OPEN INPUT DEPTMAS.

      *-------------------- OPEN/BOOTSTRAP THE CONCEPT MASTER ----------
       128-OPEN-CIAMAS.
           OPEN INPUT CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN INPUT CIAMAS.

       111-OPEN-CLAVMAS.
           OPEN INPUT CLAVMAS.
           IF CLAV-STAT = "35"

       200-PROCESS.
           DISPLAY "> Running process...".
           SORT TMP-FILE ON ASCENDING KEY TMP-CIA
                                          TMP-DEPT
                                          TMP-NOMI
                       INPUT  PROCEDURE 202-LOAD-TMP-FILE
                       OUTPUT PROCEDURE 204-GENERATE-REP.
               CLOSE MOVIM
               CLOSE EMPINX
               CLOSE DEPTMAS
               CLOSE CIAMAS
               CLOSE CLAVMAS
               CLOSE NOMHIST
               CLOSE MOVEXC
               NOT INVALID KEY
                   MOVE CTL-LINLIM  TO LINLIM
                   MOVE CTL-LETRERO TO EMS-T1-LETRERO
                   MOVE CTL-LETRERO TO LETRERO-CTL
                   MOVE CTL-IMP-MAX TO IMP-MAX
                   IF CTL-PRIMA-VAC > 0
                       MOVE CTL-PRIMA-VAC TO PRIMA-PCT
                   END-IF
           END-READ.
           CLOSE EMPCTL.

                               OR MOV-CLAV = CLAVE-FALTAS
                               OR MOV-CLAV = CLAVE-INCAP
                               OR MOV-CLAV = CLAVE-PERMISO
                               OR MOV-CLAV = CLAVE-PRIMA-VAC
                               OR ((MOV-CLAV = CLAVE-ISR-FAVOR
                                   OR MOV-CLAV = CLAVE-ISR-CARGO)
                                   AND MOV-USR NOT = ORIGEN-AJUANUAL)
                               OR ((MOV-CLAV = CLAVE-PTU
                                   OR MOV-CLAV = CLAVE-PTU-EXE)
                                   AND MOV-USR NOT = ORIGEN-PTUCALC)
                           MOVE "CLAVE RESERVADA" TO EXC-RAZON
                       ELSE
                           IF MOV-IMP = ZEROES
                               IF MOV-IMP > IMP-MAX
                                       AND MOV-CLAV NOT = CLAVE-RETRO
                                       AND MOV-CLAV NOT = CLAVE-AGUI
                                       AND MOV-CLAV NOT = CLAVE-PTU
                                       AND MOV-CLAV NOT = CLAVE-PTU-EXE
                                       AND MOV-CLAV NOT =
                                           CLAVE-ISR-FAVOR
                                       AND MOV-CLAV NOT =
                                           CLAVE-ISR-CARGO
                                   MOVE "IMPORTE EXCEDE LIMITE"
                                       TO EXC-RAZON
                               END-IF
           IF EXC-RAZON NOT = SPACES
               PERFORM 215-WRITE-EXCEPTION
           ELSE
               MOVE EMI-CIA  TO TMP-CIA
               MOVE EMI-DEPT TO TMP-DEPT
               MOVE EMI-NOMI TO TMP-NOMI
               MOVE EMI-NOMB TO TMP-NOMB
                  FUNCTION TRIM(EXT-PERC-D) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(EXT-DEDU-D) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  TMP-CIA                   DELIMITED BY SIZE
               INTO EXT-REG
           END-STRING.
           WRITE EXT-REG.
      *    220 runs first so the automatic Impuestos/IMSS rows are in
      *    EMP-DEDU-ST (and printed) before this corte is written.
       214-WRITE-HISTORY.
           PERFORM 245-CALC-PRIMA-VAC.
           PERFORM 220-CALC-IMPUESTOS.
           PERFORM 230-COBRA-PRESTAMO.
           PERFORM 240-CALC-INCIDENCIAS.
           MOVE EMP-PERC-ST TO HIS-PERC.
           MOVE EMP-DEDU-ST TO HIS-DEDU.
           MOVE DIAS-ACT    TO HIS-DIAS.
           MOVE ANT-CIA     TO HIS-CIA.
           COMPUTE HIS-SUEL = EMP-PERC-ST - EMP-DEDU-ST.
           WRITE HIS-REG
               INVALID KEY
           PERFORM 225-WRITE-DISPERSION.
           MOVE 0 TO EMP-PERC-ST.
           MOVE 0 TO EMP-DEDU-ST.
           MOVE 0 TO EMP-EXENTO-ST.
           IF SIMULACRO = 0
               PERFORM 217-WRITE-CHECKPOINT.

           OPEN OUTPUT EMPREP.
           PERFORM 205-READ-TMP-FILE.
           COMPUTE LIN = LINLIM + 1.
           MOVE TMP-CIA  TO ANT-CIA.
           MOVE TMP-DEPT TO ANT-DEPT.
           MOVE TMP-NOMI TO ANT-NOMI.
           PERFORM 262-CARGA-CIA.
           PERFORM 206-BUILD-DOC UNTIL TMP-EOF = 1.
           PERFORM 214-WRITE-HISTORY.
      *    No company sorts after HIGH-VALUES: the last one is cut.
           MOVE HIGH-VALUES TO TMP-CIA.
           PERFORM 210-DEPT-CUT.
           PERFORM 212-ORG-CUT.
           GO TO END-SEC2.
               PERFORM 207-NEW-PAGE.
           IF ANT-NOMI NOT = TMP-NOMI
               PERFORM 209-EMPL-CUT.
           IF ANT-DEPT NOT = TMP-DEPT OR ANT-CIA NOT = TMP-CIA
               PERFORM 210-DEPT-CUT.

           IF DEPT-FLAG = 1
           ADD TMP-DEDU TO DEDU-ST.
           ADD TMP-PERC TO EMP-PERC-ST.
           ADD TMP-DEDU TO EMP-DEDU-ST.
           IF TMP-CLAV = CLAVE-ISR-FAVOR OR TMP-CLAV = CLAVE-PTU-EXE
               ADD TMP-PERC TO EMP-EXENTO-ST.
           PERFORM 205-READ-TMP-FILE.


           ADD PERC-ST TO ORG-PERC.
           ADD DEDU-ST TO ORG-DEDU.
           ADD SUEL-ST TO ORG-SUEL.
           ADD EMPL-ST TO CIA-EMPL.
           ADD PERC-ST TO CIA-PERC.
           ADD DEDU-ST TO CIA-DEDU.
           ADD SUEL-ST TO CIA-SUEL.
           MOVE EMPL-ST TO EMS-CD-EMPL.
           MOVE PERC-ST TO EMS-CD-PERC.
           MOVE DEDU-ST TO EMS-CD-DEDU.
           INITIALIZE EMPL-ST, PERC-ST, DEDU-ST, SUEL-ST
           MOVE TMP-DEPT TO ANT-DEPT.
           MOVE 1 TO DEPT-FLAG.
           IF ANT-CIA NOT = TMP-CIA
               PERFORM 263-CIA-CUT.
           PERFORM 207-NEW-PAGE.

      *-------------------- COMPANY TOTALS AND NEXT LETTERHEAD ---------
      *    Called from the department cut, so the company's last
      *    department is already in CIA-*; the page 210 opens next
      *    carries the new company's letterhead.
       263-CIA-CUT.
           IF CIA-EMPL > 0
               MOVE ANT-CIA  TO EMS-CC-CIA
               MOVE CIA-EMPL TO EMS-CC-EMPL
               MOVE CIA-PERC TO EMS-CC-PERC
               MOVE CIA-DEDU TO EMS-CC-DEDU
               MOVE CIA-SUEL TO EMS-CC-SALA
               WRITE EMR-REG FROM EMS-CORTE-CIA AFTER 2 LINES.
           INITIALIZE CIA-EMPL, CIA-PERC, CIA-DEDU, CIA-SUEL.
           MOVE TMP-CIA TO ANT-CIA.
           IF TMP-EOF = 0
               PERFORM 262-CARGA-CIA.

      *    A company missing from CIAMAS still gets its own pages,
      *    under the installation letterhead of EMPCTL.
       262-CARGA-CIA.
           MOVE ANT-CIA TO EMS-T2-CIA.
           MOVE ANT-CIA TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   MOVE LETRERO-CTL TO EMS-T1-LETRERO
                   MOVE "EMPRESA NO REGISTRADA EN CIAMAS"
                       TO EMS-T2-RAZON
               NOT INVALID KEY
                   MOVE CIA-LETRERO TO EMS-T1-LETRERO
                   MOVE CIA-RAZON   TO EMS-T2-RAZON
           END-READ.

       212-ORG-CUT.
           MOVE ORG-EMPL TO EMS-CO-EMPL.
           MOVE ORG-PERC TO EMS-CO-PERC.
      *    printed as its own deduction row and added to the employee
      *    and department deduction totals, exactly as if the movement
      *    had been captured.
      *    The ISR a favor refund of the annual adjustment gives back
      *    tax already paid, so it stays out of the base.
       220-CALC-IMPUESTOS.
           IF EMP-PERC-ST > EMP-EXENTO-ST
               COMPUTE TAR-BASE = EMP-PERC-ST - EMP-EXENTO-ST
               MOVE "I" TO TAR-TIPO-WS
               PERFORM 221-BUSCA-TARIFA
               IF TAR-IMP > 0
           MOVE ZEROES TO EMS-TAB-PERC.
           MOVE TAR-IMP TO EMS-TAB-DEDU.
           WRITE EMR-REG FROM EMS-TAB-INFO AFTER 1 LINE.
           MOVE "D" TO TIPO-AUTO.
           PERFORM 247-DET-AUTOMATICO.
           ADD 1 TO LIN.
           ADD TAR-IMP TO DEDU-ST.
           ADD TAR-IMP TO EMP-DEDU-ST.

      *    Same as 224 for an automatic percepcion: the amount goes to
      *    the percepcion column and totals.
       260-EMITE-PERCEPCION.
           IF LIN >= LINLIM
               PERFORM 207-NEW-PAGE.
           MOVE SPACES TO EMS-TAB-DEPT.
           MOVE " " TO EMS-TAB-NOMI.
           MOVE SPACES TO EMS-TAB-NOMB.
           MOVE CLAVE-AUTO TO EMS-TAB-CLAV.
           MOVE TAR-IMP TO EMS-TAB-PERC.
           MOVE ZEROES TO EMS-TAB-DEDU.
           WRITE EMR-REG FROM EMS-TAB-INFO AFTER 1 LINE.
           MOVE "P" TO TIPO-AUTO.
           PERFORM 247-DET-AUTOMATICO.
           ADD 1 TO LIN.
           ADD TAR-IMP TO PERC-ST.
           ADD TAR-IMP TO EMP-PERC-ST.

      *-------------------- ONE CORTE INTO THE DISPERSION FILE ---------
      *    Every corte lands on exactly one of the two listings, so
      *    the DISPERSION/CHEQUE totals in 219 reconcile against the
           MOVE BNK-CLABE  TO DIS-DET-CLABE.
           MOVE HIS-SUEL   TO DIS-DET-IMP.
           MOVE FVALOR-WS  TO DIS-DET-FVALOR.
           MOVE ANT-CIA    TO DIS-DET-CIA.
           WRITE DIS-REG FROM DIS-DET.
           ADD 1        TO DIS-CNT.
           ADD HIS-SUEL TO DIS-TOT.
      *    this point), so the docked amount comes from the salary the
      *    days were missed against.
       240-CALC-INCIDENCIAS.
           PERFORM 250-CUENTA-INCIDENCIAS.
           IF FALTAS-CNT > 0 OR INCAP-CNT > 0 OR PERM-CNT > 0
               PERFORM 242-EMITE-INCIDENCIAS
           END-IF.

      *    Counts the employee's INCID rows per type; shared with the
      *    prima vacacional of 245.
       250-CUENTA-INCIDENCIAS.
           MOVE 0 TO FALTAS-CNT.
           MOVE 0 TO INCAP-CNT.
           MOVE 0 TO PERM-CNT.
           MOVE 0 TO VAC-CNT.
           MOVE 0 TO INC-SCAN-EOF.
           MOVE ANT-NOMI TO INC-NOMI.
           MOVE ZEROES TO INC-SEC.
               INVALID KEY MOVE 1 TO INC-SCAN-EOF
           END-START.
           PERFORM 241-CUENTA-INCIDENCIA UNTIL INC-SCAN-EOF = 1.

       241-CUENTA-INCIDENCIA.
           READ INCID NEXT RECORD
                           ELSE
                               IF INC-PERMISO
                                   ADD 1 TO PERM-CNT
                               ELSE
                                   IF INC-VACACIONES
                                       ADD 1 TO VAC-CNT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-IF
           END-IF.

      *-------------------- AUTOMATIC PRIMA VACACIONAL -----------------
      *    Runs ahead of 220 so the prima is part of the taxable
      *    percepciones of the corte. The vacation days themselves are
      *    paid by the Sueldo as any worked day; only the prima is
      *    added, at PRIMA-PCT of the EMI-SUEL daily rate per day.
       245-CALC-PRIMA-VAC.
           PERFORM 250-CUENTA-INCIDENCIAS.
           IF VAC-CNT > 0
               MOVE ANT-NOMI TO EMI-NOMI
               READ EMPINX
                   INVALID KEY
                       MOVE 0 TO DIA-RATE
                   NOT INVALID KEY
                       COMPUTE DIA-RATE ROUNDED = EMI-SUEL / 30
               END-READ
               IF DIA-RATE > 0
                   COMPUTE TAR-IMP ROUNDED =
                       VAC-CNT * DIA-RATE * PRIMA-PCT / 100
                   IF TAR-IMP > 0
                       MOVE CLAVE-PRIMA-VAC TO CLAVE-AUTO
                       PERFORM 260-EMITE-PERCEPCION
                   END-IF
               END-IF
           END-IF.

      *-------------------- ONE PAID-DETAIL ROW PER CONCEPT ------------
      *    The captured row goes out with the amount the run applied
      *    (a prorated Sueldo lands prorated); the automatic row goes
           MOVE QUINCENA TO DET-PER-QQ.
           MOVE ANT-NOMI TO DET-NOMI.
           MOVE CLAVE-AUTO TO DET-CLAV.
           MOVE TIPO-AUTO TO DET-TIPO.
           MOVE TAR-IMP TO DET-IMP.
           WRITE DET-REG.

