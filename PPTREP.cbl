      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Presupuesto contra real de la nomina por
      *          departamento para un mes: toma las plazas y el costo
      *          autorizados del maestro PPTMAS (MASMANT opcion B) y
      *          los compara con las percepciones pagadas (HIS-PERC de
      *          NOMHIST por HIS-DEPT, o del archivo muerto NOMHARCH si
      *          el ano ya se archivo) y con los empleados activos de
      *          EMPINX. Da la variacion en importe y en % del mes y
      *          del acumulado del ano, y marca EXCEDIDO al
      *          departamento que gasto mas de su presupuesto por
      *          arriba de la tolerancia CTL-PPT-TOL de EMPCTL. Sale en
      *          PPTREPAAMM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPTREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPT-LLAVE
               FILE STATUS IS PPT-STAT.
           SELECT DEPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-COD
               FILE STATUS IS DEPT-STAT.
           SELECT NOMHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-LLAVE
               FILE STATUS IS HIS-STAT.
           SELECT NOMHARCH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARH-LLAVE
               FILE STATUS IS ARH-STAT.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT PPTLIST ASSIGN TO WS-PPTREP-FILE.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- DEPARTMENT PAYROLL BUDGET (SEE PPTREG) -----
       FD  PPTMAS.
           COPY PPTREG.
       FD  DEPTMAS.
           COPY DEPTREG.
       FD  NOMHIST.
           COPY HISREG.
      *-------------------- CLOSED-YEAR ARCHIVE (SAME LAYOUT) ----------
       FD  NOMHARCH.
           COPY ARHREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  EMPCTL.
           COPY CTLREG.
       FD  PPTLIST.
       01  PPR-REG         PIC X(132).
       WORKING-STORAGE SECTION.
       77  PPT-STAT        PIC XX.
       77  DEPT-STAT       PIC XX.
       77  HIS-STAT        PIC XX.
       77  ARH-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  PPT-EOF         PIC 9 VALUE 0.
       77  DEPT-EOF        PIC 9 VALUE 0.
       77  HIS-EOF         PIC 9 VALUE 0.
       77  ARH-EOF         PIC 9 VALUE 0.
       77  EMI-EOF         PIC 9 VALUE 0.
       77  ABORTA          PIC 9 VALUE 0.
       77  TOL-PCT         PIC 9(03)V99 VALUE 5.00.
       77  LETRERO         PIC X(21) VALUE SPACES.
       77  PPT-CNT         PIC 9(04) VALUE 0.
       77  HIS-CNT         PIC 9(06) VALUE 0.
       77  DE-ARCHIVO      PIC 9 VALUE 0.
       77  BUS-DEPT        PIC X(03).
       77  DEP-CNT         PIC 9(02) VALUE 0.
       77  DEP-IX          PIC 9(02).
       77  I               PIC 9(02).
       77  EXC-CNT         PIC 9(02) VALUE 0.
       77  EXCEDIDO        PIC 9.
       77  CAL-PPTO        PIC 9(11)V99.
       77  CAL-REAL        PIC 9(11)V99.
       77  CAL-VAR         PIC S9(11)V99.
       77  CAL-PCT         PIC S9(05)V99.
       77  CAL-MARCA       PIC X(12).
       77  MARCA-EXC       PIC X(12) VALUE "** EXCEDIDO".
       77  MARCA-SIN       PIC X(12) VALUE "SIN PPTO".
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  MES-REP.
           03 MES-REP-AA   PIC 99.
           03 MES-REP-MM   PIC 99.
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-PPTREP-FILE  PIC X(10).
      *-------------------- BUDGET AND ACTUALS PER DEPARTMENT ----------
      *    ACU = January through the reported month of the same year.
       01  DEP-TABLA.
           02 DEP-ROW OCCURS 50 TIMES.
               03 DEP-COD       PIC X(03).
               03 DEP-NOM       PIC X(16).
               03 DEP-PLZ-AUT   PIC 9(04).
               03 DEP-PLZ-REAL  PIC 9(04).
               03 DEP-PPTO-MES  PIC 9(09)V99.
               03 DEP-REAL-MES  PIC 9(09)V99.
               03 DEP-PPTO-ACU  PIC 9(09)V99.
               03 DEP-REAL-ACU  PIC 9(09)V99.
       01  TOT-ROW.
           03 TOT-PLZ-AUT   PIC 9(06) VALUE 0.
           03 TOT-PLZ-REAL  PIC 9(06) VALUE 0.
           03 TOT-PPTO-MES  PIC 9(11)V99 VALUE 0.
           03 TOT-REAL-MES  PIC 9(11)V99 VALUE 0.
           03 TOT-PPTO-ACU  PIC 9(11)V99 VALUE 0.
           03 TOT-REAL-ACU  PIC 9(11)V99 VALUE 0.
      *-------------------- REPORT LINES -------------------------------
       01  PPR-TIT-0.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(130) VALUE ALL "-".
       01  PPR-TIT-1.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PPR-T1-LET   PIC X(21).
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(47) VALUE
               "PRESUPUESTO CONTRA REAL DE NOMINA POR DEPTO.  ".
           02 FILLER       PIC X(05) VALUE "MES: ".
           02 PPR-T1-MM    PIC 99.
           02 FILLER       PIC X(03) VALUE "/20".
           02 PPR-T1-AA    PIC 99.
           02 FILLER       PIC X(15) VALUE "   TOLERANCIA: ".
           02 PPR-T1-TOL   PIC ZZ9.99.
           02 FILLER       PIC X(02) VALUE " %".
       01  PPR-TIT-2.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(37) VALUE
               "PLAZAS REALES = EMPLEADOS ACTIVOS EN ".
           02 FILLER       PIC X(10) VALUE "EMPINX AL ".
           02 PPR-T2-DD    PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 PPR-T2-MM    PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 PPR-T2-AA    PIC 99.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 PPR-T2-ORIG  PIC X(40).
       01  PPR-TIT-3.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(43) VALUE
               "DEP NOMBRE            P.AUT   REAL    DIF  ".
           02 FILLER       PIC X(41) VALUE
               "PER.       PRESUPUESTO              REAL ".
           02 FILLER       PIC X(36) VALUE
               "        VARIACION          %   MARCA".
       01  PPR-DET-MES.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PPR-DM-DEPT  PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DM-NOM   PIC X(16).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PPR-DM-PAUT  PIC ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PPR-DM-PREAL PIC ZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DM-PDIF  PIC -ZZZZ9.
           02 PPR-DM-PMAR  PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DM-PER   PIC X(04).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DM-PPTO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DM-REAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DM-VAR   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DM-PCT   PIC ZZ,ZZ9.99-.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PPR-DM-MARCA PIC X(12).
       01  PPR-DET-ACU.
           02 FILLER       PIC X(45) VALUE SPACES.
           02 PPR-DA-PER   PIC X(04).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DA-PPTO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DA-REAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DA-VAR   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PPR-DA-PCT   PIC ZZ,ZZ9.99-.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PPR-DA-MARCA PIC X(12).
       01  PPR-RES.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PPR-R-TXT    PIC X(50).
           02 PPR-R-CNT    PIC Z9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           INITIALIZE DEP-TABLA.
           ACCEPT FECHA FROM DATE.
           PERFORM 101-PIDE-MES.
           PERFORM 102-LOAD-CONTROL.
           PERFORM 103-LOAD-DEPTOS.
           PERFORM 104-LOAD-PRESUPUESTO.
           IF ABORTA = 0
               PERFORM 106-LOAD-HIST
               PERFORM 115-LOAD-PLANTILLA
           END-IF.

      *-------------------- MONTH TO REPORT ----------------------------
      *    ENTER takes the month just ended, which is when finance
      *    asks for it.
       101-PIDE-MES.
           IF FECHA-MM = 1
               MOVE 12 TO MES-REP-MM
               IF FECHA-AA > 0
                   COMPUTE MES-REP-AA = FECHA-AA - 1
               ELSE
                   MOVE 99 TO MES-REP-AA
               END-IF
           ELSE
               COMPUTE MES-REP-MM = FECHA-MM - 1
               MOVE FECHA-AA TO MES-REP-AA.
           DISPLAY "MES A REPORTAR (AAMM, ENTER = " MES-REP "): ".
           MOVE SPACES TO WS-PERIODO-INPUT.
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
               IF WS-PERIODO-INPUT IS NUMERIC
                       AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
                   MOVE WS-PER-IN-AA TO MES-REP-AA
                   MOVE WS-PER-IN-MM TO MES-REP-MM
               ELSE
                   MOVE 1 TO ABORTA
                   DISPLAY "MES INVALIDO: " WS-PERIODO-INPUT
               END-IF
           END-IF.
           STRING "PPTREP"   DELIMITED BY SIZE
                  MES-REP-AA DELIMITED BY SIZE
                  MES-REP-MM DELIMITED BY SIZE
               INTO WS-PPTREP-FILE
           END-STRING.

      *-------------------- TOLERANCE AND LETTERHEAD FROM EMPCTL -------
       102-LOAD-CONTROL.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "00"
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-LETRERO TO LETRERO
                       IF CTL-PPT-TOL > 0
                           MOVE CTL-PPT-TOL TO TOL-PCT
                       END-IF
               END-READ
               CLOSE EMPCTL
           END-IF.

      *-------------------- EVERY DEPARTMENT ON DEPTMAS ----------------
      *    Loaded first so the report follows the department code and
      *    a department with no budget and no spending still shows.
       103-LOAD-DEPTOS.
           MOVE 0 TO DEPT-EOF.
           OPEN INPUT DEPTMAS.
           IF DEPT-STAT = "35"
               CLOSE DEPTMAS
           ELSE
               MOVE LOW-VALUES TO DPT-COD
               START DEPTMAS KEY IS NOT LESS THAN DPT-COD
                   INVALID KEY MOVE 1 TO DEPT-EOF
               END-START
               PERFORM 105-LEE-DEPTO UNTIL DEPT-EOF = 1
               CLOSE DEPTMAS.

       105-LEE-DEPTO.
           READ DEPTMAS NEXT RECORD
               AT END
                   MOVE 1 TO DEPT-EOF
               NOT AT END
                   MOVE DPT-COD TO BUS-DEPT
                   PERFORM 120-BUSCA-DEPTO
                   IF DEP-IX > 0
                       MOVE DPT-NOM TO DEP-NOM(DEP-IX)
                   END-IF
           END-READ.

      *-------------------- THE YEAR'S BUDGET UP TO THE MONTH ----------
       104-LOAD-PRESUPUESTO.
           MOVE 0 TO PPT-EOF.
           OPEN INPUT PPTMAS.
           IF PPT-STAT = "35"
               CLOSE PPTMAS
           ELSE
               MOVE LOW-VALUES TO PPT-LLAVE
               START PPTMAS KEY IS NOT LESS THAN PPT-LLAVE
                   INVALID KEY MOVE 1 TO PPT-EOF
               END-START
               PERFORM 107-LEE-PRESUPUESTO UNTIL PPT-EOF = 1
               CLOSE PPTMAS.
           IF PPT-CNT = 0
               MOVE 1 TO ABORTA
               DISPLAY "SIN PRESUPUESTO CAPTURADO PARA 20" MES-REP-AA
                       " (MASMANT OPCION B)".

       107-LEE-PRESUPUESTO.
           READ PPTMAS NEXT RECORD
               AT END
                   MOVE 1 TO PPT-EOF
               NOT AT END
                   IF PPT-AA = MES-REP-AA AND PPT-MM <= MES-REP-MM
                       ADD 1 TO PPT-CNT
                       MOVE PPT-DEPT TO BUS-DEPT
                       PERFORM 120-BUSCA-DEPTO
                       PERFORM 108-SUMA-PRESUPUESTO
                   END-IF
           END-READ.

       108-SUMA-PRESUPUESTO.
           IF DEP-IX > 0
               ADD PPT-COSTO TO DEP-PPTO-ACU(DEP-IX)
               IF PPT-MM = MES-REP-MM
                   MOVE PPT-PLAZAS TO DEP-PLZ-AUT(DEP-IX)
                   MOVE PPT-COSTO TO DEP-PPTO-MES(DEP-IX)
               END-IF
           END-IF.

      *-------------------- WHAT WAS PAID, FROM THE HISTORY ------------
      *    Both cortes of every month from January to the reported one.
      *    Same sweep as PTUCALC: the live NOMHIST first and, when the
      *    year is no longer there, the NOMHARCH archive.
       106-LOAD-HIST.
           MOVE 0 TO HIS-EOF.
           OPEN INPUT NOMHIST.
           IF HIS-STAT = "35"
               CLOSE NOMHIST
           ELSE
               MOVE MES-REP-AA TO HIS-PER-AA
               MOVE 01         TO HIS-PER-MM
               MOVE 0          TO HIS-PER-QQ
               MOVE ZEROES     TO HIS-NOMI
               START NOMHIST KEY IS NOT LESS THAN HIS-LLAVE
                   INVALID KEY MOVE 1 TO HIS-EOF
               END-START
               PERFORM 109-READ-HIST
               PERFORM 111-ACUMULA-HIST UNTIL HIS-EOF = 1
               CLOSE NOMHIST.
           IF HIS-CNT = 0
               PERFORM 112-LOAD-ARCHIVO.
           IF HIS-CNT = 0
               DISPLAY "SIN CORTES DE 20" MES-REP-AA " HASTA EL MES "
                       MES-REP-MM " EN NOMHIST NI EN NOMHARCH, LO "
                       "REAL SALE EN CERO".

       109-READ-HIST.
           IF HIS-EOF = 0
               READ NOMHIST NEXT RECORD
                   AT END MOVE 1 TO HIS-EOF
               END-READ.

       111-ACUMULA-HIST.
           IF HIS-PER-AA NOT = MES-REP-AA
                   OR HIS-PER-MM > MES-REP-MM
               MOVE 1 TO HIS-EOF
           ELSE
               PERFORM 110-SUMA-CORTE
               PERFORM 109-READ-HIST
           END-IF.

      *    One history row (NOMHIST's image) into its department.
       110-SUMA-CORTE.
           ADD 1 TO HIS-CNT.
           MOVE HIS-DEPT TO BUS-DEPT.
           PERFORM 120-BUSCA-DEPTO.
           IF DEP-IX > 0
               ADD HIS-PERC TO DEP-REAL-ACU(DEP-IX)
               IF HIS-PER-MM = MES-REP-MM
                   ADD HIS-PERC TO DEP-REAL-MES(DEP-IX)
               END-IF
           END-IF.

       112-LOAD-ARCHIVO.
           MOVE 0 TO ARH-EOF.
           OPEN INPUT NOMHARCH.
           IF ARH-STAT NOT = "00"
               CLOSE NOMHARCH
           ELSE
               MOVE MES-REP-AA TO ARH-PER-AA
               MOVE 01         TO ARH-PER-MM
               MOVE 0          TO ARH-PER-QQ
               MOVE ZEROES     TO ARH-NOMI
               START NOMHARCH KEY IS NOT LESS THAN ARH-LLAVE
                   INVALID KEY MOVE 1 TO ARH-EOF
               END-START
               PERFORM 113-READ-ARCHIVO
               PERFORM 114-ACUMULA-ARCHIVO UNTIL ARH-EOF = 1
               CLOSE NOMHARCH
               IF HIS-CNT > 0
                   MOVE 1 TO DE-ARCHIVO
                   DISPLAY "ANO 20" MES-REP-AA " LEIDO DEL ARCHIVO "
                           "MUERTO NOMHARCH"
               END-IF.

       113-READ-ARCHIVO.
           IF ARH-EOF = 0
               READ NOMHARCH NEXT RECORD
                   AT END MOVE 1 TO ARH-EOF
               END-READ.

       114-ACUMULA-ARCHIVO.
           IF ARH-PER-AA NOT = MES-REP-AA
                   OR ARH-PER-MM > MES-REP-MM
               MOVE 1 TO ARH-EOF
           ELSE
               MOVE ARH-REG TO HIS-REG
               PERFORM 110-SUMA-CORTE
               PERFORM 113-READ-ARCHIVO
           END-IF.

      *-------------------- ACTIVE HEADCOUNT FROM EMPINX ---------------
      *    EMPINX only knows today's status, so the real headcount is
      *    the one on file when the report runs; suspended and
      *    terminated staff do not occupy a budgeted position.
       115-LOAD-PLANTILLA.
           MOVE 0 TO EMI-EOF.
           OPEN INPUT EMPINX.
           IF EMI-STAT = "35"
               CLOSE EMPINX
           ELSE
               MOVE LOW-VALUES TO EMI-NOMI
               START EMPINX KEY IS NOT LESS THAN EMI-NOMI
                   INVALID KEY MOVE 1 TO EMI-EOF
               END-START
               PERFORM 116-LEE-EMPLEADO UNTIL EMI-EOF = 1
               CLOSE EMPINX.

       116-LEE-EMPLEADO.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO EMI-EOF
               NOT AT END
                   IF EMI-ACTIVO
                       MOVE EMI-DEPT TO BUS-DEPT
                       PERFORM 120-BUSCA-DEPTO
                       IF DEP-IX > 0
                           ADD 1 TO DEP-PLZ-REAL(DEP-IX)
                       END-IF
                   END-IF
           END-READ.

      *-------------------- FIND (OR ADD) THE DEPARTMENT ROW -----------
      *    DEP-IX = the row of BUS-DEPT, a new row when the code is not
      *    there yet (history of a department since removed from
      *    DEPTMAS), or zero when the table is full.
       120-BUSCA-DEPTO.
           MOVE 0 TO DEP-IX.
           PERFORM 121-BUSCA-DEPTO-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > DEP-CNT OR DEP-IX > 0.
           IF DEP-IX = 0
               IF DEP-CNT < 50
                   ADD 1 TO DEP-CNT
                   MOVE DEP-CNT TO DEP-IX
                   MOVE BUS-DEPT TO DEP-COD(DEP-IX)
                   MOVE "(NO EN DEPTMAS)" TO DEP-NOM(DEP-IX)
               ELSE
                   DISPLAY "TABLA DE DEPARTAMENTOS LLENA, SE OMITE "
                           BUS-DEPT ", REPORTE PARCIAL"
               END-IF
           END-IF.

       121-BUSCA-DEPTO-ROW.
           IF DEP-COD(I) = BUS-DEPT
               MOVE I TO DEP-IX
           END-IF.

       200-PROCESS.
           DISPLAY "> Running process...".
           OPEN OUTPUT PPTLIST.
           PERFORM 210-ENCABEZADO.
           PERFORM 220-LISTA-DEPTO
               VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > DEP-CNT.
           PERFORM 240-TOTALES.
           CLOSE PPTLIST.

       210-ENCABEZADO.
           WRITE PPR-REG FROM PPR-TIT-0.
           MOVE LETRERO TO PPR-T1-LET.
           MOVE MES-REP-MM TO PPR-T1-MM.
           MOVE MES-REP-AA TO PPR-T1-AA.
           MOVE TOL-PCT TO PPR-T1-TOL.
           WRITE PPR-REG FROM PPR-TIT-1 AFTER 1 LINE.
           MOVE FECHA-DD TO PPR-T2-DD.
           MOVE FECHA-MM TO PPR-T2-MM.
           MOVE FECHA-AA TO PPR-T2-AA.
           IF DE-ARCHIVO = 1
               MOVE "REAL TOMADO DEL ARCHIVO MUERTO NOMHARCH"
                   TO PPR-T2-ORIG
           ELSE
               MOVE SPACES TO PPR-T2-ORIG
           END-IF.
           WRITE PPR-REG FROM PPR-TIT-2 AFTER 1 LINE.
           WRITE PPR-REG FROM PPR-TIT-0 AFTER 1 LINE.
           WRITE PPR-REG FROM PPR-TIT-3 AFTER 1 LINE.
           WRITE PPR-REG FROM PPR-TIT-0 AFTER 1 LINE.

      *-------------------- ONE DEPARTMENT: MONTH AND YEAR-TO-DATE -----
      *    A department with nothing budgeted, paid or staffed (an old
      *    inactive one) is left out.
       220-LISTA-DEPTO.
           IF DEP-PPTO-ACU(DEP-IX) = 0 AND DEP-REAL-ACU(DEP-IX) = 0
                   AND DEP-PLZ-AUT(DEP-IX) = 0
                   AND DEP-PLZ-REAL(DEP-IX) = 0
               CONTINUE
           ELSE
               PERFORM 221-LINEA-MES
               PERFORM 222-LINEA-ACUMULADO
               IF EXCEDIDO = 1
                   ADD 1 TO EXC-CNT
               END-IF
               ADD DEP-PLZ-AUT(DEP-IX)  TO TOT-PLZ-AUT
               ADD DEP-PLZ-REAL(DEP-IX) TO TOT-PLZ-REAL
               ADD DEP-PPTO-MES(DEP-IX) TO TOT-PPTO-MES
               ADD DEP-REAL-MES(DEP-IX) TO TOT-REAL-MES
               ADD DEP-PPTO-ACU(DEP-IX) TO TOT-PPTO-ACU
               ADD DEP-REAL-ACU(DEP-IX) TO TOT-REAL-ACU
           END-IF.

       221-LINEA-MES.
           MOVE 0 TO EXCEDIDO.
           MOVE DEP-COD(DEP-IX) TO PPR-DM-DEPT.
           MOVE DEP-NOM(DEP-IX) TO PPR-DM-NOM.
           MOVE DEP-PLZ-AUT(DEP-IX) TO PPR-DM-PAUT.
           MOVE DEP-PLZ-REAL(DEP-IX) TO PPR-DM-PREAL.
           COMPUTE PPR-DM-PDIF = DEP-PLZ-REAL(DEP-IX)
                               - DEP-PLZ-AUT(DEP-IX).
           IF DEP-PLZ-REAL(DEP-IX) > DEP-PLZ-AUT(DEP-IX)
               MOVE "*" TO PPR-DM-PMAR
           ELSE
               MOVE SPACE TO PPR-DM-PMAR
           END-IF.
           MOVE DEP-PPTO-MES(DEP-IX) TO CAL-PPTO.
           MOVE DEP-REAL-MES(DEP-IX) TO CAL-REAL.
           PERFORM 230-CALCULA-VARIACION.
           MOVE "MES " TO PPR-DM-PER.
           MOVE CAL-PPTO TO PPR-DM-PPTO.
           MOVE CAL-REAL TO PPR-DM-REAL.
           MOVE CAL-VAR TO PPR-DM-VAR.
           MOVE CAL-PCT TO PPR-DM-PCT.
           MOVE CAL-MARCA TO PPR-DM-MARCA.
           WRITE PPR-REG FROM PPR-DET-MES AFTER 1 LINE.

       222-LINEA-ACUMULADO.
           MOVE DEP-PPTO-ACU(DEP-IX) TO CAL-PPTO.
           MOVE DEP-REAL-ACU(DEP-IX) TO CAL-REAL.
           PERFORM 230-CALCULA-VARIACION.
           MOVE "ACUM" TO PPR-DA-PER.
           MOVE CAL-PPTO TO PPR-DA-PPTO.
           MOVE CAL-REAL TO PPR-DA-REAL.
           MOVE CAL-VAR TO PPR-DA-VAR.
           MOVE CAL-PCT TO PPR-DA-PCT.
           MOVE CAL-MARCA TO PPR-DA-MARCA.
           WRITE PPR-REG FROM PPR-DET-ACU AFTER 1 LINE.

      *-------------------- VARIANCE OF ONE PAIR -----------------------
      *    Positive = spent over the budget. With no budget at all the
      *    percentage cannot be taken; any spending is marked SIN PPTO
      *    and counts as over budget.
       230-CALCULA-VARIACION.
           COMPUTE CAL-VAR = CAL-REAL - CAL-PPTO.
           MOVE 0 TO CAL-PCT.
           MOVE SPACES TO CAL-MARCA.
           IF CAL-PPTO = 0
               IF CAL-REAL > 0
                   MOVE MARCA-SIN TO CAL-MARCA
                   MOVE 1 TO EXCEDIDO
               END-IF
           ELSE
               COMPUTE CAL-PCT ROUNDED = CAL-VAR * 100 / CAL-PPTO
                   ON SIZE ERROR
                       MOVE 99999.99 TO CAL-PCT
               END-COMPUTE
               IF CAL-PCT > TOL-PCT
                   MOVE MARCA-EXC TO CAL-MARCA
                   MOVE 1 TO EXCEDIDO
               END-IF
           END-IF.

      *-------------------- COMPANY TOTAL ------------------------------
       240-TOTALES.
           MOVE 0 TO EXCEDIDO.
           WRITE PPR-REG FROM PPR-TIT-0 AFTER 1 LINE.
           MOVE SPACES TO PPR-DM-DEPT.
           MOVE "TOTAL EMPRESA" TO PPR-DM-NOM.
           MOVE TOT-PLZ-AUT TO PPR-DM-PAUT.
           MOVE TOT-PLZ-REAL TO PPR-DM-PREAL.
           COMPUTE PPR-DM-PDIF = TOT-PLZ-REAL - TOT-PLZ-AUT.
           IF TOT-PLZ-REAL > TOT-PLZ-AUT
               MOVE "*" TO PPR-DM-PMAR
           ELSE
               MOVE SPACE TO PPR-DM-PMAR
           END-IF.
           MOVE TOT-PPTO-MES TO CAL-PPTO.
           MOVE TOT-REAL-MES TO CAL-REAL.
           PERFORM 230-CALCULA-VARIACION.
           MOVE "MES " TO PPR-DM-PER.
           MOVE CAL-PPTO TO PPR-DM-PPTO.
           MOVE CAL-REAL TO PPR-DM-REAL.
           MOVE CAL-VAR TO PPR-DM-VAR.
           MOVE CAL-PCT TO PPR-DM-PCT.
           MOVE CAL-MARCA TO PPR-DM-MARCA.
           WRITE PPR-REG FROM PPR-DET-MES AFTER 1 LINE.
           MOVE TOT-PPTO-ACU TO CAL-PPTO.
           MOVE TOT-REAL-ACU TO CAL-REAL.
           PERFORM 230-CALCULA-VARIACION.
           MOVE "ACUM" TO PPR-DA-PER.
           MOVE CAL-PPTO TO PPR-DA-PPTO.
           MOVE CAL-REAL TO PPR-DA-REAL.
           MOVE CAL-VAR TO PPR-DA-VAR.
           MOVE CAL-PCT TO PPR-DA-PCT.
           MOVE CAL-MARCA TO PPR-DA-MARCA.
           WRITE PPR-REG FROM PPR-DET-ACU AFTER 1 LINE.
           MOVE "DEPARTAMENTOS EXCEDIDOS (MES O ACUMULADO):"
               TO PPR-R-TXT.
           MOVE EXC-CNT TO PPR-R-CNT.
           WRITE PPR-REG FROM PPR-RES AFTER 2 LINES.
           DISPLAY "DEPARTAMENTOS EXCEDIDOS: " EXC-CNT
                   " (TOLERANCIA " TOL-PCT " %)".
           DISPLAY "REPORTE EN " WS-PPTREP-FILE.

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM PPTREP.
