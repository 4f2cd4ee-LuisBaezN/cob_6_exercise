      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Cuotas patronales del corte: por cada renglon de
      *          NOMHIST del corte (AAMM + quincena) calcula lo que el
      *          patron paga encima de la nomina con las tasas del
      *          maestro CUOMAS: ramos IMSS (enfermedad y maternidad,
      *          invalidez y vida, retiro, cesantia y vejez, guarderias,
      *          riesgo de trabajo), INFONAVIT 5% e impuesto sobre
      *          nomina. El SBC sale del sueldo de EMPINX con el factor
      *          de integracion y el tope de EMPCTL, por los dias del
      *          corte (HIS-DIAS). Escribe el pasivo renglon por
      *          renglon en CUOLIQAAMMQ e imprime CUOREPAAMMQ por
      *          departamento, con los totales del mes (IMSS, ISN) y
      *          del bimestre (retiro, cesantia y vejez, INFONAVIT)
      *          que se enteran, sumando los pasivos ya calculados de
      *          los otros cortes.
      * Tectonics: cobc
      * Mod: 15/10/26 - LABN - Por empresa (CIAMAS): las cuotas se
      *                        enteran por registro patronal y el ISN
      *                        por RFC, asi que se pide la empresa y
      *                        solo entran sus cortes (HIS-CIA); el
      *                        pasivo y el reporte son CUOLIQccAAMMQ /
      *                        CUOREPccAAMMQ con la razon, RFC y
      *                        registro patronal en el encabezado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOPAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-LLAVE
               FILE STATUS IS HIS-STAT.
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
           SELECT CUOMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CONC
               FILE STATUS IS CUO-STAT.
           SELECT DEPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-COD
               FILE STATUS IS DEPT-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT CUOLIQ ASSIGN TO WS-CUOLIQ-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIQ-STAT.
           SELECT CUOREP ASSIGN TO WS-CUOREP-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMHIST.
           COPY HISREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- EMPLOYER-CONTRIBUTION RATES (SEE CUOREG) ---
       FD  CUOMAS.
           COPY CUOREG.
       FD  DEPTMAS.
           COPY DEPTREG.
      *-------------------- COMPANY MASTER (SEE CIAREG) ----------------
       FD  CIAMAS.
           COPY CIAREG.
      *-------------------- PERIOD LIABILITY FILE (SEE LIQREG) ---------
       FD  CUOLIQ.
           COPY LIQREG.
      *-------------------- LIABILITY REPORT BY DEPARTMENT -------------
       FD  CUOREP.
       01  REP-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  HIS-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  CUO-STAT        PIC XX.
       77  DEPT-STAT       PIC XX.
       77  LIQ-STAT        PIC XX.
       77  CIA-STAT        PIC XX.
       77  CIA-EXI         PIC 9 VALUE 0.
       77  PAT-CIA         PIC X(02).
       77  OTRA-CIA-CNT    PIC 9(04) VALUE 0.
       77  HIS-EOF         PIC 9 VALUE 0.
       77  CUO-EOF         PIC 9.
       77  LIQ-EOF         PIC 9.
       77  ABORTA          PIC 9 VALUE 0.
       77  EMP-EXI         PIC 9.
       77  QUINCENA        PIC 9 VALUE 2.
       77  FAC-INT         PIC 9(01)V9(04).
       77  SBC-TOPE        PIC 9(05)V99.
       77  UMA-DIA         PIC 9(03)V99.
       77  SBC-DIA         PIC 9(05)V99.
       77  EXC-DIA         PIC 9(05)V99.
       77  BASE-IMP        PIC 9(08)V99.
       77  CUOTA-IMP       PIC 9(07)V99.
       77  CORTE-CNT       PIC 9(04) VALUE 0.
       77  OMI-CNT         PIC 9(04) VALUE 0.
       77  LIQ-CNT         PIC 9(06) VALUE 0.
       77  CON-CNT         PIC 9(02) VALUE 0.
       77  CON-IX          PIC 9(02).
       77  DEP-CNT         PIC 9(02) VALUE 0.
       77  DEP-IX          PIC 9(02).
       77  I               PIC 9(03).
       77  BIM-MM1         PIC 9(02).
       77  BIM-NUM         PIC 9(01).
       77  ACU-MM          PIC 9(02).
       77  ACU-QQ          PIC 9(01).
       77  TOT-IMSS        PIC 9(09)V99 VALUE 0.
       77  TOT-BIM         PIC 9(09)V99 VALUE 0.
       77  TOT-ISN         PIC 9(09)V99 VALUE 0.
       77  TOT-CORTE       PIC 9(09)V99 VALUE 0.
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-QUIN-INPUT   PIC X(01).
       01  WS-CUOLIQ-FILE  PIC X(13).
       01  WS-CUOREP-FILE  PIC X(13).
       01  CORTES-LEIDOS   PIC X(40).
       01  CORTES-PTR      PIC 9(02).
      *-------------------- CONCEPTS OF CUOMAS AND THEIR TOTALS --------
       01  CON-TABLA.
           02 CON-ROW OCCURS 15 TIMES.
               03 CON-CONC     PIC X(02).
               03 CON-DESC     PIC X(20).
               03 CON-BASE     PIC X(01).
               03 CON-PCT      PIC 9(02)V9(05).
               03 CON-ENTERO   PIC X(01).
               03 CON-ACT      PIC X(01).
               03 CON-CORTE    PIC 9(09)V99.
               03 CON-MES      PIC 9(09)V99.
               03 CON-BIM      PIC 9(09)V99.
      *-------------------- LIABILITY PER DEPARTMENT AND CONCEPT -------
       01  DEP-TABLA.
           02 DEP-ROW OCCURS 20 TIMES.
               03 DEP-COD      PIC X(03).
               03 DEP-EMPL     PIC 9(04).
               03 DEP-TOT      PIC 9(09)V99.
               03 DEP-IMP      PIC 9(09)V99 OCCURS 15 TIMES.
       01  REP-LIN-TIT.
           02 FILLER       PIC X(30)
               VALUE "CUOTAS PATRONALES DEL CORTE ".
           02 RPT-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RPT-AA       PIC 99.
           02 FILLER       PIC X(11) VALUE " QUINCENA ".
           02 RPT-QQ       PIC 9.
       01  REP-LIN-CIA.
           02 FILLER       PIC X(09) VALUE "EMPRESA: ".
           02 RPC-CIA      PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RPC-RAZON    PIC X(40).
       01  REP-LIN-CIA-2.
           02 FILLER       PIC X(05) VALUE "RFC: ".
           02 RPC-RFC      PIC X(13).
           02 FILLER       PIC X(21)
               VALUE "   REG. PATRONAL: ".
           02 RPC-REG-PAT  PIC X(11).
       01  REP-LIN-PAR.
           02 FILLER       PIC X(06) VALUE "UMA: ".
           02 RPP-UMA      PIC ZZ9.99.
           02 FILLER       PIC X(17) VALUE "   FACTOR INTEG: ".
           02 RPP-FAC      PIC 9.9999.
           02 FILLER       PIC X(15) VALUE "   TOPE SBC: ".
           02 RPP-TOPE     PIC ZZ,ZZ9.99.
       01  REP-LIN-DEP.
           02 FILLER       PIC X(14) VALUE "DEPARTAMENTO: ".
           02 RDH-COD      PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RDH-NOM      PIC X(16).
           02 FILLER       PIC X(13) VALUE "  EMPLEADOS: ".
           02 RDH-EMPL     PIC ZZZ9.
       01  REP-LIN-CON.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RCC-CONC     PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RCC-DESC     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RCC-BASE     PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RCC-PCT      PIC Z9.99999.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RCC-ENTERO   PIC X(01).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RCC-IMP      PIC ZZZ,ZZZ,ZZ9.99.
       01  REP-LIN-TOT.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RTT-TEXTO    PIC X(39).
           02 RTT-IMP      PIC ZZZ,ZZZ,ZZ9.99.
       01  REP-LIN-ENT-ENC.
           02 FILLER       PIC X(40)
               VALUE " CO CONCEPTO             E     DEL CORTE".
           02 FILLER       PIC X(30)
               VALUE "    ACUM. MES  ACUM. BIMESTRE".
       01  REP-LIN-ENT.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 REN-CONC     PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 REN-DESC     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 REN-ENTERO   PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 REN-CORTE    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 REN-MES      PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 REN-BIM      PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           ACCEPT FECHA FROM DATE.
           IF FECHA-DD <= 15
               MOVE 1 TO QUINCENA
           ELSE
               MOVE 2 TO QUINCENA.
           PERFORM 109-ASK-PERIODO.
           PERFORM 110-ASK-QUINCENA.
           PERFORM 114-ASK-EMPRESA.
           STRING "CUOLIQ" DELIMITED BY SIZE
                  PAT-CIA  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-CUOLIQ-FILE
           END-STRING.
           STRING "CUOREP" DELIMITED BY SIZE
                  PAT-CIA  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-CUOREP-FILE
           END-STRING.
           DISPLAY "CUOTAS PATRONALES DEL CORTE " FECHA-MM "/"
                   FECHA-AA " QUINCENA " QUINCENA.
           IF CIA-EXI = 0
               MOVE 1 TO ABORTA
               DISPLAY "EMPRESA INEXISTENTE EN CIAMAS, NO SE "
                       "CALCULAN CUOTAS".
           IF ABORTA = 0
               PERFORM 102-LEE-PARAM.
           IF ABORTA = 0
               PERFORM 103-CARGA-CUOTAS.
           IF ABORTA = 0
               OPEN INPUT NOMHIST
               IF HIS-STAT NOT = "00"
                   MOVE 1 TO ABORTA
                   DISPLAY "NOMHIST NO EXISTE, NO HAY CORTES QUE "
                           "CALCULAR"
               END-IF
           END-IF.

      *-------------------- LET THE OPERATOR PICK A PRIOR PERIOD -------
       109-ASK-PERIODO.
           DISPLAY "PERIODO A CALCULAR (AAMM, ENTER = ACTUAL): ".
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
                   AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
               MOVE WS-PER-IN-AA TO FECHA-AA
               MOVE WS-PER-IN-MM TO FECHA-MM
           END-IF.

       110-ASK-QUINCENA.
           DISPLAY "QUINCENA (1/2, ENTER = SEGUN EL DIA): ".
           ACCEPT WS-QUIN-INPUT.
           IF WS-QUIN-INPUT = "1" OR WS-QUIN-INPUT = "2"
               MOVE WS-QUIN-INPUT TO QUINCENA
           END-IF.

      *-------------------- THE COMPANY WHOSE CONTRIBUTIONS ARE DUE ----
      *    As in POLIZA: each company files IMSS and INFONAVIT under its
      *    own registro patronal and the ISN under its own RFC, so a
      *    run covers one company and its files are named after it.
       114-ASK-EMPRESA.
           MOVE 0 TO CIA-EXI.
           OPEN INPUT CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN INPUT CIAMAS.
           DISPLAY "EMPRESA (CLAVE CIAMAS): ".
           ACCEPT PAT-CIA.
           MOVE PAT-CIA TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CIA-EXI
                   MOVE PAT-CIA TO RPC-CIA
                   MOVE CIA-RAZON TO RPC-RAZON
                   MOVE CIA-RFC TO RPC-RFC
                   MOVE CIA-REG-PAT TO RPC-REG-PAT
                   DISPLAY CIA-RAZON
           END-READ.
           CLOSE CIAMAS.

      *-------------------- IMSS PARAMETERS FROM THE RPT ROW -----------
      *    Without the integration factor and the UMA there is no SBC
      *    nor cuota fija to price, so the run stops instead of
      *    guessing.
       102-LEE-PARAM.
           OPEN INPUT EMPCTL.
           IF CTL-STAT NOT = "00"
               MOVE 1 TO ABORTA
               DISPLAY "NO EXISTE EMPCTL, CORRA EMPCTLLD"
           ELSE
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       MOVE 1 TO ABORTA
                       DISPLAY "EMPCTL SIN RENGLON RPT, CORRA EMPCTLLD"
                   NOT INVALID KEY
                       MOVE CTL-FAC-INT TO FAC-INT
                       MOVE CTL-SBC-TOPE TO SBC-TOPE
                       MOVE CTL-UMA TO UMA-DIA
               END-READ
               CLOSE EMPCTL
               IF ABORTA = 0 AND (FAC-INT = 0 OR UMA-DIA = 0)
                   MOVE 1 TO ABORTA
                   DISPLAY "FALTA EL FACTOR DE INTEGRACION O LA UMA "
                           "EN EMPCTL, CAPTURELOS EN MASMANT (P)"
               END-IF
           END-IF.

      *-------------------- RATES OF CUOMAS INTO THE TABLE -------------
      *    Inactive concepts are loaded too (not charged) so a liability
      *    file of another corte that still has them adds up.
       103-CARGA-CUOTAS.
           INITIALIZE CON-TABLA.
           MOVE 0 TO CON-CNT.
           OPEN INPUT CUOMAS.
           IF CUO-STAT NOT = "00"
               MOVE 1 TO ABORTA
               DISPLAY "NO EXISTE CUOMAS, CORRA CUOLOAD"
           ELSE
               MOVE 0 TO CUO-EOF
               MOVE LOW-VALUES TO CUO-CONC
               START CUOMAS KEY IS NOT LESS THAN CUO-CONC
                   INVALID KEY MOVE 1 TO CUO-EOF
               END-START
               PERFORM 104-CARGA-CUOTA-ROW UNTIL CUO-EOF = 1
               CLOSE CUOMAS
               IF CON-CNT = 0
                   MOVE 1 TO ABORTA
                   DISPLAY "CUOMAS SIN CONCEPTOS, CORRA CUOLOAD"
               END-IF
           END-IF.

       104-CARGA-CUOTA-ROW.
           READ CUOMAS NEXT RECORD
               AT END
                   MOVE 1 TO CUO-EOF
               NOT AT END
                   IF CON-CNT < 15
                       ADD 1 TO CON-CNT
                       MOVE CUO-CONC   TO CON-CONC(CON-CNT)
                       MOVE CUO-DESC   TO CON-DESC(CON-CNT)
                       MOVE CUO-BASE   TO CON-BASE(CON-CNT)
                       MOVE CUO-PCT    TO CON-PCT(CON-CNT)
                       MOVE CUO-ENTERO TO CON-ENTERO(CON-CNT)
                       MOVE CUO-ACT    TO CON-ACT(CON-CNT)
                   ELSE
                       DISPLAY "TABLA DE CUOTAS LLENA, SE OMITE "
                               CUO-CONC
                   END-IF
           END-READ.

       200-PROCESS.
           DISPLAY "> Running process...".
           INITIALIZE DEP-TABLA.
           OPEN INPUT EMPINX.
           OPEN OUTPUT CUOLIQ.
           MOVE FECHA-AA TO HIS-PER-AA.
           MOVE FECHA-MM TO HIS-PER-MM.
           MOVE QUINCENA TO HIS-PER-QQ.
           MOVE ZEROES   TO HIS-NOMI.
           START NOMHIST KEY IS NOT LESS THAN HIS-LLAVE
               INVALID KEY MOVE 1 TO HIS-EOF
           END-START.
           PERFORM 201-LEE-HIST.
           PERFORM 202-PROCESA-CORTE UNTIL HIS-EOF = 1.
           CLOSE NOMHIST.
           CLOSE EMPINX.
           CLOSE CUOLIQ.
           IF CORTE-CNT = 0
               DISPLAY "EL CORTE NO TIENE RENGLONES EN NOMHIST".
           PERFORM 240-ACUMULA-PERIODOS.
           PERFORM 250-REPORTE.
           DISPLAY "CORTES CALCULADOS: " CORTE-CNT
                   " PASIVO EN " WS-CUOLIQ-FILE
                   " REPORTE EN " WS-CUOREP-FILE.
           IF OMI-CNT > 0
               DISPLAY "OMITIDOS SIN EMPLEADO EN EMPINX: " OMI-CNT.
           IF OTRA-CIA-CNT > 0
               DISPLAY "CORTES DE OTRAS EMPRESAS (NO ENTRAN): "
                       OTRA-CIA-CNT.

       201-LEE-HIST.
           IF HIS-EOF = 0
               READ NOMHIST NEXT RECORD
                   AT END MOVE 1 TO HIS-EOF
               END-READ.

      *-------------------- ONE EMPLOYEE CORTE -------------------------
      *    The corte belongs to the company that paid it (HIS-CIA),
      *    even if the employee has been transferred since.
       202-PROCESA-CORTE.
           IF HIS-PER-AA NOT = FECHA-AA OR HIS-PER-MM NOT = FECHA-MM
                   OR HIS-PER-QQ NOT = QUINCENA
               MOVE 1 TO HIS-EOF
           ELSE
               IF HIS-CIA = PAT-CIA
                   PERFORM 203-CORTE-EMPRESA
               ELSE
                   ADD 1 TO OTRA-CIA-CNT
               END-IF
               PERFORM 201-LEE-HIST
           END-IF.

       203-CORTE-EMPRESA.
           MOVE 1 TO EMP-EXI.
           MOVE HIS-NOMI TO EMI-NOMI.
           READ EMPINX
               INVALID KEY
                   MOVE 0 TO EMP-EXI
                   ADD 1 TO OMI-CNT
                   DISPLAY "NOMINA " HIS-NOMI " SIN EMPLEADO EN "
                           "EMPINX, SE OMITE"
           END-READ.
           IF EMP-EXI = 1
               ADD 1 TO CORTE-CNT
               PERFORM 210-CALC-SBC
               PERFORM 220-BUSCA-DEPTO
               PERFORM 230-CALC-CUOTA
                   VARYING CON-IX FROM 1 BY 1
                   UNTIL CON-IX > CON-CNT
           END-IF.

      *-------------------- DAILY SBC AS IMSSAVI BUILDS IT -------------
       210-CALC-SBC.
           COMPUTE SBC-DIA ROUNDED = EMI-SUEL / 30 * FAC-INT.
           IF SBC-TOPE > 0 AND SBC-DIA > SBC-TOPE
               MOVE SBC-TOPE TO SBC-DIA.
           MOVE 0 TO EXC-DIA.
           IF SBC-DIA > UMA-DIA * 3
               COMPUTE EXC-DIA = SBC-DIA - UMA-DIA * 3.

       220-BUSCA-DEPTO.
           MOVE 0 TO DEP-IX.
           PERFORM 221-BUSCA-DEP-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > DEP-CNT OR DEP-IX > 0.
           IF DEP-IX = 0
               IF DEP-CNT < 20
                   ADD 1 TO DEP-CNT
                   MOVE DEP-CNT TO DEP-IX
                   MOVE HIS-DEPT TO DEP-COD(DEP-IX)
               ELSE
                   DISPLAY "TABLA DE DEPARTAMENTOS LLENA, SE OMITE "
                           HIS-DEPT " EN LOS SUBTOTALES"
               END-IF
           END-IF.
           IF DEP-IX > 0
               ADD 1 TO DEP-EMPL(DEP-IX)
           END-IF.

       221-BUSCA-DEP-ROW.
           IF DEP-COD(I) = HIS-DEPT
               MOVE I TO DEP-IX
           END-IF.

      *-------------------- ONE CONCEPT OF ONE CORTE -------------------
       230-CALC-CUOTA.
           IF CON-ACT(CON-IX) = "S"
               MOVE 0 TO BASE-IMP
               IF CON-BASE(CON-IX) = "S"
                   COMPUTE BASE-IMP = SBC-DIA * HIS-DIAS
               END-IF
               IF CON-BASE(CON-IX) = "U"
                   COMPUTE BASE-IMP = UMA-DIA * HIS-DIAS
               END-IF
               IF CON-BASE(CON-IX) = "E"
                   COMPUTE BASE-IMP = EXC-DIA * HIS-DIAS
               END-IF
               IF CON-BASE(CON-IX) = "P"
                   MOVE HIS-PERC TO BASE-IMP
               END-IF
               COMPUTE CUOTA-IMP ROUNDED =
                   BASE-IMP * CON-PCT(CON-IX) / 100
               IF CUOTA-IMP > 0
                   PERFORM 231-GRABA-PASIVO
               END-IF
           END-IF.

       231-GRABA-PASIVO.
           MOVE FECHA-AA TO LIQ-PER-AA.
           MOVE FECHA-MM TO LIQ-PER-MM.
           MOVE QUINCENA TO LIQ-PER-QQ.
           MOVE HIS-NOMI TO LIQ-NOMI.
           MOVE HIS-DEPT TO LIQ-DEPT.
           MOVE CON-CONC(CON-IX) TO LIQ-CONC.
           MOVE CON-ENTERO(CON-IX) TO LIQ-ENTERO.
           MOVE HIS-DIAS TO LIQ-DIAS.
           MOVE SBC-DIA TO LIQ-SBC.
           MOVE BASE-IMP TO LIQ-BASE.
           MOVE CON-PCT(CON-IX) TO LIQ-PCT.
           MOVE CUOTA-IMP TO LIQ-IMP.
           MOVE HIS-CIA TO LIQ-CIA.
           WRITE LIQ-REG.
           ADD 1 TO LIQ-CNT.
           ADD CUOTA-IMP TO CON-CORTE(CON-IX).
           IF DEP-IX > 0
               ADD CUOTA-IMP TO DEP-IMP(DEP-IX, CON-IX)
               ADD CUOTA-IMP TO DEP-TOT(DEP-IX)
           END-IF.

      *-------------------- MONTH AND BIMESTER TO DATE -----------------
      *    IMSS and the ISN are paid by month, retiro/cesantia and
      *    INFONAVIT by bimester (ene-feb, mar-abr ...): the liability
      *    files of the cortes of the bimester already calculated,
      *    this one included, are added up by concept.
       240-ACUMULA-PERIODOS.
           COMPUTE BIM-NUM = FECHA-MM + 1.
           DIVIDE BIM-NUM BY 2 GIVING BIM-NUM.
           COMPUTE BIM-MM1 = BIM-NUM * 2 - 1.
           MOVE SPACES TO CORTES-LEIDOS.
           MOVE 1 TO CORTES-PTR.
           MOVE BIM-MM1 TO ACU-MM.
           MOVE 1 TO ACU-QQ.
           PERFORM 241-ACUMULA-CORTE.
           MOVE 2 TO ACU-QQ.
           PERFORM 241-ACUMULA-CORTE.
           ADD 1 TO ACU-MM.
           MOVE 1 TO ACU-QQ.
           PERFORM 241-ACUMULA-CORTE.
           MOVE 2 TO ACU-QQ.
           PERFORM 241-ACUMULA-CORTE.

       241-ACUMULA-CORTE.
           MOVE SPACES TO WS-CUOLIQ-FILE.
           STRING "CUOLIQ" DELIMITED BY SIZE
                  PAT-CIA  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  ACU-MM   DELIMITED BY SIZE
                  ACU-QQ   DELIMITED BY SIZE
               INTO WS-CUOLIQ-FILE
           END-STRING.
           OPEN INPUT CUOLIQ.
           IF LIQ-STAT NOT = "00"
               CLOSE CUOLIQ
           ELSE
               STRING ACU-MM   DELIMITED BY SIZE
                      "-"      DELIMITED BY SIZE
                      ACU-QQ   DELIMITED BY SIZE
                      " "      DELIMITED BY SIZE
                   INTO CORTES-LEIDOS
                   WITH POINTER CORTES-PTR
               END-STRING
               MOVE 0 TO LIQ-EOF
               PERFORM 242-ACUMULA-ROW UNTIL LIQ-EOF = 1
               CLOSE CUOLIQ.
      *    Leave the name of the corte being calculated for the totals.
           MOVE SPACES TO WS-CUOLIQ-FILE.
           STRING "CUOLIQ" DELIMITED BY SIZE
                  PAT-CIA  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-CUOLIQ-FILE
           END-STRING.

       242-ACUMULA-ROW.
           READ CUOLIQ
               AT END
                   MOVE 1 TO LIQ-EOF
               NOT AT END
                   MOVE 0 TO CON-IX
                   PERFORM 243-BUSCA-CONC
                       VARYING I FROM 1 BY 1
                       UNTIL I > CON-CNT OR CON-IX > 0
                   IF CON-IX > 0
                       ADD LIQ-IMP TO CON-BIM(CON-IX)
                       IF LIQ-PER-MM = FECHA-MM
                           ADD LIQ-IMP TO CON-MES(CON-IX)
                       END-IF
                   ELSE
                       DISPLAY "CONCEPTO " LIQ-CONC " YA NO ESTA EN "
                               "CUOMAS, NO SE ACUMULA"
                   END-IF
           END-READ.

       243-BUSCA-CONC.
           IF CON-CONC(I) = LIQ-CONC
               MOVE I TO CON-IX
           END-IF.

      *-------------------- THE REPORT ---------------------------------
       250-REPORTE.
           OPEN INPUT DEPTMAS.
           IF DEPT-STAT = "35"
               OPEN OUTPUT DEPTMAS
               CLOSE DEPTMAS
               OPEN INPUT DEPTMAS.
           OPEN OUTPUT CUOREP.
           MOVE FECHA-MM TO RPT-MM.
           MOVE FECHA-AA TO RPT-AA.
           MOVE QUINCENA TO RPT-QQ.
           WRITE REP-REG FROM REP-LIN-TIT.
           WRITE REP-REG FROM REP-LIN-CIA.
           WRITE REP-REG FROM REP-LIN-CIA-2.
           MOVE UMA-DIA TO RPP-UMA.
           MOVE FAC-INT TO RPP-FAC.
           MOVE SBC-TOPE TO RPP-TOPE.
           WRITE REP-REG FROM REP-LIN-PAR.
           PERFORM 251-LISTA-DEPTO
               VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > DEP-CNT.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE "TOTAL DEL CORTE POR CONCEPTO" TO REP-REG.
           WRITE REP-REG.
           MOVE 0 TO TOT-CORTE.
           PERFORM 253-LISTA-CONC-CORTE
               VARYING CON-IX FROM 1 BY 1 UNTIL CON-IX > CON-CNT.
           MOVE "TOTAL DEL CORTE" TO RTT-TEXTO.
           MOVE TOT-CORTE TO RTT-IMP.
           WRITE REP-REG FROM REP-LIN-TOT.
           PERFORM 260-A-ENTERAR.
           CLOSE CUOREP.
           CLOSE DEPTMAS.

       251-LISTA-DEPTO.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE DEP-COD(DEP-IX) TO RDH-COD.
           MOVE DEP-COD(DEP-IX) TO DPT-COD.
           READ DEPTMAS
               INVALID KEY
                   MOVE SPACES TO RDH-NOM
               NOT INVALID KEY
                   MOVE DPT-NOM TO RDH-NOM
           END-READ.
           MOVE DEP-EMPL(DEP-IX) TO RDH-EMPL.
           WRITE REP-REG FROM REP-LIN-DEP.
           PERFORM 252-LISTA-CONC-DEPTO
               VARYING CON-IX FROM 1 BY 1 UNTIL CON-IX > CON-CNT.
           MOVE "TOTAL DEPARTAMENTO" TO RTT-TEXTO.
           MOVE DEP-TOT(DEP-IX) TO RTT-IMP.
           WRITE REP-REG FROM REP-LIN-TOT.

       252-LISTA-CONC-DEPTO.
           IF DEP-IMP(DEP-IX, CON-IX) > 0
               PERFORM 254-LLENA-CON
               MOVE DEP-IMP(DEP-IX, CON-IX) TO RCC-IMP
               WRITE REP-REG FROM REP-LIN-CON
           END-IF.

       253-LISTA-CONC-CORTE.
           IF CON-CORTE(CON-IX) > 0
               PERFORM 254-LLENA-CON
               MOVE CON-CORTE(CON-IX) TO RCC-IMP
               WRITE REP-REG FROM REP-LIN-CON
               ADD CON-CORTE(CON-IX) TO TOT-CORTE
           END-IF.

       254-LLENA-CON.
           MOVE CON-CONC(CON-IX) TO RCC-CONC.
           MOVE CON-DESC(CON-IX) TO RCC-DESC.
           MOVE CON-BASE(CON-IX) TO RCC-BASE.
           MOVE CON-PCT(CON-IX) TO RCC-PCT.
           MOVE CON-ENTERO(CON-IX) TO RCC-ENTERO.

      *-------------------- WHAT IS PAID, MONTH AND BIMESTER -----------
       260-A-ENTERAR.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE SPACES TO REP-REG.
           STRING "A ENTERAR - CORTES CALCULADOS DEL BIMESTRE "
                      DELIMITED BY SIZE
                  BIM-NUM DELIMITED BY SIZE
                  ": "    DELIMITED BY SIZE
                  CORTES-LEIDOS DELIMITED BY SIZE
               INTO REP-REG
           END-STRING.
           WRITE REP-REG.
           WRITE REP-REG FROM REP-LIN-ENT-ENC.
           MOVE 0 TO TOT-IMSS.
           MOVE 0 TO TOT-BIM.
           MOVE 0 TO TOT-ISN.
           PERFORM 261-LISTA-ENTERO
               VARYING CON-IX FROM 1 BY 1 UNTIL CON-IX > CON-CNT.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE "IMSS DEL MES (SUA MENSUAL)" TO RTT-TEXTO.
           MOVE TOT-IMSS TO RTT-IMP.
           WRITE REP-REG FROM REP-LIN-TOT.
           MOVE "RCV E INFONAVIT DEL BIMESTRE" TO RTT-TEXTO.
           MOVE TOT-BIM TO RTT-IMP.
           WRITE REP-REG FROM REP-LIN-TOT.
           MOVE "IMPUESTO ESTATAL SOBRE NOMINA DEL MES" TO RTT-TEXTO.
           MOVE TOT-ISN TO RTT-IMP.
           WRITE REP-REG FROM REP-LIN-TOT.

       261-LISTA-ENTERO.
           IF CON-CORTE(CON-IX) > 0 OR CON-MES(CON-IX) > 0
                   OR CON-BIM(CON-IX) > 0
               MOVE CON-CONC(CON-IX) TO REN-CONC
               MOVE CON-DESC(CON-IX) TO REN-DESC
               MOVE CON-ENTERO(CON-IX) TO REN-ENTERO
               MOVE CON-CORTE(CON-IX) TO REN-CORTE
               MOVE CON-MES(CON-IX) TO REN-MES
               MOVE CON-BIM(CON-IX) TO REN-BIM
               WRITE REP-REG FROM REP-LIN-ENT
               IF CON-ENTERO(CON-IX) = "M"
                   ADD CON-MES(CON-IX) TO TOT-IMSS
               END-IF
               IF CON-ENTERO(CON-IX) = "B"
                   ADD CON-BIM(CON-IX) TO TOT-BIM
               END-IF
               IF CON-ENTERO(CON-IX) = "E"
                   ADD CON-MES(CON-IX) TO TOT-ISN
               END-IF
           END-IF.

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM CUOPAT.
