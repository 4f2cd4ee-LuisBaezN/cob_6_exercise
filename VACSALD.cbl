      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Devengo y saldo de vacaciones. Toma la fecha de
      *          ingreso de cada empleado del ALTA en la bitacora
      *          EMPAUD (un reingreso B -> A reinicia la antiguedad y
      *          los dias tomados), le aplica la tabla de antiguedad de
      *          la LFT (subrutina VACDIAS) a la fecha de hoy y deja en
      *          el maestro VACMAS los anos cumplidos y los dias
      *          ganados; los dias tomados los lleva INCCAP al capturar
      *          la incidencia V. Imprime el saldo por departamento
      *          (VACSALAAMMDD) con derecho, tomados, saldo y la parte
      *          proporcional del ano en curso. El empleado sin ALTA en
      *          la bitacora toma como ingreso la fecha de estado de
      *          EMPINX y sale marcado para que RH la confirme.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACSALD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPAUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STAT.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT DEPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-COD
               FILE STATUS IS DEPT-STAT.
           SELECT VACMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-NOMI
               FILE STATUS IS VAC-STAT.
           SELECT SRT-FILE ASSIGN TO DISK.
           SELECT VACREP ASSIGN TO WS-VACREP-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPAUD.
       01  AUD-REG.
           02 AUD-OPER     PIC X(01).
           02 AUD-FECHA.
               03 AUD-FEC-AA   PIC 9(02).
               03 AUD-FEC-MM   PIC 9(02).
               03 AUD-FEC-DD   PIC 9(02).
           02 AUD-HORA.
               03 AUD-HOR-HH   PIC 9(02).
               03 AUD-HOR-MM   PIC 9(02).
               03 AUD-HOR-SS   PIC 9(02).
           02 AUD-ANTES.
               03 AUD-A-NOMI   PIC 9(06).
               03 AUD-A-NOMB   PIC X(15).
               03 AUD-A-DEPT   PIC X(03).
               03 AUD-A-SUEL   PIC S9(05)V99.
               03 AUD-A-EST    PIC X(01).
               03 AUD-A-FEC-EST PIC 9(06).
           02 AUD-DESPUES.
               03 AUD-D-NOMI   PIC 9(06).
               03 AUD-D-NOMB   PIC X(15).
               03 AUD-D-DEPT   PIC X(03).
               03 AUD-D-SUEL   PIC S9(05)V99.
               03 AUD-D-EST    PIC X(01).
               03 AUD-D-FEC-EST PIC 9(06).
           02 AUD-USR      PIC X(08).
       FD  EMPINX.
           COPY EMPREG.
       FD  DEPTMAS.
           COPY DEPTREG.
      *-------------------- VACATION BALANCE MASTER (SEE VACREG) -------
       FD  VACMAS.
           COPY VACREG.
       SD  SRT-FILE.
       01  SRT-REG.
           02 SRT-DEPT     PIC X(03).
           02 SRT-NOMI     PIC 9(06).
           02 SRT-NOMB     PIC X(15).
           02 SRT-FEC-ING  PIC 9(06).
           02 SRT-ORIGEN   PIC X(01).
           02 SRT-ANOS     PIC 9(02).
           02 SRT-DER      PIC 9(04).
           02 SRT-TOM      PIC 9(04).
           02 SRT-PROP     PIC 9(03)V99.
       FD  VACREP.
       01  REP-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  AUD-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  DEPT-STAT       PIC XX.
       77  VAC-STAT        PIC XX.
       77  AUD-EOF         PIC 9 VALUE 0.
       77  EMI-EOF         PIC 9 VALUE 0.
       77  SRT-EOF         PIC 9 VALUE 0.
       77  VAC-EXI         PIC 9.
       77  CAND-FEC        PIC 9(06).
       77  CAND-ORIGEN     PIC X(01).
       77  VAC-FEC-NUM     PIC 9(06).
       77  ANT-DEPT        PIC X(03).
       77  SALDO           PIC S9(04).
       77  DEP-EMPL        PIC 9(05).
       77  DEP-DER         PIC 9(07).
       77  DEP-TOM         PIC 9(07).
       77  DEP-SALDO       PIC S9(07).
       77  DEP-PROP        PIC 9(07)V99.
       77  ORG-EMPL        PIC 9(05) VALUE 0.
       77  ORG-DER         PIC 9(07) VALUE 0.
       77  ORG-TOM         PIC 9(07) VALUE 0.
       77  ORG-SALDO       PIC S9(07) VALUE 0.
       77  ORG-PROP        PIC 9(07)V99 VALUE 0.
       77  CNT-ALTAS       PIC 9(05) VALUE 0.
       77  CNT-REING       PIC 9(05) VALUE 0.
       77  CNT-ESTADO      PIC 9(05) VALUE 0.
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  FECHA-NUM REDEFINES FECHA PIC 9(06).
       01  FEC-TRAB.
           03 FEC-TRAB-AA  PIC 99.
           03 FEC-TRAB-MM  PIC 99.
           03 FEC-TRAB-DD  PIC 99.
       01  FEC-TRAB-NUM REDEFINES FEC-TRAB PIC 9(06).
       01  WS-VACREP-FILE  PIC X(12).
      *-------------------- VACDIAS PARAMETER AREA ---------------------
           COPY VACLNK.
      *-------------------- REPORT LINES -------------------------------
       01  REP-LIN-TIT.
           02 FILLER       PIC X(37)
               VALUE "SALDO DE VACACIONES POR DEPARTAMENTO ".
           02 FILLER       PIC X(04) VALUE "AL ".
           02 RLT-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RLT-MM       PIC 99.
           02 FILLER       PIC X(03) VALUE "/20".
           02 RLT-AA       PIC 99.
       01  REP-LIN-DEPT.
           02 FILLER       PIC X(14) VALUE "DEPARTAMENTO: ".
           02 RLD-COD      PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLD-NOM      PIC X(16).
       01  REP-LIN-ENC.
           02 FILLER       PIC X(40)
               VALUE "  NOMINA NOMBRE          INGRESO  ANOS D".
           02 FILLER       PIC X(40)
               VALUE "ERECHO TOMADOS  SALDO  PROPORC.        ".
       01  REP-LIN-DET.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLE-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-NOMB     PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-ING-DD   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RLE-ING-MM   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RLE-ING-AA   PIC 99.
           02 RLE-MARCA    PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-ANOS     PIC Z9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLE-DER      PIC Z,ZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RLE-TOM      PIC Z,ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-SALDO    PIC Z,ZZ9-.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLE-PROP     PIC ZZ9.99.
       01  REP-LIN-TOT.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLS-ETIQ     PIC X(16).
           02 RLS-EMPL     PIC ZZ,ZZ9.
           02 FILLER       PIC X(11) VALUE " EMPLEADOS ".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLS-DER      PIC ZZZ,ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLS-TOM      PIC ZZZ,ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLS-SALDO    PIC ZZZ,ZZ9-.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLS-PROP     PIC ZZZ,ZZ9.99.
       01  REP-LIN-NOTA.
           02 FILLER       PIC X(40)
               VALUE "* INGRESO TOMADO DE LA FECHA DE ESTADO D".
           02 FILLER       PIC X(40)
               VALUE "E EMPINX (SIN ALTA EN EMPAUD)           ".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           PERFORM 200-PROCESS.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           ACCEPT FECHA FROM DATE.
           STRING "VACSAL"  DELIMITED BY SIZE
                  FECHA-AA  DELIMITED BY SIZE
                  FECHA-MM  DELIMITED BY SIZE
                  FECHA-DD  DELIMITED BY SIZE
               INTO WS-VACREP-FILE
           END-STRING.
           OPEN INPUT EMPINX.
           IF EMI-STAT = "35"
               OPEN OUTPUT EMPINX
               CLOSE EMPINX
               OPEN INPUT EMPINX.
           OPEN INPUT DEPTMAS.
           IF DEPT-STAT = "35"
               OPEN OUTPUT DEPTMAS
               CLOSE DEPTMAS
               OPEN INPUT DEPTMAS.
           OPEN I-O VACMAS.
           IF VAC-STAT = "35"
               OPEN OUTPUT VACMAS
               CLOSE VACMAS
               OPEN I-O VACMAS.
           OPEN OUTPUT VACREP.
           MOVE FECHA-DD TO RLT-DD.
           MOVE FECHA-MM TO RLT-MM.
           MOVE FECHA-AA TO RLT-AA.
           WRITE REP-REG FROM REP-LIN-TIT.

       200-PROCESS.
           DISPLAY "> Running process...".
           PERFORM 210-FECHAS-INGRESO.
           SORT SRT-FILE ON ASCENDING KEY SRT-DEPT
                                          SRT-NOMI
                       INPUT  PROCEDURE 220-CARGA-EMPLEADOS
                       OUTPUT PROCEDURE 240-IMPRIME-SALDOS.

      *-------------------- HIRE DATES FROM THE AUDIT TRAIL ------------
      *    The ALTA row gives the hire date; a later B -> A row is a
      *    reingreso and starts a new seniority (days taken under the
      *    old one no longer count). Rows written before the status
      *    date existed carry zeroes there and fall back to the date
      *    the row was captured.
       210-FECHAS-INGRESO.
           OPEN INPUT EMPAUD.
           IF AUD-STAT = "35"
               DISPLAY "NO EXISTE LA BITACORA EMPAUD, TODOS LOS "
                       "INGRESOS SALEN DE LA FECHA DE ESTADO"
               CLOSE EMPAUD
           ELSE
               PERFORM 211-READ-AUD
               PERFORM 212-SCAN-AUD UNTIL AUD-EOF = 1
               CLOSE EMPAUD.

       211-READ-AUD.
           READ EMPAUD AT END MOVE 1 TO AUD-EOF.

       212-SCAN-AUD.
           MOVE SPACE TO CAND-ORIGEN.
           IF AUD-OPER = "A"
               MOVE "A" TO CAND-ORIGEN.
           IF AUD-OPER = "E" AND AUD-A-EST = "B"
                   AND (AUD-D-EST = "A" OR AUD-D-EST = SPACE)
               MOVE "R" TO CAND-ORIGEN.
           IF CAND-ORIGEN NOT = SPACE
               MOVE AUD-D-FEC-EST TO FEC-TRAB-NUM
               IF FEC-TRAB-MM < 1 OR FEC-TRAB-MM > 12
                   MOVE AUD-FECHA TO FEC-TRAB
               END-IF
               MOVE FEC-TRAB-NUM TO CAND-FEC
               PERFORM 213-APLICA-INGRESO
           END-IF.
           PERFORM 211-READ-AUD.

       213-APLICA-INGRESO.
           MOVE AUD-D-NOMI TO VAC-NOMI.
           READ VACMAS
               INVALID KEY
                   MOVE SPACES TO VAC-REG
                   MOVE AUD-D-NOMI TO VAC-NOMI
                   MOVE CAND-FEC TO VAC-FEC-ING
                   MOVE CAND-ORIGEN TO VAC-ORIGEN
                   MOVE 0 TO VAC-ANOS
                   MOVE 0 TO VAC-DIAS-DER
                   MOVE 0 TO VAC-DIAS-TOM
                   MOVE 0 TO VAC-FEC-CALC
                   WRITE VAC-REG
               NOT INVALID KEY
                   PERFORM 214-ACTUALIZA-INGRESO
           END-READ.

      *    A later date is a reingreso (restart); an earlier real ALTA
      *    replaces a date that had been taken from EMPINX.
       214-ACTUALIZA-INGRESO.
           MOVE VAC-FEC-ING TO VAC-FEC-NUM.
           IF CAND-FEC > VAC-FEC-NUM AND CAND-ORIGEN = "R"
               MOVE CAND-FEC TO VAC-FEC-ING
               MOVE "R" TO VAC-ORIGEN
               MOVE 0 TO VAC-DIAS-TOM
               REWRITE VAC-REG
           ELSE
               IF VAC-DE-ESTADO AND CAND-FEC NOT = VAC-FEC-NUM
                   MOVE CAND-FEC TO VAC-FEC-ING
                   MOVE CAND-ORIGEN TO VAC-ORIGEN
                   REWRITE VAC-REG
               END-IF
           END-IF.

       300-END.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE "TOTAL EMPRESA" TO RLS-ETIQ.
           MOVE ORG-EMPL TO RLS-EMPL.
           MOVE ORG-DER TO RLS-DER.
           MOVE ORG-TOM TO RLS-TOM.
           MOVE ORG-SALDO TO RLS-SALDO.
           MOVE ORG-PROP TO RLS-PROP.
           WRITE REP-REG FROM REP-LIN-TOT.
           IF CNT-ESTADO > 0
               MOVE SPACES TO REP-REG
               WRITE REP-REG
               WRITE REP-REG FROM REP-LIN-NOTA.
           CLOSE VACREP.
           CLOSE VACMAS.
           CLOSE DEPTMAS.
           CLOSE EMPINX.
           DISPLAY "EMPLEADOS DEVENGADOS: " ORG-EMPL.
           DISPLAY "  INGRESO POR ALTA:       " CNT-ALTAS.
           DISPLAY "  INGRESO POR REINGRESO:  " CNT-REING.
           DISPLAY "  INGRESO POR FECHA EDO.: " CNT-ESTADO.
           DISPLAY "REPORTE EN " WS-VACREP-FILE.
           DISPLAY "> Running end...".
           STOP RUN.

      *-------------------- ACCRUE EVERY EMPLOYEE STILL ON STAFF -------
       220-CARGA-EMPLEADOS SECTION.
           MOVE 0 TO EMI-EOF.
           MOVE LOW-VALUES TO EMI-NOMI.
           START EMPINX KEY IS NOT LESS THAN EMI-NOMI
               INVALID KEY MOVE 1 TO EMI-EOF
           END-START.
           PERFORM 221-CARGA-ROW UNTIL EMI-EOF = 1.
           GO TO END-SEC1.

       221-CARGA-ROW.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO EMI-EOF
               NOT AT END
                   IF NOT EMI-BAJA
                       PERFORM 222-DEVENGA
                   END-IF
           END-READ.

       222-DEVENGA.
           MOVE 1 TO VAC-EXI.
           MOVE EMI-NOMI TO VAC-NOMI.
           READ VACMAS
               INVALID KEY MOVE 0 TO VAC-EXI
           END-READ.
           IF VAC-EXI = 0
               MOVE SPACES TO VAC-REG
               MOVE EMI-NOMI TO VAC-NOMI
               MOVE EMI-FEC-EST TO VAC-FEC-ING
               MOVE "E" TO VAC-ORIGEN
               MOVE 0 TO VAC-DIAS-TOM
           END-IF.
           MOVE VAC-FEC-ING TO VCL-FEC-ING.
           MOVE FECHA TO VCL-FEC-CORTE.
           CALL "VACDIAS" USING VAC-CALC-DATOS.
           MOVE VCL-ANOS TO VAC-ANOS.
           MOVE VCL-DIAS-DER TO VAC-DIAS-DER.
           MOVE FECHA-NUM TO VAC-FEC-CALC.
           IF VAC-EXI = 0
               WRITE VAC-REG
           ELSE
               REWRITE VAC-REG.
           IF VAC-DE-ALTA
               ADD 1 TO CNT-ALTAS
           ELSE
               IF VAC-DE-REINGRESO
                   ADD 1 TO CNT-REING
               ELSE
                   ADD 1 TO CNT-ESTADO.
           MOVE EMI-DEPT TO SRT-DEPT.
           MOVE EMI-NOMI TO SRT-NOMI.
           MOVE EMI-NOMB TO SRT-NOMB.
           MOVE VAC-FEC-ING TO SRT-FEC-ING.
           MOVE VAC-ORIGEN TO SRT-ORIGEN.
           MOVE VAC-ANOS TO SRT-ANOS.
           MOVE VAC-DIAS-DER TO SRT-DER.
           MOVE VAC-DIAS-TOM TO SRT-TOM.
           MOVE VCL-DIAS-PROP TO SRT-PROP.
           RELEASE SRT-REG.

       END-SEC1.

      *-------------------- BALANCE REPORT BY DEPARTMENT ---------------
       240-IMPRIME-SALDOS SECTION.
           PERFORM 241-READ-SRT.
           IF SRT-EOF = 0
               MOVE SRT-DEPT TO ANT-DEPT
               PERFORM 243-ENCABEZA-DEPT
           END-IF.
           PERFORM 242-DETALLE UNTIL SRT-EOF = 1.
           IF ORG-EMPL > 0
               PERFORM 244-CORTE-DEPT.
           GO TO END-SEC2.

       241-READ-SRT.
           RETURN SRT-FILE AT END MOVE 1 TO SRT-EOF.

       242-DETALLE.
           IF SRT-DEPT NOT = ANT-DEPT
               PERFORM 244-CORTE-DEPT
               MOVE SRT-DEPT TO ANT-DEPT
               PERFORM 243-ENCABEZA-DEPT.
           COMPUTE SALDO = SRT-DER - SRT-TOM.
           MOVE SRT-NOMI TO RLE-NOMI.
           MOVE SRT-NOMB TO RLE-NOMB.
           MOVE SRT-FEC-ING TO FEC-TRAB-NUM.
           MOVE FEC-TRAB-DD TO RLE-ING-DD.
           MOVE FEC-TRAB-MM TO RLE-ING-MM.
           MOVE FEC-TRAB-AA TO RLE-ING-AA.
           IF SRT-ORIGEN = "E"
               MOVE "*" TO RLE-MARCA
           ELSE
               MOVE SPACE TO RLE-MARCA.
           MOVE SRT-ANOS TO RLE-ANOS.
           MOVE SRT-DER TO RLE-DER.
           MOVE SRT-TOM TO RLE-TOM.
           MOVE SALDO TO RLE-SALDO.
           MOVE SRT-PROP TO RLE-PROP.
           WRITE REP-REG FROM REP-LIN-DET.
           ADD 1 TO DEP-EMPL.
           ADD SRT-DER TO DEP-DER.
           ADD SRT-TOM TO DEP-TOM.
           ADD SALDO TO DEP-SALDO.
           ADD SRT-PROP TO DEP-PROP.
           ADD 1 TO ORG-EMPL.
           ADD SRT-DER TO ORG-DER.
           ADD SRT-TOM TO ORG-TOM.
           ADD SALDO TO ORG-SALDO.
           ADD SRT-PROP TO ORG-PROP.
           PERFORM 241-READ-SRT.

       243-ENCABEZA-DEPT.
           MOVE ANT-DEPT TO RLD-COD.
           MOVE ANT-DEPT TO DPT-COD.
           READ DEPTMAS
               INVALID KEY MOVE "SIN DEPARTAMENTO" TO RLD-NOM
               NOT INVALID KEY MOVE DPT-NOM TO RLD-NOM
           END-READ.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           WRITE REP-REG FROM REP-LIN-DEPT.
           WRITE REP-REG FROM REP-LIN-ENC.
           MOVE 0 TO DEP-EMPL.
           MOVE 0 TO DEP-DER.
           MOVE 0 TO DEP-TOM.
           MOVE 0 TO DEP-SALDO.
           MOVE 0 TO DEP-PROP.

       244-CORTE-DEPT.
           MOVE "SUBTOTAL DEPTO" TO RLS-ETIQ.
           MOVE DEP-EMPL TO RLS-EMPL.
           MOVE DEP-DER TO RLS-DER.
           MOVE DEP-TOM TO RLS-TOM.
           MOVE DEP-SALDO TO RLS-SALDO.
           MOVE DEP-PROP TO RLS-PROP.
           WRITE REP-REG FROM REP-LIN-TOT.

       END-SEC2.

       END PROGRAM VACSALD.
