      *                        primer corte; si el ano ya fue archivado
      *                        por HISTARCH, la constancia se arma del
      *                        archivo muerto NOMHARCH (mismo layout)
      * Mod: 15/10/26 - LABN - Multiempresa: el resumen es de una
      *                        empresa (CIAMAS), solo con los cortes
      *                        que ella pago (HIS-CIA); la constancia
      *                        lleva su razon social, RFC y registro
      *                        patronal, y sale en ANUALCCAA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPANUAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-COD
               FILE STATUS IS DEPT-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT ANUREP ASSIGN TO WS-ANUAL-FILE.
       DATA DIVISION.
       FILE SECTION.
           COPY EMPREG.
       FD  DEPTMAS.
           COPY DEPTREG.
       FD  CIAMAS.
           COPY CIAREG.
       FD  ANUREP.
       01  ANR-REG         PIC X(132).
       WORKING-STORAGE SECTION.
       77  ARH-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  DEPT-STAT       PIC XX.
       77  CIA-STAT        PIC XX.
       77  CIA-EXI         PIC 9 VALUE 0.
       77  ANU-CIA         PIC X(02).
       77  HIS-EOF         PIC 9 VALUE 0.
       77  ARH-EOF         PIC 9 VALUE 0.
       77  ANO-PED         PIC 99.
       77  EMP-IX          PIC 9(03).
       77  DEP-IX          PIC 9(02).
       77  DEP-EMPL        PIC 9(04).
       01  WS-ANUAL-FILE   PIC X(09).
       01  MESES.
           03 FILLER       PIC X(36) VALUE
               "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
                               "CONSTANCIA ANUAL DE PERCEPCIONES".
               03 FILLER       PIC X(18) VALUE " Y DEDUCCIONES  20".
               03 ANR-T1-AA    PIC 99.
           02 ANR-TIT-2.
               03 FILLER       PIC X(05) VALUE SPACES.
               03 FILLER       PIC X(08) VALUE "PATRON: ".
               03 ANR-T2-RAZON PIC X(40).
               03 FILLER       PIC X(06) VALUE " RFC: ".
               03 ANR-T2-RFC   PIC X(13).
               03 FILLER       PIC X(11) VALUE " REG. PAT: ".
               03 ANR-T2-REGP  PIC X(11).
           02 ANR-EMP-1.
               03 FILLER       PIC X(05) VALUE SPACES.
               03 FILLER       PIC X(08) VALUE "NOMINA: ".
                               "ACUMULADO ANUAL POR DEPARTAMENTO  ".
               03 FILLER       PIC X(02) VALUE "20".
               03 ANR-DT-AA    PIC 99.
               03 FILLER       PIC X(02) VALUE SPACES.
               03 ANR-DT-RAZON PIC X(40).
           02 ANR-CORTE-DEPT.
               03 FILLER       PIC X(08) VALUE SPACES.
               03 ANR-CD-EMPL  PIC Z(04).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF CIA-EXI = 0
               DISPLAY "EMPRESA INEXISTENTE EN CIAMAS, NADA QUE "
                       "REPORTAR"
           ELSE
               IF EMP-CNT = 0
                   DISPLAY "SIN HISTORICO DEL ANO 20" ANO-PED
                           " EN NOMHIST, NADA QUE REPORTAR"
               ELSE
                   PERFORM 200-PROCESS
               END-IF
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           DISPLAY "ANO A PROCESAR (AA): ".
           ACCEPT ANO-PED.
           PERFORM 101-ASK-EMPRESA.
           STRING "ANUAL"  DELIMITED BY SIZE
                  ANU-CIA  DELIMITED BY SIZE
                  ANO-PED  DELIMITED BY SIZE
               INTO WS-ANUAL-FILE
           END-STRING.
           INITIALIZE ANU-EMP-TABLA.
           INITIALIZE ANU-DEP-TABLA.
           IF CIA-EXI = 1
               PERFORM 102-LOAD-HIST.

      *-------------------- THE EMPLOYER THE SUMMARY IS FOR ------------
      *    Each company issues its own constancias under its own RFC
      *    and registro patronal, so the summary covers one company.
       101-ASK-EMPRESA.
           MOVE 0 TO CIA-EXI.
           OPEN INPUT CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN INPUT CIAMAS.
           DISPLAY "EMPRESA (CLAVE CIAMAS): ".
           ACCEPT ANU-CIA.
           MOVE ANU-CIA TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CIA-EXI
                   MOVE CIA-RAZON   TO ANR-T2-RAZON ANR-DT-RAZON
                   MOVE CIA-RFC     TO ANR-T2-RFC
                   MOVE CIA-REG-PAT TO ANR-T2-REGP
                   DISPLAY CIA-RAZON
           END-READ.
           CLOSE CIAMAS.

      *-------------------- SWEEP THE YEAR INTO THE ANNUAL TABLES ------
      *    A START on the year's first corte reads only its rows; if
           IF HIS-PER-AA NOT = ANO-PED
               MOVE 1 TO HIS-EOF
           ELSE
               IF HIS-CIA = ANU-CIA
                   PERFORM 105-BUSCA-EMPLEADO
                   IF EMP-IX > 0
                       PERFORM 106-SUMA-EMPLEADO
                       PERFORM 107-SUMA-DEPTO
                   END-IF
               END-IF
               PERFORM 103-READ-HIST
           END-IF.
               MOVE 1 TO ARH-EOF
           ELSE
               MOVE ARH-REG TO HIS-REG
               IF HIS-CIA = ANU-CIA
                   PERFORM 105-BUSCA-EMPLEADO
                   IF EMP-IX > 0
                       PERFORM 106-SUMA-EMPLEADO
                       PERFORM 107-SUMA-DEPTO
                   END-IF
               END-IF
               PERFORM 113-READ-ARCHIVO
           END-IF.
       210-CONSTANCIA.
           WRITE ANR-REG FROM ANR-TIT-0 AFTER PAGE.
           WRITE ANR-REG FROM ANR-TIT-1 AFTER 1 LINE.
           WRITE ANR-REG FROM ANR-TIT-2 AFTER 1 LINE.
           WRITE ANR-REG FROM ANR-TIT-0 AFTER 1 LINE.
           MOVE ANU-EMP-NOMI(EMP-IX) TO ANR-E1-NOMI.
           MOVE ANU-EMP-NOMI(EMP-IX) TO EMI-NOMI.
