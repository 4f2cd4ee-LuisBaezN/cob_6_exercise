      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Expansion de los movimientos fijos de FIJMAS al
      *          MOVIMAAMMQ del corte al abrir el periodo: por cada
      *          renglon activo dentro de su vigencia (corte inicial a
      *          final, tope acumulado) y empleado pagable en el corte
      *          escribe un movimiento de su clave, importe fijo o
      *          porcentaje de EMI-SUEL, marcado con origen FIJGEN en
      *          MOV-USR como los de AGUINALD/RETROCAL. El empleado
      *          que ya tiene en el MOVIM su movimiento FIJGEN de esa
      *          clave se omite, asi que volver a correrlo solo
      *          completa lo que falte. Imprime FIJGENAAMMQ con lo
      *          generado por corte y lo que vence el corte siguiente.
      *          Suelto pregunta el periodo; llamado por EMPBATCH
      *          (BCHFLAG presente) toma el corte del lote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIJGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIJMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIJ-LLAVE
               FILE STATUS IS FIJ-STAT.
           SELECT MOVIM ASSIGN TO WS-MOVIM-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-LLAVE
               FILE STATUS IS MOV-STAT.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT PERMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-LLAVE
               FILE STATUS IS PERM-STAT.
           SELECT BCHFLAG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BCH-STAT.
           SELECT FIJREP ASSIGN TO WS-FIJREP-FILE.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- STANDING-MOVEMENT MASTER (SEE FIJREG) ------
       FD  FIJMAS.
           COPY FIJREG.
       FD  MOVIM.
           COPY MOVREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  PERMAS.
           COPY PERREG.
      *-------------------- SET BY EMPBATCH WHILE IT CALLS THIS PROGRAM
       FD  BCHFLAG.
       01  BCH-REG.
           02 BCH-QUIN     PIC X(01).
           02 BCH-MODO     PIC X(01).
       FD  FIJREP.
       01  REP-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  FIJ-STAT        PIC XX.
       77  MOV-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  PERM-STAT       PIC XX.
       77  BCH-STAT        PIC XX.
       77  ABORTA          PIC 9 VALUE 0.
       77  BATCH-MODE      PIC 9 VALUE 0.
       77  FIJ-EOF         PIC 9.
       77  MOV-EOF         PIC 9.
       77  YA-TIENE        PIC 9.
       77  SEC-SIG         PIC 9(03).
       77  BASE-SUEL       PIC 9(07)V99.
       77  GEN-IMP         PIC 9(07)V99.
       77  ACUM-PREV       PIC 9(07)V99.
       77  RESTA-TOPE      PIC 9(07)V99.
       77  GEN-CNT         PIC 9(05) VALUE 0.
       77  GEN-TOT         PIC 9(09)V99 VALUE 0.
       77  YA-CNT          PIC 9(05) VALUE 0.
       77  OMI-CNT         PIC 9(05) VALUE 0.
       77  TERM-CNT        PIC 9(05) VALUE 0.
       77  VENCE-CNT       PIC 9(05) VALUE 0.
       77  QUINCENA        PIC 9 VALUE 2.
       77  ORIGEN-FIJGEN   PIC X(08) VALUE "FIJGEN".
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
      *    The corte processed and the one after it, as AAMMQ, to be
      *    compared against FIJ-INI / FIJ-FIN / FIJ-ULT.
       01  CORTE.
           03 CORTE-AA     PIC 99.
           03 CORTE-MM     PIC 99.
           03 CORTE-QQ     PIC 9.
       01  CORTE-NUM REDEFINES CORTE PIC 9(05).
       01  SIG-CORTE.
           03 SIG-AA       PIC 99.
           03 SIG-MM       PIC 99.
           03 SIG-QQ       PIC 9.
       01  SIG-NUM REDEFINES SIG-CORTE PIC 9(05).
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-QUIN-INPUT   PIC X(01).
       01  WS-MOVIM-FILE   PIC X(10).
       01  WS-FIJREP-FILE  PIC X(11).
       01  MOTIVO          PIC X(20).
      *-------------------- REPORT LINES -------------------------------
       01  REP-LIN-TIT.
           02 FILLER       PIC X(36)
               VALUE "MOVIMIENTOS FIJOS GENERADOS, CORTE ".
           02 RLT-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RLT-AA       PIC 99.
           02 FILLER       PIC X(11) VALUE " QUINCENA ".
           02 RLT-QQ       PIC 9.
       01  REP-LIN-ENC.
           02 FILLER       PIC X(40)
               VALUE "  NOMINA NOMBRE          CLAVE          ".
           02 FILLER       PIC X(40)
               VALUE "     IMPORTE    ACUMULADO         TOPE  ".
       01  REP-LIN-DET.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLE-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-NOMB     PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-CLAV     PIC X(14).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-IMP      PIC ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-ACUM     PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLE-TOPE     PIC Z,ZZZ,ZZ9.99.
           02 RLE-MARCA    PIC X(02).
       01  REP-LIN-OMI.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLO-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLO-CLAV     PIC X(14).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLO-MOTIVO   PIC X(20).
       01  REP-LIN-VEN-TIT.
           02 FILLER       PIC X(33)
               VALUE "VENCEN EN EL CORTE SIGUIENTE   ".
           02 RLV-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RLV-AA       PIC 99.
           02 FILLER       PIC X(11) VALUE " QUINCENA ".
           02 RLV-QQ       PIC 9.
       01  REP-LIN-VEN.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLN-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLN-CLAV     PIC X(14).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLN-MOTIVO   PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLN-IMP      PIC Z,ZZZ,ZZ9.99.
       01  REP-LIN-TOT.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLS-ETIQ     PIC X(30).
           02 RLS-CNT      PIC ZZ,ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLS-IMP      PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
               PERFORM 300-END
           END-IF.
           GOBACK.

       100-START.
           DISPLAY "> Running start...".
           MOVE 0 TO ABORTA.
           MOVE 0 TO GEN-CNT.
           MOVE 0 TO GEN-TOT.
           MOVE 0 TO YA-CNT.
           MOVE 0 TO OMI-CNT.
           MOVE 0 TO TERM-CNT.
           MOVE 0 TO VENCE-CNT.
           PERFORM 101-BUILD-FILENAME.
           PERFORM 107-CHECK-PERIODO-CERRADO.
           IF ABORTA = 0
               OPEN I-O FIJMAS
               IF FIJ-STAT = "35"
                   MOVE 1 TO ABORTA
                   DISPLAY "NO EXISTE FIJMAS (CAPTURE CON FIJCAP), "
                           "NADA QUE GENERAR"
               END-IF
           END-IF.
           IF ABORTA = 0
               OPEN INPUT EMPINX
               IF EMI-STAT = "35"
                   OPEN OUTPUT EMPINX
                   CLOSE EMPINX
                   OPEN INPUT EMPINX
               END-IF
               OPEN I-O MOVIM
               IF MOV-STAT = "35"
                   OPEN OUTPUT MOVIM
                   CLOSE MOVIM
                   OPEN I-O MOVIM
               END-IF
               OPEN OUTPUT FIJREP
               MOVE CORTE-MM TO RLT-MM
               MOVE CORTE-AA TO RLT-AA
               MOVE CORTE-QQ TO RLT-QQ
               WRITE REP-REG FROM REP-LIN-TIT
               MOVE SPACES TO REP-REG
               WRITE REP-REG
               WRITE REP-REG FROM REP-LIN-ENC
           END-IF.

      *-------------------- THE CORTE: LOTE'S OR ASKED -----------------
      *    Under EMPBATCH the flag record carries the quincena of the
      *    lote and the period is today's, as for MOVIMIENTOS; run by
      *    hand the period and quincena are asked as in MOVCAP.
       101-BUILD-FILENAME.
           ACCEPT FECHA FROM DATE.
           IF FECHA-DD <= 15
               MOVE 1 TO QUINCENA
           ELSE
               MOVE 2 TO QUINCENA.
           PERFORM 102-CHECK-BATCH-MODE.
           IF BATCH-MODE = 0
               PERFORM 103-ASK-PERIODO
               PERFORM 104-ASK-QUINCENA.
           MOVE FECHA-AA TO CORTE-AA.
           MOVE FECHA-MM TO CORTE-MM.
           MOVE QUINCENA TO CORTE-QQ.
           PERFORM 105-SIGUIENTE-CORTE.
           STRING "MOVIM"  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-MOVIM-FILE
           END-STRING.
           STRING "FIJGEN" DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-FIJREP-FILE
           END-STRING.
           DISPLAY "MOVIMIENTOS FIJOS DEL PERIODO " FECHA-MM "/"
                   FECHA-AA " QUINCENA " QUINCENA.

       102-CHECK-BATCH-MODE.
           MOVE 0 TO BATCH-MODE.
           OPEN INPUT BCHFLAG.
           IF BCH-STAT = "00"
               MOVE 1 TO BATCH-MODE
               READ BCHFLAG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BCH-QUIN = "1" OR BCH-QUIN = "2"
                           MOVE BCH-QUIN TO QUINCENA
                       END-IF
               END-READ
               CLOSE BCHFLAG.

       103-ASK-PERIODO.
           DISPLAY "PERIODO A GENERAR (AAMM, ENTER = ACTUAL): ".
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
                   AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
               MOVE WS-PER-IN-AA TO FECHA-AA
               MOVE WS-PER-IN-MM TO FECHA-MM
           END-IF.

       104-ASK-QUINCENA.
           DISPLAY "QUINCENA (1/2, ENTER = SEGUN EL DIA): ".
           ACCEPT WS-QUIN-INPUT.
           IF WS-QUIN-INPUT = "1" OR WS-QUIN-INPUT = "2"
               MOVE WS-QUIN-INPUT TO QUINCENA
           END-IF.

      *    Quincena 1 is followed by quincena 2 of the same month;
      *    quincena 2 by quincena 1 of the next.
       105-SIGUIENTE-CORTE.
           MOVE CORTE TO SIG-CORTE.
           IF CORTE-QQ = 1
               MOVE 2 TO SIG-QQ
           ELSE
               MOVE 1 TO SIG-QQ
               IF CORTE-MM = 12
                   MOVE 1 TO SIG-MM
                   ADD 1 TO SIG-AA
               ELSE
                   ADD 1 TO SIG-MM
               END-IF
           END-IF.

      *-------------------- REFUSE TO TOUCH A CLOSED PERIOD ------------
       107-CHECK-PERIODO-CERRADO.
           OPEN INPUT PERMAS.
           IF PERM-STAT = "35"
               CLOSE PERMAS
           ELSE
               MOVE FECHA-AA TO PER-AA
               MOVE FECHA-MM TO PER-MM
               MOVE QUINCENA TO PER-QQ
               READ PERMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-CERRADO
                           MOVE 1 TO ABORTA
                           DISPLAY "EL PERIODO " FECHA-MM "/" FECHA-AA
                                   " ESTA CERRADO, NO SE GENERAN "
                                   "MOVIMIENTOS FIJOS"
                       END-IF
               END-READ
               CLOSE PERMAS.

       200-PROCESS.
           DISPLAY "> Running process...".
           MOVE 0 TO FIJ-EOF.
           MOVE LOW-VALUES TO FIJ-LLAVE.
           START FIJMAS KEY IS NOT LESS THAN FIJ-LLAVE
               INVALID KEY MOVE 1 TO FIJ-EOF
           END-START.
           PERFORM 210-LEE-FIJO UNTIL FIJ-EOF = 1.
           PERFORM 250-VENCIMIENTOS.

       210-LEE-FIJO.
           READ FIJMAS NEXT RECORD
               AT END
                   MOVE 1 TO FIJ-EOF
               NOT AT END
                   IF FIJ-ACTIVO
                       PERFORM 211-EVALUA-FIJO
                   END-IF
           END-READ.

      *-------------------- ONE STANDING ROW AGAINST THE CORTE ---------
      *    Out of its window it is left alone (not started yet) or
      *    closed as TERMINADO (past its last corte); a monthly item
      *    only goes out in quincena 2. The employee must be payable
      *    in the corte, on the same rules MOVCAP captures by.
       211-EVALUA-FIJO.
           IF FIJ-FIN-NUM > 0 AND CORTE-NUM > FIJ-FIN-NUM
               PERFORM 218-TERMINA-FIJO
           ELSE
               IF CORTE-NUM NOT < FIJ-INI-NUM
                   IF FIJ-CADA-CORTE OR CORTE-QQ = 2
                       PERFORM 212-EMPLEADO-PAGABLE
                       IF MOTIVO = SPACES
                           PERFORM 213-CHECA-YA-TIENE
                           IF YA-TIENE = 1
                               ADD 1 TO YA-CNT
                           ELSE
                               PERFORM 214-GENERA-FIJO
                           END-IF
                       ELSE
                           PERFORM 219-LISTA-OMITIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       212-EMPLEADO-PAGABLE.
           MOVE SPACES TO MOTIVO.
           MOVE FIJ-NOMI TO EMI-NOMI.
           READ EMPINX
               INVALID KEY
                   MOVE "EMPLEADO INEXISTENTE" TO MOTIVO
               NOT INVALID KEY
                   IF EMI-BAJA
                       MOVE "EMPLEADO DE BAJA" TO MOTIVO
                   ELSE
                       IF EMI-SUSPENDIDO
                               AND (EMI-FE-AA NOT = FECHA-AA
                               OR EMI-FE-MM NOT = FECHA-MM)
                           MOVE "EMPLEADO SUSPENDIDO" TO MOTIVO
                       ELSE
                           IF QUINCENA = 1 AND EMI-MENSUAL
                               MOVE "PAGO MENSUAL (Q2)" TO MOTIVO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *-------------------- ALREADY IN THIS CORTE'S MOVIM? -------------
      *    The MOVIM itself is the proof: a row of the clave carrying
      *    the FIJGEN origin means a prior run already wrote it.
       213-CHECA-YA-TIENE.
           MOVE 0 TO YA-TIENE.
           MOVE 0 TO MOV-EOF.
           MOVE FIJ-NOMI TO MOV-NOMI.
           MOVE ZEROES TO MOV-SEC.
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           PERFORM 215-CHECA-YA-ROW UNTIL MOV-EOF = 1.

       215-CHECA-YA-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-NOMI NOT = FIJ-NOMI
                       MOVE 1 TO MOV-EOF
                   ELSE
                       IF MOV-CLAV = FIJ-CLAV
                               AND MOV-USR = ORIGEN-FIJGEN
                           MOVE 1 TO YA-TIENE
                           MOVE 1 TO MOV-EOF
                       END-IF
                   END-IF
           END-READ.

      *-------------------- THE AMOUNT AND THE MOVIM ROW ---------------
      *    When this very corte had been generated before (the MOVIM
      *    was replaced since), its earlier amount is taken back out
      *    of the accumulated total before the cap is applied again.
       214-GENERA-FIJO.
           MOVE FIJ-ACUM TO ACUM-PREV.
           IF FIJ-ULT-NUM = CORTE-NUM AND FIJ-ACUM >= FIJ-ULT-IMP
               SUBTRACT FIJ-ULT-IMP FROM ACUM-PREV.
           PERFORM 216-CALCULA-IMPORTE.
           IF FIJ-TOPE > 0
               IF ACUM-PREV >= FIJ-TOPE
                   MOVE 0 TO GEN-IMP
               ELSE
                   COMPUTE RESTA-TOPE = FIJ-TOPE - ACUM-PREV
                   IF GEN-IMP > RESTA-TOPE
                       MOVE RESTA-TOPE TO GEN-IMP
                   END-IF
               END-IF
           END-IF.
           IF GEN-IMP > 99999.99
               MOVE 99999.99 TO GEN-IMP.
           IF GEN-IMP = 0
               IF FIJ-TOPE > 0 AND ACUM-PREV >= FIJ-TOPE
                   PERFORM 218-TERMINA-FIJO
               ELSE
                   MOVE "IMPORTE EN CERO" TO MOTIVO
                   PERFORM 219-LISTA-OMITIDO
               END-IF
           ELSE
               PERFORM 217-GRABA-MOVIMIENTO
           END-IF.

      *    Percentage items are taken over the salary of the corte:
      *    the whole EMI-SUEL for a monthly item or mensual staff, half
      *    of it for a per-corte item of a quincenal employee.
       216-CALCULA-IMPORTE.
           IF FIJ-IMPORTE
               MOVE FIJ-IMP TO GEN-IMP
           ELSE
               MOVE 0 TO BASE-SUEL
               IF EMI-SUEL > 0
                   MOVE EMI-SUEL TO BASE-SUEL
               END-IF
               IF EMI-QUINCENAL AND FIJ-CADA-CORTE
                   COMPUTE BASE-SUEL ROUNDED = BASE-SUEL / 2
               END-IF
               COMPUTE GEN-IMP ROUNDED = BASE-SUEL * FIJ-PCT / 100
           END-IF.

       217-GRABA-MOVIMIENTO.
           PERFORM 220-SIGUIENTE-SEC.
           MOVE SPACES TO MOV-REG.
           MOVE FIJ-NOMI TO MOV-NOMI.
           MOVE SEC-SIG TO MOV-SEC.
           MOVE FIJ-CLAV TO MOV-CLAV.
           MOVE GEN-IMP TO MOV-IMP.
           MOVE ORIGEN-FIJGEN TO MOV-USR.
           WRITE MOV-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR NOMINA " FIJ-NOMI
                           ", ESTADO: " MOV-STAT
               NOT INVALID KEY
                   PERFORM 222-ACTUALIZA-FIJO
           END-WRITE.

       222-ACTUALIZA-FIJO.
           COMPUTE FIJ-ACUM = ACUM-PREV + GEN-IMP.
           IF CORTE-NUM NOT < FIJ-ULT-NUM
               MOVE CORTE TO FIJ-ULT
               MOVE GEN-IMP TO FIJ-ULT-IMP
           END-IF.
           MOVE SPACES TO RLE-MARCA.
           IF (FIJ-TOPE > 0 AND FIJ-ACUM NOT < FIJ-TOPE)
                   OR (FIJ-FIN-NUM > 0 AND CORTE-NUM NOT < FIJ-FIN-NUM)
               MOVE "T" TO FIJ-EST
               MOVE " T" TO RLE-MARCA
               ADD 1 TO TERM-CNT
           END-IF.
           REWRITE FIJ-REG.
           ADD 1 TO GEN-CNT.
           ADD GEN-IMP TO GEN-TOT.
           MOVE FIJ-NOMI TO RLE-NOMI.
           MOVE EMI-NOMB TO RLE-NOMB.
           MOVE FIJ-CLAV TO RLE-CLAV.
           MOVE GEN-IMP TO RLE-IMP.
           MOVE FIJ-ACUM TO RLE-ACUM.
           MOVE FIJ-TOPE TO RLE-TOPE.
           WRITE REP-REG FROM REP-LIN-DET.

       218-TERMINA-FIJO.
           MOVE "T" TO FIJ-EST.
           REWRITE FIJ-REG.
           ADD 1 TO TERM-CNT.

       219-LISTA-OMITIDO.
           ADD 1 TO OMI-CNT.
           MOVE FIJ-NOMI TO RLO-NOMI.
           MOVE FIJ-CLAV TO RLO-CLAV.
           MOVE MOTIVO TO RLO-MOTIVO.
           WRITE REP-REG FROM REP-LIN-OMI.

      *-------------------- NEXT FREE SEQUENCE FOR THE NOMINA ----------
       220-SIGUIENTE-SEC.
           MOVE 0 TO SEC-SIG.
           MOVE 0 TO MOV-EOF.
           MOVE FIJ-NOMI TO MOV-NOMI.
           MOVE ZEROES TO MOV-SEC.
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           PERFORM 221-SIGUIENTE-SEC-ROW UNTIL MOV-EOF = 1.
           ADD 1 TO SEC-SIG.

       221-SIGUIENTE-SEC-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-NOMI = FIJ-NOMI
                       MOVE MOV-SEC TO SEC-SIG
                   ELSE
                       MOVE 1 TO MOV-EOF
                   END-IF
           END-READ.

      *-------------------- WHAT RUNS OUT IN THE NEXT CORTE ------------
      *    Active rows whose last corte falls on the next one, or whose
      *    cap the next amount would use up, so payroll can renew them
      *    in FIJCAP (or tell the employee) before they stop.
       250-VENCIMIENTOS.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE SIG-MM TO RLV-MM.
           MOVE SIG-AA TO RLV-AA.
           MOVE SIG-QQ TO RLV-QQ.
           WRITE REP-REG FROM REP-LIN-VEN-TIT.
           MOVE 0 TO FIJ-EOF.
           MOVE LOW-VALUES TO FIJ-LLAVE.
           START FIJMAS KEY IS NOT LESS THAN FIJ-LLAVE
               INVALID KEY MOVE 1 TO FIJ-EOF
           END-START.
           PERFORM 251-VENCE-ROW UNTIL FIJ-EOF = 1.

       251-VENCE-ROW.
           READ FIJMAS NEXT RECORD
               AT END
                   MOVE 1 TO FIJ-EOF
               NOT AT END
                   IF FIJ-ACTIVO
                       PERFORM 252-EVALUA-VENCE
                   END-IF
           END-READ.

       252-EVALUA-VENCE.
           MOVE SPACES TO MOTIVO.
           MOVE 0 TO RESTA-TOPE.
           IF FIJ-FIN-NUM > CORTE-NUM AND FIJ-FIN-NUM NOT > SIG-NUM
               MOVE "ULTIMO CORTE" TO MOTIVO
           ELSE
               IF FIJ-TOPE > 0 AND FIJ-ACUM < FIJ-TOPE
                   MOVE FIJ-NOMI TO EMI-NOMI
                   READ EMPINX
                       INVALID KEY
                           MOVE ZEROES TO EMI-SUEL
                   END-READ
                   PERFORM 216-CALCULA-IMPORTE
                   COMPUTE RESTA-TOPE = FIJ-TOPE - FIJ-ACUM
                   IF GEN-IMP NOT < RESTA-TOPE
                       MOVE "ALCANZA SU TOPE" TO MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO NOT = SPACES
               ADD 1 TO VENCE-CNT
               MOVE FIJ-NOMI TO RLN-NOMI
               MOVE FIJ-CLAV TO RLN-CLAV
               MOVE MOTIVO TO RLN-MOTIVO
               MOVE RESTA-TOPE TO RLN-IMP
               WRITE REP-REG FROM REP-LIN-VEN
           END-IF.

       300-END.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE "MOVIMIENTOS GENERADOS" TO RLS-ETIQ.
           MOVE GEN-CNT TO RLS-CNT.
           MOVE GEN-TOT TO RLS-IMP.
           WRITE REP-REG FROM REP-LIN-TOT.
           MOVE "YA GENERADOS (SE OMITEN)" TO RLS-ETIQ.
           MOVE YA-CNT TO RLS-CNT.
           MOVE 0 TO RLS-IMP.
           WRITE REP-REG FROM REP-LIN-TOT.
           MOVE "NO PAGABLES EN EL CORTE" TO RLS-ETIQ.
           MOVE OMI-CNT TO RLS-CNT.
           WRITE REP-REG FROM REP-LIN-TOT.
           MOVE "TERMINADOS EN ESTE CORTE" TO RLS-ETIQ.
           MOVE TERM-CNT TO RLS-CNT.
           WRITE REP-REG FROM REP-LIN-TOT.
           MOVE "VENCEN EL CORTE SIGUIENTE" TO RLS-ETIQ.
           MOVE VENCE-CNT TO RLS-CNT.
           WRITE REP-REG FROM REP-LIN-TOT.
           CLOSE FIJREP.
           CLOSE MOVIM.
           CLOSE EMPINX.
           CLOSE FIJMAS.
           DISPLAY "MOVIMIENTOS FIJOS GENERADOS: " GEN-CNT
                   " YA EXISTENTES: " YA-CNT.
           DISPLAY "REPORTE EN " WS-FIJREP-FILE.
           DISPLAY "> Running end...".

       END PROGRAM FIJGEN.
