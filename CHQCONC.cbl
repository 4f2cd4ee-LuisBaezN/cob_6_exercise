      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Conciliacion automatica de cheques contra el estado
      *          de cuenta de cheques pagados que entrega el banco
      *          (CHQBANAAMMDD): marca COBRADO en CHQREGIS cada folio
      *          emitido que el banco pago por el mismo importe, y
      *          reporta en CONCILAAMMDD lo que no cuadra (cheque
      *          pagado estando cancelado, folio que nunca se emitio,
      *          importe distinto o folio ya cobrado) mas los cheques
      *          emitidos que siguen sin cobrarse despues de
      *          CTL-CHQ-DIAS dias. La captura manual de la opcion C
      *          de CHQPRINT queda para el banco que no entregue
      *          archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCONC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQBAN ASSIGN TO WS-CHQBAN-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CQB-STAT.
           SELECT CHQREGIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQR-FOLIO
               FILE STATUS IS CQR-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT CONCIL ASSIGN TO WS-CONCIL-FILE.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- BANK PAID-CHECKS STATEMENT (SEE CQBREG) ----
       FD  CHQBAN.
           COPY CQBREG.
      *-------------------- CHECK REGISTER (SEE CQREG) -----------------
       FD  CHQREGIS.
           COPY CQREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- RECONCILIATION REPORT ----------------------
       FD  CONCIL.
       01  CON-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  CQB-STAT        PIC XX.
       77  CQR-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  CQB-EOF         PIC 9 VALUE 0.
       77  SCAN-EOF        PIC 9 VALUE 0.
       77  ABORTA          PIC 9 VALUE 0.
       77  LETRERO         PIC X(21) VALUE SPACES.
       77  DIAS-LIMITE     PIC 9(03) VALUE 90.
       77  LEIDOS-CNT      PIC 9(06) VALUE 0.
       77  COBRADOS-CNT    PIC 9(06) VALUE 0.
       77  COBRADOS-TOT    PIC 9(11)V99 VALUE 0.
       77  EXCEP-CNT       PIC 9(06) VALUE 0.
       77  EXCEP-TOT       PIC 9(11)V99 VALUE 0.
       77  VENCIDOS-CNT    PIC 9(06) VALUE 0.
       77  VENCIDOS-TOT    PIC 9(11)V99 VALUE 0.
       77  DIAS-EMITIDO    PIC 9(06).
       77  DN-NUM          PIC 9(06).
       77  DN-BIS          PIC 9(03).
       77  DN-COC          PIC 9(06).
       77  DN-RES          PIC 9(01).
       77  DN-HOY          PIC 9(06).
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  FECHA-NUM REDEFINES FECHA PIC 9(06).
       01  DN-FECHA.
           03 DN-AA        PIC 99.
           03 DN-MM        PIC 99.
           03 DN-DD        PIC 99.
       01  DN-FECHA-NUM REDEFINES DN-FECHA PIC 9(06).
      *    Days elapsed in a non-leap year before the first of each
      *    month.
       01  DN-ACUM-VAL     PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  DN-ACUM-TAB REDEFINES DN-ACUM-VAL.
           02 DN-ACUM      PIC 9(03) OCCURS 12 TIMES.
       01  WS-FECHA-INPUT  PIC X(06).
       01  WS-FECHA-R REDEFINES WS-FECHA-INPUT.
           03 WS-FEC-IN-AA PIC 99.
           03 WS-FEC-IN-MM PIC 99.
           03 WS-FEC-IN-DD PIC 99.
       01  EDO-FECHA.
           03 EDO-AA       PIC 99.
           03 EDO-MM       PIC 99.
           03 EDO-DD       PIC 99.
       01  WS-CHQBAN-FILE  PIC X(12).
       01  WS-CONCIL-FILE  PIC X(12).
      *-------------------- REPORT LINES -------------------------------
       01  CON-TIT-1.
           02 CT1-LET      PIC X(21).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 FILLER       PIC X(35) VALUE
               "CONCILIACION DE CHEQUES, ESTADO AL ".
           02 CT1-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 CT1-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 CT1-AA       PIC 99.
       01  CON-TIT-2.
           02 FILLER       PIC X(40) VALUE ALL "-".
           02 FILLER       PIC X(40) VALUE ALL "-".
       01  CON-SECCION.
           02 CSE-TXT      PIC X(60).
       01  CON-COL.
           02 FILLER       PIC X(40) VALUE
               "FOLIO  CORTE    NOMINA IMPORTE BANCO  IM".
           02 FILLER       PIC X(40) VALUE
               "P. REGISTRO  FECHA    OBSERVACION".
       01  CON-DET.
           02 CDE-FOLIO    PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDE-CORTE    PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDE-NOMI     PIC X(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDE-IMP-BAN  PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDE-IMP-REG  PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDE-FECHA    PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDE-OBS      PIC X(18).
       01  CON-TOT.
           02 CTO-ETIQ     PIC X(40).
           02 CTO-CNT      PIC ZZZ,ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CTO-IMP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  PER-ED.
           02 PED-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 PED-AA       PIC 99.
           02 FILLER       PIC X(02) VALUE " Q".
           02 PED-QQ       PIC 9.
       01  FEC-ED.
           02 FED-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 FED-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 FED-AA       PIC 99.
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
           MOVE FECHA TO EDO-FECHA.
           DISPLAY "FECHA DEL ESTADO DE CHEQUES PAGADOS "
                   "(AAMMDD, ENTER = HOY): ".
           MOVE SPACES TO WS-FECHA-INPUT.
           ACCEPT WS-FECHA-INPUT.
           IF WS-FECHA-INPUT NOT = SPACES
               IF WS-FECHA-INPUT IS NUMERIC
                       AND WS-FEC-IN-MM >= 1 AND WS-FEC-IN-MM <= 12
                       AND WS-FEC-IN-DD >= 1 AND WS-FEC-IN-DD <= 31
                   MOVE WS-FECHA-R TO EDO-FECHA
               ELSE
                   DISPLAY "FECHA INVALIDA: " WS-FECHA-INPUT
                   MOVE 1 TO ABORTA
               END-IF
           END-IF.
           STRING "CHQBAN" DELIMITED BY SIZE
                  EDO-FECHA DELIMITED BY SIZE
               INTO WS-CHQBAN-FILE
           END-STRING.
           STRING "CONCIL" DELIMITED BY SIZE
                  EDO-FECHA DELIMITED BY SIZE
               INTO WS-CONCIL-FILE
           END-STRING.
           IF ABORTA = 0
               PERFORM 102-LOAD-CONTROL
               PERFORM 103-OPEN-ARCHIVOS
           END-IF.
      *    Outstanding days are counted up to the statement date.
           MOVE EDO-FECHA TO DN-FECHA.
           PERFORM 250-DIA-NUM.
           MOVE DN-NUM TO DN-HOY.

      *-------------------- LETTERHEAD AND DAYS LIMIT FROM EMPCTL ------
       102-LOAD-CONTROL.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "00"
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-LETRERO TO LETRERO
                       IF CTL-CHQ-DIAS > 0
                           MOVE CTL-CHQ-DIAS TO DIAS-LIMITE
                       END-IF
               END-READ
           END-IF.
           CLOSE EMPCTL.

       103-OPEN-ARCHIVOS.
           OPEN INPUT CHQBAN.
           IF CQB-STAT NOT = "00"
               DISPLAY "NO EXISTE EL ESTADO DE CHEQUES PAGADOS "
                       WS-CHQBAN-FILE
               CLOSE CHQBAN
               MOVE 1 TO ABORTA
           ELSE
               OPEN I-O CHQREGIS
               IF CQR-STAT NOT = "00"
                   DISPLAY "NO EXISTE EL REGISTRO DE CHEQUES CHQREGIS"
                   CLOSE CHQREGIS
                   CLOSE CHQBAN
                   MOVE 1 TO ABORTA
               END-IF
           END-IF.

       200-PROCESS.
           DISPLAY "> Running process...".
           OPEN OUTPUT CONCIL.
           MOVE LETRERO TO CT1-LET.
           MOVE EDO-DD TO CT1-DD.
           MOVE EDO-MM TO CT1-MM.
           MOVE EDO-AA TO CT1-AA.
           WRITE CON-REG FROM CON-TIT-1.
           WRITE CON-REG FROM CON-TIT-2.
           MOVE "CHEQUES PAGADOS POR EL BANCO QUE NO CUADRAN"
               TO CSE-TXT.
           PERFORM 280-SECCION.
           PERFORM 201-LEE-BANCO.
           PERFORM 210-CONCILIA UNTIL CQB-EOF = 1.
           IF EXCEP-CNT = 0
               MOVE "  (NINGUNO)" TO CON-REG
               WRITE CON-REG
           END-IF.
           MOVE SPACES TO CSE-TXT.
           STRING "CHEQUES EMITIDOS SIN COBRAR MAS DE "
                      DELIMITED BY SIZE
                  DIAS-LIMITE DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
               INTO CSE-TXT
           END-STRING.
           PERFORM 280-SECCION.
           PERFORM 230-VENCIDOS.
           IF VENCIDOS-CNT = 0
               MOVE "  (NINGUNO)" TO CON-REG
               WRITE CON-REG
           END-IF.
           PERFORM 240-TOTALES.
           CLOSE CHQBAN.
           CLOSE CHQREGIS.
           CLOSE CONCIL.

       201-LEE-BANCO.
           READ CHQBAN AT END MOVE 1 TO CQB-EOF.

      *-------------------- ONE CHECK THE BANK PAID --------------------
      *    Only an issued folio paid for its registered amount is
      *    marked cobrado; anything else is left as it stands for
      *    treasury to chase with the bank.
       210-CONCILIA.
           ADD 1 TO LEIDOS-CNT.
           MOVE CQB-FOLIO TO CQR-FOLIO.
           READ CHQREGIS
               INVALID KEY
                   MOVE "NUNCA EMITIDO" TO CDE-OBS
                   PERFORM 220-EXCEPCION
               NOT INVALID KEY
                   PERFORM 211-CONCILIA-FOLIO
           END-READ.
           PERFORM 201-LEE-BANCO.

       211-CONCILIA-FOLIO.
           IF CQR-CANCELADO
               MOVE "PAGADO CANCELADO" TO CDE-OBS
               PERFORM 220-EXCEPCION
           ELSE
               IF CQR-COBRADO
                   MOVE "YA ESTABA COBRADO" TO CDE-OBS
                   PERFORM 220-EXCEPCION
               ELSE
                   IF CQB-IMP NOT = CQR-IMP
                       MOVE "IMPORTE DISTINTO" TO CDE-OBS
                       PERFORM 220-EXCEPCION
                   ELSE
                       MOVE "C" TO CQR-EST
                       REWRITE CQR-REG
                           INVALID KEY
                               DISPLAY "ERROR AL MARCAR EL FOLIO "
                                       CQR-FOLIO ", ESTADO: " CQR-STAT
                           NOT INVALID KEY
                               ADD 1 TO COBRADOS-CNT
                               ADD CQR-IMP TO COBRADOS-TOT
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    The bank row beside the register row, when there is one
      *    (CDE-OBS set by the caller; the date is the bank's paid
      *    date).
       220-EXCEPCION.
           ADD 1 TO EXCEP-CNT.
           ADD CQB-IMP TO EXCEP-TOT.
           MOVE CQB-FOLIO TO CDE-FOLIO.
           MOVE CQB-IMP TO CDE-IMP-BAN.
           MOVE CQB-FEC-DD TO FED-DD.
           MOVE CQB-FEC-MM TO FED-MM.
           MOVE CQB-FEC-AA TO FED-AA.
           MOVE FEC-ED TO CDE-FECHA.
           IF CDE-OBS = "NUNCA EMITIDO"
               MOVE SPACES TO CDE-CORTE
               MOVE SPACES TO CDE-NOMI
               MOVE 0 TO CDE-IMP-REG
           ELSE
               MOVE CQR-PER-MM TO PED-MM
               MOVE CQR-PER-AA TO PED-AA
               MOVE CQR-PER-QQ TO PED-QQ
               MOVE PER-ED TO CDE-CORTE
               MOVE CQR-NOMI TO CDE-NOMI
               MOVE CQR-IMP TO CDE-IMP-REG
           END-IF.
           WRITE CON-REG FROM CON-DET.

      *-------------------- ISSUED AND STILL NOT CASHED ----------------
       230-VENCIDOS.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO CQR-FOLIO.
           START CHQREGIS KEY IS NOT LESS THAN CQR-FOLIO
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           PERFORM 231-REVISA-FOLIO UNTIL SCAN-EOF = 1.

       231-REVISA-FOLIO.
           READ CHQREGIS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF CQR-EMITIDO
                       PERFORM 232-CHECA-VENCIDO
                   END-IF
           END-READ.

       232-CHECA-VENCIDO.
           MOVE CQR-FECHA TO DN-FECHA.
           MOVE 0 TO DIAS-EMITIDO.
           IF DN-MM >= 1 AND DN-MM <= 12
               PERFORM 250-DIA-NUM
               IF DN-HOY > DN-NUM
                   COMPUTE DIAS-EMITIDO = DN-HOY - DN-NUM
               END-IF
           END-IF.
           IF DIAS-EMITIDO > DIAS-LIMITE
               ADD 1 TO VENCIDOS-CNT
               ADD CQR-IMP TO VENCIDOS-TOT
               MOVE CQR-FOLIO TO CDE-FOLIO
               MOVE CQR-PER-MM TO PED-MM
               MOVE CQR-PER-AA TO PED-AA
               MOVE CQR-PER-QQ TO PED-QQ
               MOVE PER-ED TO CDE-CORTE
               MOVE CQR-NOMI TO CDE-NOMI
               MOVE 0 TO CDE-IMP-BAN
               MOVE CQR-IMP TO CDE-IMP-REG
               MOVE CQR-FEC-DD TO FED-DD
               MOVE CQR-FEC-MM TO FED-MM
               MOVE CQR-FEC-AA TO FED-AA
               MOVE FEC-ED TO CDE-FECHA
               MOVE SPACES TO CDE-OBS
               STRING DIAS-EMITIDO DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                   INTO CDE-OBS
               END-STRING
               WRITE CON-REG FROM CON-DET
           END-IF.

       240-TOTALES.
           MOVE SPACES TO CON-REG.
           WRITE CON-REG.
           WRITE CON-REG FROM CON-TIT-2.
           MOVE "CHEQUES EN EL ESTADO DEL BANCO:" TO CTO-ETIQ.
           MOVE LEIDOS-CNT TO CTO-CNT.
           MOVE 0 TO CTO-IMP.
           WRITE CON-REG FROM CON-TOT.
           MOVE "MARCADOS COBRADOS:" TO CTO-ETIQ.
           MOVE COBRADOS-CNT TO CTO-CNT.
           MOVE COBRADOS-TOT TO CTO-IMP.
           WRITE CON-REG FROM CON-TOT.
           MOVE "EXCEPCIONES (IMPORTE PAGADO POR EL BANCO):"
               TO CTO-ETIQ.
           MOVE EXCEP-CNT TO CTO-CNT.
           MOVE EXCEP-TOT TO CTO-IMP.
           WRITE CON-REG FROM CON-TOT.
           MOVE "EMITIDOS SIN COBRAR FUERA DE PLAZO:" TO CTO-ETIQ.
           MOVE VENCIDOS-CNT TO CTO-CNT.
           MOVE VENCIDOS-TOT TO CTO-IMP.
           WRITE CON-REG FROM CON-TOT.
           DISPLAY "COBRADOS: " COBRADOS-CNT " EXCEPCIONES: "
                   EXCEP-CNT " SIN COBRAR FUERA DE PLAZO: "
                   VENCIDOS-CNT.
           DISPLAY "REPORTE EN " WS-CONCIL-FILE.

       280-SECCION.
           MOVE SPACES TO CON-REG.
           WRITE CON-REG.
           WRITE CON-REG FROM CON-SECCION.
           WRITE CON-REG FROM CON-COL.

      *-------------------- DAYS SINCE 01/01/2000 OF DN-FECHA ----------
       250-DIA-NUM.
           COMPUTE DN-BIS = (DN-AA + 3) / 4.
           COMPUTE DN-NUM = DN-AA * 365 + DN-BIS
                          + DN-ACUM(DN-MM) + DN-DD - 1.
           DIVIDE DN-AA BY 4 GIVING DN-COC REMAINDER DN-RES.
           IF DN-RES = 0 AND DN-MM > 2
               ADD 1 TO DN-NUM.

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM CHQCONC.
