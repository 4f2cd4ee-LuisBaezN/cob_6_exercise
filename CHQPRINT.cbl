      *                        cancelado) del mismo corte se salta,
      *                        asi que una segunda corrida folia solo
      *                        lo que BANKRET o FINIQ anexaron despues
      * Mod: 15/10/26 - LABN - Pago positivo: cada impresion deja para
      *                        el banco el archivo POSPAYffffff (folio,
      *                        importe, fecha y nomina de cada cheque,
      *                        con trailer de cuenta e importe) y cada
      *                        folio cancelado o repuesto deja su aviso
      *                        de anulacion POSANUffffff; CHQCONC
      *                        concilia despues contra lo que el banco
      *                        pago
      * Mod: 15/10/26 - LABN - Multiempresa: se imprimen los cheques
      *                        de una empresa (CIAMAS) a la vez, solo
      *                        los cortes que pago esa empresa (segun
      *                        NOMHIST), con su razon social y su
      *                        cuenta de cargo en el cheque; el pago
      *                        positivo lleva la empresa de cada folio
      * Mod: 15/10/26 - LABN - El aviso de periodo ya impreso solo
      *                        cuenta los folios de la empresa que se
      *                        imprime, no los de otras empresas del
      *                        mismo corte
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQPRINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT NOMHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-LLAVE
               FILE STATUS IS HIS-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT CHQIMP ASSIGN TO WS-CHQIMP-FILE.
           SELECT POSPAY ASSIGN TO WS-POSPAY-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PPY-STAT.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- PAY-BY-CHECK EXCEPTION LISTING -------------
           COPY SEQREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  NOMHIST.
           COPY HISREG.
       FD  CIAMAS.
           COPY CIAREG.
      *-------------------- THE PRINTED CHECKS -------------------------
       FD  CHQIMP.
       01  IMP-REG         PIC X(80).
      *-------------------- POSITIVE PAY / VOID NOTICE FOR THE BANK ----
       FD  POSPAY.
       01  PPY-REG         PIC X(40).
       WORKING-STORAGE SECTION.
       77  OPC PIC X.
           88 IMPR  VALUE "I".
       77  FOLIO-IN        PIC 9(06).
       77  FOLIO-EXI       PIC 9.
       77  RESP            PIC XX.
       77  PPY-STAT        PIC XX.
       77  PPY-ABIERTO     PIC 9 VALUE 0.
       77  PPY-CNT         PIC 9(06).
       77  PPY-TOT         PIC 9(11)V99.
       77  HIS-STAT        PIC XX.
       77  CIA-STAT        PIC XX.
       77  CIA-IMPR        PIC X(02).
       77  CIA-CHEQUE      PIC X(02).
       77  CIA-EXI         PIC 9.
       77  OTRA-CIA-CNT    PIC 9(05).
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-QUIN-INPUT   PIC X(01).
       01  WS-CHEQUE-FILE  PIC X(11).
       01  WS-CHQIMP-FILE  PIC X(13).
       01  WS-POSPAY-FILE  PIC X(12).
      *-------------------- IMAGES OF THE POSITIVE-PAY ROWS ------------
           COPY PPYREG.
       01  IMP-ED          PIC $$$$,$$$,$$9.99.
       01  CHQ-LIN-0.
           02 CL0-RAZON    PIC X(40).
           02 FILLER       PIC X(07) VALUE " CTA.: ".
           02 CL0-BANCO    PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CL0-CUENTA   PIC X(18).
       01  CHQ-LIN-1.
           02 FILLER       PIC X(17) VALUE "CHEQUE FOLIO NO. ".
           02 CL1-FOLIO    PIC 9(06).
           PERFORM 110-OPEN-CHQREGIS.
           PERFORM 111-OPEN-NOMSEQ.
           PERFORM 112-OPEN-EMPINX.
           PERFORM 113-OPEN-NOMHIST.
           PERFORM 114-OPEN-CIAMAS.
           PERFORM 120-MENU UNTIL SALI.
           CLOSE CHQREGIS.
           CLOSE NOMSEQ.
           CLOSE EMPINX.
           CLOSE NOMHIST.
           CLOSE CIAMAS.
           STOP RUN.

       110-OPEN-CHQREGIS.
               CLOSE EMPINX
               OPEN INPUT EMPINX.

       113-OPEN-NOMHIST.
           OPEN INPUT NOMHIST.
           IF HIS-STAT = "35"
               OPEN OUTPUT NOMHIST
               CLOSE NOMHIST
               OPEN INPUT NOMHIST.

       114-OPEN-CIAMAS.
           OPEN INPUT CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN INPUT CIAMAS.

      *-------------------- MENU --------------------
       120-MENU.
           DISPLAY "IMPRESION Y REGISTRO DE CHEQUES".
      *-------------------- PRINT THE PERIOD'S CHECKS ------------------
       200-IMPRIMIR.
           PERFORM 201-PIDE-PERIODO.
           PERFORM 213-PIDE-EMPRESA.
           IF CIA-EXI = 1
               PERFORM 215-IMPRIME-EMPRESA.

       201-PIDE-PERIODO.
           MOVE FECHA-AA TO PER-TRAB-AA.
                  PER-TRAB-QQ DELIMITED BY SIZE
               INTO WS-CHEQUE-FILE
           END-STRING.

      *-------------------- ANY FOLIO OF THIS CORTE ALREADY? -----------
      *    Only the company being printed counts: another company's
      *    folios for the same corte do not make this run a rerun.
       202-CHECA-YA-IMPRESO.
           MOVE 0 TO YA-IMPRESO.
           MOVE 0 TO SCAN-EOF.
               NOT AT END
                   IF CQR-PERIODO = PER-TRAB
                           AND NOT CQR-CANCELADO
                       MOVE CQR-NOMI TO CHQ-NOMI
                       PERFORM 280-CIA-DEL-CORTE
                       IF CIA-CHEQUE = CIA-IMPR
                           MOVE 1 TO YA-IMPRESO
                           MOVE 1 TO SCAN-EOF
                       END-IF
                   END-IF
           END-READ.

           MOVE 0 TO IMP-CNT.
           MOVE 0 TO IMP-TOT.
           MOVE 0 TO SALTADOS-CNT.
           MOVE 0 TO OTRA-CIA-CNT.
           OPEN INPUT CHEQEXC.
           IF CHQ-STAT NOT = "00"
               DISPLAY "NO HAY LISTADO DE CHEQUES ("
               PERFORM 206-IMPRIME-CHEQUE UNTIL CHQ-EOF = 1
               CLOSE CHEQEXC
               CLOSE CHQIMP
               PERFORM 272-CIERRA-POSPAY
               DISPLAY "CHEQUES IMPRESOS: " IMP-CNT
                       " IMPORTE: " IMP-TOT
                       " EN " WS-CHQIMP-FILE
               IF SALTADOS-CNT > 0
                   DISPLAY "RENGLONES CON FOLIO VIVO, SALTADOS: "
                           SALTADOS-CNT
               END-IF
               IF OTRA-CIA-CNT > 0
                   DISPLAY "RENGLONES DE OTRAS EMPRESAS, NO IMPRESOS: "
                           OTRA-CIA-CNT
               END-IF.

       204-LEE-CHEQUE.
      *    nomina that already has a live folio for this corte was
      *    printed by an earlier run and is skipped, so a rerun issues
      *    folios only for rows BANKRET or FINIQ appended afterwards
      *    (a voided folio does not block its reissue). A row whose
      *    corte another company paid waits for that company's run.
       206-IMPRIME-CHEQUE.
           IF CHQ-IMP > 0
               PERFORM 280-CIA-DEL-CORTE
           END-IF.
           IF CHQ-IMP > 0 AND CIA-CHEQUE NOT = CIA-IMPR
               ADD 1 TO OTRA-CIA-CNT
           ELSE
           IF CHQ-IMP > 0
               PERFORM 211-CHECA-FOLIO-VIVO
               IF FOLIO-VIVO = 1
                   PERFORM 207-SIGUIENTE-FOLIO
                   PERFORM 208-ESCRIBE-CHEQUE
                   PERFORM 209-REGISTRA-FOLIO
                   PERFORM 271-POSPAY-EMITIDO
                   ADD 1 TO IMP-CNT
                   ADD CHQ-IMP TO IMP-TOT
               END-IF
           END-IF
           END-IF.
           PERFORM 204-LEE-CHEQUE.

                   END-IF
           END-READ.

      *-------------------- THE COMPANY WHOSE CHECKS GO OUT -----------
      *    Each company draws on its own account, so a printing covers
      *    one company and its spool is named after it (CHQIMP + cia +
      *    corte); the check stock is loaded per company.
       213-PIDE-EMPRESA.
           MOVE 0 TO CIA-EXI.
           DISPLAY "EMPRESA (CLAVE CIAMAS): ".
           ACCEPT CIA-IMPR.
           MOVE CIA-IMPR TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   DISPLAY "EMPRESA INEXISTENTE"
               NOT INVALID KEY
                   MOVE 1 TO CIA-EXI
                   DISPLAY CIA-RAZON
           END-READ.
           IF CIA-EXI = 1
               MOVE SPACES TO WS-CHQIMP-FILE
               STRING "CHQIMP"    DELIMITED BY SIZE
                      CIA-IMPR    DELIMITED BY SIZE
                      PER-TRAB-AA DELIMITED BY SIZE
                      PER-TRAB-MM DELIMITED BY SIZE
                      PER-TRAB-QQ DELIMITED BY SIZE
                   INTO WS-CHQIMP-FILE
               END-STRING
           END-IF.

       215-IMPRIME-EMPRESA.
           PERFORM 202-CHECA-YA-IMPRESO.
           IF YA-IMPRESO = 1
               DISPLAY "LA EMPRESA YA TIENE FOLIOS DEL PERIODO; "
                       "SOLO SE FOLIARAN RENGLONES SIN FOLIO VIVO."
               DISPLAY "CONTINUAR (S/N): "
               ACCEPT RESP
           ELSE
               MOVE "S" TO RESP.
           IF RESP NOT = "S"
               DISPLAY "IMPRESION CANCELADA"
           ELSE
               PERFORM 203-IMPRIME-LISTADO.

       207-SIGUIENTE-FOLIO.
           MOVE "CHQ" TO SEQ-ID.
           READ NOMSEQ.
           MOVE PER-TRAB-MM TO CL4-MM.
           MOVE PER-TRAB-AA TO CL4-AA.
           MOVE PER-TRAB-QQ TO CL4-QQ.
           MOVE CIA-RAZON TO CL0-RAZON.
           MOVE CIA-BANCO TO CL0-BANCO.
           MOVE CIA-CUENTA TO CL0-CUENTA.
           MOVE SPACES TO IMP-REG.
           WRITE IMP-REG AFTER PAGE.
           WRITE IMP-REG FROM CHQ-LIN-0.
           WRITE IMP-REG FROM CHQ-LIN-1.
           WRITE IMP-REG FROM CHQ-LIN-2.
           WRITE IMP-REG FROM CHQ-LIN-3.
                   ELSE
                       MOVE "V" TO CQR-EST
                       REWRITE CQR-REG
                       PERFORM 275-AVISO-ANULACION
                       DISPLAY "FOLIO CANCELADO".

      *-------------------- VOID AND REISSUE UNDER A NEW FOLIO ---------
               ELSE
                   MOVE "V" TO CQR-EST
                   REWRITE CQR-REG
                   PERFORM 275-AVISO-ANULACION
                   PERFORM 231-REIMPRIME-FOLIO
                   DISPLAY "FOLIO REPUESTO CON EL " FOLIO-SIG.

           MOVE CQR-NOMI TO CHQ-NOMI.
           MOVE CQR-IMP  TO CHQ-IMP.
           MOVE "REPOSICION" TO CHQ-MOTIVO.
           PERFORM 280-CIA-DEL-CORTE.
           MOVE CIA-CHEQUE TO CIA-IMPR.
           PERFORM 281-LEE-CIA-CHEQUE.
           PERFORM 207-SIGUIENTE-FOLIO.
           MOVE SPACES TO WS-CHQIMP-FILE.
           STRING "CHQIMP"   DELIMITED BY SIZE
                  FOLIO-SIG  DELIMITED BY SIZE
               INTO WS-CHQIMP-FILE
           PERFORM 208-ESCRIBE-CHEQUE.
           CLOSE CHQIMP.
           PERFORM 209-REGISTRA-FOLIO.
           PERFORM 271-POSPAY-EMITIDO.
           PERFORM 272-CIERRA-POSPAY.

      *-------------------- THE REGISTER, FOLIO BY FOLIO ---------------
       240-LISTAR.
               REWRITE SEQ-REG
               DISPLAY "CONTADOR ACTUALIZADO".

      *-------------------- POSITIVE PAY FOR THE BANK ------------------
      *    Opened on the first folio of a printing and named after it,
      *    so every printing (and every reposicion) is its own file and
      *    a rerun of a corte never resends folios the bank already
      *    holds.
       270-ABRE-POSPAY.
           STRING "POSPAY"  DELIMITED BY SIZE
                  CQR-FOLIO DELIMITED BY SIZE
               INTO WS-POSPAY-FILE
           END-STRING.
           OPEN OUTPUT POSPAY.
           MOVE 1 TO PPY-ABIERTO.
           MOVE 0 TO PPY-CNT.
           MOVE 0 TO PPY-TOT.

      *    The folio just registered (CQR-REG as 209 left it).
       271-POSPAY-EMITIDO.
           IF PPY-ABIERTO = 0
               PERFORM 270-ABRE-POSPAY.
           MOVE SPACES TO PPY-DET.
           MOVE "E" TO PPY-DET-TIPO.
           MOVE CQR-FOLIO TO PPY-DET-FOLIO.
           MOVE CQR-IMP TO PPY-DET-IMP.
           MOVE CQR-FECHA TO PPY-DET-FECHA.
           MOVE CQR-NOMI TO PPY-DET-NOMI.
           MOVE ZEROES TO PPY-DET-FANU.
           MOVE CIA-IMPR TO PPY-DET-CIA.
           WRITE PPY-REG FROM PPY-DET.
           ADD 1 TO PPY-CNT.
           ADD CQR-IMP TO PPY-TOT.

       272-CIERRA-POSPAY.
           IF PPY-ABIERTO = 1
               PERFORM 273-TRAILER-POSPAY
               DISPLAY "PAGO POSITIVO PARA EL BANCO EN " WS-POSPAY-FILE
           END-IF.

       273-TRAILER-POSPAY.
           MOVE SPACES TO PPY-TRL.
           MOVE "T" TO PPY-TRL-TIPO.
           MOVE PPY-CNT TO PPY-TRL-CNT.
           MOVE PPY-TOT TO PPY-TRL-IMP.
           WRITE PPY-REG FROM PPY-TRL.
           CLOSE POSPAY.
           MOVE 0 TO PPY-ABIERTO.

      *    The folio just voided (CQR-REG as 220/230 rewrote it), on
      *    its own notice so it can go to the bank the same day.
       275-AVISO-ANULACION.
           STRING "POSANU"  DELIMITED BY SIZE
                  CQR-FOLIO DELIMITED BY SIZE
               INTO WS-POSPAY-FILE
           END-STRING.
           OPEN OUTPUT POSPAY.
           MOVE SPACES TO PPY-DET.
           MOVE "V" TO PPY-DET-TIPO.
           MOVE CQR-FOLIO TO PPY-DET-FOLIO.
           MOVE CQR-IMP TO PPY-DET-IMP.
           MOVE CQR-FECHA TO PPY-DET-FECHA.
           MOVE CQR-NOMI TO PPY-DET-NOMI.
           MOVE FECHA TO PPY-DET-FANU.
           MOVE CQR-PERIODO TO PER-TRAB.
           MOVE CQR-NOMI TO CHQ-NOMI.
           PERFORM 280-CIA-DEL-CORTE.
           MOVE CIA-CHEQUE TO PPY-DET-CIA.
           WRITE PPY-REG FROM PPY-DET.
           MOVE 1 TO PPY-CNT.
           MOVE CQR-IMP TO PPY-TOT.
           PERFORM 273-TRAILER-POSPAY.
           DISPLAY "AVISO DE ANULACION PARA EL BANCO EN "
                   WS-POSPAY-FILE.

      *-------------------- WHICH COMPANY PAID THIS CORTE --------------
      *    The corte's NOMHIST row carries the company that paid it
      *    (HIS-CIA), which survives a later transfer; a row with no
      *    history (a corte already archived) falls back to the
      *    employee's present company.
       280-CIA-DEL-CORTE.
           MOVE SPACES TO CIA-CHEQUE.
           MOVE PER-TRAB TO HIS-PERIODO.
           MOVE CHQ-NOMI TO HIS-NOMI.
           READ NOMHIST
               INVALID KEY
                   MOVE CHQ-NOMI TO EMI-NOMI
                   READ EMPINX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMI-CIA TO CIA-CHEQUE
                   END-READ
               NOT INVALID KEY
                   MOVE HIS-CIA TO CIA-CHEQUE
           END-READ.

      *    A reposicion is drawn on the same account as the original.
       281-LEE-CIA-CHEQUE.
           MOVE CIA-IMPR TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   MOVE SPACES TO CIA-RAZON CIA-BANCO CIA-CUENTA
                   MOVE "EMPRESA NO REGISTRADA EN CIAMAS" TO CIA-RAZON
           END-READ.

       END PROGRAM CHQPRINT.
