      *                        recargado); sin detalle (cortes
      *                        anteriores a el) se recalcula como
      *                        antes
      * Mod: 15/10/26 - LABN - Multiempresa: la poliza es de una
      *                        empresa (CIAMAS): solo sus cortes
      *                        (HIS-CIA), sus deducciones, sus
      *                        depositos (DIS-DET-CIA) y los cheques
      *                        de sus nominas; sale en POLIZACCAAMMQ
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZA.
           SELECT NOMDET ASSIGN TO WS-NOMDET-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DET-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT POLREP ASSIGN TO WS-POLIZA-FILE.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- PAID DETAIL PER CONCEPT (SEE DETREG) -------
       FD  NOMDET.
           COPY DETREG.
      *-------------------- COMPANY MASTER -----------------------------
       FD  CIAMAS.
           COPY CIAREG.
      *-------------------- THE JOURNAL ITSELF -------------------------
       FD  POLREP.
       01  POL-REG         PIC X(80).
       77  DIS-STAT        PIC XX.
       77  CHQ-STAT        PIC XX.
       77  DET-STAT        PIC XX.
       77  CIA-STAT        PIC XX.
       77  CIA-EXI         PIC 9 VALUE 0.
       77  POL-CIA         PIC X(02).
       77  CIA-LEGADO      PIC X(02) VALUE "01".
       77  NOMI-BUSCA      PIC 9(06).
       77  DET-EXI         PIC 9 VALUE 0.
       77  DET-EOF         PIC 9.
       77  HIS-EOF         PIC 9 VALUE 0.
       01  WS-MOVIM-FILE   PIC X(10).
       01  WS-DISPER-FILE  PIC X(11).
       01  WS-CHEQUE-FILE  PIC X(11).
       01  WS-POLIZA-FILE  PIC X(13).
       01  WS-NOMDET-FILE  PIC X(11).
       77  QUINCENA        PIC 9 VALUE 2.
       01  WS-QUIN-INPUT   PIC X(01).
           02 PT-AA        PIC 99.
           02 FILLER       PIC X(02) VALUE " Q".
           02 PT-QQ        PIC 9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PT-RAZON     PIC X(40).
       01  POL-LIN-DET.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PD-CUENTA    PIC X(10).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF CIA-EXI = 0
               DISPLAY "EMPRESA INEXISTENTE EN CIAMAS, NO HAY POLIZA"
           ELSE
               IF COR-CNT = 0
                   DISPLAY "SIN CORTES DEL PERIODO " FECHA-MM "/"
                           FECHA-AA " EN NOMHIST, NO HAY POLIZA QUE "
                           "ARMAR"
               ELSE
                   PERFORM 200-PROCESS
               END-IF
           END-IF.
           PERFORM 300-END.

       100-START.
           INITIALIZE DED-TABLA.
           INITIALIZE COR-TABLA.
           PERFORM 101-BUILD-FILENAMES.
           IF CIA-EXI = 1
               PERFORM 115-CARGA-EMPRESA.

      *-------------------- IS THERE A PAID DETAIL FOR THE CORTE? ------
      *    With NOMDET on file the deduction credits come from what
               MOVE 2 TO QUINCENA.
           PERFORM 109-ASK-PERIODO.
           PERFORM 112-ASK-QUINCENA.
           PERFORM 114-ASK-EMPRESA.
           STRING "MOVIM"  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
               INTO WS-CHEQUE-FILE
           END-STRING.
           STRING "POLIZA" DELIMITED BY SIZE
                  POL-CIA  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               MOVE WS-QUIN-INPUT TO QUINCENA
           END-IF.

      *-------------------- THE COMPANY WHOSE BOOKS GET THE POLIZA -----
      *    Each company keeps its own ledger, so the poliza covers one
      *    company and its file is named after it.
       114-ASK-EMPRESA.
           MOVE 0 TO CIA-EXI.
           OPEN INPUT CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN INPUT CIAMAS.
           DISPLAY "EMPRESA (CLAVE CIAMAS): ".
           ACCEPT POL-CIA.
           MOVE POL-CIA TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CIA-EXI
                   MOVE CIA-RAZON TO PT-RAZON
                   DISPLAY CIA-RAZON
           END-READ.
           CLOSE CIAMAS.

      *    Everything else only makes sense once the company is known.
       115-CARGA-EMPRESA.
           PERFORM 102-LOAD-CONTROL.
           PERFORM 113-CHECK-DETALLE.
           PERFORM 103-LOAD-TARIFAS.
           PERFORM 110-OPEN-PRESMAS.
           PERFORM 111-OPEN-CLAVMAS.
           PERFORM 120-ACUMULA-NOMHIST.

      *-------------------- LET THE OPERATOR PICK A PRIOR PERIOD -------
       109-ASK-PERIODO.
           DISPLAY "PERIODO DE LA POLIZA (AAMM, ENTER = ACTUAL): ".
                   OR HIS-PER-QQ NOT = QUINCENA
               MOVE 1 TO HIS-EOF
           ELSE
           IF HIS-CIA = POL-CIA
               PERFORM 123-GUARDA-CORTE
               PERFORM 124-SUMA-DEPTO
               ADD HIS-SUEL TO TOT-NETO
                   END-IF
                   PERFORM 125-SUMA-PRESTAMO
               END-IF
           END-IF
           END-IF.
           PERFORM 121-LEE-HIST.

               AT END MOVE 1 TO MOV-EOF.

       152-ACUMULA-MOV.
           MOVE MOV-NOMI TO NOMI-BUSCA.
           PERFORM 153-BUSCA-CORTE.
           IF HALLADO = 1
                   AND MOV-IMP > ZEROES AND MOV-IMP NOT > IMP-MAX
               UNTIL I > COR-CNT OR HALLADO = 1.

       154-BUSCA-COR-ROW.
           IF COR-NOMI(I) = NOMI-BUSCA
               MOVE 1 TO HALLADO
           END-IF.

      *    One row per concept as the run applied it: captured
      *    deductions plus Impuestos/IMSS/Pago prestamo and the
      *    incidencia deductions of 240-CALC-INCIDENCIAS, so the
      *    credits close against HIS-DEDU to the centavo. The detail
      *    covers the whole group: only nominas with a corte of this
      *    company enter.
       155-ACUMULA-DETALLE.
           MOVE 0 TO DET-EOF.
           OPEN INPUT NOMDET.
           READ NOMDET AT END MOVE 1 TO DET-EOF.

       157-ACUMULA-DET-ROW.
           MOVE DET-NOMI TO NOMI-BUSCA.
           PERFORM 153-BUSCA-CORTE.
           IF DET-DEDUCCION AND HALLADO = 1
               MOVE DET-CLAV TO CLAVE-WS
               MOVE DET-IMP  TO IMPORTE-WS
               PERFORM 130-SUMA-DEDUCCION
           READ DISPER INTO DIS-DET
               AT END MOVE 1 TO DIS-EOF.

      *    The trailer totals the whole group, so the company's share
      *    is summed from its own D rows. A row written before the
      *    company was stamped on the dispersion (blank DIS-DET-CIA)
      *    belongs to the company everybody was paid by then.
       162-GUARDA-TRAILER.
           IF DIS-DET-TIPO = "D"
               IF DIS-DET-CIA = SPACES
                   MOVE CIA-LEGADO TO DIS-DET-CIA
               END-IF
               IF DIS-DET-CIA = POL-CIA
                   ADD DIS-DET-IMP TO DIS-TOT-WS
               END-IF
           END-IF.
           PERFORM 161-LEE-DISPER.

      *    The RECHAZO BANCARIO rows BANKRET re-routed here duplicate
      *    amounts already inside the dispersion trailer; they are
      *    summed apart and netted out of the credit and the cuadre.
      *    The listing covers the group; a row belongs to this company
      *    when its nomina has one of the company's cortes.
       164-SUMA-CHEQUE.
           MOVE CHQ-NOMI TO NOMI-BUSCA.
           PERFORM 153-BUSCA-CORTE.
           IF HALLADO = 1
               ADD CHQ-IMP TO CHQ-TOT-WS
               IF CHQ-MOTIVO = "RECHAZO BANCARIO"
                   ADD CHQ-IMP TO RECHAZO-TOT
               END-IF
           END-IF.
           PERFORM 163-LEE-CHEQUE.


       300-END.
           DISPLAY "> Running end...".
           IF CIA-EXI = 1
               IF COR-CNT > 0
                   CLOSE CTAMAS
               END-IF
               CLOSE PRESMAS
               CLOSE CLAVMAS
           END-IF.
           STOP RUN.

       END PROGRAM POLIZA.
