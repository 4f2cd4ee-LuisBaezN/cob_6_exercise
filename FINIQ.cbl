      *                        en la 2) y estampa esa quincena en
      *                        PERMAS/NOMHIST/PRESMAS y en el nombre
      *                        del listado de cheques
      * Mod: 15/10/26 - LABN - Paga las vacaciones no disfrutadas: el
      *                        saldo de VACMAS (derecho por antiguedad
      *                        menos tomados) mas la parte proporcional
      *                        del ano en curso a la fecha de baja, con
      *                        su prima vacacional al % de EMPCTL; las
      *                        dos percepciones entran a la base de
      *                        Impuestos/IMSS y el saldo queda
      *                        liquidado en VACMAS
      * Mod: 15/10/26 - LABN - El corte del finiquito queda en NOMHIST
      *                        con la empresa del empleado (HIS-CIA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQ.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-LLAVE
               FILE STATUS IS PERM-STAT.
           SELECT VACMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-NOMI
               FILE STATUS IS VAC-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT CHEQEXC ASSIGN TO WS-CHEQUE-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHQ-STAT.
      *-------------------- PERIOD-STATUS LEDGER -----------------------
       FD  PERMAS.
           COPY PERREG.
      *-------------------- VACATION BALANCE MASTER (SEE VACREG) -------
       FD  VACMAS.
           COPY VACREG.
      *-------------------- REPORT CONTROL MASTER (PRIMA VACACIONAL) ---
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- PAY-BY-CHECK EXCEPTION LISTING -------------
       FD  CHEQEXC.
       01  CHQ-REG.
       77  PERM-STAT       PIC XX.
       77  CHQ-STAT        PIC XX.
       77  DET-STAT        PIC XX.
       77  VAC-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  VAC-EXI         PIC 9 VALUE 0.
       77  TARM-EOF        PIC 9 VALUE 0.
       77  HIS-EOF         PIC 9 VALUE 0.
       77  ABORTA          PIC 9 VALUE 0.
       77  TAR-IMP         PIC 9(08)V99.
       77  DIAS-TRAB       PIC 99.
       77  PROP-SUEL       PIC 9(08)V99.
       77  VAC-DIAS        PIC 9(04)V99 VALUE 0.
       77  VAC-DIAS-ED     PIC ZZZ9.99.
       77  VAC-IMP         PIC 9(08)V99 VALUE 0.
       77  PRIMA-IMP       PIC 9(08)V99 VALUE 0.
       77  PRIMA-PCT       PIC 9(03)V99 VALUE 25.
       77  TOT-PERC        PIC 9(08)V99.
       77  ISR-IMP         PIC 9(08)V99 VALUE 0.
       77  IMS-IMP         PIC 9(08)V99 VALUE 0.
       77  PRE-DESC        PIC 9(08)V99 VALUE 0.
       77  CLAVE-IMPUESTOS PIC X(14) VALUE "Impuestos".
       77  CLAVE-IMSS      PIC X(14) VALUE "IMSS".
       77  CLAVE-PAGO-PRE  PIC X(14) VALUE "Pago prestamo".
       77  CLAVE-VACACIONES PIC X(14) VALUE "Vacaciones".
       77  CLAVE-PRIMA-VAC PIC X(14) VALUE "Prima vacac.".
           COPY VACLNK.
      *-------------------- IN-CORE COPY OF THE TARMAS BRACKETS --------
       01  ISR-TABLA.
           02 ISR-ROW OCCURS 15 TIMES.
               PERFORM 210-GRABA-CORTE
               PERFORM 215-GRABA-DETALLE
               PERFORM 220-COBRA-PRESTAMO
               PERFORM 225-LIQUIDA-VACACIONES
               PERFORM 230-MANDA-A-CHEQUE
               PERFORM 240-ACTUALIZA-SUELDO
               PERFORM 250-IMPRIME-DOCUMENTO
           IF DIAS-TRAB > 30
               MOVE 30 TO DIAS-TRAB.
           COMPUTE PROP-SUEL ROUNDED = EMI-SUEL * DIAS-TRAB / 30.
           PERFORM 135-CALCULA-VACACIONES.
           COMPUTE TOT-PERC = PROP-SUEL + VAC-IMP + PRIMA-IMP.
           MOVE TOT-PERC TO TAR-BASE.
           MOVE 0 TO ISR-IMP.
           MOVE 0 TO IMS-IMP.
           IF TAR-BASE > 0
               NOT INVALID KEY
                   IF PRE-ABIERTO
                       MOVE PRE-SALDO TO PRE-DESC
                       IF PRE-DESC > TOT-PERC - ISR-IMP - IMS-IMP
                           COMPUTE PRE-DESC =
                               TOT-PERC - ISR-IMP - IMS-IMP
                       END-IF
                       IF PRE-DESC < 0
                           MOVE 0 TO PRE-DESC
                   END-IF
           END-READ.
           COMPUTE TOT-DEDU = ISR-IMP + IMS-IMP + PRE-DESC.
           COMPUTE NETO-FIN = TOT-PERC - TOT-DEDU.

      *-------------------- UNUSED VACATION AND ITS PRIMA --------------
      *    VACDIAS measures the service to the baja date: the whole
      *    years already earned less the days INCCAP recorded as taken,
      *    plus the accrued part of the year in course; each day at the
      *    EMI-SUEL daily rate and the prima at the EMPCTL percentage.
      *    Without a VACMAS row (VACSALD never ran for the employee)
      *    nothing is paid and the operator is told.
       135-CALCULA-VACACIONES.
           MOVE 0 TO VAC-DIAS.
           MOVE 0 TO VAC-IMP.
           MOVE 0 TO PRIMA-IMP.
           PERFORM 136-LEE-PRIMA.
           OPEN I-O VACMAS.
           IF VAC-STAT = "35"
               OPEN OUTPUT VACMAS
               CLOSE VACMAS
               OPEN I-O VACMAS.
           MOVE EMI-NOMI TO VAC-NOMI.
           READ VACMAS
               INVALID KEY
                   MOVE 0 TO VAC-EXI
                   DISPLAY "SIN RENGLON EN VACMAS, NO SE PAGAN "
                           "VACACIONES (CORRA VACSALD)"
               NOT INVALID KEY
                   MOVE 1 TO VAC-EXI
           END-READ.
           IF VAC-EXI = 1
               MOVE VAC-FEC-ING TO VCL-FEC-ING
               MOVE EMI-FEC-EST TO VCL-FEC-CORTE
               CALL "VACDIAS" USING VAC-CALC-DATOS
               IF VCL-DIAS-DER > VAC-DIAS-TOM
                   COMPUTE VAC-DIAS = VCL-DIAS-DER - VAC-DIAS-TOM
               END-IF
               ADD VCL-DIAS-PROP TO VAC-DIAS
               COMPUTE VAC-IMP ROUNDED = EMI-SUEL * VAC-DIAS / 30
               COMPUTE PRIMA-IMP ROUNDED = VAC-IMP * PRIMA-PCT / 100
           END-IF.

       136-LEE-PRIMA.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "35"
               OPEN OUTPUT EMPCTL
               CLOSE EMPCTL
               OPEN INPUT EMPCTL.
           MOVE "RPT" TO CTL-ID.
           READ EMPCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-PRIMA-VAC > 0
                       MOVE CTL-PRIMA-VAC TO PRIMA-PCT
                   END-IF
           END-READ.
           CLOSE EMPCTL.

      *-------------------- BRACKET LOOKUP -----------------------------
       131-BUSCA-TARIFA.
       140-CONFIRMA.
           DISPLAY "DIAS TRABAJADOS       : " DIAS-TRAB.
           DISPLAY "SUELDO PROPORCIONAL   : " PROP-SUEL.
           DISPLAY "DIAS DE VACACIONES    : " VAC-DIAS.
           DISPLAY "VACACIONES            : " VAC-IMP.
           DISPLAY "PRIMA VACACIONAL      : " PRIMA-IMP.
           DISPLAY "IMPUESTOS             : " ISR-IMP.
           DISPLAY "IMSS                  : " IMS-IMP.
           DISPLAY "DESCUENTO PRESTAMO    : " PRE-DESC.
           MOVE QUINCENA  TO HIS-PER-QQ.
           MOVE EMI-NOMI  TO HIS-NOMI.
           MOVE EMI-DEPT  TO HIS-DEPT.
           MOVE TOT-PERC  TO HIS-PERC.
           MOVE TOT-DEDU  TO HIS-DEDU.
           MOVE NETO-FIN  TO HIS-SUEL.
           MOVE DIAS-TRAB TO HIS-DIAS.
           MOVE EMI-CIA   TO HIS-CIA.
           WRITE HIS-REG
               INVALID KEY
                   DISPLAY "CORTE DUPLICADO EN NOMHIST, NOMINA "
           MOVE "P" TO DET-TIPO.
           MOVE PROP-SUEL TO DET-IMP.
           PERFORM 216-GRABA-DET-ROW.
           IF VAC-IMP > 0
               MOVE CLAVE-VACACIONES TO DET-CLAV
               MOVE "P" TO DET-TIPO
               MOVE VAC-IMP TO DET-IMP
               PERFORM 216-GRABA-DET-ROW
           END-IF.
           IF PRIMA-IMP > 0
               MOVE CLAVE-PRIMA-VAC TO DET-CLAV
               MOVE "P" TO DET-TIPO
               MOVE PRIMA-IMP TO DET-IMP
               PERFORM 216-GRABA-DET-ROW
           END-IF.
           IF ISR-IMP > 0
               MOVE CLAVE-IMPUESTOS TO DET-CLAV
               MOVE "D" TO DET-TIPO
               END-READ
           END-IF.

      *-------------------- VACATION BALANCE SETTLED IN VACMAS ---------
      *    Every day earned to the baja date counts as taken, so a
      *    later VACSALD shows no balance and a reingreso starts over.
       225-LIQUIDA-VACACIONES.
           IF VAC-EXI = 1
               MOVE VCL-ANOS TO VAC-ANOS
               MOVE VCL-DIAS-DER TO VAC-DIAS-DER
               MOVE VCL-DIAS-DER TO VAC-DIAS-TOM
               MOVE EMI-FEC-EST TO VAC-FEC-CALC
               REWRITE VAC-REG
                   INVALID KEY
                       DISPLAY "NO SE PUDO LIQUIDAR VACMAS, NOMINA "
                               VAC-NOMI
               END-REWRITE
           END-IF.

      *-------------------- THE PAYMENT OUT THE CHECK LISTING ----------
       230-MANDA-A-CHEQUE.
           STRING "CHEQUE" DELIMITED BY SIZE
           MOVE "SUELDO PROPORCIONAL" TO FLD-ETIQ.
           MOVE PROP-SUEL TO FLD-IMP.
           WRITE FIN-REG FROM FIN-LIN-DET.
           IF VAC-EXI = 1
               MOVE SPACES TO FIN-REG
               MOVE VAC-DIAS TO VAC-DIAS-ED
               STRING "VACACIONES NO DISFRUTADAS, DIAS: "
                          DELIMITED BY SIZE
                      VAC-DIAS-ED DELIMITED BY SIZE
                   INTO FIN-REG
               END-STRING
               WRITE FIN-REG
               MOVE "VACACIONES" TO FLD-ETIQ
               MOVE VAC-IMP TO FLD-IMP
               WRITE FIN-REG FROM FIN-LIN-DET
               MOVE "PRIMA VACACIONAL" TO FLD-ETIQ
               MOVE PRIMA-IMP TO FLD-IMP
               WRITE FIN-REG FROM FIN-LIN-DET
           END-IF.
           MOVE "IMPUESTOS" TO FLD-ETIQ.
           MOVE ISR-IMP TO FLD-IMP.
           WRITE FIN-REG FROM FIN-LIN-DET.
           IF PRE-STAT = "00"
               CLOSE PRESMAS
           END-IF.
           IF VAC-STAT = "00" OR VAC-STAT = "23"
               CLOSE VACMAS
           END-IF.
           STOP RUN.

       END PROGRAM FINIQ.
