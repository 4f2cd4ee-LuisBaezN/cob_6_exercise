      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Reparto de utilidades (PTU) de un ejercicio: toma el
      *          monto a repartir y lo divide mitad por dias
      *          trabajados (HIS-DIAS de NOMHIST, o del archivo muerto
      *          NOMHARCH si el ano ya se archivo) y mitad por salario
      *          devengado (renglones Sueldo del detalle pagado
      *          NOMDETAAMMQ de cada corte). Excluye a quien no llega
      *          al minimo de dias, topa el salario que cuenta para la
      *          mitad por salario y la PTU de cada quien (tres meses
      *          de salario o el promedio de los tres anos anteriores,
      *          lo que sea mayor). Imprime el calculo por empleado
      *          (PTUREPccAA), escribe las percepciones PTU (gravada) y
      *          PTU exenta (hasta 15 UMA) al MOVIM del corte elegido,
      *          y a quien ya no cobra en nomina (baja, suspendido, o
      *          pago mensual en un corte de quincena 1) lo manda a la
      *          lista de cheques PTUCHQccAA con su ISR. Todo queda en
      *          el registro PTUMAS, que impide repartir el mismo ano
      *          en dos cortes distintos.
      * Tectonics: cobc
      * Mod: 15/10/26 - LABN - Por empresa (CIAMAS): cada razon social
      *                        reparte su propia utilidad. Dias y
      *                        salario solo de los cortes con HIS-CIA
      *                        / ARH-CIA de la empresa; PTUMAS, su
      *                        candado de un corte por ano, PTUREP y
      *                        PTUCHQ van por empresa. Una recorrida
      *                        solo quita del MOVIM las secuencias que
      *                        grabo esa empresa.
      * Mod: 15/10/26 - LABN - El promedio de PTU de los anos
      *                        anteriores divide entre los anos que
      *                        de verdad tienen renglon en PTUMAS, no
      *                        siempre entre tres.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTUCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT NOMDET ASSIGN TO WS-NOMDET-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DET-STAT.
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
           SELECT PERMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-LLAVE
               FILE STATUS IS PERM-STAT.
           SELECT TARMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-LLAVE
               FILE STATUS IS TARM-STAT.
           SELECT MOVIM ASSIGN TO WS-MOVIM-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-LLAVE
               FILE STATUS IS MOV-STAT.
           SELECT PTUMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTU-LLAVE
               FILE STATUS IS PTU-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT PTUREP ASSIGN TO WS-PTUREP-FILE.
           SELECT PTUCHQ ASSIGN TO WS-PTUCHQ-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMHIST.
           COPY HISREG.
      *-------------------- CLOSED-YEAR ARCHIVE (SAME LAYOUT) ----------
       FD  NOMHARCH.
           COPY ARHREG.
       FD  NOMDET.
           COPY DETREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  EMPCTL.
           COPY CTLREG.
       FD  PERMAS.
           COPY PERREG.
       FD  TARMAS.
           COPY TARREG.
       FD  MOVIM.
           COPY MOVREG.
      *-------------------- PROFIT-SHARING REGISTER (SEE PTUREG) -------
       FD  PTUMAS.
           COPY PTUREG.
      *-------------------- COMPANY MASTER (SEE CIAREG) ----------------
       FD  CIAMAS.
           COPY CIAREG.
      *-------------------- CALCULATION PER EMPLOYEE -------------------
       FD  PTUREP.
       01  PTR-REG         PIC X(132).
      *-------------------- CHECKS FOR WHOEVER IS OUT OF THE PAYROLL ---
       FD  PTUCHQ.
       01  PTC-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  HIS-STAT        PIC XX.
       77  ARH-STAT        PIC XX.
       77  DET-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  PERM-STAT       PIC XX.
       77  TARM-STAT       PIC XX.
       77  MOV-STAT        PIC XX.
       77  PTU-STAT        PIC XX.
       77  CIA-STAT        PIC XX.
       77  CIA-EXI         PIC 9 VALUE 0.
       77  CIA-PED         PIC X(02).
       77  HIS-EOF         PIC 9 VALUE 0.
       77  ARH-EOF         PIC 9 VALUE 0.
       77  DET-EOF         PIC 9.
       77  TARM-EOF        PIC 9 VALUE 0.
       77  MOV-EOF         PIC 9.
       77  ABORTA          PIC 9 VALUE 0.
       77  RECORRIDA       PIC 9 VALUE 0.
       77  DE-ARCHIVO      PIC 9 VALUE 0.
       77  ANO-PED         PIC 99.
       77  ANO-ANT         PIC 99.
       77  QUINCENA        PIC 9 VALUE 2.
       77  PTU-MONTO       PIC 9(09)V99 VALUE 0.
       77  MIN-DIAS        PIC 9(03) VALUE 60.
       77  TOPE-SUEL       PIC 9(09)V99 VALUE 0.
       77  MITAD           PIC 9(09)V99.
       77  UMA-15          PIC 9(07)V99.
       77  LETRERO         PIC X(21) VALUE SPACES.
       77  ISR-CNT         PIC 99 VALUE 0.
       77  TAR-IX          PIC 99.
       77  TAR-BASE        PIC 9(09)V99.
       77  TAR-IMP         PIC 9(09)V99.
       77  EMP-CNT         PIC 9(03) VALUE 0.
       77  EMP-IX          PIC 9(03).
       77  COR-CNT         PIC 99 VALUE 0.
       77  COR-IX          PIC 99.
       77  SIN-DETALLE     PIC 99 VALUE 0.
       77  I               PIC 9(03).
       77  Y               PIC 9.
       77  ELEG-CNT        PIC 9(04) VALUE 0.
       77  TOT-DIAS        PIC 9(07) VALUE 0.
       77  TOT-SUEL        PIC 9(11)V99 VALUE 0.
       77  REP-DIAS-IMP    PIC 9(07)V99.
       77  REP-SUEL-IMP    PIC 9(07)V99.
       77  REP-IMP         PIC 9(07)V99.
       77  TOPE-IND        PIC 9(07)V99.
       77  PROM-ANT        PIC 9(07)V99.
       77  PROM-CNT        PIC 9.
       77  EXENTO-IMP      PIC 9(07)V99.
       77  GRAVADO-IMP     PIC 9(07)V99.
       77  ISR-CHQ         PIC 9(07)V99.
       77  REPARTIDO       PIC 9(11)V99 VALUE 0.
       77  REMANENTE       PIC 9(11)V99 VALUE 0.
       77  REDONDEO        PIC S9(11)V99 VALUE 0.
       77  MOVIM-CNT       PIC 9(04) VALUE 0.
       77  MOVIM-TOT       PIC 9(11)V99 VALUE 0.
       77  CHQ-CNT         PIC 9(04) VALUE 0.
       77  CHQ-TOT         PIC 9(11)V99 VALUE 0.
       77  EXCL-CNT        PIC 9(04) VALUE 0.
       77  BORRADOS-CNT    PIC 9(04) VALUE 0.
       77  GRABA-CLAVE     PIC X(14).
       77  GRABA-IMP       PIC 9(07)V99.
       77  SEC-SIG         PIC 9(03).
       77  SEC-INI         PIC 9(03).
       77  SEC-FIN         PIC 9(03).
       77  TOPE-IMP        PIC 9(05)V99 VALUE 99999.99.
       77  PARTE-IMP       PIC 9(05)V99.
       77  RESTO-IMP       PIC 9(07)V99.
       77  DESTINO         PIC X(01).
       77  CLAVE-SUELDO    PIC X(14) VALUE "Sueldo".
       77  CLAVE-PTU       PIC X(14) VALUE "PTU".
       77  CLAVE-PTU-EXE   PIC X(14) VALUE "PTU exenta".
       77  ORIGEN-PTUCALC  PIC X(08) VALUE "PTUCALC".
       77  RESP            PIC XX.
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  COR-PAGO.
           03 COR-PAGO-AA  PIC 99.
           03 COR-PAGO-MM  PIC 99.
       01  WS-ANO-INPUT    PIC X(02).
       01  WS-ANO-R REDEFINES WS-ANO-INPUT.
           03 WS-ANO-IN-AA PIC 99.
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-QUIN-INPUT   PIC X(01).
       01  WS-DIAS-INPUT   PIC X(03).
       01  WS-DIAS-R REDEFINES WS-DIAS-INPUT.
           03 WS-DIAS-IN   PIC 9(03).
       01  WS-MOVIM-FILE   PIC X(10).
       01  WS-NOMDET-FILE  PIC X(11).
       01  WS-PTUREP-FILE  PIC X(10).
       01  WS-PTUCHQ-FILE  PIC X(10).
      *-------------------- MONTHLY ISR BRACKETS (TARMAS TYPE I) -------
      *    Only for the check list: whoever is paid by check has no
      *    corte to withhold in, so the ISR goes on the check itself.
       01  ISR-TABLA.
           02 ISR-ROW OCCURS 15 TIMES.
               03 ISR-LIMINF   PIC 9(08)V99.
               03 ISR-CUOTA    PIC 9(06)V99.
               03 ISR-PORC     PIC 9(02)V99.
      *-------------------- CORTES OF THE YEAR FOUND IN THE HISTORY ----
       01  COR-TABLA.
           02 COR-ROW OCCURS 24 TIMES.
               03 COR-MM       PIC 9(02).
               03 COR-QQ       PIC 9(01).
               03 COR-SIN-DET  PIC 9(01).
       01  COR-ANT.
           03 COR-ANT-MM   PIC 9(02) VALUE 0.
           03 COR-ANT-QQ   PIC 9(01) VALUE 0.
      *-------------------- YEAR ACCUMULATORS PER EMPLOYEE -------------
      *    PTE-COR-DIAS keeps each corte's days apart so a corte whose
      *    detail is gone can still be priced at the daily salary.
       01  PTE-TABLA.
           02 PTE-ROW OCCURS 200 TIMES.
               03 PTE-NOMI     PIC 9(06).
               03 PTE-DIAS     PIC 9(03).
               03 PTE-SUEL     PIC 9(09)V99.
               03 PTE-SUEL-CTA PIC 9(09)V99.
               03 PTE-RAZON    PIC X(12).
               03 PTE-COR-DIAS PIC 9(02) OCCURS 24 TIMES.
      *-------------------- REPORT LINES -------------------------------
       01  PTR-TIT-0.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(130) VALUE ALL "-".
       01  PTR-TIT-1.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PTR-T1-LET   PIC X(21).
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(38) VALUE
               "REPARTO DE UTILIDADES (PTU) EJERCICIO ".
           02 FILLER       PIC X(02) VALUE "20".
           02 PTR-T1-AA    PIC 99.
           02 FILLER       PIC X(12) VALUE "   CORTE:   ".
           02 PTR-T1-MM    PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 PTR-T1-CAA   PIC 99.
           02 FILLER       PIC X(02) VALUE " Q".
           02 PTR-T1-QQ    PIC 9.
           02 FILLER       PIC X(12) VALUE "   EMPRESA: ".
           02 PTR-T1-CIA   PIC X(02).
       01  PTR-TIT-2.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE "MONTO A REPARTIR:".
           02 PTR-T2-MONTO PIC $$$$,$$$,$$9.99.
           02 FILLER       PIC X(16) VALUE "   DIAS MINIMO: ".
           02 PTR-T2-MIN   PIC ZZ9.
           02 FILLER       PIC X(22) VALUE "   TOPE SALARIO ANUAL:".
           02 PTR-T2-TOPE  PIC $$$$,$$$,$$9.99.
           02 FILLER       PIC X(12) VALUE "   15 UMA: ".
           02 PTR-T2-UMA   PIC $$$,$$9.99.
       01  PTR-TIT-3.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(22) VALUE "NOMINA NOMBRE         ".
           02 FILLER       PIC X(22) VALUE "  DIAS SALARIO ANUAL  ".
           02 FILLER       PIC X(28) VALUE
               "    POR DIAS   POR SALARIO  ".
           02 FILLER       PIC X(28) VALUE
               " TOPE INDIV.           PTU  ".
           02 FILLER       PIC X(28) VALUE
               "     EXENTA DESTINO".
       01  PTR-DET.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PTR-D-NOMI   PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-NOMB   PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-DIAS   PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-SUEL   PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-IDIAS  PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-ISUEL  PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-TOPE   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-IMP    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-EXE    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTR-D-DEST   PIC X(12).
       01  PTR-TOT.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PTR-TT-TXT   PIC X(40).
           02 PTR-TT-CNT   PIC Z(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PTR-TT-IMP   PIC $$$$,$$$,$$9.99-.
       01  PTC-TIT.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(37) VALUE
               "CHEQUES DE PTU (FUERA DE NOMINA) 20".
           02 PTC-T-AA     PIC 99.
           02 FILLER       PIC X(12) VALUE "   EMPRESA: ".
           02 PTC-T-CIA    PIC X(02).
       01  PTC-DET.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PTC-D-NOMI   PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTC-D-NOMB   PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTC-D-EST    PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTC-D-IMP    PIC ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTC-D-EXE    PIC ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTC-D-ISR    PIC ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PTC-D-NETO   PIC ZZZ,ZZ9.99.
       01  PTC-COL.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(34) VALUE
               "NOMINA NOMBRE          ESTADO     ".
           02 FILLER       PIC X(44) VALUE
               "       PTU     EXENTA        ISR       NETO".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           INITIALIZE PTE-TABLA.
           INITIALIZE COR-TABLA.
           ACCEPT FECHA FROM DATE.
           PERFORM 119-ASK-EMPRESA.
           IF CIA-EXI = 0
               MOVE 1 TO ABORTA
               DISPLAY "EMPRESA INEXISTENTE EN CIAMAS, NO SE "
                       "REPARTE".
           IF ABORTA = 0
               PERFORM 101-PIDE-DATOS
           END-IF.
           IF ABORTA = 0
               PERFORM 102-LOAD-CONTROL
           END-IF.
           IF ABORTA = 0
               PERFORM 103-VALIDA-PERIODO
           END-IF.
           IF ABORTA = 0
               PERFORM 104-CHECA-REGISTRO
           END-IF.
           IF ABORTA = 0
               PERFORM 105-LOAD-TARIFA
               PERFORM 106-LOAD-HIST
           END-IF.
           IF ABORTA = 0
               PERFORM 115-LOAD-SUELDOS
               DISPLAY "PTU 20" ANO-PED " EMPRESA " CIA-PED ": "
                       EMP-CNT " EMPLEADOS EN "
                       COR-CNT " CORTES, AL MOVIM " WS-MOVIM-FILE
               IF SIN-DETALLE > 0
                   DISPLAY SIN-DETALLE " CORTE(S) SIN DETALLE NOMDET: "
                           "SU SALARIO SE TOMA DEL SUELDO ACTUAL"
               END-IF
               DISPLAY "CONTINUAR (S/N): "
               ACCEPT RESP
               IF RESP NOT = "S"
                   MOVE 1 TO ABORTA
                   DISPLAY "REPARTO CANCELADO"
               END-IF
           END-IF.

      *-------------------- YEAR, AMOUNT, RULES AND THE CORTE ----------
      *    ENTER on the year takes the one just ended (the share is
      *    paid the following May); ENTER on the corte is the current
      *    one, as MOVCAP/CFDINOM prompt it.
       101-PIDE-DATOS.
           IF FECHA-AA > 0
               COMPUTE ANO-PED = FECHA-AA - 1
           ELSE
               MOVE 99 TO ANO-PED.
           DISPLAY "EJERCICIO A REPARTIR (AA, ENTER = " ANO-PED "): ".
           MOVE SPACES TO WS-ANO-INPUT.
           ACCEPT WS-ANO-INPUT.
           IF WS-ANO-INPUT NOT = SPACES
               MOVE WS-ANO-IN-AA TO ANO-PED.
           DISPLAY "MONTO TOTAL A REPARTIR (999999999.99): ".
           ACCEPT PTU-MONTO.
           IF PTU-MONTO = 0
               MOVE 1 TO ABORTA
               DISPLAY "MONTO EN CERO, NADA QUE REPARTIR".
           DISPLAY "DIAS MINIMOS TRABAJADOS (ENTER = 60): ".
           MOVE SPACES TO WS-DIAS-INPUT.
           ACCEPT WS-DIAS-INPUT.
           IF WS-DIAS-INPUT NOT = SPACES
               MOVE WS-DIAS-IN TO MIN-DIAS.
           DISPLAY "TOPE DE SALARIO ANUAL PARA EL REPARTO".
           DISPLAY "(EL MAS ALTO DE BASE MAS 20%, CERO = SIN TOPE): ".
           ACCEPT TOPE-SUEL.
           MOVE FECHA-AA TO COR-PAGO-AA.
           MOVE FECHA-MM TO COR-PAGO-MM.
           IF FECHA-DD <= 15
               MOVE 1 TO QUINCENA
           ELSE
               MOVE 2 TO QUINCENA.
           DISPLAY "CORTE DE PAGO (AAMM, ENTER = ACTUAL): ".
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
                   AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
               MOVE WS-PER-IN-AA TO COR-PAGO-AA
               MOVE WS-PER-IN-MM TO COR-PAGO-MM
           END-IF.
           DISPLAY "QUINCENA (1/2, ENTER = SEGUN EL DIA): ".
           ACCEPT WS-QUIN-INPUT.
           IF WS-QUIN-INPUT = "1" OR WS-QUIN-INPUT = "2"
               MOVE WS-QUIN-INPUT TO QUINCENA
           END-IF.
           STRING "MOVIM"     DELIMITED BY SIZE
                  COR-PAGO-AA DELIMITED BY SIZE
                  COR-PAGO-MM DELIMITED BY SIZE
                  QUINCENA    DELIMITED BY SIZE
               INTO WS-MOVIM-FILE
           END-STRING.
           STRING "PTUREP" DELIMITED BY SIZE
                  CIA-PED  DELIMITED BY SIZE
                  ANO-PED  DELIMITED BY SIZE
               INTO WS-PTUREP-FILE
           END-STRING.
           STRING "PTUCHQ" DELIMITED BY SIZE
                  CIA-PED  DELIMITED BY SIZE
                  ANO-PED  DELIMITED BY SIZE
               INTO WS-PTUCHQ-FILE
           END-STRING.

      *-------------------- THE COMPANY THAT SHARES ITS PROFIT ---------
      *    Same prompt as POLIZA's 114; the company's own letterhead
      *    heads the report, EMPCTL's only when it has none.
       119-ASK-EMPRESA.
           MOVE 0 TO CIA-EXI.
           OPEN INPUT CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN INPUT CIAMAS.
           DISPLAY "EMPRESA (CLAVE CIAMAS): ".
           ACCEPT CIA-PED.
           MOVE CIA-PED TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CIA-EXI
                   MOVE CIA-LETRERO TO LETRERO
                   DISPLAY CIA-RAZON
           END-READ.
           CLOSE CIAMAS.

      *-------------------- UMA AND LETTERHEAD FROM EMPCTL -------------
       102-LOAD-CONTROL.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "35"
               OPEN OUTPUT EMPCTL
               CLOSE EMPCTL
               OPEN INPUT EMPCTL.
           MOVE "RPT" TO CTL-ID.
           MOVE 0 TO UMA-15.
           READ EMPCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LETRERO = SPACES
                       MOVE CTL-LETRERO TO LETRERO
                   END-IF
                   COMPUTE UMA-15 = CTL-UMA * 15
           END-READ.
           CLOSE EMPCTL.
           IF UMA-15 = 0
               MOVE 1 TO ABORTA
               DISPLAY "SIN UMA EN EMPCTL (MASMANT OPCION P), NO SE "
                       "PUEDE SEPARAR LA PARTE EXENTA".

      *-------------------- THE PAYING CORTE MUST BE OPEN --------------
       103-VALIDA-PERIODO.
           OPEN INPUT PERMAS.
           IF PERM-STAT = "35"
               CLOSE PERMAS
           ELSE
               MOVE COR-PAGO-AA TO PER-AA
               MOVE COR-PAGO-MM TO PER-MM
               MOVE QUINCENA TO PER-QQ
               READ PERMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-CERRADO
                           MOVE 1 TO ABORTA
                           DISPLAY "EL CORTE " COR-PAGO-MM "/"
                                   COR-PAGO-AA " Q" QUINCENA
                                   " ESTA CERRADO"
                       END-IF
               END-READ
               CLOSE PERMAS.

      *-------------------- ONE YEAR, ONE CORTE ------------------------
      *    A year already distributed may be run again on the same
      *    corte (its movements are replaced); moving it to another
      *    corte would leave the first one's movements behind. The
      *    guard is per company: each one may pay on its own corte.
       104-CHECA-REGISTRO.
           OPEN INPUT PTUMAS.
           IF PTU-STAT = "35"
               CLOSE PTUMAS
           ELSE
               MOVE CIA-PED TO PTU-CIA
               MOVE ANO-PED TO PTU-ANO
               MOVE ZEROES TO PTU-NOMI
               READ PTUMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PTU-COR-AA = COR-PAGO-AA
                               AND PTU-COR-MM = COR-PAGO-MM
                               AND PTU-COR-QQ = QUINCENA
                           MOVE 1 TO RECORRIDA
                           DISPLAY "LA PTU 20" ANO-PED " DE LA EMPRESA "
                                   CIA-PED
                                   " YA SE REPARTIO EN ESTE CORTE;"
                                   " SE RECALCULA Y SE REEMPLAZAN"
                                   " SUS MOVIMIENTOS"
                       ELSE
                           MOVE 1 TO ABORTA
                           DISPLAY "LA PTU 20" ANO-PED " DE LA EMPRESA "
                                   CIA-PED
                                   " YA SE REPARTIO EN EL CORTE "
                                   PTU-COR-MM "/"
                                   PTU-COR-AA " Q" PTU-COR-QQ
                                   "; RECORRA SOBRE ESE CORTE"
                       END-IF
               END-READ
               CLOSE PTUMAS.

      *-------------------- MONTHLY ISR BRACKETS FOR THE CHECKS --------
       105-LOAD-TARIFA.
           MOVE 0 TO TARM-EOF.
           OPEN INPUT TARMAS.
           IF TARM-STAT = "35"
               CLOSE TARMAS
           ELSE
               MOVE "I" TO TAR-TIPO
               MOVE ZEROES TO TAR-NIVEL
               START TARMAS KEY IS NOT LESS THAN TAR-LLAVE
                   INVALID KEY MOVE 1 TO TARM-EOF
               END-START
               PERFORM 114-LOAD-TARIFA-ROW UNTIL TARM-EOF = 1
               CLOSE TARMAS.

       114-LOAD-TARIFA-ROW.
           READ TARMAS NEXT RECORD
               AT END
                   MOVE 1 TO TARM-EOF
               NOT AT END
                   IF NOT TAR-ISR
                       MOVE 1 TO TARM-EOF
                   ELSE
                       IF ISR-CNT < 15
                           ADD 1 TO ISR-CNT
                           MOVE TAR-LIMINF TO ISR-LIMINF(ISR-CNT)
                           MOVE TAR-CUOTA  TO ISR-CUOTA(ISR-CNT)
                           MOVE TAR-PORC   TO ISR-PORC(ISR-CNT)
                       END-IF
                   END-IF
           END-READ.

      *-------------------- DAYS WORKED FROM THE YEAR'S HISTORY --------
      *    Same sweep as EMPANUAL: the live NOMHIST first and, if the
      *    year has already been archived, NOMHARCH. Only the cortes
      *    an employee was paid by this company count: whoever changed
      *    company in the year shares in each one for its own days.
       106-LOAD-HIST.
           MOVE 0 TO HIS-EOF.
           OPEN INPUT NOMHIST.
           IF HIS-STAT = "35"
               CLOSE NOMHIST
           ELSE
               MOVE ANO-PED TO HIS-PER-AA
               MOVE 01      TO HIS-PER-MM
               MOVE 0       TO HIS-PER-QQ
               MOVE ZEROES  TO HIS-NOMI
               START NOMHIST KEY IS NOT LESS THAN HIS-LLAVE
                   INVALID KEY MOVE 1 TO HIS-EOF
               END-START
               PERFORM 107-READ-HIST
               PERFORM 108-ACUMULA-HIST UNTIL HIS-EOF = 1
               CLOSE NOMHIST.
           IF EMP-CNT = 0
               PERFORM 110-LOAD-ARCHIVO.
           IF EMP-CNT = 0
               MOVE 1 TO ABORTA
               DISPLAY "SIN CORTES DEL ANO 20" ANO-PED
                       " DE LA EMPRESA " CIA-PED
                       " EN NOMHIST NI EN NOMHARCH".

       107-READ-HIST.
           IF HIS-EOF = 0
               READ NOMHIST NEXT RECORD
                   AT END MOVE 1 TO HIS-EOF
               END-READ.

       108-ACUMULA-HIST.
           IF HIS-PER-AA NOT = ANO-PED
               MOVE 1 TO HIS-EOF
           ELSE
               IF HIS-CIA = CIA-PED
                   PERFORM 109-SUMA-CORTE
               END-IF
               PERFORM 107-READ-HIST
           END-IF.

      *    One history row (NOMHIST's image) into the corte list and
      *    the employee's days.
       109-SUMA-CORTE.
           IF HIS-PER-MM NOT = COR-ANT-MM
                   OR HIS-PER-QQ NOT = COR-ANT-QQ
               IF COR-CNT < 24
                   ADD 1 TO COR-CNT
                   MOVE HIS-PER-MM TO COR-MM(COR-CNT)
                   MOVE HIS-PER-QQ TO COR-QQ(COR-CNT)
               END-IF
               MOVE HIS-PER-MM TO COR-ANT-MM
               MOVE HIS-PER-QQ TO COR-ANT-QQ
           END-IF.
           PERFORM 112-BUSCA-EMPLEADO.
           IF EMP-IX > 0
               IF EMP-IX > EMP-CNT
                   ADD 1 TO EMP-CNT
                   MOVE HIS-NOMI TO PTE-NOMI(EMP-IX)
               END-IF
               ADD HIS-DIAS TO PTE-DIAS(EMP-IX)
               ADD HIS-DIAS TO PTE-COR-DIAS(EMP-IX, COR-CNT)
           END-IF.

       110-LOAD-ARCHIVO.
           MOVE 0 TO ARH-EOF.
           OPEN INPUT NOMHARCH.
           IF ARH-STAT NOT = "00"
               CLOSE NOMHARCH
           ELSE
               MOVE ANO-PED TO ARH-PER-AA
               MOVE 01      TO ARH-PER-MM
               MOVE 0       TO ARH-PER-QQ
               MOVE ZEROES  TO ARH-NOMI
               START NOMHARCH KEY IS NOT LESS THAN ARH-LLAVE
                   INVALID KEY MOVE 1 TO ARH-EOF
               END-START
               PERFORM 111-READ-ARCHIVO
               PERFORM 113-ACUMULA-ARCHIVO UNTIL ARH-EOF = 1
               CLOSE NOMHARCH
               IF EMP-CNT > 0
                   MOVE 1 TO DE-ARCHIVO
                   DISPLAY "ANO 20" ANO-PED " LEIDO DEL ARCHIVO "
                           "MUERTO NOMHARCH"
               END-IF.

       111-READ-ARCHIVO.
           IF ARH-EOF = 0
               READ NOMHARCH NEXT RECORD
                   AT END MOVE 1 TO ARH-EOF
               END-READ.

       113-ACUMULA-ARCHIVO.
           IF ARH-PER-AA NOT = ANO-PED
               MOVE 1 TO ARH-EOF
           ELSE
               MOVE ARH-REG TO HIS-REG
               IF HIS-CIA = CIA-PED
                   PERFORM 109-SUMA-CORTE
               END-IF
               PERFORM 111-READ-ARCHIVO
           END-IF.

      *-------------------- FIND THE EMPLOYEE SLOT ---------------------
      *    EMP-IX = the row holding HIS-NOMI, or EMP-CNT + 1 when it is
      *    new and there is room, or zero when the table is full.
       112-BUSCA-EMPLEADO.
           MOVE 0 TO EMP-IX.
           PERFORM 116-BUSCA-EMP-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > EMP-CNT OR EMP-IX > 0.
           IF EMP-IX = 0
               IF EMP-CNT < 200
                   COMPUTE EMP-IX = EMP-CNT + 1
               ELSE
                   DISPLAY "TABLA DE EMPLEADOS LLENA, SE OMITE NOMINA "
                           HIS-NOMI
               END-IF
           END-IF.

       116-BUSCA-EMP-ROW.
           IF PTE-NOMI(I) = HIS-NOMI
               MOVE I TO EMP-IX
           END-IF.

      *-------------------- SALARY EARNED FROM THE PAID DETAIL ---------
      *    The Sueldo rows of each corte, already prorated by the days
      *    paid: the salary the law counts, without overtime, bonuses
      *    or other percepciones. NOMDET carries no company, so a row
      *    counts only when the employee had days in that corte under
      *    this company (a corte paid by the other one left none).
       115-LOAD-SUELDOS.
           PERFORM 117-SUELDOS-CORTE
               VARYING COR-IX FROM 1 BY 1 UNTIL COR-IX > COR-CNT.

       117-SUELDOS-CORTE.
           STRING "NOMDET"        DELIMITED BY SIZE
                  ANO-PED         DELIMITED BY SIZE
                  COR-MM(COR-IX)  DELIMITED BY SIZE
                  COR-QQ(COR-IX)  DELIMITED BY SIZE
               INTO WS-NOMDET-FILE
           END-STRING.
           MOVE 0 TO DET-EOF.
           OPEN INPUT NOMDET.
           IF DET-STAT NOT = "00"
               MOVE 1 TO COR-SIN-DET(COR-IX)
               ADD 1 TO SIN-DETALLE
               CLOSE NOMDET
           ELSE
               PERFORM 118-SUELDOS-ROW UNTIL DET-EOF = 1
               CLOSE NOMDET.

       118-SUELDOS-ROW.
           READ NOMDET
               AT END
                   MOVE 1 TO DET-EOF
               NOT AT END
                   IF DET-CLAV = CLAVE-SUELDO AND DET-PERCEPCION
                       MOVE DET-NOMI TO HIS-NOMI
                       MOVE 0 TO EMP-IX
                       PERFORM 116-BUSCA-EMP-ROW
                           VARYING I FROM 1 BY 1
                           UNTIL I > EMP-CNT OR EMP-IX > 0
                       IF EMP-IX > 0
                           IF PTE-COR-DIAS(EMP-IX, COR-IX) > 0
                               ADD DET-IMP TO PTE-SUEL(EMP-IX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       200-PROCESS.
           DISPLAY "> Running process...".
           OPEN INPUT EMPINX.
           PERFORM 201-OPEN-MOVIM.
           PERFORM 202-OPEN-PTUMAS.
           OPEN OUTPUT PTUREP.
           OPEN OUTPUT PTUCHQ.
           PERFORM 203-TITULOS.
           PERFORM 210-ELEGIBLE
               VARYING EMP-IX FROM 1 BY 1 UNTIL EMP-IX > EMP-CNT.
           COMPUTE MITAD ROUNDED = PTU-MONTO / 2.
           PERFORM 220-REPARTE
               VARYING EMP-IX FROM 1 BY 1 UNTIL EMP-IX > EMP-CNT.
           PERFORM 270-GRABA-ENCABEZADO.
           PERFORM 280-TOTALES.
           CLOSE EMPINX.
           CLOSE MOVIM.
           CLOSE PTUMAS.
           CLOSE PTUREP.
           CLOSE PTUCHQ.

       201-OPEN-MOVIM.
           OPEN I-O MOVIM.
           IF MOV-STAT = "35"
               OPEN OUTPUT MOVIM
               CLOSE MOVIM
               OPEN I-O MOVIM.

       202-OPEN-PTUMAS.
           OPEN I-O PTUMAS.
           IF PTU-STAT = "35"
               OPEN OUTPUT PTUMAS
               CLOSE PTUMAS
               OPEN I-O PTUMAS.

       203-TITULOS.
           MOVE LETRERO TO PTR-T1-LET.
           MOVE ANO-PED TO PTR-T1-AA.
           MOVE COR-PAGO-MM TO PTR-T1-MM.
           MOVE COR-PAGO-AA TO PTR-T1-CAA.
           MOVE QUINCENA TO PTR-T1-QQ.
           MOVE CIA-PED TO PTR-T1-CIA.
           MOVE PTU-MONTO TO PTR-T2-MONTO.
           MOVE MIN-DIAS TO PTR-T2-MIN.
           MOVE TOPE-SUEL TO PTR-T2-TOPE.
           MOVE UMA-15 TO PTR-T2-UMA.
           WRITE PTR-REG FROM PTR-TIT-0 AFTER PAGE.
           WRITE PTR-REG FROM PTR-TIT-1 AFTER 1 LINE.
           WRITE PTR-REG FROM PTR-TIT-2 AFTER 1 LINE.
           WRITE PTR-REG FROM PTR-TIT-0 AFTER 1 LINE.
           WRITE PTR-REG FROM PTR-TIT-3 AFTER 1 LINE.
           WRITE PTR-REG FROM PTR-TIT-0 AFTER 1 LINE.
           MOVE ANO-PED TO PTC-T-AA.
           MOVE CIA-PED TO PTC-T-CIA.
           WRITE PTC-REG FROM PTC-TIT.
           WRITE PTC-REG FROM PTC-COL.

      *-------------------- WHO SHARES AND WITH WHAT SALARY ------------
      *    A corte with no detail on file is priced at the current
      *    daily salary (EMI-SUEL / 30) by the days it paid. The
      *    salary that counts for the distribution stops at the cap.
       210-ELEGIBLE.
           MOVE PTE-NOMI(EMP-IX) TO EMI-NOMI.
           MOVE SPACES TO PTE-RAZON(EMP-IX).
           READ EMPINX
               INVALID KEY
                   MOVE "SIN REGISTRO" TO PTE-RAZON(EMP-IX)
               NOT INVALID KEY
                   PERFORM 211-SUELDO-SIN-DET
                       VARYING COR-IX FROM 1 BY 1
                       UNTIL COR-IX > COR-CNT
           END-READ.
           IF PTE-RAZON(EMP-IX) = SPACES
                   AND PTE-DIAS(EMP-IX) < MIN-DIAS
               MOVE "EXCL. DIAS" TO PTE-RAZON(EMP-IX)
           END-IF.
           MOVE PTE-SUEL(EMP-IX) TO PTE-SUEL-CTA(EMP-IX).
           IF TOPE-SUEL > 0 AND PTE-SUEL-CTA(EMP-IX) > TOPE-SUEL
               MOVE TOPE-SUEL TO PTE-SUEL-CTA(EMP-IX)
           END-IF.
           IF PTE-RAZON(EMP-IX) = SPACES
               ADD 1 TO ELEG-CNT
               ADD PTE-DIAS(EMP-IX) TO TOT-DIAS
               ADD PTE-SUEL-CTA(EMP-IX) TO TOT-SUEL
           END-IF.

       211-SUELDO-SIN-DET.
           IF COR-SIN-DET(COR-IX) = 1
                   AND PTE-COR-DIAS(EMP-IX, COR-IX) > 0
               COMPUTE PTE-SUEL(EMP-IX) ROUNDED = PTE-SUEL(EMP-IX)
                   + EMI-SUEL / 30 * PTE-COR-DIAS(EMP-IX, COR-IX)
           END-IF.

      *-------------------- ONE EMPLOYEE'S SHARE -----------------------
      *    Half of the amount over the days of everybody eligible,
      *    half over their salaries; the individual cap is three
      *    months of salary or the average PTU of the three previous
      *    years, whichever is higher. What the cap holds back is
      *    not redistributed: it is reported as the remainder.
       220-REPARTE.
           MOVE PTE-NOMI(EMP-IX) TO EMI-NOMI.
           PERFORM 221-BORRA-PREVIOS.
           MOVE 0 TO REP-DIAS-IMP.
           MOVE 0 TO REP-SUEL-IMP.
           MOVE 0 TO REP-IMP.
           MOVE 0 TO TOPE-IND.
           MOVE 0 TO EXENTO-IMP.
           MOVE 0 TO GRAVADO-IMP.
           MOVE "X" TO DESTINO.
           MOVE 0 TO SEC-INI.
           MOVE 0 TO SEC-FIN.
           READ EMPINX
               INVALID KEY
                   MOVE SPACES TO EMI-NOMB
           END-READ.
           IF PTE-RAZON(EMP-IX) = SPACES
               IF TOT-DIAS > 0
                   COMPUTE REP-DIAS-IMP ROUNDED =
                       MITAD * PTE-DIAS(EMP-IX) / TOT-DIAS
               END-IF
               IF TOT-SUEL > 0
                   COMPUTE REP-SUEL-IMP ROUNDED =
                       MITAD * PTE-SUEL-CTA(EMP-IX) / TOT-SUEL
               END-IF
               COMPUTE REP-IMP = REP-DIAS-IMP + REP-SUEL-IMP
               ADD REP-IMP TO REPARTIDO
               PERFORM 222-TOPE-INDIVIDUAL
               IF REP-IMP > TOPE-IND
                   COMPUTE REMANENTE = REMANENTE + REP-IMP - TOPE-IND
                   MOVE TOPE-IND TO REP-IMP
               END-IF
               IF REP-IMP > UMA-15
                   MOVE UMA-15 TO EXENTO-IMP
               ELSE
                   MOVE REP-IMP TO EXENTO-IMP
               END-IF
               COMPUTE GRAVADO-IMP = REP-IMP - EXENTO-IMP
               PERFORM 230-DESTINO
           ELSE
               ADD 1 TO EXCL-CNT
           END-IF.
           PERFORM 260-LINEA-REPORTE.
           PERFORM 265-GRABA-REGISTRO.

      *    A rerun on the same corte starts over: the sequences this
      *    company's earlier run left in the MOVIM (kept on its PTUMAS
      *    row) are dropped first. The share another company paid the
      *    same nomina on this corte stays where it is.
       221-BORRA-PREVIOS.
           MOVE 1 TO MOV-EOF.
           IF RECORRIDA = 1
               MOVE CIA-PED TO PTU-CIA
               MOVE ANO-PED TO PTU-ANO
               MOVE EMI-NOMI TO PTU-NOMI
               READ PTUMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PTU-EN-MOVIM AND PTU-SEC-INI > 0
                           MOVE 0 TO MOV-EOF
                       END-IF
               END-READ
           END-IF.
           IF MOV-EOF = 0
               MOVE EMI-NOMI TO MOV-NOMI
               MOVE PTU-SEC-INI TO MOV-SEC
               START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
                   INVALID KEY MOVE 1 TO MOV-EOF
               END-START
               PERFORM 223-BORRA-ROW UNTIL MOV-EOF = 1
           END-IF.

       223-BORRA-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-NOMI NOT = EMI-NOMI
                           OR MOV-SEC > PTU-SEC-FIN
                       MOVE 1 TO MOV-EOF
                   ELSE
                       IF MOV-USR = ORIGEN-PTUCALC
                           DELETE MOVIM RECORD
                               INVALID KEY
                                   DISPLAY "ERROR AL BORRAR NOMINA "
                                           MOV-NOMI ", ESTADO: "
                                           MOV-STAT
                               NOT INVALID KEY
                                   ADD 1 TO BORRADOS-CNT
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       222-TOPE-INDIVIDUAL.
           MOVE 0 TO PROM-ANT.
           MOVE 0 TO PROM-CNT.
           PERFORM 224-PTU-ANTERIOR VARYING Y FROM 1 BY 1 UNTIL Y > 3.
           IF PROM-CNT > 0
               COMPUTE PROM-ANT ROUNDED = PROM-ANT / PROM-CNT.
           COMPUTE TOPE-IND = EMI-SUEL * 3.
           IF PROM-ANT > TOPE-IND
               MOVE PROM-ANT TO TOPE-IND.

       224-PTU-ANTERIOR.
           IF ANO-PED >= Y
               COMPUTE ANO-ANT = ANO-PED - Y
               MOVE CIA-PED TO PTU-CIA
               MOVE ANO-ANT TO PTU-ANO
               MOVE EMI-NOMI TO PTU-NOMI
               READ PTUMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD PTU-IMP TO PROM-ANT
                       ADD 1 TO PROM-CNT
               END-READ
           END-IF.

      *-------------------- PAYROLL MOVEMENT OR CHECK ------------------
      *    EmpNom bounces the movements of a baja or of a suspension
      *    already running, and of mensual staff in a first quincena;
      *    those are paid by check, with the ISR of the taxable part
      *    withheld on the check at the monthly table.
       230-DESTINO.
           MOVE SPACES TO PTC-D-EST.
           IF EMI-BAJA
               MOVE "BAJA" TO PTC-D-EST
           ELSE
               IF EMI-SUSPENDIDO
                   MOVE "SUSPENDIDO" TO PTC-D-EST
               ELSE
                   IF QUINCENA = 1 AND EMI-MENSUAL
                       MOVE "MENSUAL Q1" TO PTC-D-EST
                   END-IF
               END-IF
           END-IF.
           IF PTC-D-EST = SPACES
               MOVE "M" TO DESTINO
               ADD 1 TO MOVIM-CNT
               ADD REP-IMP TO MOVIM-TOT
               IF GRAVADO-IMP > 0
                   MOVE CLAVE-PTU TO GRABA-CLAVE
                   MOVE GRAVADO-IMP TO GRABA-IMP
                   PERFORM 240-GRABA-MOVIMIENTO
               END-IF
               IF EXENTO-IMP > 0
                   MOVE CLAVE-PTU-EXE TO GRABA-CLAVE
                   MOVE EXENTO-IMP TO GRABA-IMP
                   PERFORM 240-GRABA-MOVIMIENTO
               END-IF
           ELSE
               MOVE "C" TO DESTINO
               ADD 1 TO CHQ-CNT
               ADD REP-IMP TO CHQ-TOT
               PERFORM 250-LINEA-CHEQUE
           END-IF.

      *    MOV-IMP holds up to 99,999.99: a bigger amount goes out in
      *    as many movements as it takes, as AGUINALD does.
       240-GRABA-MOVIMIENTO.
           MOVE GRABA-IMP TO RESTO-IMP.
           PERFORM 241-GRABA-PARTE UNTIL RESTO-IMP NOT > 0.

       241-GRABA-PARTE.
           IF RESTO-IMP > TOPE-IMP
               MOVE TOPE-IMP TO PARTE-IMP
           ELSE
               MOVE RESTO-IMP TO PARTE-IMP.
           PERFORM 242-SIGUIENTE-SEC.
           MOVE SPACES TO MOV-REG.
           MOVE EMI-NOMI TO MOV-NOMI.
           MOVE SEC-SIG TO MOV-SEC.
           MOVE GRABA-CLAVE TO MOV-CLAV.
           MOVE PARTE-IMP TO MOV-IMP.
           MOVE ORIGEN-PTUCALC TO MOV-USR.
           WRITE MOV-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR NOMINA " EMI-NOMI
                           ", ESTADO: " MOV-STAT
               NOT INVALID KEY
                   IF SEC-INI = 0
                       MOVE SEC-SIG TO SEC-INI
                   END-IF
                   MOVE SEC-SIG TO SEC-FIN
           END-WRITE.
           SUBTRACT PARTE-IMP FROM RESTO-IMP.

      *-------------------- NEXT FREE SEQUENCE FOR THE NOMINA ----------
       242-SIGUIENTE-SEC.
           MOVE 0 TO SEC-SIG.
           MOVE 0 TO MOV-EOF.
           MOVE EMI-NOMI TO MOV-NOMI.
           MOVE ZEROES TO MOV-SEC.
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           PERFORM 243-SIGUIENTE-SEC-ROW UNTIL MOV-EOF = 1.
           ADD 1 TO SEC-SIG.

       243-SIGUIENTE-SEC-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-NOMI = EMI-NOMI
                       MOVE MOV-SEC TO SEC-SIG
                   ELSE
                       MOVE 1 TO MOV-EOF
                   END-IF
           END-READ.

      *-------------------- ONE LINE OF THE CHECK LIST -----------------
      *    Same bracket rule as EmpNom's 221: the last bracket whose
      *    lower limit the taxable part reaches.
       250-LINEA-CHEQUE.
           MOVE GRAVADO-IMP TO TAR-BASE.
           MOVE 0 TO TAR-IMP.
           PERFORM 251-BUSCA-TARIFA
               VARYING TAR-IX FROM 1 BY 1 UNTIL TAR-IX > ISR-CNT.
           MOVE TAR-IMP TO ISR-CHQ.
           MOVE EMI-NOMI TO PTC-D-NOMI.
           MOVE EMI-NOMB TO PTC-D-NOMB.
           MOVE REP-IMP TO PTC-D-IMP.
           MOVE EXENTO-IMP TO PTC-D-EXE.
           MOVE ISR-CHQ TO PTC-D-ISR.
           COMPUTE PTC-D-NETO = REP-IMP - ISR-CHQ.
           WRITE PTC-REG FROM PTC-DET.

       251-BUSCA-TARIFA.
           IF TAR-BASE > 0 AND TAR-BASE >= ISR-LIMINF(TAR-IX)
               COMPUTE TAR-IMP ROUNDED = ISR-CUOTA(TAR-IX)
                   + (TAR-BASE - ISR-LIMINF(TAR-IX))
                   * ISR-PORC(TAR-IX) / 100
           END-IF.

       260-LINEA-REPORTE.
           MOVE PTE-NOMI(EMP-IX) TO PTR-D-NOMI.
           MOVE EMI-NOMB TO PTR-D-NOMB.
           MOVE PTE-DIAS(EMP-IX) TO PTR-D-DIAS.
           MOVE PTE-SUEL-CTA(EMP-IX) TO PTR-D-SUEL.
           MOVE REP-DIAS-IMP TO PTR-D-IDIAS.
           MOVE REP-SUEL-IMP TO PTR-D-ISUEL.
           MOVE TOPE-IND TO PTR-D-TOPE.
           MOVE REP-IMP TO PTR-D-IMP.
           MOVE EXENTO-IMP TO PTR-D-EXE.
           IF DESTINO = "M"
               MOVE "MOVIM" TO PTR-D-DEST
           ELSE
               IF DESTINO = "C"
                   MOVE "CHEQUE" TO PTR-D-DEST
               ELSE
                   MOVE PTE-RAZON(EMP-IX) TO PTR-D-DEST
               END-IF
           END-IF.
           WRITE PTR-REG FROM PTR-DET AFTER 1 LINE.

      *-------------------- THE EMPLOYEE'S ROW IN THE REGISTER ---------
       265-GRABA-REGISTRO.
           MOVE SPACES TO PTU-REG.
           MOVE CIA-PED TO PTU-CIA.
           MOVE ANO-PED TO PTU-ANO.
           MOVE PTE-NOMI(EMP-IX) TO PTU-NOMI.
           MOVE COR-PAGO-AA TO PTU-COR-AA.
           MOVE COR-PAGO-MM TO PTU-COR-MM.
           MOVE QUINCENA TO PTU-COR-QQ.
           MOVE PTE-DIAS(EMP-IX) TO PTU-DIAS.
           MOVE PTE-SUEL-CTA(EMP-IX) TO PTU-SUEL.
           MOVE REP-DIAS-IMP TO PTU-IMP-DIAS.
           MOVE REP-SUEL-IMP TO PTU-IMP-SUEL.
           MOVE REP-IMP TO PTU-IMP.
           MOVE EXENTO-IMP TO PTU-EXENTO.
           MOVE DESTINO TO PTU-DESTINO.
           MOVE SEC-INI TO PTU-SEC-INI.
           MOVE SEC-FIN TO PTU-SEC-FIN.
           MOVE FECHA TO PTU-FEC-APL.
           MOVE ORIGEN-PTUCALC TO PTU-USR.
           WRITE PTU-REG
               INVALID KEY
                   REWRITE PTU-REG
           END-WRITE.

      *-------------------- THE YEAR'S HEADER ROW ----------------------
       270-GRABA-ENCABEZADO.
           MOVE SPACES TO PTU-REG.
           MOVE CIA-PED TO PTU-CIA.
           MOVE ANO-PED TO PTU-ANO.
           MOVE ZEROES TO PTU-NOMI.
           MOVE COR-PAGO-AA TO PTU-COR-AA.
           MOVE COR-PAGO-MM TO PTU-COR-MM.
           MOVE QUINCENA TO PTU-COR-QQ.
           MOVE PTU-MONTO TO PTU-TOTAL.
           MOVE MIN-DIAS TO PTU-MIN-DIAS.
           MOVE TOPE-SUEL TO PTU-TOPE-SUEL.
           MOVE FECHA TO PTU-FEC-APL.
           MOVE ORIGEN-PTUCALC TO PTU-USR.
           WRITE PTU-REG
               INVALID KEY
                   REWRITE PTU-REG
           END-WRITE.

      *-------------------- DISTRIBUTION TOTALS ------------------------
       280-TOTALES.
           COMPUTE REDONDEO = PTU-MONTO - REPARTIDO.
           MOVE "PAGADO EN NOMINA (MOVIM)" TO PTR-TT-TXT.
           MOVE MOVIM-CNT TO PTR-TT-CNT.
           MOVE MOVIM-TOT TO PTR-TT-IMP.
           WRITE PTR-REG FROM PTR-TOT AFTER 3 LINES.
           MOVE "PAGADO CON CHEQUE (VER PTUCHQ)" TO PTR-TT-TXT.
           MOVE CHQ-CNT TO PTR-TT-CNT.
           MOVE CHQ-TOT TO PTR-TT-IMP.
           WRITE PTR-REG FROM PTR-TOT AFTER 1 LINE.
           MOVE "NO PARTICIPAN" TO PTR-TT-TXT.
           MOVE EXCL-CNT TO PTR-TT-CNT.
           MOVE 0 TO PTR-TT-IMP.
           WRITE PTR-REG FROM PTR-TOT AFTER 1 LINE.
           MOVE "RETENIDO POR EL TOPE INDIVIDUAL" TO PTR-TT-TXT.
           MOVE 0 TO PTR-TT-CNT.
           MOVE REMANENTE TO PTR-TT-IMP.
           WRITE PTR-REG FROM PTR-TOT AFTER 1 LINE.
           MOVE "DIFERENCIA POR REDONDEO" TO PTR-TT-TXT.
           MOVE REDONDEO TO PTR-TT-IMP.
           WRITE PTR-REG FROM PTR-TOT AFTER 1 LINE.
           DISPLAY "PTU EN NOMINA: " MOVIM-CNT " POR " MOVIM-TOT.
           DISPLAY "PTU CON CHEQUE: " CHQ-CNT " POR " CHQ-TOT
                   " (LISTA EN " WS-PTUCHQ-FILE ")".
           DISPLAY "NO PARTICIPAN: " EXCL-CNT
                   "  RETENIDO POR TOPE: " REMANENTE.
           DISPLAY "CALCULO POR EMPLEADO EN " WS-PTUREP-FILE.
           IF BORRADOS-CNT > 0
               DISPLAY "REEMPLAZADOS DE UNA CORRIDA ANTERIOR: "
                       BORRADOS-CNT.

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM PTUCALC.
