      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Ajuste anual de ISR de fin de ejercicio: por cada
      *          empleado con cortes del ano en NOMHIST suma su
      *          ingreso gravable (HIS-PERC de cada corte) y el ISR
      *          que de verdad se le retuvo (renglones Impuestos del
      *          detalle pagado NOMDETAAMMQ de cada corte), recalcula
      *          el impuesto del ejercicio con la tarifa anual (tipo A
      *          de TARMAS) y deja la diferencia en el MOVIM del
      *          primer corte del ano siguiente (enero, quincena 1),
      *          con el ano completo en NOMHIST: ISR a favor
      *          (devolucion, percepcion) o ISR a cargo (retencion
      *          adicional, deduccion). Solo ajusta a quien estuvo
      *          activo todo el ano y no rebasa el tope de ingreso de
      *          EMPCTL; los demas salen listados con el motivo. Por
      *          cada empleado ajustado imprime la hoja de trabajo del
      *          calculo (AJUANUAA) para el expediente fiscal, que
      *          antes armaba un contador externo con los impresos.
      * Tectonics: cobc
      * Mod: 15/10/26 - LABN - El ingreso gravable descuenta la PTU
      *                        exenta y el ISR a favor pagados en el
      *                        ano (renglones de NOMDET), que EmpNom
      *                        deja fuera de la base; un traspaso de
      *                        empresa en el ano (EMPAUD "T") deja al
      *                        empleado sin ajuste del patron
      * Mod: 15/10/26 - LABN - El ajuste suma los 24 cortes del ano,
      *                        12/Q2 incluido (antes quedaba fuera y
      *                        la tarifa anual sobre 23 cortes daba
      *                        ISR a favor de mas); por eso se corre
      *                        en enero y la diferencia va al MOVIM
      *                        del primer corte del ano siguiente
      *                        (01/Q1), que debe estar abierto
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT EMPAUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STAT.
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
           SELECT NOMHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-LLAVE
               FILE STATUS IS HIS-STAT.
           SELECT NOMDET ASSIGN TO WS-NOMDET-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DET-STAT.
           SELECT MOVIM ASSIGN TO WS-MOVIM-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-LLAVE
               FILE STATUS IS MOV-STAT.
           SELECT DEPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-COD
               FILE STATUS IS DEPT-STAT.
           SELECT AJUREP ASSIGN TO WS-AJUREP-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPINX.
           COPY EMPREG.
      *-------------------- AUDIT TRAIL (LAYOUT AS IN EMPABC) ----------
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
           02 AUD-TRASPASO REDEFINES AUD-DESPUES.
               03 AUD-T-NOMI   PIC 9(06).
               03 AUD-T-CIA-ANT PIC X(02).
               03 AUD-T-CIA-NUE PIC X(02).
               03 AUD-T-FEC-EFE.
                   04 AUD-T-EFE-AA PIC 9(02).
                   04 AUD-T-EFE-MM PIC 9(02).
                   04 AUD-T-EFE-DD PIC 9(02).
               03 FILLER       PIC X(22).
           02 AUD-USR      PIC X(08).
       FD  EMPCTL.
           COPY CTLREG.
       FD  PERMAS.
           COPY PERREG.
       FD  TARMAS.
           COPY TARREG.
       FD  NOMHIST.
           COPY HISREG.
       FD  NOMDET.
           COPY DETREG.
       FD  MOVIM.
           COPY MOVREG.
       FD  DEPTMAS.
           COPY DEPTREG.
      *-------------------- WORKSHEETS + EXCLUDED LISTING --------------
       FD  AJUREP.
       01  AJR-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  EMI-STAT        PIC XX.
       77  AUD-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  PERM-STAT       PIC XX.
       77  TARM-STAT       PIC XX.
       77  HIS-STAT        PIC XX.
       77  DET-STAT        PIC XX.
       77  MOV-STAT        PIC XX.
       77  DEPT-STAT       PIC XX.
       77  TARM-EOF        PIC 9 VALUE 0.
       77  HIS-EOF         PIC 9 VALUE 0.
       77  DET-EOF         PIC 9.
       77  AUD-EOF         PIC 9.
       77  MOV-EOF         PIC 9.
       77  ABORTA          PIC 9 VALUE 0.
       77  ANO-PED         PIC 99.
       77  ANO-SIG         PIC 99.
       77  AJU-TOPE        PIC 9(07)V99 VALUE 400000.00.
       77  LETRERO         PIC X(21) VALUE SPACES.
       77  ANU-CNT         PIC 99 VALUE 0.
       77  TAR-IX          PIC 99.
       77  TRAMO-IX        PIC 99.
       77  EMP-CNT         PIC 9(03) VALUE 0.
       77  EMP-IX          PIC 9(03).
       77  COR-CNT         PIC 99 VALUE 0.
       77  COR-IX          PIC 99.
       77  SIN-DETALLE     PIC 99 VALUE 0.
       77  I               PIC 9(03).
       77  MOVS-AUD        PIC 9.
       77  MES-FALTA       PIC 9.
       77  BASE-ANUAL      PIC 9(09)V99.
       77  EXCEDENTE       PIC 9(09)V99.
       77  MARGINAL        PIC 9(09)V99.
       77  ISR-ANUAL       PIC 9(09)V99.
       77  DIF-ISR         PIC S9(09)V99.
       77  AJU-IMP         PIC 9(09)V99.
       77  AJU-CLAVE       PIC X(14).
       77  SEC-SIG         PIC 9(03).
       77  TOPE-IMP        PIC 9(05)V99 VALUE 99999.99.
       77  PARTE-IMP       PIC 9(05)V99.
       77  RESTO-IMP       PIC 9(09)V99.
       77  BORRADOS-CNT    PIC 9(04) VALUE 0.
       77  CARGO-CNT       PIC 9(04) VALUE 0.
       77  FAVOR-CNT       PIC 9(04) VALUE 0.
       77  CERO-CNT        PIC 9(04) VALUE 0.
       77  EXCL-CNT        PIC 9(04) VALUE 0.
       77  CARGO-TOT       PIC 9(10)V99 VALUE 0.
       77  FAVOR-TOT       PIC 9(10)V99 VALUE 0.
       77  CLAVE-IMPUESTOS PIC X(14) VALUE "Impuestos".
       77  CLAVE-ISR-FAVOR PIC X(14) VALUE "ISR a favor".
       77  CLAVE-ISR-CARGO PIC X(14) VALUE "ISR a cargo".
       77  CLAVE-PTU-EXE   PIC X(14) VALUE "PTU exenta".
       77  INGRESO-ANUAL   PIC 9(09)V99.
       77  ORIGEN-AJUANUAL PIC X(08) VALUE "AJUANUAL".
       77  RESP            PIC XX.
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  WS-ANO-INPUT    PIC X(02).
       01  WS-ANO-R REDEFINES WS-ANO-INPUT.
           03 WS-ANO-IN-AA PIC 99.
       01  WS-MOVIM-FILE   PIC X(10).
       01  WS-NOMDET-FILE  PIC X(11).
       01  WS-AJUREP-FILE  PIC X(08).
      *-------------------- ANNUAL ISR BRACKETS (TARMAS TYPE A) --------
       01  ANU-TABLA.
           02 ANU-ROW OCCURS 15 TIMES.
               03 ANU-LIMINF   PIC 9(08)V99.
               03 ANU-CUOTA    PIC 9(06)V99.
               03 ANU-PORC     PIC 9(02)V99.
      *-------------------- CORTES OF THE YEAR FOUND IN NOMHIST --------
      *    All of them, 12 / quincena 2 included: the annual table is
      *    progressive, so it must see the whole year's income against
      *    the whole year's withholding.
       01  COR-TABLA.
           02 COR-ROW OCCURS 24 TIMES.
               03 COR-MM       PIC 9(02).
               03 COR-QQ       PIC 9(01).
       01  COR-ANT.
           03 COR-ANT-MM   PIC 9(02) VALUE 0.
           03 COR-ANT-QQ   PIC 9(01) VALUE 0.
      *-------------------- YEAR ACCUMULATORS PER EMPLOYEE -------------
       01  AJU-EMP-TABLA.
           02 AJU-EMP-ROW OCCURS 200 TIMES.
               03 AJU-NOMI     PIC 9(06).
               03 AJU-DEPT     PIC X(03).
               03 AJU-PERC     PIC 9(09)V99.
               03 AJU-PTU-EXE  PIC 9(09)V99.
               03 AJU-ISR-FAV  PIC 9(09)V99.
               03 AJU-RET      PIC 9(09)V99.
               03 AJU-CORTES   PIC 9(02).
               03 AJU-MES      PIC 9(01) OCCURS 12 TIMES.
               03 AJU-RAZON    PIC X(30).
      *-------------------- WORKSHEET LINES ----------------------------
       01  AJR-TIT-0.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(22) VALUE ">>--------------------".
           02 FILLER       PIC X(22) VALUE "----------------------".
           02 FILLER       PIC X(22) VALUE "-------------------<<".
       01  AJR-TIT-1.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 AJR-T1-LET   PIC X(21).
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(28) VALUE
                           "HOJA DE TRABAJO AJUSTE ANUAL".
           02 FILLER       PIC X(17) VALUE " ISR EJERCICIO 20".
           02 AJR-T1-AA    PIC 99.
       01  AJR-EMP-1.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(08) VALUE "NOMINA: ".
           02 AJR-E1-NOMI  PIC 9(06).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 FILLER       PIC X(08) VALUE "NOMBRE: ".
           02 AJR-E1-NOMB  PIC X(15).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 FILLER       PIC X(05) VALUE "RFC: ".
           02 AJR-E1-RFC   PIC X(13).
       01  AJR-EMP-2.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(14) VALUE "DEPARTAMENTO: ".
           02 AJR-E2-DEPT  PIC X(16).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE "CORTES PAGADOS:  ".
           02 AJR-E2-COR   PIC Z9.
       01  AJR-LIN-IMP.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 AJR-LI-TXT   PIC X(40).
           02 AJR-LI-IMP   PIC $$$$,$$$,$$9.99.
           02 AJR-LI-SIG   PIC X(07).
       01  AJR-LIN-PCT.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(40) VALUE
               "(X) % SOBRE EL EXCEDENTE".
           02 FILLER       PIC X(09) VALUE SPACES.
           02 AJR-LP-PCT   PIC Z9.99.
           02 FILLER       PIC X(01) VALUE "%".
       01  AJR-LIN-MOV.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(12) VALUE "MOVIMIENTO: ".
           02 AJR-LM-CLAV  PIC X(14).
           02 AJR-LM-IMP   PIC $$$$,$$$,$$9.99.
           02 FILLER       PIC X(11) VALUE " AL MOVIM  ".
           02 AJR-LM-ARCH  PIC X(10).
       01  AJR-LIN-EXC.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 AJR-LX-NOMI  PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 AJR-LX-NOMB  PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 AJR-LX-RAZON PIC X(30).
           02 AJR-LX-PERC  PIC $$$$,$$$,$$9.99.
       01  AJR-LIN-TOT.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 AJR-LT-TXT   PIC X(30).
           02 AJR-LT-CNT   PIC Z(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 AJR-LT-IMP   PIC $$$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           INITIALIZE AJU-EMP-TABLA.
           INITIALIZE COR-TABLA.
           ACCEPT FECHA FROM DATE.
           PERFORM 101-PIDE-ANO.
           PERFORM 102-LOAD-CONTROL.
           PERFORM 103-VALIDA-PERIODO.
           IF ABORTA = 0
               PERFORM 104-LOAD-TARIFA
           END-IF.
           IF ABORTA = 0
               PERFORM 106-LOAD-HIST
           END-IF.
           IF ABORTA = 0
               PERFORM 111-LOAD-RETENIDO
           END-IF.
           IF ABORTA = 0
               DISPLAY "AJUSTE ANUAL DE ISR 20" ANO-PED ": " EMP-CNT
                       " EMPLEADOS, " COR-CNT " CORTES"
               DISPLAY "LA DIFERENCIA VA AL MOVIM " WS-MOVIM-FILE
                       " (01/" ANO-SIG " Q1). CONTINUAR (S/N): "
               ACCEPT RESP
               IF RESP NOT = "S"
                   MOVE 1 TO ABORTA
                   DISPLAY "AJUSTE ANUAL CANCELADO"
               END-IF
           END-IF.

      *    The adjustment is run in January, once 12/Q2 is in NOMHIST,
      *    so ENTER takes the year just ended; its difference rides on
      *    the first corte of the following year.
       101-PIDE-ANO.
           IF FECHA-AA > 0
               COMPUTE ANO-PED = FECHA-AA - 1
           ELSE
               MOVE 99 TO ANO-PED.
           DISPLAY "EJERCICIO A AJUSTAR (AA, ENTER = " ANO-PED "): ".
           MOVE SPACES TO WS-ANO-INPUT.
           ACCEPT WS-ANO-INPUT.
           IF WS-ANO-INPUT NOT = SPACES
               MOVE WS-ANO-IN-AA TO ANO-PED.
           IF ANO-PED = 99
               MOVE 0 TO ANO-SIG
           ELSE
               COMPUTE ANO-SIG = ANO-PED + 1.
           STRING "MOVIM"  DELIMITED BY SIZE
                  ANO-SIG  DELIMITED BY SIZE
                  "01"     DELIMITED BY SIZE
                  "1"      DELIMITED BY SIZE
               INTO WS-MOVIM-FILE
           END-STRING.
           STRING "AJUANU" DELIMITED BY SIZE
                  ANO-PED  DELIMITED BY SIZE
               INTO WS-AJUREP-FILE
           END-STRING.

      *-------------------- INCOME CAP AND LETTERHEAD FROM EMPCTL ------
       102-LOAD-CONTROL.
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
                   MOVE CTL-LETRERO TO LETRERO
                   IF CTL-AJU-TOPE > 0
                       MOVE CTL-AJU-TOPE TO AJU-TOPE
                   END-IF
           END-READ.
           CLOSE EMPCTL.

      *-------------------- THE PAYING CORTE (01/Q1) MUST BE OPEN ------
       103-VALIDA-PERIODO.
           OPEN INPUT PERMAS.
           IF PERM-STAT = "35"
               CLOSE PERMAS
           ELSE
               MOVE ANO-SIG TO PER-AA
               MOVE 01 TO PER-MM
               MOVE 1 TO PER-QQ
               READ PERMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-CERRADO
                           MOVE 1 TO ABORTA
                           DISPLAY "EL CORTE 01/" ANO-SIG " Q1 ESTA "
                                   "CERRADO, NO SE GENERA EL AJUSTE"
                       END-IF
               END-READ
               CLOSE PERMAS.

      *-------------------- ANNUAL BRACKETS, LOWER LIMITS ASCENDING ----
       104-LOAD-TARIFA.
           MOVE 0 TO TARM-EOF.
           OPEN INPUT TARMAS.
           IF TARM-STAT = "35"
               CLOSE TARMAS
           ELSE
               MOVE "A" TO TAR-TIPO
               MOVE ZEROES TO TAR-NIVEL
               START TARMAS KEY IS NOT LESS THAN TAR-LLAVE
                   INVALID KEY MOVE 1 TO TARM-EOF
               END-START
               PERFORM 105-LOAD-TARIFA-ROW UNTIL TARM-EOF = 1
               CLOSE TARMAS.
           IF ANU-CNT = 0
               MOVE 1 TO ABORTA
               DISPLAY "SIN TARIFA ANUAL (TIPO A) EN TARMAS, "
                       "CARGUELA CON TARIFLD".

       105-LOAD-TARIFA-ROW.
           READ TARMAS NEXT RECORD
               AT END
                   MOVE 1 TO TARM-EOF
               NOT AT END
                   IF NOT TAR-ANUAL
                       MOVE 1 TO TARM-EOF
                   ELSE
                       IF ANU-CNT < 15
                           ADD 1 TO ANU-CNT
                           MOVE TAR-LIMINF TO ANU-LIMINF(ANU-CNT)
                           MOVE TAR-CUOTA  TO ANU-CUOTA(ANU-CNT)
                           MOVE TAR-PORC   TO ANU-PORC(ANU-CNT)
                       END-IF
                   END-IF
           END-READ.

      *-------------------- SWEEP THE YEAR'S CORTES OF NOMHIST ---------
      *    Same START on the year's first corte as EMPANUAL; every
      *    corte adds to the employee's income, its count of cortes
      *    and the months it was paid in. Until 12/Q2 has run the
      *    year is not complete and there is nothing to adjust yet.
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
               MOVE 1 TO ABORTA
               DISPLAY "SIN CORTES DEL ANO 20" ANO-PED
                       " EN NOMHIST, NADA QUE AJUSTAR"
           ELSE
               IF COR-MM(COR-CNT) NOT = 12 OR COR-QQ(COR-CNT) NOT = 2
                   MOVE 1 TO ABORTA
                   DISPLAY "EL CORTE 12/" ANO-PED " Q2 NO ESTA EN "
                           "NOMHIST: EL ANO NO HA TERMINADO, NO SE "
                           "GENERA EL AJUSTE".

       107-READ-HIST.
           IF HIS-EOF = 0
               READ NOMHIST NEXT RECORD
                   AT END MOVE 1 TO HIS-EOF
               END-READ.

       108-ACUMULA-HIST.
           IF HIS-PER-AA NOT = ANO-PED
               MOVE 1 TO HIS-EOF
           ELSE
               IF HIS-PER-MM NOT = COR-ANT-MM
                       OR HIS-PER-QQ NOT = COR-ANT-QQ
                   ADD 1 TO COR-CNT
                   MOVE HIS-PER-MM TO COR-MM(COR-CNT)
                   MOVE HIS-PER-QQ TO COR-QQ(COR-CNT)
                   MOVE HIS-PER-MM TO COR-ANT-MM
                   MOVE HIS-PER-QQ TO COR-ANT-QQ
               END-IF
               PERFORM 109-BUSCA-EMPLEADO
               IF EMP-IX > 0
                   MOVE HIS-DEPT TO AJU-DEPT(EMP-IX)
                   ADD HIS-PERC TO AJU-PERC(EMP-IX)
                   ADD 1 TO AJU-CORTES(EMP-IX)
                   MOVE 1 TO AJU-MES(EMP-IX, HIS-PER-MM)
               END-IF
               PERFORM 107-READ-HIST
           END-IF.

      *-------------------- FIND/CREATE THE EMPLOYEE SLOT --------------
       109-BUSCA-EMPLEADO.
           MOVE 0 TO EMP-IX.
           PERFORM 110-BUSCA-EMP-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > EMP-CNT OR EMP-IX > 0.
           IF EMP-IX = 0
               IF EMP-CNT < 200
                   ADD 1 TO EMP-CNT
                   MOVE EMP-CNT TO EMP-IX
                   MOVE HIS-NOMI TO AJU-NOMI(EMP-IX)
               ELSE
                   DISPLAY "TABLA DE EMPLEADOS LLENA, SE OMITE NOMINA "
                           HIS-NOMI
               END-IF
           END-IF.

       110-BUSCA-EMP-ROW.
           IF AJU-NOMI(I) = HIS-NOMI
               MOVE I TO EMP-IX
           END-IF.

      *-------------------- ISR WITHHELD, FROM THE PAID DETAIL ---------
      *    Only NOMDET says what Impuestos each corte actually took
      *    (NOMHIST keeps the deductions as one total), and what part
      *    of HIS-PERC was PTU exenta or ISR a favor, which EmpNom kept
      *    out of the taxable base and so does the year. A corte whose
      *    detail is gone would understate the withholding and charge
      *    the employee twice, so the run stops instead.
       111-LOAD-RETENIDO.
           PERFORM 112-RETENIDO-CORTE
               VARYING COR-IX FROM 1 BY 1 UNTIL COR-IX > COR-CNT.
           IF SIN-DETALLE > 0
               MOVE 1 TO ABORTA
               DISPLAY SIN-DETALLE " CORTE(S) SIN DETALLE NOMDET; SIN "
                       "ELLOS NO SE CONOCE EL ISR RETENIDO, NO SE "
                       "GENERA EL AJUSTE".

       112-RETENIDO-CORTE.
           STRING "NOMDET"        DELIMITED BY SIZE
                  ANO-PED         DELIMITED BY SIZE
                  COR-MM(COR-IX)  DELIMITED BY SIZE
                  COR-QQ(COR-IX)  DELIMITED BY SIZE
               INTO WS-NOMDET-FILE
           END-STRING.
           MOVE 0 TO DET-EOF.
           OPEN INPUT NOMDET.
           IF DET-STAT NOT = "00"
               ADD 1 TO SIN-DETALLE
               DISPLAY "FALTA " WS-NOMDET-FILE
               CLOSE NOMDET
           ELSE
               PERFORM 113-RETENIDO-ROW UNTIL DET-EOF = 1
               CLOSE NOMDET.

       113-RETENIDO-ROW.
           READ NOMDET
               AT END
                   MOVE 1 TO DET-EOF
               NOT AT END
                   MOVE DET-NOMI TO HIS-NOMI
                   MOVE 0 TO EMP-IX
                   PERFORM 110-BUSCA-EMP-ROW
                       VARYING I FROM 1 BY 1
                       UNTIL I > EMP-CNT OR EMP-IX > 0
                   IF EMP-IX > 0
                       PERFORM 114-RETENIDO-CLAVE
                   END-IF
           END-READ.

       114-RETENIDO-CLAVE.
           IF DET-CLAV = CLAVE-IMPUESTOS AND DET-DEDUCCION
               ADD DET-IMP TO AJU-RET(EMP-IX)
           ELSE
               IF DET-CLAV = CLAVE-PTU-EXE AND DET-PERCEPCION
                   ADD DET-IMP TO AJU-PTU-EXE(EMP-IX)
               ELSE
                   IF DET-CLAV = CLAVE-ISR-FAVOR AND DET-PERCEPCION
                       ADD DET-IMP TO AJU-ISR-FAV(EMP-IX)
                   END-IF
               END-IF
           END-IF.

       200-PROCESS.
           DISPLAY "> Running process...".
           OPEN INPUT EMPINX.
           PERFORM 201-OPEN-MOVIM.
           PERFORM 202-OPEN-DEPT.
           OPEN OUTPUT AJUREP.
           MOVE LETRERO TO AJR-T1-LET.
           MOVE ANO-PED TO AJR-T1-AA.
           PERFORM 210-EMPLEADO
               VARYING EMP-IX FROM 1 BY 1 UNTIL EMP-IX > EMP-CNT.
           PERFORM 270-TOTALES.
           CLOSE EMPINX.
           CLOSE MOVIM.
           CLOSE DEPTMAS.
           CLOSE AJUREP.

       201-OPEN-MOVIM.
           OPEN I-O MOVIM.
           IF MOV-STAT = "35"
               OPEN OUTPUT MOVIM
               CLOSE MOVIM
               OPEN I-O MOVIM.

       202-OPEN-DEPT.
           OPEN INPUT DEPTMAS.
           IF DEPT-STAT = "35"
               OPEN OUTPUT DEPTMAS
               CLOSE DEPTMAS
               OPEN INPUT DEPTMAS.

      *-------------------- ONE EMPLOYEE OF THE YEAR -------------------
      *    A rerun recomputes from scratch: whatever an earlier run of
      *    this program left in the paying MOVIM is dropped first, so
      *    the employee ends with exactly one adjustment (or none, when
      *    no longer eligible).
       210-EMPLEADO.
           MOVE AJU-NOMI(EMP-IX) TO EMI-NOMI.
           PERFORM 211-BORRA-PREVIOS.
           READ EMPINX
               INVALID KEY
                   MOVE SPACES TO EMI-NOMB
                   MOVE "SIN REGISTRO EN EMPINX" TO AJU-RAZON(EMP-IX)
               NOT INVALID KEY
                   PERFORM 220-ELEGIBLE
           END-READ.
           IF AJU-RAZON(EMP-IX) = SPACES
               PERFORM 230-CALCULA
               PERFORM 250-HOJA
           ELSE
               ADD 1 TO EXCL-CNT
           END-IF.

       211-BORRA-PREVIOS.
           MOVE 0 TO MOV-EOF.
           MOVE AJU-NOMI(EMP-IX) TO MOV-NOMI.
           MOVE ZEROES TO MOV-SEC.
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           PERFORM 212-BORRA-ROW UNTIL MOV-EOF = 1.

       212-BORRA-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-NOMI NOT = AJU-NOMI(EMP-IX)
                       MOVE 1 TO MOV-EOF
                   ELSE
                       IF MOV-USR = ORIGEN-AJUANUAL
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

      *-------------------- WHO THE EMPLOYER ADJUSTS -------------------
      *    Active all year: active today, no alta, baja or status
      *    change in the audit trail during the year (nor a status
      *    date of this year when the trail predates the hire), paid in
      *    every month of the year. Over the income cap
      *    the employee files the annual return personally. A transfer
      *    to another company of the group in the year means two
      *    employers (two RFC) and each issues its own constancia: the
      *    employee files the annual return personally too.
       220-ELEGIBLE.
           MOVE SPACES TO AJU-RAZON(EMP-IX).
      *    An ISR refund is not income; the exempt PTU is, for the cap.
           COMPUTE INGRESO-ANUAL =
               AJU-PERC(EMP-IX) - AJU-ISR-FAV(EMP-IX).
           IF NOT EMI-ACTIVO
               MOVE "NO ACTIVO AL CIERRE" TO AJU-RAZON(EMP-IX)
           ELSE
               PERFORM 221-BUSCA-MOVS-AUD
               EVALUATE TRUE
                   WHEN MOVS-AUD = 2
                       MOVE "CAMBIO DE EMPRESA EN EL ANO"
                           TO AJU-RAZON(EMP-IX)
                   WHEN MOVS-AUD = 1 OR EMI-FE-AA = ANO-PED
                       MOVE "ALTA/BAJA/ESTATUS EN EL ANO"
                           TO AJU-RAZON(EMP-IX)
                   WHEN OTHER
                       MOVE 0 TO MES-FALTA
                       PERFORM 224-REVISA-MES
                           VARYING I FROM 1 BY 1 UNTIL I > 12
                       IF MES-FALTA = 1
                           MOVE "SIN PAGO EN ALGUN MES"
                               TO AJU-RAZON(EMP-IX)
                       ELSE
                           IF INGRESO-ANUAL > AJU-TOPE
                               MOVE "INGRESO ANUAL MAYOR AL TOPE"
                                   TO AJU-RAZON(EMP-IX)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       221-BUSCA-MOVS-AUD.
           MOVE 0 TO MOVS-AUD.
           MOVE 0 TO AUD-EOF.
           OPEN INPUT EMPAUD.
           IF AUD-STAT NOT = "00"
               CLOSE EMPAUD
           ELSE
               PERFORM 222-LEE-AUD
               PERFORM 223-EVALUA-AUD UNTIL AUD-EOF = 1
               CLOSE EMPAUD.

       222-LEE-AUD.
           READ EMPAUD AT END MOVE 1 TO AUD-EOF.

      *    A transfer counts by the day it was recorded or the day it
      *    took effect, whichever falls in the year.
       223-EVALUA-AUD.
           IF AUD-OPER = "T" AND AUD-T-NOMI = EMI-NOMI
                   AND (AUD-FEC-AA = ANO-PED OR AUD-T-EFE-AA = ANO-PED)
               MOVE 2 TO MOVS-AUD
               MOVE 1 TO AUD-EOF
           ELSE
               IF AUD-FEC-AA = ANO-PED AND AUD-D-NOMI = EMI-NOMI
                       AND (AUD-OPER = "A" OR AUD-OPER = "B"
                           OR AUD-OPER = "E")
                   MOVE 1 TO MOVS-AUD
                   MOVE 1 TO AUD-EOF
               ELSE
                   PERFORM 222-LEE-AUD
               END-IF
           END-IF.

       224-REVISA-MES.
           IF AJU-MES(EMP-IX, I) = 0
               MOVE 1 TO MES-FALTA
           END-IF.

      *-------------------- THE YEAR'S TAX ON THE ANNUAL TABLE ---------
      *    Same bracket rule EmpNom applies per corte: the last bracket
      *    whose lower limit the income reaches; tax = cuota fija +
      *    excess over the limit times its percentage.
       230-CALCULA.
           MOVE 0 TO BASE-ANUAL.
           IF AJU-PERC(EMP-IX) >
                   AJU-PTU-EXE(EMP-IX) + AJU-ISR-FAV(EMP-IX)
               COMPUTE BASE-ANUAL = AJU-PERC(EMP-IX)
                   - AJU-PTU-EXE(EMP-IX) - AJU-ISR-FAV(EMP-IX)
           END-IF.
           MOVE 0 TO TRAMO-IX.
           PERFORM 231-BUSCA-TRAMO
               VARYING TAR-IX FROM 1 BY 1 UNTIL TAR-IX > ANU-CNT.
           MOVE 0 TO EXCEDENTE.
           MOVE 0 TO MARGINAL.
           MOVE 0 TO ISR-ANUAL.
           IF TRAMO-IX > 0
               COMPUTE EXCEDENTE = BASE-ANUAL - ANU-LIMINF(TRAMO-IX)
               COMPUTE MARGINAL ROUNDED =
                   EXCEDENTE * ANU-PORC(TRAMO-IX) / 100
               COMPUTE ISR-ANUAL = MARGINAL + ANU-CUOTA(TRAMO-IX)
           END-IF.
           COMPUTE DIF-ISR = ISR-ANUAL - AJU-RET(EMP-IX).
           MOVE SPACES TO AJU-CLAVE.
           MOVE 0 TO AJU-IMP.
           IF DIF-ISR > 0
               MOVE CLAVE-ISR-CARGO TO AJU-CLAVE
               MOVE DIF-ISR TO AJU-IMP
               ADD 1 TO CARGO-CNT
               ADD AJU-IMP TO CARGO-TOT
           ELSE
               IF DIF-ISR < 0
                   MOVE CLAVE-ISR-FAVOR TO AJU-CLAVE
                   COMPUTE AJU-IMP = 0 - DIF-ISR
                   ADD 1 TO FAVOR-CNT
                   ADD AJU-IMP TO FAVOR-TOT
               ELSE
                   ADD 1 TO CERO-CNT
               END-IF
           END-IF.
           IF AJU-IMP > 0
               PERFORM 240-GRABA-MOVIMIENTO
           END-IF.

       231-BUSCA-TRAMO.
           IF BASE-ANUAL >= ANU-LIMINF(TAR-IX)
               MOVE TAR-IX TO TRAMO-IX
           END-IF.

      *    MOV-IMP holds up to 99,999.99: a bigger difference goes out
      *    in as many movements as it takes, as AGUINALD does.
       240-GRABA-MOVIMIENTO.
           MOVE AJU-IMP TO RESTO-IMP.
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
           MOVE AJU-CLAVE TO MOV-CLAV.
           MOVE PARTE-IMP TO MOV-IMP.
           MOVE ORIGEN-AJUANUAL TO MOV-USR.
           WRITE MOV-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR NOMINA " EMI-NOMI
                           ", ESTADO: " MOV-STAT
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

      *-------------------- ONE EMPLOYEE'S WORKSHEET (ONE PAGE) --------
       250-HOJA.
           WRITE AJR-REG FROM AJR-TIT-0 AFTER PAGE.
           WRITE AJR-REG FROM AJR-TIT-1 AFTER 1 LINE.
           WRITE AJR-REG FROM AJR-TIT-0 AFTER 1 LINE.
           MOVE EMI-NOMI TO AJR-E1-NOMI.
           MOVE EMI-NOMB TO AJR-E1-NOMB.
           MOVE EMI-RFC  TO AJR-E1-RFC.
           WRITE AJR-REG FROM AJR-EMP-1 AFTER 2 LINES.
           MOVE AJU-DEPT(EMP-IX) TO DPT-COD.
           READ DEPTMAS
               INVALID KEY
                   MOVE AJU-DEPT(EMP-IX) TO AJR-E2-DEPT
               NOT INVALID KEY
                   MOVE DPT-NOM TO AJR-E2-DEPT
           END-READ.
           MOVE AJU-CORTES(EMP-IX) TO AJR-E2-COR.
           WRITE AJR-REG FROM AJR-EMP-2 AFTER 1 LINE.
           MOVE SPACES TO AJR-LI-SIG.
           MOVE "PERCEPCIONES DEL EJERCICIO" TO AJR-LI-TXT.
           MOVE AJU-PERC(EMP-IX) TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 2 LINES.
           MOVE "(-) PTU EXENTA" TO AJR-LI-TXT.
           MOVE AJU-PTU-EXE(EMP-IX) TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(-) ISR A FAVOR PAGADO EN EL ANO" TO AJR-LI-TXT.
           MOVE AJU-ISR-FAV(EMP-IX) TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(=) INGRESO GRAVABLE DEL EJERCICIO" TO AJR-LI-TXT.
           MOVE BASE-ANUAL TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(-) LIMITE INFERIOR" TO AJR-LI-TXT.
           IF TRAMO-IX > 0
               MOVE ANU-LIMINF(TRAMO-IX) TO AJR-LI-IMP
           ELSE
               MOVE 0 TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(=) EXCEDENTE SOBRE EL LIMITE INFERIOR" TO AJR-LI-TXT.
           MOVE EXCEDENTE TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           IF TRAMO-IX > 0
               MOVE ANU-PORC(TRAMO-IX) TO AJR-LP-PCT
           ELSE
               MOVE 0 TO AJR-LP-PCT.
           WRITE AJR-REG FROM AJR-LIN-PCT AFTER 1 LINE.
           MOVE "(=) IMPUESTO MARGINAL" TO AJR-LI-TXT.
           MOVE MARGINAL TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(+) CUOTA FIJA" TO AJR-LI-TXT.
           IF TRAMO-IX > 0
               MOVE ANU-CUOTA(TRAMO-IX) TO AJR-LI-IMP
           ELSE
               MOVE 0 TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(=) ISR DEL EJERCICIO" TO AJR-LI-TXT.
           MOVE ISR-ANUAL TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(-) ISR RETENIDO EN LOS CORTES DEL ANO" TO AJR-LI-TXT.
           MOVE AJU-RET(EMP-IX) TO AJR-LI-IMP.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 1 LINE.
           MOVE "(=) DIFERENCIA" TO AJR-LI-TXT.
           MOVE AJU-IMP TO AJR-LI-IMP.
           IF DIF-ISR > 0
               MOVE " CARGO" TO AJR-LI-SIG
           ELSE
               IF DIF-ISR < 0
                   MOVE " FAVOR" TO AJR-LI-SIG
               END-IF
           END-IF.
           WRITE AJR-REG FROM AJR-LIN-IMP AFTER 2 LINES.
           IF AJU-IMP > 0
               MOVE AJU-CLAVE TO AJR-LM-CLAV
               MOVE AJU-IMP TO AJR-LM-IMP
               MOVE WS-MOVIM-FILE TO AJR-LM-ARCH
               WRITE AJR-REG FROM AJR-LIN-MOV AFTER 2 LINES
           ELSE
               MOVE "     SIN DIFERENCIA, NO SE GENERA MOVIMIENTO"
                   TO AJR-REG
               WRITE AJR-REG AFTER 2 LINES
           END-IF.

      *-------------------- RUN TOTALS + WHO WAS LEFT OUT --------------
       270-TOTALES.
           WRITE AJR-REG FROM AJR-TIT-0 AFTER PAGE.
           MOVE "     EMPLEADOS SIN AJUSTE ANUAL POR EL PATRON"
               TO AJR-REG.
           WRITE AJR-REG AFTER 1 LINE.
           WRITE AJR-REG FROM AJR-TIT-0 AFTER 1 LINE.
           PERFORM 271-LISTA-EXCLUIDO
               VARYING EMP-IX FROM 1 BY 1 UNTIL EMP-IX > EMP-CNT.
           MOVE "AJUSTADOS CON ISR A CARGO" TO AJR-LT-TXT.
           MOVE CARGO-CNT TO AJR-LT-CNT.
           MOVE CARGO-TOT TO AJR-LT-IMP.
           WRITE AJR-REG FROM AJR-LIN-TOT AFTER 3 LINES.
           MOVE "AJUSTADOS CON ISR A FAVOR" TO AJR-LT-TXT.
           MOVE FAVOR-CNT TO AJR-LT-CNT.
           MOVE FAVOR-TOT TO AJR-LT-IMP.
           WRITE AJR-REG FROM AJR-LIN-TOT AFTER 1 LINE.
           MOVE "AJUSTADOS SIN DIFERENCIA" TO AJR-LT-TXT.
           MOVE CERO-CNT TO AJR-LT-CNT.
           MOVE 0 TO AJR-LT-IMP.
           WRITE AJR-REG FROM AJR-LIN-TOT AFTER 1 LINE.
           MOVE "SIN AJUSTE (VER LISTA)" TO AJR-LT-TXT.
           MOVE EXCL-CNT TO AJR-LT-CNT.
           MOVE 0 TO AJR-LT-IMP.
           WRITE AJR-REG FROM AJR-LIN-TOT AFTER 1 LINE.
           DISPLAY "ISR A CARGO: " CARGO-CNT " POR " CARGO-TOT.
           DISPLAY "ISR A FAVOR: " FAVOR-CNT " POR " FAVOR-TOT.
           DISPLAY "SIN DIFERENCIA: " CERO-CNT
                   "  SIN AJUSTE: " EXCL-CNT
                   " (HOJAS Y LISTA EN " WS-AJUREP-FILE ")".
           IF BORRADOS-CNT > 0
               DISPLAY "REEMPLAZADOS DE UNA CORRIDA ANTERIOR: "
                       BORRADOS-CNT.

       271-LISTA-EXCLUIDO.
           IF AJU-RAZON(EMP-IX) NOT = SPACES
               MOVE AJU-NOMI(EMP-IX) TO AJR-LX-NOMI
               MOVE AJU-NOMI(EMP-IX) TO EMI-NOMI
               READ EMPINX
                   INVALID KEY
                       MOVE "(SIN REGISTRO)" TO AJR-LX-NOMB
                   NOT INVALID KEY
                       MOVE EMI-NOMB TO AJR-LX-NOMB
               END-READ
               MOVE AJU-RAZON(EMP-IX) TO AJR-LX-RAZON
               COMPUTE AJR-LX-PERC =
                   AJU-PERC(EMP-IX) - AJU-ISR-FAV(EMP-IX)
               WRITE AJR-REG FROM AJR-LIN-EXC AFTER 1 LINE
           END-IF.

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM AJUANUAL.
