      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Consulta del expediente (kardex) de un empleado por
      *          nomina en una sola pantalla: datos del maestro
      *          EMPINX, cambios de estado, salario, departamento y
      *          nombre de la bitacora EMPAUD, cada corte pagado de
      *          NOMHIST/NOMHARCH con su neto y como se pago (deposito
      *          del DISPERAAMMQ o folio de CHQREGIS y su estado), lo
      *          prestado y cobrado del prestamo por corte (NOMDET) con
      *          el saldo de PRESMAS, y los dias de incidencia de cada
      *          corte (INCIDAAMMQ). Opcionalmente lo deja impreso en
      *          KARDEXnnnnnn. Solo lee: no abre nada en modo de
      *          actualizacion ni pide el candado de corrida, asi que
      *          se usa aunque haya una nomina en proceso.
      * Tectonics: cobc
      ******************************************************************
      * Mod: 15/10/26 - LABN - Empresa del empleado en los datos del
      *                        maestro y traspasos entre empresas
      *                        (renglones "T" de EMPAUD) en los cambios
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDEX.
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
           SELECT CHQREGIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQR-FOLIO
               FILE STATUS IS CQR-STAT.
           SELECT PRESMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NOMI
               FILE STATUS IS PRE-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT DISPER ASSIGN TO WS-DISPER-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIS-STAT.
           SELECT NOMDET ASSIGN TO WS-NOMDET-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DET-STAT.
           SELECT INCID ASSIGN TO WS-INCID-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-LLAVE
               FILE STATUS IS INC-STAT.
           SELECT KARIMP ASSIGN TO WS-KARIMP-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPINX.
           COPY EMPREG.
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
               03 AUD-T-FEC-EFE PIC 9(06).
               03 FILLER       PIC X(22).
           02 AUD-USR      PIC X(08).
       FD  NOMHIST.
           COPY HISREG.
      *-------------------- CLOSED-YEAR ARCHIVE (SAME LAYOUT) ----------
       FD  NOMHARCH.
           COPY ARHREG.
      *-------------------- CHECK REGISTER (SEE CQREG) -----------------
       FD  CHQREGIS.
           COPY CQREG.
      *-------------------- LOAN MASTER --------------------------------
       FD  PRESMAS.
           COPY PREREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- A CORTE'S DISPERSION (SEE DISREG) ----------
       FD  DISPER.
       01  DIS-REG         PIC X(48).
      *-------------------- A CORTE'S PAID DETAIL (SEE DETREG) ---------
       FD  NOMDET.
           COPY DETREG.
      *-------------------- A CORTE'S INCIDENCES (SEE INCREG) ----------
       FD  INCID.
           COPY INCREG.
      *-------------------- THE PRINTED EXPEDIENTE ---------------------
       FD  KARIMP.
       01  KAR-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  EMI-STAT        PIC XX.
       77  AUD-STAT        PIC XX.
       77  HIS-STAT        PIC XX.
       77  ARH-STAT        PIC XX.
       77  CQR-STAT        PIC XX.
       77  PRE-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  DIS-STAT        PIC XX.
       77  DET-STAT        PIC XX.
       77  INC-STAT        PIC XX.
       77  SCAN-EOF        PIC 9.
       77  ABORTA          PIC 9 VALUE 0.
       77  IMPRIME         PIC 9 VALUE 0.
       77  EMI-EXI         PIC 9 VALUE 0.
       77  RESP            PIC X.
       77  LETRERO         PIC X(21) VALUE SPACES.
       77  KAR-NOMI        PIC 9(06).
       77  KAR-NOMI-IN     PIC X(06).
       77  AUD-CNT         PIC 9(04) VALUE 0.
       77  COR-CNT         PIC 9(03) VALUE 0.
       77  COR-IX          PIC 9(03).
       77  COR-EXI         PIC 9.
       77  CHQ-CNT         PIC 9(03) VALUE 0.
       77  CHQ-IX          PIC 9(03).
       77  CHQ-SUELTOS     PIC 9(03).
       77  PAGO-CNT        PIC 9(02).
       77  I               PIC 9(03).
       77  PRE-COBRADO     PIC 9(07)V99.
       77  PRE-PRESTADO    PIC 9(07)V99.
       77  TOT-COBRADO     PIC 9(08)V99 VALUE 0.
       77  TOT-PRESTADO    PIC 9(08)V99 VALUE 0.
       77  TOT-NETO        PIC S9(09)V99 VALUE 0.
       77  FALTAS-CNT      PIC 99.
       77  INCAP-CNT       PIC 99.
       77  PERM-CNT        PIC 99.
       77  VAC-CNT         PIC 99.
       77  CLAVE-PRESTAMO  PIC X(14) VALUE "Prestamo".
       77  CLAVE-PAGO-PRE  PIC X(14) VALUE "Pago prestamo".
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  PER-TRAB.
           03 PER-TRAB-AA  PIC 99.
           03 PER-TRAB-MM  PIC 99.
           03 PER-TRAB-QQ  PIC 9.
       01  WS-DISPER-FILE  PIC X(11).
       01  WS-NOMDET-FILE  PIC X(11).
       01  WS-INCID-FILE   PIC X(10).
       01  WS-KARIMP-FILE  PIC X(12).
      *-------------------- IMAGES OF THE DISPERSION ROWS --------------
           COPY DISREG.
      *-------------------- THE EMPLOYEE'S CORTES, OLDEST FIRST --------
      *    The archive holds the closed years and NOMHIST the open
      *    ones, so reading NOMHARCH first leaves them in order.
       01  COR-TABLA.
           02 COR-ROW OCCURS 240 TIMES.
               03 COR-PERIODO.
                   04 COR-PER-AA   PIC 9(02).
                   04 COR-PER-MM   PIC 9(02).
                   04 COR-PER-QQ   PIC 9(01).
               03 COR-DEPT     PIC X(03).
               03 COR-PERC     PIC 9(08)V99.
               03 COR-DEDU     PIC 9(08)V99.
               03 COR-SUEL     PIC S9(08)V99.
               03 COR-DIAS     PIC 9(02).
               03 COR-ORIGEN   PIC X(01).
      *-------------------- THE EMPLOYEE'S FOLIOS IN CHQREGIS ----------
       01  CHQ-TABLA.
           02 CHQ-ROW OCCURS 100 TIMES.
               03 CHQ-FOLIO    PIC 9(06).
               03 CHQ-PERIODO  PIC X(05).
               03 CHQ-IMP      PIC 9(09)V99.
               03 CHQ-EST      PIC X(01).
               03 CHQ-FECHA.
                   04 CHQ-FEC-AA PIC 9(02).
                   04 CHQ-FEC-MM PIC 9(02).
                   04 CHQ-FEC-DD PIC 9(02).
               03 CHQ-USADO    PIC 9(01).
      *-------------------- ONE LINE FOR THE SCREEN AND THE PRINT ------
       01  KAR-LINEA       PIC X(80).
       01  KAR-SEPARA.
           02 FILLER       PIC X(80) VALUE ALL "-".
       01  KAR-TIT-1.
           02 KT1-LET      PIC X(21).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 FILLER       PIC X(32) VALUE
               "EXPEDIENTE DEL EMPLEADO  FECHA: ".
           02 KT1-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KT1-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KT1-AA       PIC 99.
       01  KAR-SECCION.
           02 FILLER       PIC X(04) VALUE "*** ".
           02 KSE-TXT      PIC X(50).
       01  KAR-EMP-1.
           02 FILLER       PIC X(08) VALUE "NOMINA: ".
           02 KE1-NOMI     PIC 9(06).
           02 FILLER       PIC X(10) VALUE "  NOMBRE: ".
           02 KE1-NOMB     PIC X(15).
           02 FILLER       PIC X(09) VALUE "  DEPTO: ".
           02 KE1-DEPT     PIC X(03).
           02 FILLER       PIC X(12) VALUE "  SALARIO: ".
           02 KE1-SUEL     PIC ZZ,ZZ9.99-.
       01  KAR-EMP-2.
           02 FILLER       PIC X(08) VALUE "ESTADO: ".
           02 KE2-EST      PIC X(10).
           02 FILLER       PIC X(07) VALUE " DESDE ".
           02 KE2-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KE2-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KE2-AA       PIC 99.
           02 FILLER       PIC X(11) VALUE "  PAGO: ".
           02 KE2-FREC     PIC X(10).
           02 FILLER       PIC X(13) VALUE "  CAUSA BAJA:".
           02 KE2-MOT      PIC X(01).
       01  KAR-EMP-3.
           02 FILLER       PIC X(05) VALUE "RFC: ".
           02 KE3-RFC      PIC X(13).
           02 FILLER       PIC X(08) VALUE "  CURP: ".
           02 KE3-CURP     PIC X(18).
           02 FILLER       PIC X(07) VALUE "  NSS: ".
           02 KE3-NSS      PIC X(11).
           02 FILLER       PIC X(11) VALUE "  EMPRESA: ".
           02 KE3-CIA      PIC X(02).
      *    One change in the audit trail: date, what changed, from/to.
       01  KAR-AUD.
           02 KAU-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KAU-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KAU-AA       PIC 99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KAU-OPER     PIC X(13).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KAU-CAMPO    PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KAU-ANTES    PIC X(15).
           02 FILLER       PIC X(04) VALUE " -> ".
           02 KAU-DESPUES  PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KAU-USR      PIC X(08).
       01  KAR-AUD-EST.
           02 KAE-EST      PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KAE-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KAE-MM       PIC 99.
       01  SUEL-ED         PIC ZZ,ZZ9.99-.
       01  KAR-COR-ENC.
           02 FILLER       PIC X(40) VALUE
               "CORTE    DEPTO DIAS   PERCEPCIONES    DE".
           02 FILLER       PIC X(24) VALUE
               "DUCCIONES    NETO PAGADO".
       01  KAR-COR.
           02 KCO-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KCO-AA       PIC 99.
           02 FILLER       PIC X(02) VALUE " Q".
           02 KCO-QQ       PIC 9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 KCO-DEPT     PIC X(03).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 KCO-DIAS     PIC Z9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 KCO-PERC     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 KCO-DEDU     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 KCO-NETO     PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KCO-ORIGEN   PIC X(06).
       01  KAR-DEP.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 FILLER       PIC X(15) VALUE "DEPOSITO BANCO ".
           02 KDE-BANCO    PIC X(03).
           02 FILLER       PIC X(07) VALUE " CLABE ".
           02 KDE-CLABE    PIC X(18).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KDE-IMP      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(04) VALUE " AL ".
           02 KDE-FVALOR   PIC 9(06).
       01  KAR-CHQ.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 FILLER       PIC X(13) VALUE "CHEQUE FOLIO ".
           02 KCH-FOLIO    PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KCH-IMP      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KCH-EST      PIC X(09).
           02 FILLER       PIC X(12) VALUE " IMPRESO EL ".
           02 KCH-DD       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KCH-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 KCH-AA       PIC 99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 KCH-CORTE    PIC X(08).
       01  KAR-PRE.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE "PRESTAMO: OTORGO ".
           02 KPR-PRESTADO PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(08) VALUE " COBRO ".
           02 KPR-COBRADO  PIC Z,ZZZ,ZZ9.99.
       01  KAR-INC.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 FILLER       PIC X(14) VALUE "INCIDENCIAS: ".
           02 FILLER       PIC X(08) VALUE "FALTAS ".
           02 KIN-FAL      PIC Z9.
           02 FILLER       PIC X(14) VALUE "  INCAPACIDAD ".
           02 KIN-INC      PIC Z9.
           02 FILLER       PIC X(10) VALUE "  PERMISO ".
           02 KIN-PER      PIC Z9.
           02 FILLER       PIC X(14) VALUE "  VACACIONES ".
           02 KIN-VAC      PIC Z9.
       01  KAR-TOTAL.
           02 FILLER       PIC X(09) VALUE "CORTES: ".
           02 KTO-CNT      PIC ZZ9.
           02 FILLER       PIC X(18) VALUE "   NETO PAGADO: ".
           02 KTO-NETO     PIC ZZZ,ZZZ,ZZ9.99-.
       01  KAR-PRE-1.
           02 FILLER       PIC X(11) VALUE "PRINCIPAL: ".
           02 KP1-ORIG     PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(09) VALUE "  ABONO: ".
           02 KP1-ABONO    PIC ZZZ,ZZ9.99.
           02 FILLER       PIC X(09) VALUE "  SALDO: ".
           02 KP1-SALDO    PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 KP1-EST      PIC X(07).
       01  KAR-PRE-2.
           02 FILLER       PIC X(23) VALUE "ULTIMO OTORGAMIENTO EN ".
           02 KP2-PER      PIC X(08).
           02 FILLER       PIC X(20) VALUE "  ULTIMO COBRO EN ".
           02 KP2-COB-PER  PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KP2-COB-IMP  PIC Z,ZZZ,ZZ9.99.
       01  KAR-PRE-3.
           02 FILLER       PIC X(40) VALUE
               "EN LOS CORTES LISTADOS SE OTORGO ".
           02 KP3-PRESTADO PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(10) VALUE " Y COBRO ".
           02 KP3-COBRADO  PIC ZZ,ZZZ,ZZ9.99.
      *    A corte shown as MM/AA Qn.
       01  PER-ED.
           02 PED-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 PED-AA       PIC 99.
           02 FILLER       PIC X(02) VALUE " Q".
           02 PED-QQ       PIC 9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           ACCEPT FECHA FROM DATE.
           DISPLAY "EXPEDIENTE DEL EMPLEADO (SOLO CONSULTA)".
           DISPLAY "NOMINA: ".
           ACCEPT KAR-NOMI-IN.
           IF KAR-NOMI-IN = SPACES OR KAR-NOMI-IN NOT NUMERIC
               DISPLAY "NOMINA INVALIDA"
               MOVE 1 TO ABORTA
           ELSE
               MOVE KAR-NOMI-IN TO KAR-NOMI
               PERFORM 101-LEE-EMPLEADO
           END-IF.
           IF ABORTA = 0
               DISPLAY "IMPRIMIR EL EXPEDIENTE (S/N): "
               ACCEPT RESP
               IF RESP = "S" OR RESP = "s"
                   MOVE 1 TO IMPRIME
                   PERFORM 102-LOAD-CONTROL
                   STRING "KARDEX" DELIMITED BY SIZE
                          KAR-NOMI DELIMITED BY SIZE
                       INTO WS-KARIMP-FILE
                   END-STRING
                   OPEN OUTPUT KARIMP
               END-IF
           END-IF.

      *    A nomina with no master row (never captured, or from before
      *    bajas were kept on file) is refused unless it left history.
       101-LEE-EMPLEADO.
           OPEN INPUT EMPINX.
           IF EMI-STAT = "00"
               MOVE KAR-NOMI TO EMI-NOMI
               READ EMPINX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO EMI-EXI
               END-READ
           END-IF.
           CLOSE EMPINX.
           IF EMI-EXI = 0
               DISPLAY "LA NOMINA " KAR-NOMI " NO ESTA EN EMPINX"
               DISPLAY "CONSULTAR SU HISTORIA DE TODOS MODOS (S/N): "
               ACCEPT RESP
               IF RESP NOT = "S" AND RESP NOT = "s"
                   MOVE 1 TO ABORTA
               END-IF
           END-IF.

      *-------------------- LETTERHEAD FROM EMPCTL ---------------------
       102-LOAD-CONTROL.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "00"
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-LETRERO TO LETRERO
               END-READ
           END-IF.
           CLOSE EMPCTL.

       200-PROCESS.
           IF IMPRIME = 1
               MOVE LETRERO TO KT1-LET
               MOVE FECHA-DD TO KT1-DD
               MOVE FECHA-MM TO KT1-MM
               MOVE FECHA-AA TO KT1-AA
               MOVE KAR-TIT-1 TO KAR-LINEA
               PERFORM 800-SALIDA
           END-IF.
           PERFORM 210-MAESTRO.
           PERFORM 220-BITACORA.
           PERFORM 225-CARGA-CHEQUES.
           PERFORM 230-CORTES.
           PERFORM 250-CHEQUES-SUELTOS.
           PERFORM 260-PRESTAMO.
           IF IMPRIME = 1
               CLOSE KARIMP
               DISPLAY "EXPEDIENTE IMPRESO EN " WS-KARIMP-FILE
           END-IF.

      *-------------------- THE MASTER ROW AS IT STANDS TODAY ----------
       210-MAESTRO.
           MOVE KAR-SEPARA TO KAR-LINEA.
           PERFORM 800-SALIDA.
           IF EMI-EXI = 0
               MOVE SPACES TO KAR-LINEA
               STRING "NOMINA " DELIMITED BY SIZE
                      KAR-NOMI  DELIMITED BY SIZE
                      " (SIN REGISTRO EN EMPINX)" DELIMITED BY SIZE
                   INTO KAR-LINEA
               END-STRING
               PERFORM 800-SALIDA
           ELSE
               MOVE EMI-NOMI TO KE1-NOMI
               MOVE EMI-NOMB TO KE1-NOMB
               MOVE EMI-DEPT TO KE1-DEPT
               MOVE EMI-SUEL TO KE1-SUEL
               MOVE KAR-EMP-1 TO KAR-LINEA
               PERFORM 800-SALIDA
               MOVE EMI-EST TO KAE-EST
               PERFORM 215-NOMBRE-ESTADO
               MOVE KAE-EST TO KE2-EST
               MOVE EMI-FE-DD TO KE2-DD
               MOVE EMI-FE-MM TO KE2-MM
               MOVE EMI-FE-AA TO KE2-AA
               IF EMI-QUINCENAL
                   MOVE "QUINCENAL" TO KE2-FREC
               ELSE
                   MOVE "MENSUAL" TO KE2-FREC
               END-IF
               MOVE EMI-MOT-BAJA TO KE2-MOT
               MOVE KAR-EMP-2 TO KAR-LINEA
               PERFORM 800-SALIDA
               MOVE EMI-RFC TO KE3-RFC
               MOVE EMI-CURP TO KE3-CURP
               MOVE EMI-NSS TO KE3-NSS
               MOVE EMI-CIA TO KE3-CIA
               MOVE KAR-EMP-3 TO KAR-LINEA
               PERFORM 800-SALIDA
           END-IF.

      *    The one-letter status in KAE-EST spelled out.
       215-NOMBRE-ESTADO.
           IF KAE-EST = "A" OR KAE-EST = SPACES
               MOVE "ACTIVO" TO KAE-EST
           ELSE
               IF KAE-EST = "S"
                   MOVE "SUSPENDIDO" TO KAE-EST
               ELSE
                   IF KAE-EST = "B"
                       MOVE "BAJA" TO KAE-EST
                   END-IF
               END-IF
           END-IF.

      *-------------------- CHANGES FROM THE AUDIT TRAIL ---------------
      *    One line per field that changed; restore rows (R) carry no
      *    employee and are left out.
       220-BITACORA.
           MOVE "CAMBIOS REGISTRADOS EN LA BITACORA (EMPAUD)"
               TO KSE-TXT.
           PERFORM 810-SECCION.
           OPEN INPUT EMPAUD.
           IF AUD-STAT NOT = "00"
               MOVE "NO EXISTE LA BITACORA EMPAUD" TO KAR-LINEA
               PERFORM 800-SALIDA
           ELSE
               MOVE 0 TO SCAN-EOF
               PERFORM 221-LEE-AUD UNTIL SCAN-EOF = 1
               IF AUD-CNT = 0
                   MOVE "SIN CAMBIOS REGISTRADOS" TO KAR-LINEA
                   PERFORM 800-SALIDA
               END-IF
           END-IF.
           CLOSE EMPAUD.

       221-LEE-AUD.
           READ EMPAUD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF AUD-OPER NOT = "R"
                           AND (AUD-A-NOMI = KAR-NOMI
                                OR AUD-D-NOMI = KAR-NOMI)
                       ADD 1 TO AUD-CNT
                       PERFORM 222-MUESTRA-CAMBIO
                   END-IF
           END-READ.

       222-MUESTRA-CAMBIO.
           MOVE AUD-FEC-DD TO KAU-DD.
           MOVE AUD-FEC-MM TO KAU-MM.
           MOVE AUD-FEC-AA TO KAU-AA.
           MOVE AUD-USR TO KAU-USR.
           IF AUD-OPER = "T"
               PERFORM 227-CAMBIO-EMPRESA
           ELSE
               PERFORM 228-CAMBIO-DATOS
           END-IF.

      *    Status with its effective day and month (the year is that
      *    of the change line almost always; the full date is on the
      *    master and in EMPAUDR).
       223-CAMBIO-ESTADO.
           MOVE "ESTADO" TO KAU-CAMPO.
           MOVE SPACES TO KAU-ANTES.
           IF AUD-OPER NOT = "A"
               MOVE AUD-A-EST TO KAE-EST
               PERFORM 215-NOMBRE-ESTADO
               MOVE AUD-A-FEC-EST(5:2) TO KAE-DD
               MOVE AUD-A-FEC-EST(3:2) TO KAE-MM
               MOVE KAR-AUD-EST TO KAU-ANTES
           END-IF.
           MOVE AUD-D-EST TO KAE-EST.
           PERFORM 215-NOMBRE-ESTADO.
           MOVE AUD-D-FEC-EST(5:2) TO KAE-DD.
           MOVE AUD-D-FEC-EST(3:2) TO KAE-MM.
           MOVE KAR-AUD-EST TO KAU-DESPUES.
           PERFORM 224-LINEA-CAMBIO.

      *    Date, operation and user go on the first line of the change
      *    only.
       224-LINEA-CAMBIO.
           MOVE KAR-AUD TO KAR-LINEA.
           PERFORM 800-SALIDA.
           MOVE SPACES TO KAU-OPER.
           MOVE SPACES TO KAU-USR.

      *-------------------- THE EMPLOYEE'S FOLIOS ----------------------
      *    CHQREGIS is keyed by folio, so the whole register is read
      *    once and this nomina's rows kept.
       225-CARGA-CHEQUES.
           OPEN INPUT CHQREGIS.
           IF CQR-STAT = "00"
               MOVE 0 TO SCAN-EOF
               MOVE LOW-VALUES TO CQR-FOLIO
               START CHQREGIS KEY IS NOT LESS THAN CQR-FOLIO
                   INVALID KEY MOVE 1 TO SCAN-EOF
               END-START
               PERFORM 226-LEE-CHEQUE UNTIL SCAN-EOF = 1
           END-IF.
           CLOSE CHQREGIS.

       226-LEE-CHEQUE.
           READ CHQREGIS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF CQR-NOMI = KAR-NOMI
                       IF CHQ-CNT < 100
                           ADD 1 TO CHQ-CNT
                           MOVE CQR-FOLIO TO CHQ-FOLIO(CHQ-CNT)
                           MOVE CQR-PERIODO TO CHQ-PERIODO(CHQ-CNT)
                           MOVE CQR-IMP TO CHQ-IMP(CHQ-CNT)
                           MOVE CQR-EST TO CHQ-EST(CHQ-CNT)
                           MOVE CQR-FECHA TO CHQ-FECHA(CHQ-CNT)
                           MOVE 0 TO CHQ-USADO(CHQ-CNT)
                       ELSE
                           DISPLAY "TABLA DE CHEQUES LLENA, SE OMITE "
                                   "EL FOLIO " CQR-FOLIO
                       END-IF
                   END-IF
           END-READ.

      *    A transfer only changes the company; its after image holds
      *    the two codes instead of the employee data.
       227-CAMBIO-EMPRESA.
           MOVE "TRASPASO" TO KAU-OPER.
           MOVE "EMPRESA" TO KAU-CAMPO.
           MOVE AUD-T-CIA-ANT TO KAU-ANTES.
           MOVE AUD-T-CIA-NUE TO KAU-DESPUES.
           PERFORM 224-LINEA-CAMBIO.

       228-CAMBIO-DATOS.
           IF AUD-OPER = "A"
               MOVE "ALTA" TO KAU-OPER
           ELSE
               IF AUD-OPER = "B"
                   MOVE "BAJA" TO KAU-OPER
               ELSE
                   IF AUD-OPER = "E"
                       MOVE "CAMBIO ESTADO" TO KAU-OPER
                   ELSE
                       MOVE "MODIFICACION" TO KAU-OPER
                   END-IF
               END-IF
           END-IF.
           IF AUD-A-EST NOT = AUD-D-EST
                   OR AUD-A-FEC-EST NOT = AUD-D-FEC-EST
               PERFORM 223-CAMBIO-ESTADO
           END-IF.
           IF AUD-A-SUEL NOT = AUD-D-SUEL
               MOVE "SALARIO" TO KAU-CAMPO
               MOVE AUD-A-SUEL TO SUEL-ED
               MOVE SUEL-ED TO KAU-ANTES
               MOVE AUD-D-SUEL TO SUEL-ED
               MOVE SUEL-ED TO KAU-DESPUES
               PERFORM 224-LINEA-CAMBIO
           END-IF.
           IF AUD-A-DEPT NOT = AUD-D-DEPT
               MOVE "DEPTO" TO KAU-CAMPO
               MOVE AUD-A-DEPT TO KAU-ANTES
               MOVE AUD-D-DEPT TO KAU-DESPUES
               PERFORM 224-LINEA-CAMBIO
           END-IF.
           IF AUD-A-NOMB NOT = AUD-D-NOMB
               MOVE "NOMBRE" TO KAU-CAMPO
               MOVE AUD-A-NOMB TO KAU-ANTES
               MOVE AUD-D-NOMB TO KAU-DESPUES
               PERFORM 224-LINEA-CAMBIO
           END-IF.

      *-------------------- EVERY CORTE PAID ---------------------------
       230-CORTES.
           MOVE "CORTES PAGADOS (NOMHARCH / NOMHIST)" TO KSE-TXT.
           PERFORM 810-SECCION.
           PERFORM 231-CARGA-ARCHIVO.
           PERFORM 233-CARGA-HISTORIA.
           IF COR-CNT = 0
               MOVE "SIN CORTES PAGADOS" TO KAR-LINEA
               PERFORM 800-SALIDA
           ELSE
               MOVE KAR-COR-ENC TO KAR-LINEA
               PERFORM 800-SALIDA
               PERFORM 240-MUESTRA-CORTE
                   VARYING COR-IX FROM 1 BY 1 UNTIL COR-IX > COR-CNT
               MOVE COR-CNT TO KTO-CNT
               MOVE TOT-NETO TO KTO-NETO
               MOVE KAR-TOTAL TO KAR-LINEA
               PERFORM 800-SALIDA
           END-IF.

       231-CARGA-ARCHIVO.
           OPEN INPUT NOMHARCH.
           IF ARH-STAT = "00"
               MOVE 0 TO SCAN-EOF
               MOVE LOW-VALUES TO ARH-LLAVE
               START NOMHARCH KEY IS NOT LESS THAN ARH-LLAVE
                   INVALID KEY MOVE 1 TO SCAN-EOF
               END-START
               PERFORM 232-LEE-ARCHIVO UNTIL SCAN-EOF = 1
           END-IF.
           CLOSE NOMHARCH.

       232-LEE-ARCHIVO.
           READ NOMHARCH NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF ARH-NOMI = KAR-NOMI
                       MOVE ARH-PERIODO TO PER-TRAB
                       PERFORM 235-AGREGA-CORTE
                       IF COR-EXI = 0 AND COR-IX > 0
                           MOVE ARH-DEPT TO COR-DEPT(COR-IX)
                           MOVE ARH-PERC TO COR-PERC(COR-IX)
                           MOVE ARH-DEDU TO COR-DEDU(COR-IX)
                           MOVE ARH-SUEL TO COR-SUEL(COR-IX)
                           MOVE ARH-DIAS TO COR-DIAS(COR-IX)
                           MOVE "A" TO COR-ORIGEN(COR-IX)
                       END-IF
                   END-IF
           END-READ.

       233-CARGA-HISTORIA.
           OPEN INPUT NOMHIST.
           IF HIS-STAT = "00"
               MOVE 0 TO SCAN-EOF
               MOVE LOW-VALUES TO HIS-LLAVE
               START NOMHIST KEY IS NOT LESS THAN HIS-LLAVE
                   INVALID KEY MOVE 1 TO SCAN-EOF
               END-START
               PERFORM 234-LEE-HISTORIA UNTIL SCAN-EOF = 1
           END-IF.
           CLOSE NOMHIST.

       234-LEE-HISTORIA.
           READ NOMHIST NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF HIS-NOMI = KAR-NOMI
                       MOVE HIS-PERIODO TO PER-TRAB
                       PERFORM 235-AGREGA-CORTE
                       IF COR-EXI = 0 AND COR-IX > 0
                           MOVE HIS-DEPT TO COR-DEPT(COR-IX)
                           MOVE HIS-PERC TO COR-PERC(COR-IX)
                           MOVE HIS-DEDU TO COR-DEDU(COR-IX)
                           MOVE HIS-SUEL TO COR-SUEL(COR-IX)
                           MOVE HIS-DIAS TO COR-DIAS(COR-IX)
                           MOVE "H" TO COR-ORIGEN(COR-IX)
                       END-IF
                   END-IF
           END-READ.

      *    A corte already taken from the archive is not repeated when
      *    NOMHIST still holds it (an archive run not yet purged).
       235-AGREGA-CORTE.
           MOVE 0 TO COR-EXI.
           MOVE 0 TO COR-IX.
           PERFORM 236-BUSCA-CORTE
               VARYING I FROM 1 BY 1
               UNTIL I > COR-CNT OR COR-EXI = 1.
           IF COR-EXI = 0
               IF COR-CNT < 240
                   ADD 1 TO COR-CNT
                   MOVE COR-CNT TO COR-IX
                   MOVE PER-TRAB TO COR-PERIODO(COR-IX)
               ELSE
                   DISPLAY "TABLA DE CORTES LLENA, SE OMITE EL CORTE "
                           PER-TRAB
               END-IF
           END-IF.

       236-BUSCA-CORTE.
           IF COR-PERIODO(I) = PER-TRAB
               MOVE 1 TO COR-EXI
           END-IF.

      *-------------------- ONE CORTE AND HOW IT WAS PAID --------------
       240-MUESTRA-CORTE.
           MOVE COR-PERIODO(COR-IX) TO PER-TRAB.
           MOVE PER-TRAB-MM TO KCO-MM.
           MOVE PER-TRAB-AA TO KCO-AA.
           MOVE PER-TRAB-QQ TO KCO-QQ.
           MOVE COR-DEPT(COR-IX) TO KCO-DEPT.
           MOVE COR-DIAS(COR-IX) TO KCO-DIAS.
           MOVE COR-PERC(COR-IX) TO KCO-PERC.
           MOVE COR-DEDU(COR-IX) TO KCO-DEDU.
           MOVE COR-SUEL(COR-IX) TO KCO-NETO.
           IF COR-ORIGEN(COR-IX) = "A"
               MOVE "ARCH." TO KCO-ORIGEN
           ELSE
               MOVE SPACES TO KCO-ORIGEN
           END-IF.
           ADD COR-SUEL(COR-IX) TO TOT-NETO.
           MOVE KAR-COR TO KAR-LINEA.
           PERFORM 800-SALIDA.
           STRING "DISPER"    DELIMITED BY SIZE
                  PER-TRAB-AA DELIMITED BY SIZE
                  PER-TRAB-MM DELIMITED BY SIZE
                  PER-TRAB-QQ DELIMITED BY SIZE
               INTO WS-DISPER-FILE
           END-STRING.
           STRING "NOMDET"    DELIMITED BY SIZE
                  PER-TRAB-AA DELIMITED BY SIZE
                  PER-TRAB-MM DELIMITED BY SIZE
                  PER-TRAB-QQ DELIMITED BY SIZE
               INTO WS-NOMDET-FILE
           END-STRING.
           STRING "INCID"     DELIMITED BY SIZE
                  PER-TRAB-AA DELIMITED BY SIZE
                  PER-TRAB-MM DELIMITED BY SIZE
                  PER-TRAB-QQ DELIMITED BY SIZE
               INTO WS-INCID-FILE
           END-STRING.
           MOVE 0 TO PAGO-CNT.
           PERFORM 241-DEPOSITO.
           PERFORM 243-CHEQUE-CORTE
               VARYING CHQ-IX FROM 1 BY 1 UNTIL CHQ-IX > CHQ-CNT.
           IF PAGO-CNT = 0
               MOVE SPACES TO KAR-LINEA
               MOVE "SIN DEPOSITO NI CHEQUE REGISTRADO"
                   TO KAR-LINEA(7:)
               PERFORM 800-SALIDA
           END-IF.
           PERFORM 244-PRESTAMO-CORTE.
           PERFORM 246-INCIDENCIAS-CORTE.

      *    The corte's dispersion, when it is still on disk.
       241-DEPOSITO.
           OPEN INPUT DISPER.
           IF DIS-STAT = "00"
               MOVE 0 TO SCAN-EOF
               PERFORM 242-LEE-DISPER UNTIL SCAN-EOF = 1
           END-IF.
           CLOSE DISPER.

       242-LEE-DISPER.
           READ DISPER INTO DIS-DET
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF DIS-DET-TIPO = "D" AND DIS-DET-NOMI = KAR-NOMI
                       ADD 1 TO PAGO-CNT
                       MOVE DIS-DET-BANCO TO KDE-BANCO
                       MOVE DIS-DET-CLABE TO KDE-CLABE
                       MOVE DIS-DET-IMP TO KDE-IMP
                       MOVE DIS-DET-FVALOR TO KDE-FVALOR
                       MOVE KAR-DEP TO KAR-LINEA
                       PERFORM 800-SALIDA
                   END-IF
           END-READ.

      *    Every folio of the corte, voided ones included, so a
      *    reposicion shows with the folio it replaced.
       243-CHEQUE-CORTE.
           IF CHQ-PERIODO(CHQ-IX) = COR-PERIODO(COR-IX)
               ADD 1 TO PAGO-CNT
               MOVE 1 TO CHQ-USADO(CHQ-IX)
               MOVE SPACES TO KCH-CORTE
               PERFORM 248-LINEA-CHEQUE
           END-IF.

      *    Loan granted and collected in the corte, as paid (NOMDET).
       244-PRESTAMO-CORTE.
           MOVE 0 TO PRE-PRESTADO.
           MOVE 0 TO PRE-COBRADO.
           OPEN INPUT NOMDET.
           IF DET-STAT = "00"
               MOVE 0 TO SCAN-EOF
               PERFORM 245-LEE-DETALLE UNTIL SCAN-EOF = 1
           END-IF.
           CLOSE NOMDET.
           IF PRE-PRESTADO > 0 OR PRE-COBRADO > 0
               MOVE PRE-PRESTADO TO KPR-PRESTADO
               MOVE PRE-COBRADO TO KPR-COBRADO
               MOVE KAR-PRE TO KAR-LINEA
               PERFORM 800-SALIDA
               ADD PRE-PRESTADO TO TOT-PRESTADO
               ADD PRE-COBRADO TO TOT-COBRADO
           END-IF.

       245-LEE-DETALLE.
           READ NOMDET
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF DET-NOMI = KAR-NOMI
                       IF DET-CLAV = CLAVE-PRESTAMO
                               AND DET-PERCEPCION
                           ADD DET-IMP TO PRE-PRESTADO
                       END-IF
                       IF DET-CLAV = CLAVE-PAGO-PRE
                               AND DET-DEDUCCION
                           ADD DET-IMP TO PRE-COBRADO
                       END-IF
                   END-IF
           END-READ.

      *    Days by type in the corte's INCID, as EMPSLIP counts them.
       246-INCIDENCIAS-CORTE.
           MOVE 0 TO FALTAS-CNT.
           MOVE 0 TO INCAP-CNT.
           MOVE 0 TO PERM-CNT.
           MOVE 0 TO VAC-CNT.
           OPEN INPUT INCID.
           IF INC-STAT = "00"
               MOVE 0 TO SCAN-EOF
               MOVE KAR-NOMI TO INC-NOMI
               MOVE ZEROES TO INC-SEC
               START INCID KEY IS NOT LESS THAN INC-LLAVE
                   INVALID KEY MOVE 1 TO SCAN-EOF
               END-START
               PERFORM 247-CUENTA-INCIDENCIA UNTIL SCAN-EOF = 1
           END-IF.
           CLOSE INCID.
           IF FALTAS-CNT > 0 OR INCAP-CNT > 0 OR PERM-CNT > 0
                   OR VAC-CNT > 0
               MOVE FALTAS-CNT TO KIN-FAL
               MOVE INCAP-CNT TO KIN-INC
               MOVE PERM-CNT TO KIN-PER
               MOVE VAC-CNT TO KIN-VAC
               MOVE KAR-INC TO KAR-LINEA
               PERFORM 800-SALIDA
           END-IF.

       247-CUENTA-INCIDENCIA.
           READ INCID NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF INC-NOMI NOT = KAR-NOMI
                       MOVE 1 TO SCAN-EOF
                   ELSE
                       IF INC-FALTA
                           ADD 1 TO FALTAS-CNT
                       END-IF
                       IF INC-INCAPACIDAD
                           ADD 1 TO INCAP-CNT
                       END-IF
                       IF INC-PERMISO
                           ADD 1 TO PERM-CNT
                       END-IF
                       IF INC-VACACIONES
                           ADD 1 TO VAC-CNT
                       END-IF
                   END-IF
           END-READ.

       248-LINEA-CHEQUE.
           MOVE CHQ-FOLIO(CHQ-IX) TO KCH-FOLIO.
           MOVE CHQ-IMP(CHQ-IX) TO KCH-IMP.
           IF CHQ-EST(CHQ-IX) = "C"
               MOVE "COBRADO" TO KCH-EST
           ELSE
               IF CHQ-EST(CHQ-IX) = "V"
                   MOVE "CANCELADO" TO KCH-EST
               ELSE
                   MOVE "EMITIDO" TO KCH-EST
               END-IF
           END-IF.
           MOVE CHQ-FEC-DD(CHQ-IX) TO KCH-DD.
           MOVE CHQ-FEC-MM(CHQ-IX) TO KCH-MM.
           MOVE CHQ-FEC-AA(CHQ-IX) TO KCH-AA.
           MOVE KAR-CHQ TO KAR-LINEA.
           PERFORM 800-SALIDA.

      *-------------------- FOLIOS OF NO CORTE ON FILE -----------------
      *    Finiquitos and cortes whose history is gone still show.
       250-CHEQUES-SUELTOS.
           MOVE 0 TO CHQ-SUELTOS.
           PERFORM 251-CUENTA-SUELTO
               VARYING CHQ-IX FROM 1 BY 1 UNTIL CHQ-IX > CHQ-CNT.
           IF CHQ-SUELTOS > 0
               MOVE "CHEQUES DE CORTES SIN HISTORIA (CHQREGIS)"
                   TO KSE-TXT
               PERFORM 810-SECCION
               PERFORM 252-MUESTRA-SUELTO
                   VARYING CHQ-IX FROM 1 BY 1 UNTIL CHQ-IX > CHQ-CNT
           END-IF.

       251-CUENTA-SUELTO.
           IF CHQ-USADO(CHQ-IX) = 0
               ADD 1 TO CHQ-SUELTOS.

       252-MUESTRA-SUELTO.
           IF CHQ-USADO(CHQ-IX) = 0
               MOVE CHQ-PERIODO(CHQ-IX) TO PER-TRAB
               MOVE PER-TRAB-MM TO PED-MM
               MOVE PER-TRAB-AA TO PED-AA
               MOVE PER-TRAB-QQ TO PED-QQ
               MOVE PER-ED TO KCH-CORTE
               PERFORM 248-LINEA-CHEQUE
           END-IF.

      *-------------------- THE LOAN AS PRESMAS HOLDS IT ---------------
       260-PRESTAMO.
           MOVE "PRESTAMO (PRESMAS)" TO KSE-TXT.
           PERFORM 810-SECCION.
           MOVE 0 TO SCAN-EOF.
           OPEN INPUT PRESMAS.
           IF PRE-STAT = "00"
               MOVE KAR-NOMI TO PRE-NOMI
               READ PRESMAS
                   INVALID KEY
                       MOVE 1 TO SCAN-EOF
               END-READ
           ELSE
               MOVE 1 TO SCAN-EOF
           END-IF.
           IF SCAN-EOF = 1
               MOVE "SIN PRESTAMO REGISTRADO" TO KAR-LINEA
               PERFORM 800-SALIDA
           ELSE
               PERFORM 261-MUESTRA-PRESTAMO
           END-IF.
           CLOSE PRESMAS.
           IF TOT-PRESTADO > 0 OR TOT-COBRADO > 0
               MOVE TOT-PRESTADO TO KP3-PRESTADO
               MOVE TOT-COBRADO TO KP3-COBRADO
               MOVE KAR-PRE-3 TO KAR-LINEA
               PERFORM 800-SALIDA
           END-IF.

       261-MUESTRA-PRESTAMO.
           MOVE PRE-ORIG TO KP1-ORIG.
           MOVE PRE-ABONO TO KP1-ABONO.
           MOVE PRE-SALDO TO KP1-SALDO.
           IF PRE-ABIERTO
               MOVE "ABIERTO" TO KP1-EST
           ELSE
               MOVE "CERRADO" TO KP1-EST
           END-IF.
           MOVE KAR-PRE-1 TO KAR-LINEA.
           PERFORM 800-SALIDA.
           MOVE PRE-PER-MM TO PED-MM.
           MOVE PRE-PER-AA TO PED-AA.
           MOVE PRE-PER-QQ TO PED-QQ.
           MOVE PER-ED TO KP2-PER.
           MOVE SPACES TO KP2-COB-PER.
           MOVE 0 TO KP2-COB-IMP.
           IF PRE-COB-IMP > 0
               MOVE PRE-COB-MM TO PED-MM
               MOVE PRE-COB-AA TO PED-AA
               MOVE PRE-COB-QQ TO PED-QQ
               MOVE PER-ED TO KP2-COB-PER
               MOVE PRE-COB-IMP TO KP2-COB-IMP
           END-IF.
           MOVE KAR-PRE-2 TO KAR-LINEA.
           PERFORM 800-SALIDA.

      *-------------------- TO THE SCREEN AND, IF ASKED, THE PRINT -----
       800-SALIDA.
           DISPLAY KAR-LINEA.
           IF IMPRIME = 1
               WRITE KAR-REG FROM KAR-LINEA.
           MOVE SPACES TO KAR-LINEA.

       810-SECCION.
           MOVE SPACES TO KAR-LINEA.
           PERFORM 800-SALIDA.
           MOVE KAR-SECCION TO KAR-LINEA.
           PERFORM 800-SALIDA.

       300-END.
           STOP RUN.

       END PROGRAM KARDEX.
