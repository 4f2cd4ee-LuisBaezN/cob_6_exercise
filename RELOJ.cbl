      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Interfaz del reloj checador: lee las checadas del
      *          corte (RELOJAAMMQ, mas los archivos de los cortes
      *          vecinos para la semana que cruza el inicio del corte
      *          y la salida del turno nocturno del ultimo dia), liga
      *          cada gafete a su nomina y turno (GAFMAS/TURMAS) y mide
      *          cada dia contra el turno. El tiempo extra se calcula
      *          por semana de lunes a domingo segun la LFT: las
      *          primeras 9 horas dobles y el resto triples, con tope
      *          diario y semanal (CTL-HEX-DIA / CTL-HEX-SEM); se carga
      *          al MOVIMAAMMQ del corte con las claves H.Extra Dobles
      *          y H.Extra Triple, marcado con origen RELOJ en MOV-USR.
      *          El dia laborable sin checadas y sin incidencia
      *          capturada va como falta al INCIDAAMMQ con origen RL.
      *          Gafetes sin empleado, checadas incompletas, trabajo en
      *          dia de descanso y tiempo extra arriba del tope no se
      *          cargan: van al listado RELEXCAAMMQ para revision del
      *          supervisor. Volver a correrlo borra primero lo que una
      *          corrida anterior cargo al corte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOJ ASSIGN TO WS-RELOJ-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REL-STAT.
           SELECT GAFMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAF-GAFETE
               FILE STATUS IS GAF-STAT.
           SELECT TURMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-COD
               FILE STATUS IS TUR-STAT.
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
           SELECT MOVIM ASSIGN TO WS-MOVIM-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-LLAVE
               FILE STATUS IS MOV-STAT.
           SELECT INCID ASSIGN TO WS-INCID-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-LLAVE
               FILE STATUS IS INC-STAT.
           SELECT PERMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-LLAVE
               FILE STATUS IS PERM-STAT.
           SELECT RELEXC ASSIGN TO WS-RELEXC-FILE.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- TIME-CLOCK PUNCH FILE (SEE RELREG) --------
       FD  RELOJ.
           COPY RELREG.
      *-------------------- TIME-CLOCK BADGE MASTER (SEE GAFREG) ------
       FD  GAFMAS.
           COPY GAFREG.
      *-------------------- WORK-SHIFT MASTER (SEE TURREG) ------------
       FD  TURMAS.
           COPY TURREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  EMPCTL.
           COPY CTLREG.
       FD  MOVIM.
           COPY MOVREG.
       FD  INCID.
           COPY INCREG.
       FD  PERMAS.
           COPY PERREG.
       FD  RELEXC.
       01  REP-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  REL-STAT        PIC XX.
       77  GAF-STAT        PIC XX.
       77  TUR-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  MOV-STAT        PIC XX.
       77  INC-STAT        PIC XX.
       77  PERM-STAT       PIC XX.
       77  ABORTA          PIC 9 VALUE 0.
       77  REL-EOF         PIC 9.
       77  GAF-EOF         PIC 9.
       77  MOV-EOF         PIC 9.
       77  INC-EOF         PIC 9.
       77  QUINCENA        PIC 9 VALUE 2.
       77  ORIGEN-RELOJ    PIC X(08) VALUE "RELOJ".
       77  CLAVE-DOBLES    PIC X(14) VALUE "H.Extra Dobles".
       77  CLAVE-TRIPLES   PIC X(14) VALUE "H.Extra Triple".
      *    Overtime is counted in whole half hours: the minutes a
      *    badge queue or a late exit adds to the day are not paid.
       77  MIN-BLOQUE      PIC 9(02) VALUE 30.
      *    The LFT pays the first 9 overtime hours of a week double
      *    and the rest triple.
       77  MIN-DOBLES-SEM  PIC 9(04) VALUE 540.
       77  HEX-DIA-LIM     PIC 9(02)V99 VALUE 3.00.
       77  HEX-SEM-LIM     PIC 9(02)V99 VALUE 12.00.
       77  HEX-DIA-MIN     PIC 9(04).
       77  HEX-SEM-MIN     PIC 9(04).
      *-------------------- COUNTERS ----------------------------------
       77  LEI-CNT         PIC 9(07) VALUE 0.
       77  INV-CNT         PIC 9(07) VALUE 0.
       77  FUERA-CNT       PIC 9(07) VALUE 0.
       77  SINGAF-CNT      PIC 9(07) VALUE 0.
       77  EXC-CNT         PIC 9(05) VALUE 0.
       77  FAL-CNT         PIC 9(05) VALUE 0.
       77  HEX-CNT         PIC 9(05) VALUE 0.
       77  HEX-TOT         PIC 9(09)V99 VALUE 0.
       77  MEN-CNT         PIC 9(05) VALUE 0.
       77  BORRA-MOV-CNT   PIC 9(05) VALUE 0.
       77  BORRA-INC-CNT   PIC 9(05) VALUE 0.
      *-------------------- THE CORTE AND ITS CALENDAR ----------------
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  HOY.
           03 HOY-AA       PIC 99.
           03 HOY-MM       PIC 99.
           03 HOY-DD       PIC 99.
       01  HOY-NUM REDEFINES HOY PIC 9(06).
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-QUIN-INPUT   PIC X(01).
       01  WS-RELOJ-FILE   PIC X(10).
       01  WS-MOVIM-FILE   PIC X(10).
       01  WS-INCID-FILE   PIC X(10).
       01  WS-RELEXC-FILE  PIC X(11).
      *    The month before and after the corte's, for the neighbour
      *    punch files and the days of the first week.
       01  ANT-MES.
           03 ANT-AA       PIC 99.
           03 ANT-MM       PIC 99.
       01  SIG-MES.
           03 SIG-AA       PIC 99.
           03 SIG-MM       PIC 99.
       01  ARC-CORTE.
           03 ARC-AA       PIC 99.
           03 ARC-MM       PIC 99.
           03 ARC-QQ       PIC 9.
       77  MES-FIN         PIC 99.
       77  ANT-FIN         PIC 99.
       77  CORTE-FIN       PIC 99.
       77  ARRASTRE        PIC 9.
       77  DIA-CNT         PIC 99.
       77  DIA-IX          PIC 99.
       77  DIA-DD          PIC 99.
       77  DIA-POS         PIC 9.
       77  DIA-LAB         PIC X(01).
       01  MES-DIAS-VAL    PIC X(24)
               VALUE "312831303130313130313031".
       01  MES-DIAS-TAB REDEFINES MES-DIAS-VAL.
           02 MES-DIAS     PIC 99 OCCURS 12 TIMES.
      *-------------------- DAY NUMBER SINCE 01/01/2000 ---------------
       77  DN-NUM          PIC 9(06).
       77  DN-BIS          PIC 9(03).
       77  DN-COC          PIC 9(06).
       77  DN-RES          PIC 9(01).
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
      *    One row per calendar day measured: the days of the first
      *    week that fall in the month before (counted toward that
      *    week's 9 double hours only), then the month from day 1 to
      *    the end of the corte. DT-POS is 1 Monday ... 7 Sunday and
      *    DT-SEMANA numbers the Monday-to-Sunday weeks.
       01  DIA-TABLA.
           02 DT-ROW OCCURS 38 TIMES.
               03 DT-FECHA.
                   04 DT-AA    PIC 99.
                   04 DT-MM    PIC 99.
                   04 DT-DD    PIC 99.
               03 DT-FECHA-NUM REDEFINES DT-FECHA PIC 9(06).
               03 DT-POS       PIC 9.
               03 DT-SEMANA    PIC 9(05).
      *-------------------- EMPLOYEES ON THE CLOCK --------------------
      *    One row per nomina holding an active badge: its shift in
      *    minutes of the day (an exit past midnight carries 1440
      *    more), the span of days it can be measured on, and per day
      *    the first entry and the last exit punched.
       77  ET-MAX          PIC 9(03) VALUE 300.
       77  ET-CNT          PIC 9(03) VALUE 0.
       77  ET-IX           PIC 9(03).
       77  BUS-IX          PIC 9(03).
       01  EMP-TABLA.
           02 ET-ROW OCCURS 300 TIMES.
               03 ET-NOMI      PIC 9(06).
               03 ET-GAFETE    PIC X(08).
               03 ET-NOMB      PIC X(15).
               03 ET-SUEL      PIC S9(05)V99.
               03 ET-ENT-MIN   PIC 9(04).
               03 ET-SAL-MIN   PIC 9(04).
               03 ET-JOR-MIN   PIC 9(04).
               03 ET-CRUZA     PIC 9.
               03 ET-DIAS.
                   04 ET-DIA-LAB PIC X(01) OCCURS 7 TIMES.
               03 ET-DESDE     PIC 9(06).
               03 ET-HASTA     PIC 9(06).
               03 ET-VENT-INI  PIC 99.
               03 ET-MOTIVO    PIC X(30).
               03 ET-MARCAS    PIC 9(05).
               03 ET-DOB-MIN   PIC 9(05).
               03 ET-TRI-MIN   PIC 9(05).
               03 ET-DIA OCCURS 38 TIMES.
                   04 ED-ENT   PIC 9(04).
                   04 ED-SAL   PIC 9(04).
                   04 ED-E-CNT PIC 9(02).
                   04 ED-S-CNT PIC 9(02).
      *    Every active badge, pointing at its holder's row.
       77  GT-MAX          PIC 9(03) VALUE 500.
       77  GT-CNT          PIC 9(03) VALUE 0.
       77  GT-IX           PIC 9(03).
       01  GAF-TABLA.
           02 GT-ROW OCCURS 500 TIMES.
               03 GT-GAFETE    PIC X(08).
               03 GT-ET        PIC 9(03).
      *    Punched badges that lead to no payable employee.
       77  BT-MAX          PIC 9(03) VALUE 100.
       77  BT-CNT          PIC 9(03) VALUE 0.
       77  BT-IX           PIC 9(03).
       01  MAL-TABLA.
           02 BT-ROW OCCURS 100 TIMES.
               03 BT-GAFETE    PIC X(08).
               03 BT-MOTIVO    PIC X(30).
               03 BT-MARCAS    PIC 9(05).
      *    Dates the employee already has an incidence on in the
      *    corte's INCID (vacation, incapacidad, permiso or a falta
      *    keyed by hand): those days are justified.
       77  JT-CNT          PIC 99.
       77  JT-IX           PIC 99.
       77  JUSTIFICADA     PIC 9.
       01  JUS-TABLA.
           02 JT-FECHA     PIC 9(06) OCCURS 62 TIMES.
      *-------------------- ONE EMPLOYEE'S WEEKS ----------------------
       01  DH-TABLA.
           02 DH-MIN       PIC 9(04) OCCURS 38 TIMES.
       77  SEM-INI         PIC 99.
       77  SEM-FIN         PIC 99.
       77  SEM-TOT         PIC 9(05).
       77  SEM-VENT        PIC 9(05).
       77  SEM-ACUM        PIC 9(05).
       77  SEM-DOB         PIC 9(05).
       77  SEM-RESTA       PIC S9(05).
      *-------------------- ONE PUNCH / ONE DAY -----------------------
       77  MARCA-MIN       PIC 9(04).
       77  MARCA-IX        PIC S9(03).
       77  INI-MIN         PIC 9(04).
       77  TRAB-MIN        PIC S9(05).
       77  EXT-MIN         PIC S9(05).
       77  BLOQUES         PIC 9(03).
       77  SEC-SIG         PIC 9(03).
       77  HORA-RATE       PIC 9(05)V9(04).
       77  GEN-IMP         PIC 9(07)V99.
       77  GEN-MIN         PIC 9(05).
       77  GEN-FACTOR      PIC 9.
       77  GEN-CLAV        PIC X(14).
       01  EXC-MOTIVO      PIC X(30).
       77  EXC-MIN         PIC 9(05).
       77  EXC-DIA         PIC 99.
      *-------------------- REPORT LINES ------------------------------
       01  REP-LIN-TIT.
           02 FILLER       PIC X(40)
               VALUE "EXCEPCIONES DEL RELOJ CHECADOR, CORTE ".
           02 RLT-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RLT-AA       PIC 99.
           02 FILLER       PIC X(11) VALUE " QUINCENA ".
           02 RLT-QQ       PIC 9.
       01  REP-LIN-ENC.
           02 FILLER       PIC X(40)
               VALUE "GAFETE   NOMINA NOMBRE          FECHA   ".
           02 FILLER       PIC X(40)
               VALUE "  HORAS MOTIVO                          ".
       01  REP-LIN-EXC.
           02 RLX-GAFETE   PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLX-NOMI     PIC ZZZZZ9 BLANK WHEN ZERO.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLX-NOMB     PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLX-FECHA.
               03 RLX-DD   PIC 99.
               03 RLX-SEP1 PIC X(01).
               03 RLX-MM   PIC 99.
               03 RLX-SEP2 PIC X(01).
               03 RLX-AA   PIC 99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLX-HORAS    PIC ZZ9.99 BLANK WHEN ZERO.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLX-MOTIVO   PIC X(30).
       01  REP-LIN-GAF.
           02 RLG-GAFETE   PIC X(08).
           02 FILLER       PIC X(24) VALUE SPACES.
           02 FILLER       PIC X(08) VALUE "MARCAS: ".
           02 RLG-MARCAS   PIC ZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLG-MOTIVO   PIC X(30).
       01  REP-LIN-CAR-TIT.
           02 FILLER       PIC X(40)
               VALUE "CARGADO AL CORTE                        ".
       01  REP-LIN-CAR-ENC.
           02 FILLER       PIC X(40)
               VALUE "  NOMINA CONCEPTO       FECHA        IMP".
           02 FILLER       PIC X(10) VALUE "ORTE      ".
       01  REP-LIN-CAR.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLC-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLC-CONC     PIC X(14).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLC-FECHA.
               03 RLC-DD   PIC 99.
               03 RLC-SEP1 PIC X(01).
               03 RLC-MM   PIC 99.
               03 RLC-SEP2 PIC X(01).
               03 RLC-AA   PIC 99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLC-IMP      PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01  REP-LIN-TOT.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLS-ETIQ     PIC X(34).
           02 RLS-CNT      PIC Z,ZZZ,ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLS-IMP      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           MOVE 0 TO ABORTA.
           PERFORM 101-BUILD-FILENAME.
           PERFORM 107-CHECK-PERIODO-CERRADO.
           IF ABORTA = 0
               PERFORM 108-CHECK-RELOJ
           END-IF.
           IF ABORTA = 0
               OPEN INPUT GAFMAS
               IF GAF-STAT = "35"
                   MOVE 1 TO ABORTA
                   DISPLAY "NO EXISTE GAFMAS (CAPTURE LOS GAFETES EN "
                           "MASMANT), NADA QUE CRUZAR"
               END-IF
           END-IF.
           IF ABORTA = 0
               OPEN INPUT TURMAS
               IF TUR-STAT = "35"
                   MOVE 1 TO ABORTA
                   CLOSE GAFMAS
                   DISPLAY "NO EXISTE TURMAS (CORRA TURLOAD)"
               END-IF
           END-IF.
           IF ABORTA = 0
               PERFORM 109-LOAD-CONTROL
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
               OPEN I-O INCID
               IF INC-STAT = "35"
                   OPEN OUTPUT INCID
                   CLOSE INCID
                   OPEN I-O INCID
               END-IF
               OPEN OUTPUT RELEXC
               MOVE FECHA-MM TO RLT-MM
               MOVE FECHA-AA TO RLT-AA
               MOVE QUINCENA TO RLT-QQ
               WRITE REP-REG FROM REP-LIN-TIT
               MOVE SPACES TO REP-REG
               WRITE REP-REG
               WRITE REP-REG FROM REP-LIN-ENC
               PERFORM 120-CALENDARIO
           END-IF.

      *-------------------- THE CORTE, ASKED AS IN INCCAP -------------
       101-BUILD-FILENAME.
           ACCEPT FECHA FROM DATE.
           MOVE FECHA TO HOY.
           IF FECHA-DD <= 15
               MOVE 1 TO QUINCENA
           ELSE
               MOVE 2 TO QUINCENA.
           PERFORM 103-ASK-PERIODO.
           PERFORM 104-ASK-QUINCENA.
           MOVE FECHA-AA TO ARC-AA.
           MOVE FECHA-MM TO ARC-MM.
           MOVE QUINCENA TO ARC-QQ.
           PERFORM 105-NOMBRE-RELOJ.
           STRING "MOVIM"  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-MOVIM-FILE
           END-STRING.
           STRING "INCID"  DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-INCID-FILE
           END-STRING.
           STRING "RELEXC" DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-RELEXC-FILE
           END-STRING.
           DISPLAY "RELOJ CHECADOR DEL PERIODO " FECHA-MM "/"
                   FECHA-AA " QUINCENA " QUINCENA.

       103-ASK-PERIODO.
           DISPLAY "PERIODO A CARGAR (AAMM, ENTER = ACTUAL): ".
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

       105-NOMBRE-RELOJ.
           MOVE SPACES TO WS-RELOJ-FILE.
           STRING "RELOJ"  DELIMITED BY SIZE
                  ARC-AA   DELIMITED BY SIZE
                  ARC-MM   DELIMITED BY SIZE
                  ARC-QQ   DELIMITED BY SIZE
               INTO WS-RELOJ-FILE
           END-STRING.

      *-------------------- REFUSE TO TOUCH A CLOSED PERIOD -----------
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
                                   " ESTA CERRADO, NO SE CARGA EL "
                                   "RELOJ"
                       END-IF
               END-READ
               CLOSE PERMAS.

      *    The corte's own punch file must be there; the neighbours'
      *    are read when they exist.
       108-CHECK-RELOJ.
           OPEN INPUT RELOJ.
           IF REL-STAT = "35"
               MOVE 1 TO ABORTA
               DISPLAY "NO EXISTE EL ARCHIVO DEL RELOJ " WS-RELOJ-FILE
           ELSE
               CLOSE RELOJ.

      *    Without the RPT row (or with a row from before the limits
      *    existed) the legal limits stand: 3 hours a day.
       109-LOAD-CONTROL.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "00"
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-HEX-DIA NUMERIC AND CTL-HEX-DIA > 0
                           MOVE CTL-HEX-DIA TO HEX-DIA-LIM
                       END-IF
                       IF CTL-HEX-SEM NUMERIC AND CTL-HEX-SEM > 0
                           MOVE CTL-HEX-SEM TO HEX-SEM-LIM
                       END-IF
               END-READ
           END-IF.
           CLOSE EMPCTL.
           COMPUTE HEX-DIA-MIN = HEX-DIA-LIM * 60.
           COMPUTE HEX-SEM-MIN = HEX-SEM-LIM * 60.

      *-------------------- THE DAYS MEASURED -------------------------
      *    From the Monday of the week day 1 of the month falls in to
      *    the last day of the corte: quincena 1 ends on the 15th and
      *    quincena 2 at month end. Quincena 2 starts on day 1 too,
      *    since the mensual staff is paid the whole month in it.
       120-CALENDARIO.
           MOVE FECHA-AA TO ANT-AA.
           MOVE FECHA-AA TO SIG-AA.
           IF FECHA-MM = 1
               MOVE 12 TO ANT-MM
               SUBTRACT 1 FROM ANT-AA
           ELSE
               COMPUTE ANT-MM = FECHA-MM - 1
           END-IF.
           IF FECHA-MM = 12
               MOVE 1 TO SIG-MM
               ADD 1 TO SIG-AA
           ELSE
               COMPUTE SIG-MM = FECHA-MM + 1
           END-IF.
           MOVE ANT-AA TO DN-AA.
           MOVE ANT-MM TO DN-MM.
           PERFORM 125-FIN-DE-MES.
           MOVE MES-FIN TO ANT-FIN.
           MOVE FECHA-AA TO DN-AA.
           MOVE FECHA-MM TO DN-MM.
           PERFORM 125-FIN-DE-MES.
           IF QUINCENA = 1
               MOVE 15 TO CORTE-FIN
           ELSE
               MOVE MES-FIN TO CORTE-FIN.
           MOVE 1 TO DN-DD.
           PERFORM 295-DIA-NUM.
           PERFORM 296-DIA-SEMANA.
           COMPUTE ARRASTRE = DIA-POS - 1.
           MOVE 0 TO DIA-CNT.
           IF ARRASTRE > 0
               COMPUTE DIA-DD = ANT-FIN - ARRASTRE + 1
               PERFORM 121-DIA-ANTERIOR UNTIL DIA-DD > ANT-FIN
           END-IF.
           MOVE 1 TO DIA-DD.
           PERFORM 122-DIA-DEL-MES UNTIL DIA-DD > CORTE-FIN.

       121-DIA-ANTERIOR.
           MOVE ANT-AA TO DN-AA.
           MOVE ANT-MM TO DN-MM.
           MOVE DIA-DD TO DN-DD.
           PERFORM 123-AGREGA-DIA.

       122-DIA-DEL-MES.
           MOVE FECHA-AA TO DN-AA.
           MOVE FECHA-MM TO DN-MM.
           MOVE DIA-DD TO DN-DD.
           PERFORM 123-AGREGA-DIA.

       123-AGREGA-DIA.
           ADD 1 TO DIA-CNT.
           MOVE DN-FECHA TO DT-FECHA(DIA-CNT).
           PERFORM 295-DIA-NUM.
           PERFORM 296-DIA-SEMANA.
           MOVE DIA-POS TO DT-POS(DIA-CNT).
           COMPUTE DT-SEMANA(DIA-CNT) = (DN-NUM + 5) / 7.
           ADD 1 TO DIA-DD.

       125-FIN-DE-MES.
           MOVE MES-DIAS(DN-MM) TO MES-FIN.
           IF DN-MM = 2
               DIVIDE DN-AA BY 4 GIVING DN-COC REMAINDER DN-RES
               IF DN-RES = 0
                   MOVE 29 TO MES-FIN
               END-IF
           END-IF.

       200-PROCESS.
           DISPLAY "> Running process...".
           PERFORM 205-BORRA-PREVIOS.
           PERFORM 210-CARGA-GAFETES.
           MOVE ANT-AA TO ARC-AA.
           MOVE ANT-MM TO ARC-MM.
           MOVE 2 TO ARC-QQ.
           PERFORM 220-LEE-ARCHIVO.
           MOVE FECHA-AA TO ARC-AA.
           MOVE FECHA-MM TO ARC-MM.
           MOVE 1 TO ARC-QQ.
           PERFORM 220-LEE-ARCHIVO.
           MOVE 2 TO ARC-QQ.
           PERFORM 220-LEE-ARCHIVO.
           MOVE SIG-AA TO ARC-AA.
           MOVE SIG-MM TO ARC-MM.
           MOVE 1 TO ARC-QQ.
           PERFORM 220-LEE-ARCHIVO.
           PERFORM 230-LISTA-GAFETE
               VARYING BT-IX FROM 1 BY 1 UNTIL BT-IX > BT-CNT.
           PERFORM 240-EMPLEADO
               VARYING ET-IX FROM 1 BY 1 UNTIL ET-IX > ET-CNT.
           PERFORM 280-CARGADO.

      *-------------------- A RERUN STARTS FROM SCRATCH ---------------
      *    Whatever an earlier run left in the corte (its MOVIM rows
      *    and its INCID faltas) is dropped first, so the clock is
      *    loaded exactly once whatever was corrected since.
       205-BORRA-PREVIOS.
           MOVE 0 TO MOV-EOF.
           MOVE LOW-VALUES TO MOV-LLAVE.
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           PERFORM 206-BORRA-MOV-ROW UNTIL MOV-EOF = 1.
           MOVE 0 TO INC-EOF.
           MOVE LOW-VALUES TO INC-LLAVE.
           START INCID KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INC-EOF
           END-START.
           PERFORM 207-BORRA-INC-ROW UNTIL INC-EOF = 1.

       206-BORRA-MOV-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-USR = ORIGEN-RELOJ
                       DELETE MOVIM RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR NOMINA "
                                       MOV-NOMI ", ESTADO: " MOV-STAT
                           NOT INVALID KEY
                               ADD 1 TO BORRA-MOV-CNT
                       END-DELETE
                   END-IF
           END-READ.

       207-BORRA-INC-ROW.
           READ INCID NEXT RECORD
               AT END
                   MOVE 1 TO INC-EOF
               NOT AT END
                   IF INC-DEL-RELOJ
                       DELETE INCID RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR NOMINA "
                                       INC-NOMI ", ESTADO: " INC-STAT
                           NOT INVALID KEY
                               ADD 1 TO BORRA-INC-CNT
                       END-DELETE
                   END-IF
           END-READ.

      *-------------------- WHO IS ON THE CLOCK -----------------------
      *    Every active badge, even one that punched nothing: a
      *    scheduled day without punches is a falta.
       210-CARGA-GAFETES.
           MOVE 0 TO GAF-EOF.
           MOVE LOW-VALUES TO GAF-GAFETE.
           START GAFMAS KEY IS NOT LESS THAN GAF-GAFETE
               INVALID KEY MOVE 1 TO GAF-EOF
           END-START.
           PERFORM 211-GAFETE-ROW UNTIL GAF-EOF = 1.

       211-GAFETE-ROW.
           READ GAFMAS NEXT RECORD
               AT END
                   MOVE 1 TO GAF-EOF
               NOT AT END
                   IF GAF-ACTIVO
                       PERFORM 212-AGREGA-GAFETE
                   END-IF
           END-READ.

      *    A second active badge of the same nomina shares its row.
       212-AGREGA-GAFETE.
           IF GT-CNT NOT < GT-MAX
               DISPLAY "MAS DE " GT-MAX " GAFETES ACTIVOS, SE OMITE "
                       GAF-GAFETE
           ELSE
               MOVE 0 TO ET-IX
               PERFORM 213-BUSCA-NOMINA VARYING BUS-IX FROM 1 BY 1
                   UNTIL BUS-IX > ET-CNT OR ET-IX > 0
               IF ET-IX = 0
                   IF ET-CNT NOT < ET-MAX
                       DISPLAY "MAS DE " ET-MAX " EMPLEADOS EN EL "
                               "RELOJ, SE OMITE " GAF-GAFETE
                   ELSE
                       ADD 1 TO ET-CNT
                       MOVE ET-CNT TO ET-IX
                       PERFORM 214-NUEVO-EMPLEADO
                   END-IF
               END-IF
               IF ET-IX > 0
                   ADD 1 TO GT-CNT
                   MOVE GAF-GAFETE TO GT-GAFETE(GT-CNT)
                   MOVE ET-IX TO GT-ET(GT-CNT)
               END-IF
           END-IF.

       213-BUSCA-NOMINA.
           IF ET-NOMI(BUS-IX) = GAF-NOMI
               MOVE BUS-IX TO ET-IX.

      *    Payable on the same rules FIJGEN follows: no one dropped,
      *    suspended staff only up to the day before the suspension
      *    (when it falls in the corte's month), and the mensual staff
      *    only in quincena 2. Days before the alta are not measured.
       214-NUEVO-EMPLEADO.
           INITIALIZE ET-ROW(ET-IX).
           MOVE GAF-NOMI TO ET-NOMI(ET-IX).
           MOVE GAF-GAFETE TO ET-GAFETE(ET-IX).
           MOVE 0 TO ET-DESDE(ET-IX).
           MOVE 999999 TO ET-HASTA(ET-IX).
           MOVE SPACES TO ET-MOTIVO(ET-IX).
           MOVE GAF-NOMI TO EMI-NOMI.
           READ EMPINX
               INVALID KEY
                   MOVE "NOMINA INEXISTENTE EN EMPINX" TO
                       ET-MOTIVO(ET-IX)
               NOT INVALID KEY
                   PERFORM 215-ESTADO-EMPLEADO
           END-READ.
           IF ET-MOTIVO(ET-IX) = SPACES
               MOVE GAF-TURNO TO TUR-COD
               READ TURMAS
                   INVALID KEY
                       MOVE "TURNO INEXISTENTE EN TURMAS" TO
                           ET-MOTIVO(ET-IX)
                   NOT INVALID KEY
                       PERFORM 216-TURNO-EMPLEADO
               END-READ
           END-IF.

       215-ESTADO-EMPLEADO.
           MOVE EMI-NOMB TO ET-NOMB(ET-IX).
           MOVE EMI-SUEL TO ET-SUEL(ET-IX).
           IF EMI-BAJA
               MOVE "EMPLEADO DE BAJA" TO ET-MOTIVO(ET-IX)
           ELSE
               IF EMI-SUSPENDIDO
                   IF EMI-FE-AA NOT = FECHA-AA
                           OR EMI-FE-MM NOT = FECHA-MM
                       MOVE "EMPLEADO SUSPENDIDO" TO ET-MOTIVO(ET-IX)
                   ELSE
                       MOVE EMI-FEC-EST TO DN-FECHA
                       COMPUTE ET-HASTA(ET-IX) = DN-FECHA-NUM - 1
                   END-IF
               ELSE
                   IF EMI-FEC-EST NUMERIC
                       MOVE EMI-FEC-EST TO ET-DESDE(ET-IX)
                   END-IF
               END-IF
           END-IF.
           IF ET-MOTIVO(ET-IX) = SPACES
               IF EMI-MENSUAL
                   IF QUINCENA = 1
                       MOVE "PAGO MENSUAL (Q2)" TO ET-MOTIVO(ET-IX)
                       ADD 1 TO MEN-CNT
                   ELSE
                       COMPUTE ET-VENT-INI(ET-IX) = ARRASTRE + 1
                   END-IF
               ELSE
                   IF QUINCENA = 1
                       COMPUTE ET-VENT-INI(ET-IX) = ARRASTRE + 1
                   ELSE
                       COMPUTE ET-VENT-INI(ET-IX) = ARRASTRE + 16
                   END-IF
               END-IF
           END-IF.

      *    An exit earlier than the entry ends the next day: it is
      *    carried as minutes past the shift day's midnight.
       216-TURNO-EMPLEADO.
           IF TUR-INACTIVO
               MOVE "TURNO DESACTIVADO EN TURMAS" TO ET-MOTIVO(ET-IX)
           ELSE
               COMPUTE ET-ENT-MIN(ET-IX) = TUR-ENT-HH * 60 + TUR-ENT-MM
               COMPUTE ET-SAL-MIN(ET-IX) = TUR-SAL-HH * 60 + TUR-SAL-MM
               COMPUTE ET-JOR-MIN(ET-IX) = TUR-JORNADA * 60
               MOVE TUR-DIAS TO ET-DIAS(ET-IX)
               MOVE 0 TO ET-CRUZA(ET-IX)
               IF ET-SAL-MIN(ET-IX) < ET-ENT-MIN(ET-IX)
                   MOVE 1 TO ET-CRUZA(ET-IX)
                   ADD 1440 TO ET-SAL-MIN(ET-IX)
               END-IF
           END-IF.

      *-------------------- ONE PUNCH FILE ----------------------------
       220-LEE-ARCHIVO.
           PERFORM 105-NOMBRE-RELOJ.
           OPEN INPUT RELOJ.
           IF REL-STAT = "35"
               DISPLAY "NO EXISTE " WS-RELOJ-FILE ", SE OMITE"
           ELSE
               DISPLAY "LEYENDO " WS-RELOJ-FILE
               MOVE 0 TO REL-EOF
               PERFORM 221-LEE-MARCA UNTIL REL-EOF = 1
               CLOSE RELOJ.

       221-LEE-MARCA.
           READ RELOJ
               AT END
                   MOVE 1 TO REL-EOF
               NOT AT END
                   ADD 1 TO LEI-CNT
                   PERFORM 222-VALIDA-MARCA
           END-READ.

      *    A punch the clock garbled is listed (once per file read,
      *    the neighbour files included) and goes no further.
       222-VALIDA-MARCA.
           IF REL-FECHA NOT NUMERIC OR REL-HORA NOT NUMERIC
                   OR REL-FEC-MM < 1 OR REL-FEC-MM > 12
                   OR REL-FEC-DD < 1 OR REL-FEC-DD > 31
                   OR REL-HOR-HH > 23 OR REL-HOR-MM > 59
                   OR (NOT REL-ENTRADA AND NOT REL-SALIDA)
               ADD 1 TO INV-CNT
               MOVE SPACES TO REP-LIN-EXC
               MOVE REL-GAFETE TO RLX-GAFETE
               MOVE 0 TO RLX-NOMI
               MOVE 0 TO RLX-HORAS
               MOVE "CHECADA ILEGIBLE" TO RLX-MOTIVO
               WRITE REP-REG FROM REP-LIN-EXC
               ADD 1 TO EXC-CNT
           ELSE
               PERFORM 223-BUSCA-GAFETE.

       223-BUSCA-GAFETE.
           MOVE 0 TO ET-IX.
           PERFORM 224-BUSCA-GAFETE-ROW VARYING GT-IX FROM 1 BY 1
               UNTIL GT-IX > GT-CNT OR ET-IX > 0.
           IF ET-IX = 0
               PERFORM 226-GAFETE-MALO
           ELSE
               ADD 1 TO ET-MARCAS(ET-IX)
               IF ET-MOTIVO(ET-IX) = SPACES
                   PERFORM 227-UBICA-MARCA
               END-IF
           END-IF.

       224-BUSCA-GAFETE-ROW.
           IF GT-GAFETE(GT-IX) = REL-GAFETE
               MOVE GT-ET(GT-IX) TO ET-IX.

      *    A badge with no active row in GAFMAS: listed once with the
      *    number of punches it made.
       226-GAFETE-MALO.
           ADD 1 TO SINGAF-CNT.
           MOVE 0 TO BT-IX.
           PERFORM 225-BUSCA-MALO VARYING BUS-IX FROM 1 BY 1
               UNTIL BUS-IX > BT-CNT OR BT-IX > 0.
           IF BT-IX = 0 AND BT-CNT < BT-MAX
               ADD 1 TO BT-CNT
               MOVE BT-CNT TO BT-IX
               MOVE REL-GAFETE TO BT-GAFETE(BT-IX)
               MOVE 0 TO BT-MARCAS(BT-IX)
               MOVE REL-GAFETE TO GAF-GAFETE
               READ GAFMAS
                   INVALID KEY
                       MOVE "GAFETE NO REGISTRADO EN GAFMAS" TO
                           BT-MOTIVO(BT-IX)
                   NOT INVALID KEY
                       MOVE "GAFETE DESACTIVADO" TO BT-MOTIVO(BT-IX)
               END-READ
           END-IF.
           IF BT-IX > 0
               ADD 1 TO BT-MARCAS(BT-IX).

       225-BUSCA-MALO.
           IF BT-GAFETE(BUS-IX) = REL-GAFETE
               MOVE BUS-IX TO BT-IX.

      *    The punch goes to the day of the shift it belongs to: the
      *    exit of a shift that crosses midnight, punched before the
      *    shift's entry time, is the previous day's. Punches outside
      *    the days measured (the rest of a neighbour file) are left.
       227-UBICA-MARCA.
           COMPUTE MARCA-MIN = REL-HOR-HH * 60 + REL-HOR-MM.
           MOVE -1 TO MARCA-IX.
           IF REL-FEC-AA = FECHA-AA AND REL-FEC-MM = FECHA-MM
               COMPUTE MARCA-IX = ARRASTRE + REL-FEC-DD
           ELSE
               IF REL-FEC-AA = ANT-AA AND REL-FEC-MM = ANT-MM
                   COMPUTE MARCA-IX =
                       REL-FEC-DD - (ANT-FIN - ARRASTRE)
               ELSE
                   IF REL-FEC-AA = SIG-AA AND REL-FEC-MM = SIG-MM
                       COMPUTE MARCA-IX =
                           ARRASTRE + MES-FIN + REL-FEC-DD
                   END-IF
               END-IF
           END-IF.
           IF ET-CRUZA(ET-IX) = 1 AND REL-SALIDA
                   AND MARCA-MIN < ET-ENT-MIN(ET-IX)
               SUBTRACT 1 FROM MARCA-IX
               ADD 1440 TO MARCA-MIN
           END-IF.
           IF MARCA-IX < 1 OR MARCA-IX > DIA-CNT
               ADD 1 TO FUERA-CNT
           ELSE
               MOVE MARCA-IX TO DIA-IX
               PERFORM 228-REGISTRA-MARCA
           END-IF.

      *    First entry and last exit of the day; the punches between
      *    them (meal breaks) do not change the day's span.
       228-REGISTRA-MARCA.
           IF REL-ENTRADA
               IF ED-E-CNT(ET-IX, DIA-IX) = 0
                       OR MARCA-MIN < ED-ENT(ET-IX, DIA-IX)
                   MOVE MARCA-MIN TO ED-ENT(ET-IX, DIA-IX)
               END-IF
               IF ED-E-CNT(ET-IX, DIA-IX) < 99
                   ADD 1 TO ED-E-CNT(ET-IX, DIA-IX)
               END-IF
           ELSE
               IF ED-S-CNT(ET-IX, DIA-IX) = 0
                       OR MARCA-MIN > ED-SAL(ET-IX, DIA-IX)
                   MOVE MARCA-MIN TO ED-SAL(ET-IX, DIA-IX)
               END-IF
               IF ED-S-CNT(ET-IX, DIA-IX) < 99
                   ADD 1 TO ED-S-CNT(ET-IX, DIA-IX)
               END-IF
           END-IF.

       230-LISTA-GAFETE.
           MOVE BT-GAFETE(BT-IX) TO RLG-GAFETE.
           MOVE BT-MARCAS(BT-IX) TO RLG-MARCAS.
           MOVE BT-MOTIVO(BT-IX) TO RLG-MOTIVO.
           WRITE REP-REG FROM REP-LIN-GAF.
           ADD 1 TO EXC-CNT.

      *-------------------- ONE EMPLOYEE AGAINST THE SHIFT ------------
      *    An employee left out (dropped, suspended, no shift...) only
      *    makes the listing when the badge punched in the corte; the
      *    mensual staff in quincena 1 is not listed at all.
       240-EMPLEADO.
           IF ET-MOTIVO(ET-IX) = SPACES
               PERFORM 241-CARGA-JUSTIFICADAS
               PERFORM 250-EVALUA-DIA
                   VARYING DIA-IX FROM 1 BY 1 UNTIL DIA-IX > DIA-CNT
               MOVE 0 TO ET-DOB-MIN(ET-IX)
               MOVE 0 TO ET-TRI-MIN(ET-IX)
               MOVE 1 TO SEM-INI
               PERFORM 260-SEMANA UNTIL SEM-INI > DIA-CNT
               PERFORM 270-GRABA-EXTRA
           ELSE
               IF ET-MARCAS(ET-IX) > 0
                       AND ET-MOTIVO(ET-IX) NOT = "PAGO MENSUAL (Q2)"
                   MOVE ET-MOTIVO(ET-IX) TO EXC-MOTIVO
                   MOVE 0 TO EXC-DIA
                   MOVE 0 TO EXC-MIN
                   PERFORM 290-EXCEPCION
               END-IF
           END-IF.

      *    Also finds the next free INCID sequence of the nomina.
       241-CARGA-JUSTIFICADAS.
           MOVE 0 TO JT-CNT.
           MOVE 0 TO SEC-SIG.
           MOVE 0 TO INC-EOF.
           MOVE ET-NOMI(ET-IX) TO INC-NOMI.
           MOVE ZEROES TO INC-SEC.
           START INCID KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INC-EOF
           END-START.
           PERFORM 242-JUSTIFICADA-ROW UNTIL INC-EOF = 1.

       242-JUSTIFICADA-ROW.
           READ INCID NEXT RECORD
               AT END
                   MOVE 1 TO INC-EOF
               NOT AT END
                   IF INC-NOMI NOT = ET-NOMI(ET-IX)
                       MOVE 1 TO INC-EOF
                   ELSE
                       MOVE INC-SEC TO SEC-SIG
                       IF JT-CNT < 62
                           ADD 1 TO JT-CNT
                           MOVE INC-FECHA TO JT-FECHA(JT-CNT)
                       END-IF
                   END-IF
           END-READ.

      *-------------------- ONE DAY OF THE EMPLOYEE -------------------
      *    Only days from the alta (up to a suspension) and no later
      *    than today are measured. The days before the employee's
      *    window were paid by an earlier corte: they are measured the
      *    same way, but only to count toward their week's doubles.
       250-EVALUA-DIA.
           MOVE 0 TO DH-MIN(DIA-IX).
           IF DT-FECHA-NUM(DIA-IX) NOT < ET-DESDE(ET-IX)
                   AND DT-FECHA-NUM(DIA-IX) NOT > ET-HASTA(ET-IX)
                   AND DT-FECHA-NUM(DIA-IX) NOT > HOY-NUM
               PERFORM 252-DIA-MEDIBLE.

       252-DIA-MEDIBLE.
           MOVE DT-POS(DIA-IX) TO DIA-POS.
           MOVE ET-DIA-LAB(ET-IX, DIA-POS) TO DIA-LAB.
           MOVE 0 TO EXC-MIN.
           MOVE DIA-IX TO EXC-DIA.
           IF ED-E-CNT(ET-IX, DIA-IX) = 0
                   AND ED-S-CNT(ET-IX, DIA-IX) = 0
               IF DIA-LAB = "S" AND DIA-IX NOT < ET-VENT-INI(ET-IX)
                   PERFORM 253-FALTA
               END-IF
           ELSE
               IF ED-E-CNT(ET-IX, DIA-IX) = 0
                   IF DIA-IX NOT < ET-VENT-INI(ET-IX)
                       MOVE "FALTA LA CHECADA DE ENTRADA" TO EXC-MOTIVO
                       PERFORM 290-EXCEPCION
                   END-IF
               ELSE
                   IF ED-S-CNT(ET-IX, DIA-IX) = 0
                       IF DIA-IX NOT < ET-VENT-INI(ET-IX)
                           MOVE "FALTA LA CHECADA DE SALIDA" TO
                               EXC-MOTIVO
                           PERFORM 290-EXCEPCION
                       END-IF
                   ELSE
                       PERFORM 255-TIEMPO-EXTRA
                   END-IF
               END-IF
           END-IF.

      *    A scheduled day without punches and without an incidence
      *    already captured for it is an unjustified absence.
       253-FALTA.
           MOVE 0 TO JUSTIFICADA.
           PERFORM 254-BUSCA-JUSTIFICADA VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX > JT-CNT OR JUSTIFICADA = 1.
           IF JUSTIFICADA = 0
               ADD 1 TO SEC-SIG
               MOVE SPACES TO INC-REG
               MOVE ET-NOMI(ET-IX) TO INC-NOMI
               MOVE SEC-SIG TO INC-SEC
               MOVE DT-FECHA(DIA-IX) TO INC-FECHA
               MOVE "F" TO INC-TIPO
               MOVE "RL" TO INC-ORIGEN
               WRITE INC-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR FALTA NOMINA "
                               INC-NOMI ", ESTADO: " INC-STAT
                   NOT INVALID KEY
                       ADD 1 TO FAL-CNT
               END-WRITE
           END-IF.

       254-BUSCA-JUSTIFICADA.
           IF JT-FECHA(JT-IX) = DT-FECHA-NUM(DIA-IX)
               MOVE 1 TO JUSTIFICADA.

      *    Worked time runs from the shift's entry (arriving early
      *    earns nothing) to the last exit; what passes the jornada,
      *    in whole half hours, is the day's overtime. Work on a rest
      *    day and a day over the daily limit are for the supervisor.
       255-TIEMPO-EXTRA.
           MOVE ED-ENT(ET-IX, DIA-IX) TO INI-MIN.
           IF INI-MIN < ET-ENT-MIN(ET-IX)
               MOVE ET-ENT-MIN(ET-IX) TO INI-MIN.
           COMPUTE TRAB-MIN = ED-SAL(ET-IX, DIA-IX) - INI-MIN.
           IF ED-SAL(ET-IX, DIA-IX) < ED-ENT(ET-IX, DIA-IX)
               IF DIA-IX NOT < ET-VENT-INI(ET-IX)
                   MOVE "SALIDA ANTES DE LA ENTRADA" TO EXC-MOTIVO
                   PERFORM 290-EXCEPCION
               END-IF
           ELSE
               IF DIA-LAB NOT = "S"
                   IF DIA-IX NOT < ET-VENT-INI(ET-IX) AND TRAB-MIN > 0
                       MOVE TRAB-MIN TO EXC-MIN
                       MOVE "TRABAJO EN DIA DE DESCANSO" TO EXC-MOTIVO
                       PERFORM 290-EXCEPCION
                   END-IF
               ELSE
                   COMPUTE EXT-MIN = TRAB-MIN - ET-JOR-MIN(ET-IX)
                   IF EXT-MIN NOT < MIN-BLOQUE
                       DIVIDE EXT-MIN BY MIN-BLOQUE GIVING BLOQUES
                       COMPUTE EXT-MIN = BLOQUES * MIN-BLOQUE
                       IF EXT-MIN > HEX-DIA-MIN
                           IF DIA-IX NOT < ET-VENT-INI(ET-IX)
                               MOVE EXT-MIN TO EXC-MIN
                               MOVE "EXCEDE EL TOPE DIARIO DE EXTRA"
                                   TO EXC-MOTIVO
                               PERFORM 290-EXCEPCION
                           END-IF
                       ELSE
                           MOVE EXT-MIN TO DH-MIN(DIA-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-------------------- ONE MONDAY-TO-SUNDAY WEEK -----------------
      *    Over the weekly limit the whole week's overtime in this
      *    corte waits for the supervisor; otherwise its first 9 hours
      *    (those of earlier days, paid in an earlier corte, included)
      *    are double and the rest triple.
       260-SEMANA.
           MOVE SEM-INI TO SEM-FIN.
           PERFORM 261-FIN-SEMANA
               UNTIL SEM-FIN NOT < DIA-CNT
                  OR DT-SEMANA(SEM-FIN + 1) NOT = DT-SEMANA(SEM-INI).
           MOVE 0 TO SEM-TOT.
           MOVE 0 TO SEM-VENT.
           PERFORM 262-SUMA-DIA VARYING DIA-IX FROM SEM-INI BY 1
               UNTIL DIA-IX > SEM-FIN.
           IF SEM-VENT > 0
               IF SEM-TOT > HEX-SEM-MIN
                   MOVE SEM-TOT TO EXC-MIN
                   MOVE SEM-INI TO EXC-DIA
                   MOVE "EXCEDE EL TOPE SEMANAL DE EXTRA" TO EXC-MOTIVO
                   PERFORM 290-EXCEPCION
               ELSE
                   MOVE 0 TO SEM-ACUM
                   PERFORM 263-REPARTE-DIA VARYING DIA-IX
                       FROM SEM-INI BY 1 UNTIL DIA-IX > SEM-FIN
               END-IF
           END-IF.
           COMPUTE SEM-INI = SEM-FIN + 1.

       261-FIN-SEMANA.
           ADD 1 TO SEM-FIN.

       262-SUMA-DIA.
           ADD DH-MIN(DIA-IX) TO SEM-TOT.
           IF DIA-IX NOT < ET-VENT-INI(ET-IX)
               ADD DH-MIN(DIA-IX) TO SEM-VENT.

       263-REPARTE-DIA.
           COMPUTE SEM-RESTA = MIN-DOBLES-SEM - SEM-ACUM.
           IF SEM-RESTA < 0
               MOVE 0 TO SEM-RESTA.
           IF DH-MIN(DIA-IX) > SEM-RESTA
               MOVE SEM-RESTA TO SEM-DOB
           ELSE
               MOVE DH-MIN(DIA-IX) TO SEM-DOB.
           ADD DH-MIN(DIA-IX) TO SEM-ACUM.
           IF DIA-IX NOT < ET-VENT-INI(ET-IX)
               ADD SEM-DOB TO ET-DOB-MIN(ET-IX)
               COMPUTE ET-TRI-MIN(ET-IX) = ET-TRI-MIN(ET-IX)
                   + DH-MIN(DIA-IX) - SEM-DOB.

      *-------------------- THE MOVIM ROWS ----------------------------
      *    The hour is priced off the daily rate EmpNom docks a falta
      *    with (EMI-SUEL / 30) spread over the shift's jornada.
       270-GRABA-EXTRA.
           MOVE 0 TO HORA-RATE.
           IF ET-SUEL(ET-IX) > 0 AND ET-JOR-MIN(ET-IX) > 0
               COMPUTE HORA-RATE ROUNDED = ET-SUEL(ET-IX) / 30
                   / (ET-JOR-MIN(ET-IX) / 60)
           END-IF.
           IF ET-DOB-MIN(ET-IX) > 0
               MOVE ET-DOB-MIN(ET-IX) TO GEN-MIN
               MOVE 2 TO GEN-FACTOR
               MOVE CLAVE-DOBLES TO GEN-CLAV
               PERFORM 271-GRABA-MOVIMIENTO
           END-IF.
           IF ET-TRI-MIN(ET-IX) > 0
               MOVE ET-TRI-MIN(ET-IX) TO GEN-MIN
               MOVE 3 TO GEN-FACTOR
               MOVE CLAVE-TRIPLES TO GEN-CLAV
               PERFORM 271-GRABA-MOVIMIENTO
           END-IF.

       271-GRABA-MOVIMIENTO.
           COMPUTE GEN-IMP ROUNDED =
               GEN-MIN / 60 * HORA-RATE * GEN-FACTOR.
           IF GEN-IMP > 99999.99
               MOVE 99999.99 TO GEN-IMP.
           IF GEN-IMP = 0
               MOVE GEN-MIN TO EXC-MIN
               MOVE 0 TO EXC-DIA
               MOVE "EXTRA SIN SUELDO PARA VALUARLA" TO EXC-MOTIVO
               PERFORM 290-EXCEPCION
           ELSE
               PERFORM 272-SIGUIENTE-SEC
               MOVE SPACES TO MOV-REG
               MOVE ET-NOMI(ET-IX) TO MOV-NOMI
               MOVE SEC-SIG TO MOV-SEC
               MOVE GEN-CLAV TO MOV-CLAV
               MOVE GEN-IMP TO MOV-IMP
               MOVE ORIGEN-RELOJ TO MOV-USR
               WRITE MOV-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR NOMINA "
                               ET-NOMI(ET-IX) ", ESTADO: " MOV-STAT
                   NOT INVALID KEY
                       ADD 1 TO HEX-CNT
                       ADD GEN-IMP TO HEX-TOT
               END-WRITE
           END-IF.

      *-------------------- NEXT FREE SEQUENCE FOR THE NOMINA ---------
       272-SIGUIENTE-SEC.
           MOVE 0 TO SEC-SIG.
           MOVE 0 TO MOV-EOF.
           MOVE ET-NOMI(ET-IX) TO MOV-NOMI.
           MOVE ZEROES TO MOV-SEC.
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           PERFORM 273-SIGUIENTE-SEC-ROW UNTIL MOV-EOF = 1.
           ADD 1 TO SEC-SIG.

       273-SIGUIENTE-SEC-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-NOMI = ET-NOMI(ET-IX)
                       MOVE MOV-SEC TO SEC-SIG
                   ELSE
                       MOVE 1 TO MOV-EOF
                   END-IF
           END-READ.

      *-------------------- WHAT WENT INTO THE CORTE ------------------
      *    Read back from the MOVIM and the INCID themselves, so the
      *    listing shows exactly what EmpNom will find.
       280-CARGADO.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           WRITE REP-REG FROM REP-LIN-CAR-TIT.
           WRITE REP-REG FROM REP-LIN-CAR-ENC.
           MOVE 0 TO MOV-EOF.
           MOVE LOW-VALUES TO MOV-LLAVE.
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           PERFORM 281-CARGADO-MOV UNTIL MOV-EOF = 1.
           MOVE 0 TO INC-EOF.
           MOVE LOW-VALUES TO INC-LLAVE.
           START INCID KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INC-EOF
           END-START.
           PERFORM 282-CARGADO-INC UNTIL INC-EOF = 1.

       281-CARGADO-MOV.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   IF MOV-USR = ORIGEN-RELOJ
                       MOVE SPACES TO RLC-FECHA
                       MOVE MOV-NOMI TO RLC-NOMI
                       MOVE MOV-CLAV TO RLC-CONC
                       MOVE MOV-IMP TO RLC-IMP
                       WRITE REP-REG FROM REP-LIN-CAR
                   END-IF
           END-READ.

       282-CARGADO-INC.
           READ INCID NEXT RECORD
               AT END
                   MOVE 1 TO INC-EOF
               NOT AT END
                   IF INC-DEL-RELOJ
                       MOVE INC-NOMI TO RLC-NOMI
                       MOVE "Falta" TO RLC-CONC
                       MOVE INC-FEC-DD TO RLC-DD
                       MOVE INC-FEC-MM TO RLC-MM
                       MOVE INC-FEC-AA TO RLC-AA
                       MOVE "/" TO RLC-SEP1
                       MOVE "/" TO RLC-SEP2
                       MOVE 0 TO RLC-IMP
                       WRITE REP-REG FROM REP-LIN-CAR
                   END-IF
           END-READ.

      *-------------------- ONE EXCEPTION LINE ------------------------
      *    EXC-DIA points at the day (or first day of the week) the
      *    exception is about; zero for one about the whole corte.
       290-EXCEPCION.
           MOVE SPACES TO REP-LIN-EXC.
           MOVE ET-GAFETE(ET-IX) TO RLX-GAFETE.
           MOVE ET-NOMI(ET-IX) TO RLX-NOMI.
           MOVE ET-NOMB(ET-IX) TO RLX-NOMB.
           IF EXC-DIA > 0
               MOVE DT-DD(EXC-DIA) TO RLX-DD
               MOVE DT-MM(EXC-DIA) TO RLX-MM
               MOVE DT-AA(EXC-DIA) TO RLX-AA
               MOVE "/" TO RLX-SEP1
               MOVE "/" TO RLX-SEP2
           END-IF.
           COMPUTE RLX-HORAS ROUNDED = EXC-MIN / 60.
           MOVE EXC-MOTIVO TO RLX-MOTIVO.
           WRITE REP-REG FROM REP-LIN-EXC.
           ADD 1 TO EXC-CNT.

      *-------------------- DAYS SINCE 01/01/2000 OF DN-FECHA ---------
       295-DIA-NUM.
           COMPUTE DN-BIS = (DN-AA + 3) / 4.
           COMPUTE DN-NUM = DN-AA * 365 + DN-BIS
                          + DN-ACUM(DN-MM) + DN-DD - 1.
           DIVIDE DN-AA BY 4 GIVING DN-COC REMAINDER DN-RES.
           IF DN-RES = 0 AND DN-MM > 2
               ADD 1 TO DN-NUM.

      *    Day 0 (01/01/2000) was a Saturday: remainder 0 Saturday,
      *    1 Sunday, 2 to 6 Monday to Friday; DIA-POS counts from
      *    Monday as TUR-DIA does.
       296-DIA-SEMANA.
           DIVIDE DN-NUM BY 7 GIVING DN-COC REMAINDER DN-RES.
           IF DN-RES = 0
               MOVE 6 TO DIA-POS
           ELSE
               IF DN-RES = 1
                   MOVE 7 TO DIA-POS
               ELSE
                   COMPUTE DIA-POS = DN-RES - 1.

       300-END.
           DISPLAY "> Running end...".
           IF ABORTA = 0
               MOVE SPACES TO REP-REG
               WRITE REP-REG
               MOVE "CHECADAS LEIDAS" TO RLS-ETIQ
               MOVE LEI-CNT TO RLS-CNT
               MOVE 0 TO RLS-IMP
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "CHECADAS ILEGIBLES" TO RLS-ETIQ
               MOVE INV-CNT TO RLS-CNT
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "CHECADAS DE GAFETES SIN EMPLEADO" TO RLS-ETIQ
               MOVE SINGAF-CNT TO RLS-CNT
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "CHECADAS FUERA DE LOS DIAS MEDIDOS" TO RLS-ETIQ
               MOVE FUERA-CNT TO RLS-CNT
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "EMPLEADOS MENSUALES (QUINCENA 2)" TO RLS-ETIQ
               MOVE MEN-CNT TO RLS-CNT
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "EXCEPCIONES PARA REVISION" TO RLS-ETIQ
               MOVE EXC-CNT TO RLS-CNT
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "FALTAS CARGADAS AL INCID" TO RLS-ETIQ
               MOVE FAL-CNT TO RLS-CNT
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "MOVIMIENTOS DE EXTRA AL MOVIM" TO RLS-ETIQ
               MOVE HEX-CNT TO RLS-CNT
               MOVE HEX-TOT TO RLS-IMP
               WRITE REP-REG FROM REP-LIN-TOT
               MOVE "BORRADOS DE UNA CORRIDA ANTERIOR" TO RLS-ETIQ
               COMPUTE RLS-CNT = BORRA-MOV-CNT + BORRA-INC-CNT
               MOVE 0 TO RLS-IMP
               WRITE REP-REG FROM REP-LIN-TOT
               CLOSE RELEXC
               CLOSE INCID
               CLOSE MOVIM
               CLOSE EMPINX
               CLOSE TURMAS
               CLOSE GAFMAS
               DISPLAY "EXTRA CARGADO: " HEX-CNT " MOVIMIENTOS, "
                       "FALTAS: " FAL-CNT ", EXCEPCIONES: " EXC-CNT
               DISPLAY "LISTADO EN " WS-RELEXC-FILE
           END-IF.
           STOP RUN.

       END PROGRAM RELOJ.
