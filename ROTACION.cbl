      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Plantilla y rotacion de personal por departamento
      *          para un rango de meses: reconstruye la plantilla
      *          inicial de cada mes, las altas (incluye reingresos),
      *          bajas, suspensiones, reincorporaciones y traspasos
      *          entre departamentos a partir de las transiciones de
      *          estado de la bitacora EMPAUD (AUD-A-EST/AUD-D-EST con
      *          su fecha efectiva AUD-D-FEC-EST) y de EMPINX, y
      *          calcula la rotacion del mes y de los ultimos doce
      *          meses y la antiguedad promedio de quienes salieron.
      *          Sale impreso en ROTREPAAMMAAMM y como extracto
      *          delimitado ROTEXTAAMMAAMM para la hoja de calculo
      *          de la direccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPAUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STAT.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT DEPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-COD
               FILE STATUS IS DEPT-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT ROTREP ASSIGN TO WS-ROTREP-FILE.
           SELECT ROTEXT ASSIGN TO WS-ROTEXT-FILE.
       DATA DIVISION.
       FILE SECTION.
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
           02 AUD-USR      PIC X(08).
       FD  EMPINX.
           COPY EMPREG.
       FD  DEPTMAS.
           COPY DEPTREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- PRINTED REPORT -----------------------------
       FD  ROTREP.
       01  RTR-REG         PIC X(132).
      *-------------------- DELIMITED EXTRACT FOR THE SPREADSHEET ------
       FD  ROTEXT.
       01  RTX-REG         PIC X(100).
       WORKING-STORAGE SECTION.
       77  AUD-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  DEPT-STAT       PIC XX.
       77  CTL-STAT        PIC XX.
       77  AUD-EOF         PIC 9 VALUE 0.
       77  EMI-EOF         PIC 9 VALUE 0.
       77  DEPT-EOF        PIC 9 VALUE 0.
       77  ABORTA          PIC 9 VALUE 0.
       77  LETRERO         PIC X(21) VALUE SPACES.
       77  AUD-CNT         PIC 9(06) VALUE 0.
       77  SIN-ING-CNT     PIC 9(04) VALUE 0.
       77  SIN-AUD-CNT     PIC 9(04) VALUE 0.
       77  BUS-DEPT        PIC X(03).
       77  BUS-NOMI        PIC 9(06).
       77  DEP-CNT         PIC 9(02) VALUE 0.
       77  DEP-IX          PIC 9(02).
       77  EMP-CNT         PIC 9(03) VALUE 0.
       77  EMP-IX          PIC 9(03).
       77  MES-IX          PIC 9(02).
       77  MES-CNT         PIC 9(02).
       77  MES-PRI         PIC 9(02) VALUE 12.
       77  K               PIC 9(02).
       77  I               PIC 9(03).
       77  SER-DESDE       PIC 9(04).
       77  SER-HASTA       PIC 9(04).
       77  SER-VENT        PIC 9(04).
       77  SER-EVENTO      PIC 9(04).
       77  FEC-INI-VENT    PIC 9(06).
       77  FEC-FIN-VENT    PIC 9(06).
       77  FEC-EVENTO      PIC 9(06).
       77  TIPO-EVENTO     PIC X(01).
           88 EV-ALTA          VALUE "A".
           88 EV-BAJA          VALUE "B".
           88 EV-SUSPENSION    VALUE "S".
           88 EV-REINCORPORA   VALUE "R".
           88 EV-TRASPASO      VALUE "T".
           88 EV-NINGUNO       VALUE " ".
       77  EST-ANTES       PIC X(01).
       77  DEPT-ANTES      PIC X(03).
       77  EN-PLANTILLA    PIC 9.
       77  ANT-MESES       PIC 9(04).
       77  PROM-PLANT      PIC 9(06)V9.
       77  SUMA-PLANT      PIC 9(08)V9.
       77  SUMA-BAJAS      PIC 9(06).
       77  ROT-MES-PCT     PIC 9(03)V99.
       77  ROT-12-PCT      PIC 9(03)V99.
       77  ANT-PROM        PIC 9(03)V99.
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  MES-DESDE.
           03 DESDE-AA     PIC 99.
           03 DESDE-MM     PIC 99.
       01  MES-HASTA.
           03 HASTA-AA     PIC 99.
           03 HASTA-MM     PIC 99.
       01  MES-CAL.
           03 MES-CAL-AA   PIC 99.
           03 MES-CAL-MM   PIC 99.
       01  FEC-CAL.
           03 FEC-CAL-AA   PIC 99.
           03 FEC-CAL-MM   PIC 99.
           03 FEC-CAL-DD   PIC 99.
       01  FEC-CAL-NUM REDEFINES FEC-CAL PIC 9(06).
       01  FEC-ING-CAL.
           03 FEC-ING-AA   PIC 99.
           03 FEC-ING-MM   PIC 99.
           03 FEC-ING-DD   PIC 99.
       01  FEC-ING-NUM REDEFINES FEC-ING-CAL PIC 9(06).
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-ROTREP-FILE  PIC X(14).
       01  WS-ROTEXT-FILE  PIC X(14).
      *-------------------- ONE ROW PER EMPLOYEE -----------------------
      *    The status each employee had when the window opens is taken
      *    from the audit row closest to that date: the after image of
      *    the last change effective before it or, failing that, the
      *    before image of the first change effective on or after it.
      *    ING is the effective date of the last alta or reingreso
      *    read, for the seniority of a later baja.
       01  EMP-TABLA.
           02 EMP-ROW OCCURS 500 TIMES.
               03 EMP-NOMI     PIC 9(06).
               03 EMP-CUR-EST  PIC X(01).
               03 EMP-CUR-DEPT PIC X(03).
               03 EMP-CUR-FEC  PIC 9(06).
               03 EMP-HAY-ANT  PIC 9(01).
               03 EMP-ANT-FEC  PIC 9(06).
               03 EMP-ANT-EST  PIC X(01).
               03 EMP-ANT-DEPT PIC X(03).
               03 EMP-HAY-POS  PIC 9(01).
               03 EMP-POS-FEC  PIC 9(06).
               03 EMP-POS-EST  PIC X(01).
               03 EMP-POS-DEPT PIC X(03).
               03 EMP-HAY-ING  PIC 9(01).
               03 EMP-ING-FEC  PIC 9(06).
      *-------------------- MONTH COUNTERS PER DEPARTMENT --------------
      *    Month 1 is eleven months before the first month reported, so
      *    every reported month has a full year behind it for the
      *    rolling turnover. INI/FIN = headcount (active plus
      *    suspended) at the start and end of the month.
       01  DEP-TABLA.
           02 DEP-ROW OCCURS 50 TIMES.
               03 DEP-COD       PIC X(03).
               03 DEP-NOM       PIC X(16).
               03 DEP-MES OCCURS 35 TIMES.
                   04 DM-INI    PIC S9(05).
                   04 DM-ALT    PIC 9(04).
                   04 DM-BAJ    PIC 9(04).
                   04 DM-SUS    PIC 9(04).
                   04 DM-REI    PIC 9(04).
                   04 DM-TEN    PIC 9(04).
                   04 DM-TSA    PIC 9(04).
                   04 DM-FIN    PIC S9(05).
                   04 DM-ANT-SUM PIC 9(06).
                   04 DM-ANT-CNT PIC 9(04).
       01  TOT-TABLA.
           02 TOT-MES OCCURS 35 TIMES.
               03 TM-INI        PIC S9(05).
               03 TM-ALT        PIC 9(04).
               03 TM-BAJ        PIC 9(04).
               03 TM-SUS        PIC 9(04).
               03 TM-REI        PIC 9(04).
               03 TM-TEN        PIC 9(04).
               03 TM-TSA        PIC 9(04).
               03 TM-FIN        PIC S9(05).
               03 TM-ANT-SUM    PIC 9(06).
               03 TM-ANT-CNT    PIC 9(04).
      *-------------------- ONE MONTH, WHICHEVER ROW IT COMES FROM -----
       01  LIN-MES.
           03 LM-INI        PIC S9(05).
           03 LM-ALT        PIC 9(04).
           03 LM-BAJ        PIC 9(04).
           03 LM-SUS        PIC 9(04).
           03 LM-REI        PIC 9(04).
           03 LM-TEN        PIC 9(04).
           03 LM-TSA        PIC 9(04).
           03 LM-FIN        PIC S9(05).
           03 LM-ANT-SUM    PIC 9(06).
           03 LM-ANT-CNT    PIC 9(04).
       77  LM-COD          PIC X(03).
       77  LM-NOM          PIC X(16).
      *-------------------- REPORT LINES -------------------------------
       01  RTR-TIT-0.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(130) VALUE ALL "-".
       01  RTR-TIT-1.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-T1-LET   PIC X(21).
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(42) VALUE
               "PLANTILLA Y ROTACION DE PERSONAL      DE: ".
           02 RTR-T1-DMM   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RTR-T1-DAA   PIC 99.
           02 FILLER       PIC X(06) VALUE "  A:  ".
           02 RTR-T1-HMM   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RTR-T1-HAA   PIC 99.
       01  RTR-TIT-2.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(44) VALUE
               "PLANTILLA = ACTIVOS + SUSPENDIDOS. ROTACION ".
           02 FILLER       PIC X(45) VALUE
               "= BAJAS / PLANTILLA PROMEDIO. ALTAS INCLUYEN ".
           02 FILLER       PIC X(11) VALUE "REINGRESOS.".
       01  RTR-DEP.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(14) VALUE "DEPARTAMENTO: ".
           02 RTR-DP-COD   PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RTR-DP-NOM   PIC X(16).
       01  RTR-COL.
           02 FILLER       PIC X(40) VALUE
               "      MES INICIAL ALTAS BAJAS SUSP. REIN".
           02 FILLER       PIC X(40) VALUE
               "C. TRENT  TRSAL  FINAL PROMEDIO ROT.MES ".
           02 FILLER       PIC X(16) VALUE "ROT.12M  ANT.BAJ".
       01  RTR-DET.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 RTR-D-MM     PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 RTR-D-AA     PIC 99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-D-INI    PIC -ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-D-ALT    PIC ZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-D-BAJ    PIC ZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-D-SUS    PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RTR-D-REI    PIC ZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-D-TEN    PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RTR-D-TSA    PIC ZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RTR-D-FIN    PIC -ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-D-PROM   PIC ZZZZ9.9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RTR-D-RMES   PIC ZZ9.99.
           02 FILLER       PIC X(01) VALUE "%".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RTR-D-R12    PIC ZZ9.99.
           02 FILLER       PIC X(01) VALUE "%".
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RTR-D-ANT    PIC ZZ9.99.
       01  RTR-NOTA.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RTR-N-TXT    PIC X(60).
           02 RTR-N-CNT    PIC ZZZZZ9.
      *-------------------- EXTRACT FIELDS -----------------------------
       01  RTX-DET.
           02 RTX-AA       PIC 99.
           02 RTX-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-COD      PIC X(03).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-NOM      PIC X(16).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-INI      PIC -9(05).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-ALT      PIC 9(04).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-BAJ      PIC 9(04).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-SUS      PIC 9(04).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-REI      PIC 9(04).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-TEN      PIC 9(04).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-TSA      PIC 9(04).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-FIN      PIC -9(05).
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-RMES     PIC 9(03).99.
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-R12      PIC 9(03).99.
           02 FILLER       PIC X(01) VALUE "|".
           02 RTX-ANT      PIC 9(03).99.
       01  RTX-ENC.
           02 FILLER       PIC X(40) VALUE
               "AAMM|DEP|NOMBRE|INICIAL|ALTAS|BAJAS|SUSP".
           02 FILLER       PIC X(40) VALUE
               "|REINC|TRENT|TRSAL|FINAL|ROTMES|ROT12M|A".
           02 FILLER       PIC X(09) VALUE "NTIGBAJAS".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           INITIALIZE EMP-TABLA.
           INITIALIZE DEP-TABLA.
           INITIALIZE TOT-TABLA.
           ACCEPT FECHA FROM DATE.
           PERFORM 101-PIDE-RANGO.
           IF ABORTA = 0
               PERFORM 102-LOAD-CONTROL
               PERFORM 103-LOAD-DEPTOS
               PERFORM 104-LOAD-EMPLEADOS
               PERFORM 106-LOAD-AUDITORIA
           END-IF.
           IF ABORTA = 0
               PERFORM 150-PLANTILLA-INICIAL
               PERFORM 160-ARRASTRA-MESES
           END-IF.

      *-------------------- RANGE OF MONTHS ----------------------------
      *    ENTER on both ends is the month just ended. Up to 24 months
      *    per run; the eleven before the first are read as well for
      *    the rolling-year turnover.
       101-PIDE-RANGO.
           IF FECHA-MM = 1
               MOVE 12 TO HASTA-MM
               COMPUTE HASTA-AA = FECHA-AA - 1
           ELSE
               COMPUTE HASTA-MM = FECHA-MM - 1
               MOVE FECHA-AA TO HASTA-AA.
           MOVE MES-HASTA TO MES-DESDE.
           DISPLAY "MES INICIAL (AAMM, ENTER = " MES-DESDE "): ".
           MOVE SPACES TO WS-PERIODO-INPUT.
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
               IF WS-PERIODO-INPUT IS NUMERIC
                       AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
                   MOVE WS-PER-IN-AA TO DESDE-AA
                   MOVE WS-PER-IN-MM TO DESDE-MM
               ELSE
                   MOVE 1 TO ABORTA
                   DISPLAY "MES INVALIDO: " WS-PERIODO-INPUT
               END-IF
           END-IF.
           DISPLAY "MES FINAL (AAMM, ENTER = " MES-HASTA "): ".
           MOVE SPACES TO WS-PERIODO-INPUT.
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
               IF WS-PERIODO-INPUT IS NUMERIC
                       AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
                   MOVE WS-PER-IN-AA TO HASTA-AA
                   MOVE WS-PER-IN-MM TO HASTA-MM
               ELSE
                   MOVE 1 TO ABORTA
                   DISPLAY "MES INVALIDO: " WS-PERIODO-INPUT
               END-IF
           END-IF.
           COMPUTE SER-DESDE = DESDE-AA * 12 + DESDE-MM - 1.
           COMPUTE SER-HASTA = HASTA-AA * 12 + HASTA-MM - 1.
           IF ABORTA = 0
               IF SER-HASTA < SER-DESDE
                   MOVE 1 TO ABORTA
                   DISPLAY "EL MES FINAL ES ANTERIOR AL INICIAL"
               ELSE
                   IF SER-HASTA - SER-DESDE > 23
                       MOVE 1 TO ABORTA
                       DISPLAY "MAXIMO 24 MESES POR CORRIDA"
                   ELSE
                       IF SER-DESDE < 11
                           MOVE 1 TO ABORTA
                           DISPLAY "MES INICIAL FUERA DE RANGO"
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ABORTA = 0
               PERFORM 105-ARMA-VENTANA.

      *    The window runs from the first day of month 1 to the last
      *    day of the last month reported (day 31 closes any month for
      *    an AAMMDD comparison).
       105-ARMA-VENTANA.
           COMPUTE SER-VENT = SER-DESDE - 11.
           COMPUTE MES-CNT = SER-HASTA - SER-VENT + 1.
           MOVE SER-VENT TO SER-EVENTO.
           PERFORM 170-SERIE-A-MES.
           MOVE MES-CAL-AA TO FEC-CAL-AA.
           MOVE MES-CAL-MM TO FEC-CAL-MM.
           MOVE 01 TO FEC-CAL-DD.
           MOVE FEC-CAL-NUM TO FEC-INI-VENT.
           MOVE HASTA-AA TO FEC-CAL-AA.
           MOVE HASTA-MM TO FEC-CAL-MM.
           MOVE 31 TO FEC-CAL-DD.
           MOVE FEC-CAL-NUM TO FEC-FIN-VENT.
           STRING "ROTREP"  DELIMITED BY SIZE
                  MES-DESDE DELIMITED BY SIZE
                  MES-HASTA DELIMITED BY SIZE
               INTO WS-ROTREP-FILE
           END-STRING.
           STRING "ROTEXT"  DELIMITED BY SIZE
                  MES-DESDE DELIMITED BY SIZE
                  MES-HASTA DELIMITED BY SIZE
               INTO WS-ROTEXT-FILE
           END-STRING.

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
               CLOSE EMPCTL
           END-IF.

      *-------------------- EVERY DEPARTMENT ON DEPTMAS ----------------
       103-LOAD-DEPTOS.
           MOVE 0 TO DEPT-EOF.
           OPEN INPUT DEPTMAS.
           IF DEPT-STAT = "35"
               CLOSE DEPTMAS
           ELSE
               MOVE LOW-VALUES TO DPT-COD
               START DEPTMAS KEY IS NOT LESS THAN DPT-COD
                   INVALID KEY MOVE 1 TO DEPT-EOF
               END-START
               PERFORM 107-LEE-DEPTO UNTIL DEPT-EOF = 1
               CLOSE DEPTMAS.

       107-LEE-DEPTO.
           READ DEPTMAS NEXT RECORD
               AT END
                   MOVE 1 TO DEPT-EOF
               NOT AT END
                   MOVE DPT-COD TO BUS-DEPT
                   PERFORM 120-BUSCA-DEPTO
                   IF DEP-IX > 0
                       MOVE DPT-NOM TO DEP-NOM(DEP-IX)
                   END-IF
           END-READ.

      *-------------------- TODAY'S STATUS OF EVERY EMPLOYEE -----------
       104-LOAD-EMPLEADOS.
           MOVE 0 TO EMI-EOF.
           OPEN INPUT EMPINX.
           IF EMI-STAT = "35"
               CLOSE EMPINX
           ELSE
               MOVE LOW-VALUES TO EMI-NOMI
               START EMPINX KEY IS NOT LESS THAN EMI-NOMI
                   INVALID KEY MOVE 1 TO EMI-EOF
               END-START
               PERFORM 108-LEE-EMPLEADO UNTIL EMI-EOF = 1
               CLOSE EMPINX.

       108-LEE-EMPLEADO.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO EMI-EOF
               NOT AT END
                   MOVE EMI-NOMI TO BUS-NOMI
                   PERFORM 125-BUSCA-EMPLEADO
                   IF EMP-IX > 0
                       MOVE EMI-EST TO EMP-CUR-EST(EMP-IX)
                       MOVE EMI-DEPT TO EMP-CUR-DEPT(EMP-IX)
                       MOVE EMI-FEC-EST TO EMP-CUR-FEC(EMP-IX)
                   END-IF
           END-READ.

      *-------------------- ONE PASS OVER THE AUDIT TRAIL --------------
       106-LOAD-AUDITORIA.
           MOVE 0 TO AUD-EOF.
           OPEN INPUT EMPAUD.
           IF AUD-STAT = "35"
               CLOSE EMPAUD
               DISPLAY "NO EXISTE LA BITACORA EMPAUD, LA PLANTILLA SE "
                       "TOMA SOLO DE EMPINX"
           ELSE
               PERFORM 109-READ-AUD
               PERFORM 110-PROCESA-AUD UNTIL AUD-EOF = 1
               CLOSE EMPAUD.

       109-READ-AUD.
           READ EMPAUD AT END MOVE 1 TO AUD-EOF.

      *    Restore rows (R) and salary-only changes carry no movement of
      *    people and are skipped.
       110-PROCESA-AUD.
           PERFORM 130-CLASIFICA.
           IF NOT EV-NINGUNO
               ADD 1 TO AUD-CNT
               MOVE AUD-D-NOMI TO BUS-NOMI
               PERFORM 125-BUSCA-EMPLEADO
               IF EMP-IX > 0
                   PERFORM 140-ESTADO-VENTANA
                   IF FEC-EVENTO NOT < FEC-INI-VENT
                           AND FEC-EVENTO NOT > FEC-FIN-VENT
                       PERFORM 135-CUENTA-EVENTO
                   END-IF
                   IF EV-ALTA
                       MOVE 1 TO EMP-HAY-ING(EMP-IX)
                       MOVE FEC-EVENTO TO EMP-ING-FEC(EMP-IX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 109-READ-AUD.

      *-------------------- WHAT KIND OF MOVEMENT THE ROW IS -----------
      *    A      alta, effective on its status date;
      *    B      baja, counted in the department left;
      *    E      B -> A/S is a reingreso (an alta), A -> S a
      *           suspension, S -> A a reincorporacion;
      *    M      a department change is a transfer, dated on the day
      *           it was captured (a MODI has no effective date).
       130-CLASIFICA.
           MOVE SPACE TO TIPO-EVENTO.
           MOVE AUD-D-FEC-EST TO FEC-EVENTO.
           MOVE AUD-A-EST TO EST-ANTES.
           MOVE AUD-A-DEPT TO DEPT-ANTES.
           IF AUD-OPER = "A"
               MOVE "A" TO TIPO-EVENTO
               MOVE "X" TO EST-ANTES
           END-IF.
           IF AUD-OPER = "B"
               MOVE "B" TO TIPO-EVENTO
           END-IF.
           IF AUD-OPER = "E"
               IF AUD-A-EST = "B"
                   MOVE "A" TO TIPO-EVENTO
               ELSE
                   IF AUD-D-EST = "S" AND AUD-A-EST NOT = "S"
                       MOVE "S" TO TIPO-EVENTO
                   END-IF
                   IF AUD-A-EST = "S" AND AUD-D-EST NOT = "S"
                       MOVE "R" TO TIPO-EVENTO
                   END-IF
               END-IF
           END-IF.
           IF AUD-OPER = "M" AND AUD-A-DEPT NOT = AUD-D-DEPT
               MOVE "T" TO TIPO-EVENTO
               MOVE AUD-FECHA TO FEC-EVENTO
           END-IF.

      *    Into the month of its effective date.
       135-CUENTA-EVENTO.
           MOVE FEC-EVENTO TO FEC-CAL-NUM.
           COMPUTE SER-EVENTO = FEC-CAL-AA * 12 + FEC-CAL-MM - 1.
           COMPUTE MES-IX = SER-EVENTO - SER-VENT + 1.
           IF EV-BAJA OR EV-TRASPASO
               MOVE AUD-A-DEPT TO BUS-DEPT
           ELSE
               MOVE AUD-D-DEPT TO BUS-DEPT
           END-IF.
           PERFORM 120-BUSCA-DEPTO.
           IF DEP-IX > 0
               IF EV-ALTA
                   ADD 1 TO DM-ALT(DEP-IX, MES-IX)
               END-IF
               IF EV-BAJA
                   ADD 1 TO DM-BAJ(DEP-IX, MES-IX)
                   PERFORM 136-ANTIGUEDAD
               END-IF
               IF EV-SUSPENSION
                   ADD 1 TO DM-SUS(DEP-IX, MES-IX)
               END-IF
               IF EV-REINCORPORA
                   ADD 1 TO DM-REI(DEP-IX, MES-IX)
               END-IF
               IF EV-TRASPASO
                   ADD 1 TO DM-TSA(DEP-IX, MES-IX)
               END-IF
           END-IF.
           IF EV-TRASPASO
               MOVE AUD-D-DEPT TO BUS-DEPT
               PERFORM 120-BUSCA-DEPTO
               IF DEP-IX > 0
                   ADD 1 TO DM-TEN(DEP-IX, MES-IX)
               END-IF
           END-IF.

      *    Whole months from the last alta/reingreso to the baja; a
      *    leaver whose hiring predates the audit trail is left out of
      *    the average and counted apart.
       136-ANTIGUEDAD.
           IF EMP-HAY-ING(EMP-IX) = 0
               ADD 1 TO SIN-ING-CNT
           ELSE
               MOVE EMP-ING-FEC(EMP-IX) TO FEC-ING-NUM
               COMPUTE ANT-MESES = (FEC-CAL-AA * 12 + FEC-CAL-MM)
                                 - (FEC-ING-AA * 12 + FEC-ING-MM)
               IF FEC-CAL-DD < FEC-ING-DD AND ANT-MESES > 0
                   SUBTRACT 1 FROM ANT-MESES
               END-IF
               ADD ANT-MESES TO DM-ANT-SUM(DEP-IX, MES-IX)
               ADD 1 TO DM-ANT-CNT(DEP-IX, MES-IX)
           END-IF.

      *-------------------- KEEP THE ROWS AROUND THE WINDOW START ------
       140-ESTADO-VENTANA.
           IF FEC-EVENTO < FEC-INI-VENT
               IF EMP-HAY-ANT(EMP-IX) = 0
                       OR FEC-EVENTO NOT < EMP-ANT-FEC(EMP-IX)
                   MOVE 1 TO EMP-HAY-ANT(EMP-IX)
                   MOVE FEC-EVENTO TO EMP-ANT-FEC(EMP-IX)
                   MOVE AUD-D-EST TO EMP-ANT-EST(EMP-IX)
                   MOVE AUD-D-DEPT TO EMP-ANT-DEPT(EMP-IX)
               END-IF
           ELSE
               IF EMP-HAY-POS(EMP-IX) = 0
                       OR FEC-EVENTO < EMP-POS-FEC(EMP-IX)
                   MOVE 1 TO EMP-HAY-POS(EMP-IX)
                   MOVE FEC-EVENTO TO EMP-POS-FEC(EMP-IX)
                   MOVE EST-ANTES TO EMP-POS-EST(EMP-IX)
                   MOVE DEPT-ANTES TO EMP-POS-DEPT(EMP-IX)
               END-IF
           END-IF.

      *-------------------- FIND (OR ADD) THE DEPARTMENT ROW -----------
       120-BUSCA-DEPTO.
           MOVE 0 TO DEP-IX.
           PERFORM 121-BUSCA-DEPTO-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > DEP-CNT OR DEP-IX > 0.
           IF DEP-IX = 0
               IF DEP-CNT < 50
                   ADD 1 TO DEP-CNT
                   MOVE DEP-CNT TO DEP-IX
                   MOVE BUS-DEPT TO DEP-COD(DEP-IX)
                   MOVE "(NO EN DEPTMAS)" TO DEP-NOM(DEP-IX)
               ELSE
                   DISPLAY "TABLA DE DEPARTAMENTOS LLENA, SE OMITE "
                           BUS-DEPT ", REPORTE PARCIAL"
               END-IF
           END-IF.

       121-BUSCA-DEPTO-ROW.
           IF DEP-COD(I) = BUS-DEPT
               MOVE I TO DEP-IX
           END-IF.

      *-------------------- FIND (OR ADD) THE EMPLOYEE ROW -------------
      *    A nomina in the trail and not in EMPINX (deleted before bajas
      *    were kept on file) still gets a row for its movements.
       125-BUSCA-EMPLEADO.
           MOVE 0 TO EMP-IX.
           PERFORM 126-BUSCA-EMPLEADO-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > EMP-CNT OR EMP-IX > 0.
           IF EMP-IX = 0
               IF EMP-CNT < 500
                   ADD 1 TO EMP-CNT
                   MOVE EMP-CNT TO EMP-IX
                   MOVE BUS-NOMI TO EMP-NOMI(EMP-IX)
                   MOVE "X" TO EMP-CUR-EST(EMP-IX)
               ELSE
                   DISPLAY "TABLA DE EMPLEADOS LLENA, SE OMITE "
                           BUS-NOMI ", REPORTE PARCIAL"
               END-IF
           END-IF.

       126-BUSCA-EMPLEADO-ROW.
           IF EMP-NOMI(I) = BUS-NOMI
               MOVE I TO EMP-IX
           END-IF.

      *-------------------- HEADCOUNT WHEN THE WINDOW OPENS ------------
       150-PLANTILLA-INICIAL.
           PERFORM 151-PLANTILLA-EMPLEADO
               VARYING EMP-IX FROM 1 BY 1 UNTIL EMP-IX > EMP-CNT.
           IF SIN-AUD-CNT > 0
               DISPLAY SIN-AUD-CNT " BAJA(S) SIN RENGLON EN EMPAUD "
                       "TOMADAS DE LA FECHA DE ESTADO DE EMPINX".

      *    With no audit row at all the employee predates the trail:
      *    today's EMPINX status stands for the whole window, except a
      *    baja dated inside it, which is counted as a movement then.
       151-PLANTILLA-EMPLEADO.
           MOVE 0 TO EN-PLANTILLA.
           IF EMP-HAY-ANT(EMP-IX) = 1
               MOVE EMP-ANT-EST(EMP-IX) TO EST-ANTES
               MOVE EMP-ANT-DEPT(EMP-IX) TO BUS-DEPT
           ELSE
               IF EMP-HAY-POS(EMP-IX) = 1
                   MOVE EMP-POS-EST(EMP-IX) TO EST-ANTES
                   MOVE EMP-POS-DEPT(EMP-IX) TO BUS-DEPT
               ELSE
                   MOVE EMP-CUR-EST(EMP-IX) TO EST-ANTES
                   MOVE EMP-CUR-DEPT(EMP-IX) TO BUS-DEPT
                   IF EST-ANTES = "B"
                       PERFORM 152-BAJA-SIN-AUDITORIA
                   END-IF
               END-IF
           END-IF.
           IF EST-ANTES = "A" OR EST-ANTES = SPACE OR EST-ANTES = "S"
               MOVE 1 TO EN-PLANTILLA.
           IF EN-PLANTILLA = 1
               PERFORM 120-BUSCA-DEPTO
               IF DEP-IX > 0
                   ADD 1 TO DM-INI(DEP-IX, 1)
               END-IF
           END-IF.

       152-BAJA-SIN-AUDITORIA.
           MOVE EMP-CUR-FEC(EMP-IX) TO FEC-EVENTO.
           IF FEC-EVENTO NOT < FEC-INI-VENT
               MOVE "A" TO EST-ANTES
               IF FEC-EVENTO NOT > FEC-FIN-VENT
                   MOVE FEC-EVENTO TO FEC-CAL-NUM
                   COMPUTE SER-EVENTO = FEC-CAL-AA * 12
                                      + FEC-CAL-MM - 1
                   COMPUTE MES-IX = SER-EVENTO - SER-VENT + 1
                   PERFORM 120-BUSCA-DEPTO
                   IF DEP-IX > 0
                       ADD 1 TO DM-BAJ(DEP-IX, MES-IX)
                       ADD 1 TO SIN-ING-CNT
                       ADD 1 TO SIN-AUD-CNT
                   END-IF
               END-IF
           END-IF.

      *-------------------- OPENING/CLOSING OF EVERY MONTH -------------
      *    FIN = INI + altas - bajas + transfers in - transfers out, and
      *    next month opens with it. Suspensions do not change the
      *    headcount. The company total is the sum of the departments.
       160-ARRASTRA-MESES.
           PERFORM 161-ARRASTRA-DEPTO
               VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > DEP-CNT.

       161-ARRASTRA-DEPTO.
           PERFORM 162-ARRASTRA-MES
               VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > MES-CNT.

       162-ARRASTRA-MES.
           COMPUTE DM-FIN(DEP-IX, MES-IX) = DM-INI(DEP-IX, MES-IX)
                                          + DM-ALT(DEP-IX, MES-IX)
                                          - DM-BAJ(DEP-IX, MES-IX)
                                          + DM-TEN(DEP-IX, MES-IX)
                                          - DM-TSA(DEP-IX, MES-IX).
           IF MES-IX < MES-CNT
               MOVE DM-FIN(DEP-IX, MES-IX)
                   TO DM-INI(DEP-IX, MES-IX + 1).
           ADD DM-INI(DEP-IX, MES-IX) TO TM-INI(MES-IX).
           ADD DM-ALT(DEP-IX, MES-IX) TO TM-ALT(MES-IX).
           ADD DM-BAJ(DEP-IX, MES-IX) TO TM-BAJ(MES-IX).
           ADD DM-SUS(DEP-IX, MES-IX) TO TM-SUS(MES-IX).
           ADD DM-REI(DEP-IX, MES-IX) TO TM-REI(MES-IX).
           ADD DM-TEN(DEP-IX, MES-IX) TO TM-TEN(MES-IX).
           ADD DM-TSA(DEP-IX, MES-IX) TO TM-TSA(MES-IX).
           ADD DM-FIN(DEP-IX, MES-IX) TO TM-FIN(MES-IX).
           ADD DM-ANT-SUM(DEP-IX, MES-IX) TO TM-ANT-SUM(MES-IX).
           ADD DM-ANT-CNT(DEP-IX, MES-IX) TO TM-ANT-CNT(MES-IX).

      *    Month index (AA * 12 + MM - 1) back to AA and MM.
       170-SERIE-A-MES.
           DIVIDE SER-EVENTO BY 12 GIVING MES-CAL-AA.
           COMPUTE MES-CAL-MM = SER-EVENTO - MES-CAL-AA * 12 + 1.

       200-PROCESS.
           DISPLAY "> Running process...".
           OPEN OUTPUT ROTREP.
           OPEN OUTPUT ROTEXT.
           WRITE RTX-REG FROM RTX-ENC.
           PERFORM 210-ENCABEZADO.
           PERFORM 220-LISTA-DEPTO
               VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > DEP-CNT.
           PERFORM 240-TOTALES.
           CLOSE ROTREP.
           CLOSE ROTEXT.

       210-ENCABEZADO.
           WRITE RTR-REG FROM RTR-TIT-0.
           MOVE LETRERO TO RTR-T1-LET.
           MOVE DESDE-MM TO RTR-T1-DMM.
           MOVE DESDE-AA TO RTR-T1-DAA.
           MOVE HASTA-MM TO RTR-T1-HMM.
           MOVE HASTA-AA TO RTR-T1-HAA.
           WRITE RTR-REG FROM RTR-TIT-1 AFTER 1 LINE.
           WRITE RTR-REG FROM RTR-TIT-2 AFTER 1 LINE.
           WRITE RTR-REG FROM RTR-TIT-0 AFTER 1 LINE.

      *-------------------- ONE DEPARTMENT, EVERY MONTH REPORTED -------
      *    A department with no one on staff and no movement in the
      *    window (an old inactive one) is left out.
       220-LISTA-DEPTO.
           MOVE 0 TO SUMA-BAJAS.
           MOVE 0 TO SUMA-PLANT.
           PERFORM 221-SUMA-ACTIVIDAD
               VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > MES-CNT.
           IF SUMA-BAJAS > 0 OR SUMA-PLANT > 0
               MOVE DEP-COD(DEP-IX) TO RTR-DP-COD
               MOVE DEP-NOM(DEP-IX) TO RTR-DP-NOM
               WRITE RTR-REG FROM RTR-DEP AFTER 2 LINES
               WRITE RTR-REG FROM RTR-COL AFTER 1 LINE
               MOVE DEP-COD(DEP-IX) TO LM-COD
               MOVE DEP-NOM(DEP-IX) TO LM-NOM
               PERFORM 222-MES-DEPTO
                   VARYING MES-IX FROM MES-PRI BY 1
                   UNTIL MES-IX > MES-CNT
           END-IF.

      *    Any movement or anyone on staff in any month of the window.
       221-SUMA-ACTIVIDAD.
           ADD DM-ALT(DEP-IX, MES-IX) DM-BAJ(DEP-IX, MES-IX)
               DM-SUS(DEP-IX, MES-IX) DM-REI(DEP-IX, MES-IX)
               DM-TEN(DEP-IX, MES-IX) DM-TSA(DEP-IX, MES-IX)
               TO SUMA-BAJAS.
           IF DM-INI(DEP-IX, MES-IX) > 0
               ADD DM-INI(DEP-IX, MES-IX) TO SUMA-PLANT.

       222-MES-DEPTO.
           MOVE DEP-MES(DEP-IX, MES-IX) TO LIN-MES.
           MOVE 0 TO SUMA-BAJAS.
           MOVE 0 TO SUMA-PLANT.
           PERFORM 223-SUMA-12-DEPTO
               VARYING K FROM MES-IX BY -1
               UNTIL K < MES-IX - 11.
           PERFORM 230-ESCRIBE-MES.

       223-SUMA-12-DEPTO.
           ADD DM-BAJ(DEP-IX, K) TO SUMA-BAJAS.
           COMPUTE SUMA-PLANT = SUMA-PLANT
               + (DM-INI(DEP-IX, K) + DM-FIN(DEP-IX, K)) / 2.

      *-------------------- RATES AND THE TWO OUTPUT LINES -------------
      *    Monthly rate = bajas / average of opening and closing
      *    headcount; rolling rate = bajas of the last twelve months /
      *    average of the twelve monthly averages (SUMA-* loaded by the
      *    caller). Seniority is shown in years.
       230-ESCRIBE-MES.
           MOVE 0 TO ROT-MES-PCT.
           MOVE 0 TO ROT-12-PCT.
           MOVE 0 TO ANT-PROM.
           COMPUTE PROM-PLANT ROUNDED = (LM-INI + LM-FIN) / 2.
           IF PROM-PLANT > 0
               COMPUTE ROT-MES-PCT ROUNDED = LM-BAJ * 100 / PROM-PLANT
                   ON SIZE ERROR
                       MOVE 999.99 TO ROT-MES-PCT
               END-COMPUTE
           END-IF.
           IF SUMA-PLANT > 0
               COMPUTE ROT-12-PCT ROUNDED
                   = SUMA-BAJAS * 100 / (SUMA-PLANT / 12)
                   ON SIZE ERROR
                       MOVE 999.99 TO ROT-12-PCT
               END-COMPUTE
           END-IF.
           IF LM-ANT-CNT > 0
               COMPUTE ANT-PROM ROUNDED
                   = LM-ANT-SUM / LM-ANT-CNT / 12.
           COMPUTE SER-EVENTO = SER-VENT + MES-IX - 1.
           PERFORM 170-SERIE-A-MES.
           MOVE MES-CAL-MM TO RTR-D-MM.
           MOVE MES-CAL-AA TO RTR-D-AA.
           MOVE LM-INI TO RTR-D-INI.
           MOVE LM-ALT TO RTR-D-ALT.
           MOVE LM-BAJ TO RTR-D-BAJ.
           MOVE LM-SUS TO RTR-D-SUS.
           MOVE LM-REI TO RTR-D-REI.
           MOVE LM-TEN TO RTR-D-TEN.
           MOVE LM-TSA TO RTR-D-TSA.
           MOVE LM-FIN TO RTR-D-FIN.
           MOVE PROM-PLANT TO RTR-D-PROM.
           MOVE ROT-MES-PCT TO RTR-D-RMES.
           MOVE ROT-12-PCT TO RTR-D-R12.
           MOVE ANT-PROM TO RTR-D-ANT.
           WRITE RTR-REG FROM RTR-DET AFTER 1 LINE.
           MOVE MES-CAL-AA TO RTX-AA.
           MOVE MES-CAL-MM TO RTX-MM.
           MOVE LM-COD TO RTX-COD.
           MOVE LM-NOM TO RTX-NOM.
           MOVE LM-INI TO RTX-INI.
           MOVE LM-ALT TO RTX-ALT.
           MOVE LM-BAJ TO RTX-BAJ.
           MOVE LM-SUS TO RTX-SUS.
           MOVE LM-REI TO RTX-REI.
           MOVE LM-TEN TO RTX-TEN.
           MOVE LM-TSA TO RTX-TSA.
           MOVE LM-FIN TO RTX-FIN.
           MOVE ROT-MES-PCT TO RTX-RMES.
           MOVE ROT-12-PCT TO RTX-R12.
           MOVE ANT-PROM TO RTX-ANT.
           WRITE RTX-REG FROM RTX-DET.

      *-------------------- COMPANY TOTAL ------------------------------
       240-TOTALES.
           MOVE "TOT" TO RTR-DP-COD.
           MOVE "TOTAL EMPRESA" TO RTR-DP-NOM.
           WRITE RTR-REG FROM RTR-DEP AFTER 2 LINES.
           WRITE RTR-REG FROM RTR-COL AFTER 1 LINE.
           MOVE "TOT" TO LM-COD.
           MOVE "TOTAL EMPRESA" TO LM-NOM.
           PERFORM 241-MES-TOTAL
               VARYING MES-IX FROM MES-PRI BY 1 UNTIL MES-IX > MES-CNT.
           WRITE RTR-REG FROM RTR-TIT-0 AFTER 1 LINE.
           MOVE "MOVIMIENTOS LEIDOS DE EMPAUD:" TO RTR-N-TXT.
           MOVE AUD-CNT TO RTR-N-CNT.
           WRITE RTR-REG FROM RTR-NOTA AFTER 1 LINE.
           MOVE "BAJAS SIN FECHA DE INGRESO (FUERA DE LA ANTIGUEDAD):"
               TO RTR-N-TXT.
           MOVE SIN-ING-CNT TO RTR-N-CNT.
           WRITE RTR-REG FROM RTR-NOTA AFTER 1 LINE.
           DISPLAY "REPORTE EN " WS-ROTREP-FILE
                   ", EXTRACTO EN " WS-ROTEXT-FILE.

       241-MES-TOTAL.
           MOVE TOT-MES(MES-IX) TO LIN-MES.
           MOVE 0 TO SUMA-BAJAS.
           MOVE 0 TO SUMA-PLANT.
           PERFORM 242-SUMA-12-TOTAL
               VARYING K FROM MES-IX BY -1
               UNTIL K < MES-IX - 11.
           PERFORM 230-ESCRIBE-MES.

       242-SUMA-12-TOTAL.
           ADD TM-BAJ(K) TO SUMA-BAJAS.
           COMPUTE SUMA-PLANT = SUMA-PLANT
               + (TM-INI(K) + TM-FIN(K)) / 2.

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM ROTACION.
