      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Revision salarial masiva: toma una regla (porcentaje o
      *          importe fijo; para todo el personal, un departamento de
      *          DEPTMAS o una banda de sueldo; con fecha efectiva) y la
      *          aplica a EMI-SUEL. Primero imprime la previa REVPRE con
      *          sueldo anterior, sueldo nuevo e impacto mensual por
      *          departamento; solo con la clave de supervisor y la
      *          confirmacion aplica el aumento, con el candado de
      *          mantenimiento tomado, escribe la imagen "M" de EMPAUD
      *          de cada empleado bajo el operador firmado (como un
      *          MODIFICAR de EMPABC, asi la ven EMPAUDR, IMSSAVI y
      *          RETROCAL) e imprime la lista REVAPL de lo aplicado.
      *          Suspendidos y bajas se omiten; cada aumento queda en
      *          REVMAS bajo la clave de la revision, de modo que volver
      *          a correr la misma revision no aumenta dos veces a
      *          nadie y solo completa a los que faltaron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSAL.
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
           SELECT DEPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-COD
               FILE STATUS IS DEPT-STAT.
           SELECT REVMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-LLAVE
               FILE STATUS IS REV-STAT.
           SELECT RUNLOCK ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LCK-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT REVLIST ASSIGN TO WS-REVLIST-FILE.
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
           02 AUD-USR      PIC X(08).
       FD  DEPTMAS.
           COPY DEPTREG.
      *-------------------- SALARY-REVISION REGISTER (SEE REVREG) ------
       FD  REVMAS.
           COPY REVREG.
      *-------------------- RUN LOCK (SEE LCKREG) ----------------------
       FD  RUNLOCK.
           COPY LCKREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- PREVIEW / APPLIED LISTING ------------------
       FD  REVLIST.
       01  REP-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  EMI-STAT        PIC XX.
       77  AUD-STAT        PIC XX.
       77  DEPT-STAT       PIC XX.
       77  REV-STAT        PIC XX.
       77  LCK-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  EMP-EOF         PIC 9.
       77  ABORTA          PIC 9 VALUE 0.
       77  APLICA          PIC 9 VALUE 0.
       77  AUTORIZADO      PIC 9 VALUE 0.
       77  TOMO-CANDADO    PIC 9 VALUE 0.
       77  SUP-OK          PIC 9.
       77  SUP-CLAVE-IN    PIC X(08).
       77  REV-EXISTE      PIC 9 VALUE 0.
       77  YA-APLICADA     PIC 9.
       77  EN-ALCANCE      PIC 9.
       77  DEPT-EXI        PIC 9.
       77  BANDA-OK        PIC 9.
       77  FEC-OK          PIC 9.
       77  RESP            PIC XX.
       77  REV-ID-IN       PIC X(08).
       77  TIPO-IN         PIC X.
       77  VALOR-IN        PIC 9(05)V99.
       77  ALCANCE-IN      PIC X.
       77  DEPT-IN         PIC X(03).
       77  SUEL-MIN-IN     PIC 9(05)V99.
       77  SUEL-MAX-IN     PIC 9(05)V99.
       77  NUEVO-SUEL      PIC 9(07)V99.
       77  DIF-SUEL        PIC 9(09)V99.
       77  TOPE-SUEL       PIC 9(05)V99 VALUE 99999.99.
       77  NOTA            PIC X(16).
       77  CAND-CNT        PIC 9(04) VALUE 0.
       77  SUSP-CNT        PIC 9(04) VALUE 0.
       77  BAJA-CNT        PIC 9(04) VALUE 0.
       77  YA-CNT          PIC 9(04) VALUE 0.
       77  TOPE-CNT        PIC 9(04) VALUE 0.
       77  ERR-CNT         PIC 9(04) VALUE 0.
       77  ORG-ANT         PIC 9(09)V99 VALUE 0.
       77  ORG-NVO         PIC 9(09)V99 VALUE 0.
       77  PCT-W           PIC 9(03)V99.
       77  DEP-CNT         PIC 9(02) VALUE 0.
       77  DEP-IX          PIC 9(02).
       77  I               PIC 9(03).
       77  VALOR-ED        PIC ZZ,ZZ9.99.
       77  MIN-ED          PIC ZZ,ZZ9.99.
       77  MAX-ED          PIC ZZ,ZZ9.99.
       77  CNT-ED          PIC ZZZ9.
       77  CNT2-ED         PIC ZZZ9.
       77  DIF-ED          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REVLIST-FILE PIC X(12).
       01  FEC-EFEC-IN     PIC X(06).
       01  FEC-EFEC-R REDEFINES FEC-EFEC-IN.
           03 FEC-EF-AA    PIC 99.
           03 FEC-EF-MM    PIC 99.
           03 FEC-EF-DD    PIC 99.
       01  FEC-EFEC-NUM REDEFINES FEC-EFEC-IN PIC 9(06).
       01  HOY-AAMMDD.
           02 HOY-AA           PIC 9(02).
           02 HOY-MM           PIC 9(02).
           02 HOY-DD           PIC 9(02).
       01  HOY-NUM REDEFINES HOY-AAMMDD PIC 9(06).
       01  WS-HOY.
           02 WS-HOY-AAAA      PIC 9(04).
           02 WS-HOY-MM        PIC 9(02).
           02 WS-HOY-DD        PIC 9(02).
       01  WS-AHORA.
           02 WS-AHO-HH        PIC 9(02).
           02 WS-AHO-MM        PIC 9(02).
           02 WS-AHO-SS        PIC 9(02).
           02 WS-AHO-CS        PIC 9(02).
           COPY USRLNK.
       01  EMI-ANTES.
           02 EMA-NOMI         PIC 9(06).
           02 EMA-NOMB         PIC X(15).
           02 EMA-DEPT         PIC X(03).
           02 EMA-SUEL         PIC S9(05)V99.
           02 EMA-EST          PIC X(01).
           02 EMA-FEC-EST      PIC 9(06).
      *-------------------- MONTHLY PAYROLL PER DEPARTMENT -------------
       01  DEP-TABLA.
           02 DEP-ROW OCCURS 20 TIMES.
               03 DEP-COD  PIC X(03).
               03 DEP-EMPL PIC 9(04).
               03 DEP-ANT  PIC 9(09)V99.
               03 DEP-NVO  PIC 9(09)V99.
       01  REP-LIN-TIT.
           02 FILLER       PIC X(20) VALUE "REVISION SALARIAL  ".
           02 RVT-ID       PIC X(08).
           02 FILLER       PIC X(03) VALUE " - ".
           02 RVT-MODO     PIC X(20).
       01  REP-LIN-REGLA   PIC X(80).
       01  REP-LIN-ENC.
           02 FILLER       PIC X(40)
               VALUE " NOMINA NOMBRE          DEP SUELDO ANT.".
           02 FILLER       PIC X(40)
               VALUE " SUELDO NVO. DIFERENCIA OBSERVACION".
       01  REP-LIN-DET.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVD-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVD-NOMB     PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVD-DEPT     PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVD-ANT      PIC ZZ,ZZ9.99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RVD-NVO      PIC ZZ,ZZ9.99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RVD-DIF      PIC ZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVD-NOTA     PIC X(16).
       01  REP-LIN-DEP-ENC.
           02 FILLER       PIC X(40)
               VALUE " DEPARTAMENTO     EMPL   NOMINA MES ANT.".
           02 FILLER       PIC X(40)
               VALUE "   NOMINA MES NVA.   IMPACTO MENSUAL   %".
       01  REP-LIN-DEP.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVP-NOM      PIC X(16).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVP-EMPL     PIC ZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVP-ANT      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RVP-NVO      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 RVP-DIF      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RVP-PCT      PIC ZZ9.99.
           02 FILLER       PIC X(01) VALUE "%".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF ABORTA = 0
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           CALL "USRLOGIN" USING LOGIN-DATOS.
           IF LOG-DENEGADO
               STOP RUN.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE WS-HOY-AAAA(3:2) TO HOY-AA.
           MOVE WS-HOY-MM        TO HOY-MM.
           MOVE WS-HOY-DD        TO HOY-DD.
           PERFORM 101-OPEN-DEPT.
           PERFORM 110-CAPTURA-REGLA.
           PERFORM 120-CHECA-REVISION.

       101-OPEN-DEPT.
           OPEN INPUT DEPTMAS.
           IF DEPT-STAT = "35"
               OPEN OUTPUT DEPTMAS
               CLOSE DEPTMAS
               OPEN INPUT DEPTMAS.

      *-------------------- THE RULE OF THE REVISION -------------------
      *    A clave names the revision (ANUAL26, SINDIC26...): it is what
      *    a rerun is matched by, so the same approved raise is always
      *    captured under the same clave.
       110-CAPTURA-REGLA.
           MOVE SPACES TO REV-ID-IN.
           PERFORM 111-PIDE-ID UNTIL REV-ID-IN NOT = SPACES.
           MOVE SPACE TO TIPO-IN.
           PERFORM 112-PIDE-TIPO UNTIL TIPO-IN = "P" OR TIPO-IN = "I".
           MOVE 0 TO VALOR-IN.
           PERFORM 113-PIDE-VALOR UNTIL VALOR-IN > 0.
           MOVE SPACE TO ALCANCE-IN.
           PERFORM 114-PIDE-ALCANCE
               UNTIL ALCANCE-IN = "T" OR ALCANCE-IN = "D"
                  OR ALCANCE-IN = "R".
           MOVE SPACES TO DEPT-IN.
           MOVE 0 TO SUEL-MIN-IN.
           MOVE 0 TO SUEL-MAX-IN.
           IF ALCANCE-IN = "D"
               MOVE 0 TO DEPT-EXI
               PERFORM 115-PIDE-DEPT UNTIL DEPT-EXI = 1.
           IF ALCANCE-IN = "R"
               MOVE 0 TO BANDA-OK
               PERFORM 116-PIDE-BANDA UNTIL BANDA-OK = 1.
           MOVE 0 TO FEC-OK.
           PERFORM 117-PIDE-FECHA UNTIL FEC-OK = 1.

       111-PIDE-ID.
           DISPLAY "CLAVE DE LA REVISION (P.EJ. ANUAL26): ".
           ACCEPT REV-ID-IN.

       112-PIDE-TIPO.
           DISPLAY "AUMENTO POR P = PORCENTAJE / I = IMPORTE FIJO: ".
           ACCEPT TIPO-IN.

       113-PIDE-VALOR.
           IF TIPO-IN = "P"
               DISPLAY "PORCENTAJE DE AUMENTO: "
           ELSE
               DISPLAY "IMPORTE MENSUAL DE AUMENTO: ".
           ACCEPT VALOR-IN.
           IF TIPO-IN = "P" AND VALOR-IN > 100
               DISPLAY "PORCENTAJE INVALIDO, MAXIMO 100.00"
               MOVE 0 TO VALOR-IN.
           IF VALOR-IN = 0
               DISPLAY "EL AUMENTO DEBE SER MAYOR A CERO".

       114-PIDE-ALCANCE.
           DISPLAY "APLICA A T = TODOS / D = DEPARTAMENTO / "
                   "R = BANDA DE SUELDO: ".
           ACCEPT ALCANCE-IN.

       115-PIDE-DEPT.
           DISPLAY "DEPARTAMENTO: ".
           ACCEPT DEPT-IN.
           MOVE DEPT-IN TO DPT-COD.
           READ DEPTMAS
               INVALID KEY
                   DISPLAY "DEPARTAMENTO INEXISTENTE EN DEPTMAS"
               NOT INVALID KEY
                   MOVE 1 TO DEPT-EXI
                   DISPLAY "DEPARTAMENTO: " DPT-NOM
           END-READ.

      *    The band is on the monthly salary before the raise.
       116-PIDE-BANDA.
           DISPLAY "SUELDO MENSUAL DESDE: ".
           ACCEPT SUEL-MIN-IN.
           DISPLAY "SUELDO MENSUAL HASTA: ".
           ACCEPT SUEL-MAX-IN.
           IF SUEL-MAX-IN > 0 AND SUEL-MAX-IN NOT < SUEL-MIN-IN
               MOVE 1 TO BANDA-OK
           ELSE
               DISPLAY "BANDA INVALIDA, EL TOPE DEBE SER MAYOR O "
                       "IGUAL AL INICIO".

       117-PIDE-FECHA.
           DISPLAY "FECHA EFECTIVA DEL AUMENTO (AAMMDD): ".
           ACCEPT FEC-EFEC-IN.
           IF FEC-EFEC-IN IS NUMERIC
                   AND FEC-EF-MM >= 1 AND FEC-EF-MM <= 12
                   AND FEC-EF-DD >= 1 AND FEC-EF-DD <= 31
               MOVE 1 TO FEC-OK
           ELSE
               DISPLAY "FECHA INVALIDA".

      *-------------------- SAME CLAVE, SAME RULE ----------------------
      *    A clave already on REVMAS may only be run again with the rule
      *    it was applied with (that is the rerun that completes the
      *    ones left out); a different rule needs a clave of its own.
       120-CHECA-REVISION.
           OPEN I-O REVMAS.
           IF REV-STAT = "35"
               OPEN OUTPUT REVMAS
               CLOSE REVMAS
               OPEN I-O REVMAS.
           MOVE REV-ID-IN TO REV-ID.
           MOVE 0 TO REV-NOMI.
           READ REVMAS
               INVALID KEY
                   MOVE 0 TO REV-EXISTE
               NOT INVALID KEY
                   MOVE 1 TO REV-EXISTE
           END-READ.
           IF REV-EXISTE = 1
               IF REV-TIPO NOT = TIPO-IN
                       OR REV-VALOR NOT = VALOR-IN
                       OR REV-ALCANCE NOT = ALCANCE-IN
                       OR REV-DEPT NOT = DEPT-IN
                       OR REV-SUEL-MIN NOT = SUEL-MIN-IN
                       OR REV-SUEL-MAX NOT = SUEL-MAX-IN
                       OR REV-FEC-EFEC NOT = FEC-EFEC-IN
                   MOVE 1 TO ABORTA
                   MOVE REV-VALOR TO VALOR-ED
                   DISPLAY "LA REVISION " REV-ID-IN " YA SE APLICO "
                           "CON OTRA REGLA: " REV-TIPO " " VALOR-ED
                           " ALCANCE " REV-ALCANCE " " REV-DEPT
                           " EFECTIVA " REV-EFE-DD "/" REV-EFE-MM
                           "/" REV-EFE-AA
                   DISPLAY "USE OTRA CLAVE PARA UNA REGLA DISTINTA"
               ELSE
                   DISPLAY "REVISION " REV-ID-IN " APLICADA EL "
                           REV-APL-DD "/" REV-APL-MM "/" REV-APL-AA
                           " POR " REV-USR
                   DISPLAY "SOLO SE COMPLETAN LOS EMPLEADOS QUE "
                           "FALTARON"
               END-IF
           END-IF.

       200-PROCESS.
           DISPLAY "> Running process...".
           MOVE 0 TO APLICA.
           PERFORM 210-PASADA.
           DISPLAY "PREVIA EN " WS-REVLIST-FILE ": " CAND-CNT
                   " EMPLEADOS POR AUMENTAR, IMPACTO MENSUAL "
                   DIF-ED.
           IF CAND-CNT = 0
               DISPLAY "NINGUN EMPLEADO POR AUMENTAR"
           ELSE
               PERFORM 220-AUTORIZA
               IF AUTORIZADO = 1
                   PERFORM 230-TOMA-CANDADO
               END-IF
               IF AUTORIZADO = 1 AND TOMO-CANDADO = 1
                   MOVE 1 TO APLICA
                   PERFORM 240-GRABA-ENCABEZADO
                   PERFORM 210-PASADA
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK"
                   MOVE 0 TO TOMO-CANDADO
                   DISPLAY "REVISION APLICADA A " CAND-CNT
                           " EMPLEADOS (LISTA EN " WS-REVLIST-FILE
                           ")"
                   IF ERR-CNT > 0
                       DISPLAY "NO SE PUDIERON GRABAR: " ERR-CNT
                   END-IF
                   IF FEC-EFEC-NUM < HOY-NUM
                       DISPLAY "FECHA EFECTIVA ANTERIOR A HOY: EL "
                               "RETROACTIVO DE CADA NOMINA SE ARMA "
                               "CON RETROCAL"
                   END-IF
               END-IF
           END-IF.

      *-------------------- ONE PASS OVER EMPINX -----------------------
      *    The preview and the application go through the same pass so
      *    what is applied is exactly what the listing shows; with
      *    APLICA = 1 each raise is also rewritten, audited and
      *    registered as it is listed.
       210-PASADA.
           INITIALIZE DEP-TABLA.
           MOVE 0 TO DEP-CNT.
           MOVE 0 TO CAND-CNT.
           MOVE 0 TO SUSP-CNT.
           MOVE 0 TO BAJA-CNT.
           MOVE 0 TO YA-CNT.
           MOVE 0 TO TOPE-CNT.
           MOVE 0 TO ERR-CNT.
           MOVE 0 TO ORG-ANT.
           MOVE 0 TO ORG-NVO.
           MOVE 0 TO EMP-EOF.
           IF APLICA = 0
               STRING "REVPRE"    DELIMITED BY SIZE
                      FEC-EFEC-IN DELIMITED BY SIZE
                   INTO WS-REVLIST-FILE
               END-STRING
               MOVE "PREVIA" TO RVT-MODO
               OPEN INPUT EMPINX
           ELSE
               STRING "REVAPL"    DELIMITED BY SIZE
                      FEC-EFEC-IN DELIMITED BY SIZE
                   INTO WS-REVLIST-FILE
               END-STRING
               MOVE "APLICADA" TO RVT-MODO
               OPEN I-O EMPINX
               PERFORM 211-OPEN-AUD
           END-IF.
           OPEN OUTPUT REVLIST.
           PERFORM 212-ENCABEZADO.
           MOVE LOW-VALUES TO EMI-NOMI.
           START EMPINX KEY IS NOT LESS THAN EMI-NOMI
               INVALID KEY MOVE 1 TO EMP-EOF
           END-START.
           PERFORM 250-EMPLEADO-ROW UNTIL EMP-EOF = 1.
           PERFORM 270-TOTALES.
           CLOSE EMPINX.
           CLOSE REVLIST.
           IF APLICA = 1
               CLOSE EMPAUD.

       211-OPEN-AUD.
           OPEN EXTEND EMPAUD.
           IF AUD-STAT = "35"
               OPEN OUTPUT EMPAUD
               CLOSE EMPAUD
               OPEN EXTEND EMPAUD.

       212-ENCABEZADO.
           MOVE REV-ID-IN TO RVT-ID.
           WRITE REP-REG FROM REP-LIN-TIT.
           MOVE VALOR-IN TO VALOR-ED.
           MOVE SPACES TO REP-LIN-REGLA.
           IF TIPO-IN = "P"
               STRING "AUMENTO: " DELIMITED BY SIZE
                      VALOR-ED    DELIMITED BY SIZE
                      " %"        DELIMITED BY SIZE
                   INTO REP-LIN-REGLA
               END-STRING
           ELSE
               STRING "AUMENTO: $" DELIMITED BY SIZE
                      VALOR-ED     DELIMITED BY SIZE
                      " MENSUAL"   DELIMITED BY SIZE
                   INTO REP-LIN-REGLA
               END-STRING
           END-IF.
           WRITE REP-REG FROM REP-LIN-REGLA.
           MOVE SPACES TO REP-LIN-REGLA.
           IF ALCANCE-IN = "T"
               MOVE "ALCANCE: TODO EL PERSONAL" TO REP-LIN-REGLA.
           IF ALCANCE-IN = "D"
               STRING "ALCANCE: DEPARTAMENTO " DELIMITED BY SIZE
                      DEPT-IN                  DELIMITED BY SIZE
                   INTO REP-LIN-REGLA
               END-STRING.
           IF ALCANCE-IN = "R"
               MOVE SUEL-MIN-IN TO MIN-ED
               MOVE SUEL-MAX-IN TO MAX-ED
               STRING "ALCANCE: SUELDO MENSUAL DE " DELIMITED BY SIZE
                      MIN-ED                       DELIMITED BY SIZE
                      " A "                        DELIMITED BY SIZE
                      MAX-ED                       DELIMITED BY SIZE
                   INTO REP-LIN-REGLA
               END-STRING.
           WRITE REP-REG FROM REP-LIN-REGLA.
           MOVE SPACES TO REP-LIN-REGLA.
           STRING "FECHA EFECTIVA: " DELIMITED BY SIZE
                  FEC-EF-DD          DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  FEC-EF-MM          DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  FEC-EF-AA          DELIMITED BY SIZE
                  "   OPERADOR: "    DELIMITED BY SIZE
                  LOG-USR-ID         DELIMITED BY SIZE
               INTO REP-LIN-REGLA
           END-STRING.
           WRITE REP-REG FROM REP-LIN-REGLA.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           WRITE REP-REG FROM REP-LIN-ENC.

      *-------------------- SUPERVISOR CONFIRMATION --------------------
      *    A raise effective in the future is only previewed; it is
      *    applied on or after its date so the corte in between is not
      *    paid at the new salary. Applying is a supervisor-role act,
      *    checked the way EMPABC checks a lock release.
       220-AUTORIZA.
           MOVE 0 TO AUTORIZADO.
           IF FEC-EFEC-NUM > HOY-NUM
               DISPLAY "LA REVISION ES EFECTIVA EL " FEC-EF-DD "/"
                       FEC-EF-MM "/" FEC-EF-AA ", POR AHORA SOLO SE "
                       "IMPRIME LA PREVIA"
           ELSE
               IF LOG-FIRMADO AND NOT LOG-SUPERVISOR
                   DISPLAY "SOLO UN USUARIO CON ROL SUPERVISOR "
                           "APLICA LA REVISION"
               ELSE
                   PERFORM 221-VALIDA-SUP
                   IF SUP-OK = 0
                       DISPLAY "CLAVE DE SUPERVISOR INCORRECTA"
                   ELSE
                       DISPLAY "APLICAR LA REVISION A " CAND-CNT
                               " EMPLEADOS (S/N): "
                       ACCEPT RESP
                       IF RESP = "S"
                           MOVE 1 TO AUTORIZADO
                       ELSE
                           DISPLAY "REVISION NO APLICADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-------------------- CHECK THE CODE AGAINST EMPCTL --------------
       221-VALIDA-SUP.
           MOVE 0 TO SUP-OK.
           DISPLAY "CLAVE DE SUPERVISOR: ".
           ACCEPT SUP-CLAVE-IN.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "00"
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-SUP-CLAVE NOT = SPACES
                               AND SUP-CLAVE-IN = CTL-SUP-CLAVE
                           MOVE 1 TO SUP-OK
                       END-IF
               END-READ
               CLOSE EMPCTL
           END-IF.

      *-------------------- RUN-LOCK PROTOCOL --------------------------
      *    The raise rewrites EMPINX, so it takes the maintenance lock
      *    "M" while it applies. If anybody holds RUNLOCK (a payroll
      *    run or an EMPABC session) nothing is applied; a stale lock
      *    is cleared from EMPABC.
       230-TOMA-CANDADO.
           MOVE 0 TO TOMO-CANDADO.
           OPEN INPUT RUNLOCK.
           IF LCK-STAT = "35"
               ACCEPT WS-HOY FROM DATE YYYYMMDD
               ACCEPT WS-AHORA FROM TIME
               OPEN OUTPUT RUNLOCK
               MOVE "M" TO LCK-TIPO
               MOVE WS-HOY-AAAA(3:2) TO LCK-FEC-AA
               MOVE WS-HOY-MM        TO LCK-FEC-MM
               MOVE WS-HOY-DD        TO LCK-FEC-DD
               MOVE WS-AHO-HH        TO LCK-HOR-HH
               MOVE WS-AHO-MM        TO LCK-HOR-MM
               MOVE WS-AHO-SS        TO LCK-HOR-SS
               WRITE LCK-REG
               CLOSE RUNLOCK
               MOVE 1 TO TOMO-CANDADO
           ELSE
               READ RUNLOCK
               IF LCK-NOMINA
                   DISPLAY "NOMINA EN PROCESO DESDE " LCK-FEC-DD "/"
                           LCK-FEC-MM "/" LCK-FEC-AA " " LCK-HOR-HH
                           ":" LCK-HOR-MM ":" LCK-HOR-SS
               ELSE
                   DISPLAY "SESION DE MANTENIMIENTO DESDE "
                           LCK-FEC-DD "/" LCK-FEC-MM "/" LCK-FEC-AA
                           " " LCK-HOR-HH ":" LCK-HOR-MM ":"
                           LCK-HOR-SS
               END-IF
               CLOSE RUNLOCK
               DISPLAY "REVISION NO APLICADA: EMPINX ESTA EN USO"
           END-IF.

      *-------------------- THE RULE GOES ON REVMAS FIRST --------------
       240-GRABA-ENCABEZADO.
           IF REV-EXISTE = 0
               MOVE SPACES TO REV-REG
               MOVE REV-ID-IN TO REV-ID
               MOVE 0 TO REV-NOMI
               PERFORM 241-LLENA-REGLA
               MOVE 0 TO REV-SUEL-ANT
               MOVE 0 TO REV-SUEL-NVO
               WRITE REV-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA REVISION "
                               REV-ID-IN ", ESTADO: " REV-STAT
               END-WRITE
               MOVE 1 TO REV-EXISTE
           END-IF.

       241-LLENA-REGLA.
           MOVE TIPO-IN      TO REV-TIPO.
           MOVE VALOR-IN     TO REV-VALOR.
           MOVE ALCANCE-IN   TO REV-ALCANCE.
           MOVE DEPT-IN      TO REV-DEPT.
           MOVE SUEL-MIN-IN  TO REV-SUEL-MIN.
           MOVE SUEL-MAX-IN  TO REV-SUEL-MAX.
           MOVE FEC-EFEC-IN  TO REV-FEC-EFEC.
           MOVE HOY-AA       TO REV-APL-AA.
           MOVE HOY-MM       TO REV-APL-MM.
           MOVE HOY-DD       TO REV-APL-DD.
           MOVE LOG-USR-ID   TO REV-USR.

       250-EMPLEADO-ROW.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO EMP-EOF
               NOT AT END
                   PERFORM 251-EN-ALCANCE
                   IF EN-ALCANCE = 1
                       PERFORM 252-CLASIFICA
                   END-IF
           END-READ.

       251-EN-ALCANCE.
           MOVE 0 TO EN-ALCANCE.
           IF ALCANCE-IN = "T"
               MOVE 1 TO EN-ALCANCE.
           IF ALCANCE-IN = "D" AND EMI-DEPT = DEPT-IN
               MOVE 1 TO EN-ALCANCE.
           IF ALCANCE-IN = "R" AND EMI-SUEL NOT < SUEL-MIN-IN
                   AND EMI-SUEL NOT > SUEL-MAX-IN
               MOVE 1 TO EN-ALCANCE.

      *-------------------- ONE EMPLOYEE IN SCOPE ----------------------
      *    Suspended and terminated staff are listed but never raised;
      *    so is anyone already raised under this revision, and anyone
      *    the raise would push past what EMI-SUEL holds.
       252-CLASIFICA.
           MOVE SPACES TO NOTA.
           MOVE 0 TO NUEVO-SUEL.
           MOVE 0 TO DIF-SUEL.
           IF EMI-SUSPENDIDO
               MOVE "OMITIDO: SUSP." TO NOTA
               ADD 1 TO SUSP-CNT.
           IF EMI-BAJA
               MOVE "OMITIDO: BAJA" TO NOTA
               ADD 1 TO BAJA-CNT.
           IF NOTA = SPACES
               PERFORM 253-CHECA-YA-APLICADA
               IF YA-APLICADA = 1
                   MOVE "YA AUMENTADO" TO NOTA
                   ADD 1 TO YA-CNT.
           IF NOTA = SPACES
               PERFORM 254-CALCULA-NUEVO
               IF NUEVO-SUEL > TOPE-SUEL
                   MOVE "EXCEDE 99,999.99" TO NOTA
                   ADD 1 TO TOPE-CNT
                   MOVE 0 TO NUEVO-SUEL
                   MOVE 0 TO DIF-SUEL.
           IF NOTA = SPACES AND APLICA = 1
               PERFORM 255-APLICA.
           IF NOTA = SPACES
               ADD 1 TO CAND-CNT
               ADD EMI-SUEL TO ORG-ANT
               ADD NUEVO-SUEL TO ORG-NVO
               PERFORM 256-SUMA-DEPTO.
           PERFORM 260-LISTA-EMPLEADO.

       253-CHECA-YA-APLICADA.
           MOVE REV-ID-IN TO REV-ID.
           MOVE EMI-NOMI TO REV-NOMI.
           READ REVMAS
               INVALID KEY
                   MOVE 0 TO YA-APLICADA
               NOT INVALID KEY
                   MOVE 1 TO YA-APLICADA
           END-READ.

       254-CALCULA-NUEVO.
           IF TIPO-IN = "P"
               COMPUTE NUEVO-SUEL ROUNDED =
                   EMI-SUEL + EMI-SUEL * VALOR-IN / 100
           ELSE
               COMPUTE NUEVO-SUEL = EMI-SUEL + VALOR-IN.
           COMPUTE DIF-SUEL = NUEVO-SUEL - EMI-SUEL.

      *-------------------- REWRITE, AUDIT AND REGISTER ----------------
      *    Same "M" image a MODIFICAR in EMPABC leaves, under the
      *    signed-on operator. The REVMAS row is what keeps a rerun
      *    from raising the employee again.
       255-APLICA.
           MOVE EMI-NOMI TO EMA-NOMI.
           MOVE EMI-NOMB TO EMA-NOMB.
           MOVE EMI-DEPT TO EMA-DEPT.
           MOVE EMI-SUEL TO EMA-SUEL.
           MOVE EMI-EST TO EMA-EST.
           MOVE EMI-FEC-EST TO EMA-FEC-EST.
           MOVE NUEVO-SUEL TO EMI-SUEL.
           REWRITE EMI-REG
               INVALID KEY
                   MOVE "ERROR AL GRABAR" TO NOTA
                   ADD 1 TO ERR-CNT
                   DISPLAY "ERROR AL GRABAR NOMINA " EMI-NOMI
                           ", ESTADO: " EMI-STAT
                   MOVE EMA-SUEL TO EMI-SUEL
           END-REWRITE.
           IF NOTA = SPACES
               MOVE "M" TO AUD-OPER
               PERFORM 257-AUDITA
               PERFORM 258-REGISTRA
               MOVE EMA-SUEL TO EMI-SUEL.

       256-SUMA-DEPTO.
           MOVE 0 TO DEP-IX.
           PERFORM 259-BUSCA-DEP-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > DEP-CNT OR DEP-IX > 0.
           IF DEP-IX = 0
               IF DEP-CNT < 20
                   ADD 1 TO DEP-CNT
                   MOVE DEP-CNT TO DEP-IX
                   MOVE EMI-DEPT TO DEP-COD(DEP-IX)
               ELSE
                   DISPLAY "TABLA DE DEPARTAMENTOS LLENA, SE OMITE "
                           EMI-DEPT " EN LOS SUBTOTALES"
               END-IF
           END-IF.
           IF DEP-IX > 0
               ADD 1 TO DEP-EMPL(DEP-IX)
               ADD EMI-SUEL TO DEP-ANT(DEP-IX)
               ADD NUEVO-SUEL TO DEP-NVO(DEP-IX)
           END-IF.

       257-AUDITA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-AHORA FROM TIME.
           MOVE WS-HOY-AAAA(3:2) TO AUD-FEC-AA.
           MOVE WS-HOY-MM        TO AUD-FEC-MM.
           MOVE WS-HOY-DD        TO AUD-FEC-DD.
           MOVE WS-AHO-HH        TO AUD-HOR-HH.
           MOVE WS-AHO-MM        TO AUD-HOR-MM.
           MOVE WS-AHO-SS        TO AUD-HOR-SS.
           MOVE EMA-NOMI TO AUD-A-NOMI.
           MOVE EMA-NOMB TO AUD-A-NOMB.
           MOVE EMA-DEPT TO AUD-A-DEPT.
           MOVE EMA-SUEL TO AUD-A-SUEL.
           MOVE EMA-EST  TO AUD-A-EST.
           MOVE EMA-FEC-EST TO AUD-A-FEC-EST.
           MOVE EMI-NOMI TO AUD-D-NOMI.
           MOVE EMI-NOMB TO AUD-D-NOMB.
           MOVE EMI-DEPT TO AUD-D-DEPT.
           MOVE EMI-SUEL TO AUD-D-SUEL.
           MOVE EMI-EST  TO AUD-D-EST.
           MOVE EMI-FEC-EST TO AUD-D-FEC-EST.
           MOVE LOG-USR-ID TO AUD-USR.
           WRITE AUD-REG.

       258-REGISTRA.
           MOVE SPACES TO REV-REG.
           MOVE REV-ID-IN TO REV-ID.
           MOVE EMI-NOMI TO REV-NOMI.
           PERFORM 241-LLENA-REGLA.
           MOVE EMA-SUEL TO REV-SUEL-ANT.
           MOVE EMI-SUEL TO REV-SUEL-NVO.
           WRITE REV-REG
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR NOMINA " EMI-NOMI
                           " EN REVMAS, ESTADO: " REV-STAT
           END-WRITE.

       259-BUSCA-DEP-ROW.
           IF DEP-COD(I) = EMI-DEPT
               MOVE I TO DEP-IX
           END-IF.

       260-LISTA-EMPLEADO.
           MOVE EMI-NOMI TO RVD-NOMI.
           MOVE EMI-NOMB TO RVD-NOMB.
           MOVE EMI-DEPT TO RVD-DEPT.
           MOVE EMI-SUEL TO RVD-ANT.
           MOVE NUEVO-SUEL TO RVD-NVO.
           MOVE DIF-SUEL TO RVD-DIF.
           MOVE NOTA TO RVD-NOTA.
           WRITE REP-REG FROM REP-LIN-DET.

      *-------------------- MONTHLY COST IMPACT BY DEPARTMENT ----------
       270-TOTALES.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE "IMPACTO MENSUAL POR DEPARTAMENTO" TO REP-REG.
           WRITE REP-REG.
           WRITE REP-REG FROM REP-LIN-DEP-ENC.
           PERFORM 271-LISTA-DEPTO
               VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > DEP-CNT.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE "TOTAL ORGANIZACION" TO RVP-NOM.
           MOVE CAND-CNT TO RVP-EMPL.
           MOVE ORG-ANT TO RVP-ANT.
           MOVE ORG-NVO TO RVP-NVO.
           COMPUTE DIF-SUEL = ORG-NVO - ORG-ANT.
           MOVE DIF-SUEL TO RVP-DIF.
           MOVE DIF-SUEL TO DIF-ED.
           MOVE 0 TO PCT-W.
           IF ORG-ANT > 0
               COMPUTE PCT-W ROUNDED = DIF-SUEL * 100 / ORG-ANT.
           MOVE PCT-W TO RVP-PCT.
           WRITE REP-REG FROM REP-LIN-DEP.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE SPACES TO REP-LIN-REGLA.
           MOVE SUSP-CNT TO CNT-ED.
           MOVE BAJA-CNT TO CNT2-ED.
           STRING "OMITIDOS SUSPENDIDOS: " DELIMITED BY SIZE
                  CNT-ED                   DELIMITED BY SIZE
                  "   BAJAS: "             DELIMITED BY SIZE
                  CNT2-ED                  DELIMITED BY SIZE
               INTO REP-LIN-REGLA
           END-STRING.
           WRITE REP-REG FROM REP-LIN-REGLA.
           MOVE SPACES TO REP-LIN-REGLA.
           MOVE YA-CNT TO CNT-ED.
           STRING "YA AUMENTADOS POR ESTA REVISION: " DELIMITED BY SIZE
                  CNT-ED                   DELIMITED BY SIZE
               INTO REP-LIN-REGLA
           END-STRING.
           WRITE REP-REG FROM REP-LIN-REGLA.
           IF TOPE-CNT > 0
               MOVE SPACES TO REP-LIN-REGLA
               MOVE TOPE-CNT TO CNT-ED
               STRING "EXCEDEN EL SUELDO MAXIMO: " DELIMITED BY SIZE
                      CNT-ED                       DELIMITED BY SIZE
                   INTO REP-LIN-REGLA
               END-STRING
               WRITE REP-REG FROM REP-LIN-REGLA
           END-IF.
           IF ERR-CNT > 0
               MOVE SPACES TO REP-LIN-REGLA
               MOVE ERR-CNT TO CNT-ED
               STRING "NO SE PUDIERON GRABAR: " DELIMITED BY SIZE
                      CNT-ED                    DELIMITED BY SIZE
                   INTO REP-LIN-REGLA
               END-STRING
               WRITE REP-REG FROM REP-LIN-REGLA
           END-IF.

       271-LISTA-DEPTO.
           MOVE DEP-COD(DEP-IX) TO DPT-COD.
           READ DEPTMAS
               INVALID KEY
                   MOVE DEP-COD(DEP-IX) TO RVP-NOM
               NOT INVALID KEY
                   MOVE DPT-NOM TO RVP-NOM
           END-READ.
           MOVE DEP-EMPL(DEP-IX) TO RVP-EMPL.
           MOVE DEP-ANT(DEP-IX) TO RVP-ANT.
           MOVE DEP-NVO(DEP-IX) TO RVP-NVO.
           COMPUTE DIF-SUEL = DEP-NVO(DEP-IX) - DEP-ANT(DEP-IX).
           MOVE DIF-SUEL TO RVP-DIF.
           MOVE 0 TO PCT-W.
           IF DEP-ANT(DEP-IX) > 0
               COMPUTE PCT-W ROUNDED =
                   DIF-SUEL * 100 / DEP-ANT(DEP-IX).
           MOVE PCT-W TO RVP-PCT.
           WRITE REP-REG FROM REP-LIN-DEP.

       300-END.
           DISPLAY "> Running end...".
           CLOSE DEPTMAS.
           CLOSE REVMAS.
           IF TOMO-CANDADO = 1
               CALL "CBL_DELETE_FILE" USING "RUNLOCK".
           STOP RUN.

       END PROGRAM REVSAL.
