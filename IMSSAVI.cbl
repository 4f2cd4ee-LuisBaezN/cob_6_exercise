      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Avisos afiliatorios al IMSS a partir de la bitacora
      *          EMPAUD: por cada ALTA (o reactivacion de una baja),
      *          BAJA y MODI de salario cuya fecha efectiva cae en el
      *          rango pedido arma el movimiento de reingreso (08),
      *          baja con su causa (02) o modificacion de salario (07)
      *          con el salario base de cotizacion (salario diario por
      *          el factor de integracion de EMPCTL, topado) y lo
      *          escribe al lote IMSSAVIAAMMDD para IDSE/SUA (ver
      *          AVIREG). El reporte de control IMSSCTLAAMMDD lista
      *          cada aviso con los dias habiles transcurridos desde
      *          la fecha efectiva y marca EXTEMPORANEO el que ya paso
      *          el plazo (CTL-AVI-DIAS); quien no tiene NSS en EMPINX
      *          sale marcado SIN NSS y no va al lote.
      * Tectonics: cobc
      ******************************************************************
      * Mod: 15/10/26 - LABN - Multiempresa: el lote y el control son
      *                        de una empresa (CIAMAS), con su propio
      *                        registro patronal (IMSSAVICCAAMMDD); un
      *                        traspaso de EMPAUD ("T") es baja bajo la
      *                        empresa que deja y reingreso bajo la que
      *                        lo recibe, cada uno en el lote de la
      *                        suya
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMSSAVI.
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
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT IMSSAVI ASSIGN TO WS-IMSSAVI-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVI-STAT.
           SELECT IMSSCTL ASSIGN TO WS-IMSSCTL-FILE.
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
      *    A "T" (traspaso) row keeps the employee as it stood in the
      *    before image and overlays the after image with the two
      *    companies and the date the move is effective from.
           02 AUD-TRASPASO REDEFINES AUD-DESPUES.
               03 AUD-T-NOMI   PIC 9(06).
               03 AUD-T-CIA-ANT PIC X(02).
               03 AUD-T-CIA-NUE PIC X(02).
               03 AUD-T-FEC-EFE PIC 9(06).
               03 FILLER       PIC X(22).
           02 AUD-USR      PIC X(08).
       FD  EMPINX.
           COPY EMPREG.
       FD  EMPCTL.
           COPY CTLREG.
       FD  CIAMAS.
           COPY CIAREG.
      *-------------------- IDSE / SUA BATCH (IMAGES IN AVIREG) --------
       FD  IMSSAVI.
       01  AVI-REG         PIC X(90).
      *-------------------- CONTROL REPORT -----------------------------
       FD  IMSSCTL.
       01  CTR-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  AUD-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  AVI-STAT        PIC XX.
       77  CIA-STAT        PIC XX.
       77  IMS-CIA         PIC X(02).
       77  AVI-CIA         PIC X(02).
       77  AVI-REG-PAT     PIC X(11).
       77  AVI-TRASPASO    PIC 9 VALUE 0.
       77  CIA-NUE-WS      PIC X(02).
       77  TRA-CNT         PIC 9(03) VALUE 0.
       77  TRA-IX          PIC 9(03).
       77  I               PIC 9(03).
       77  AUD-EOF         PIC 9 VALUE 0.
       77  EMI-EXI         PIC 9 VALUE 0.
       77  EMP-EXI         PIC 9.
       77  AVI-MOV         PIC X(02).
       77  AVI-EFE         PIC 9(06).
       77  AVI-SUEL        PIC S9(05)V99.
       77  AVI-SBC         PIC 9(05)V99.
       77  AVI-CAUSA       PIC X(01).
       77  HAB-DIAS        PIC 9(03).
       77  CNT-REING       PIC 9(06) VALUE 0.
       77  CNT-BAJAS       PIC 9(06) VALUE 0.
       77  CNT-MODIS       PIC 9(06) VALUE 0.
       77  CNT-EXTEMP      PIC 9(06) VALUE 0.
       77  CNT-SINNSS      PIC 9(06) VALUE 0.
       77  DN-NUM          PIC 9(06).
       77  DN-BIS          PIC 9(03).
       77  DN-COC          PIC 9(06).
       77  DN-RES          PIC 9(01).
       77  DN-EFE          PIC 9(06).
       77  DN-HOY          PIC 9(06).
       77  DN-I            PIC 9(06).
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
       01  FIL-DESDE-IN    PIC X(06).
       01  FIL-DESDE-R REDEFINES FIL-DESDE-IN PIC 9(06).
       01  FIL-HASTA-IN    PIC X(06).
       01  FIL-HASTA-R REDEFINES FIL-HASTA-IN PIC 9(06).
       01  FIL-DESDE       PIC 9(06).
       01  FIL-HASTA       PIC 9(06).
       01  WS-IMSSAVI-FILE PIC X(15).
       01  WS-IMSSCTL-FILE PIC X(15).
      *-------------------- COMPANY OF EACH TRANSFERRED NOMINA ---------
      *    Loaded with the company each transferred employee had when
      *    the log starts (the first T row's CIA-ANT) and moved along
      *    as the scan passes each transfer, so a notice is filed
      *    under the company the employee belonged to on that day.
       01  TRA-TABLA.
           02 TRA-ROW OCCURS 200 TIMES.
               03 TRA-NOMI PIC 9(06).
               03 TRA-CIA  PIC X(02).
      *-------------------- IMAGES OF THE IDSE ROWS --------------------
           COPY AVIREG.
      *-------------------- CONTROL REPORT LINES -----------------------
       01  CTR-LIN-TIT.
           02 FILLER       PIC X(32)
               VALUE "CONTROL DE AVISOS IMSS DEL      ".
           02 CLT-DESDE    PIC 9(06).
           02 FILLER       PIC X(04) VALUE " AL ".
           02 CLT-HASTA    PIC 9(06).
           02 FILLER       PIC X(09) VALUE "  PLAZO: ".
           02 CLT-PLAZO    PIC Z9.
           02 FILLER       PIC X(14) VALUE " DIAS HABILES".
       01  CTR-LIN-PAT.
           02 FILLER       PIC X(20) VALUE "REGISTRO PATRONAL: ".
           02 CLP-REG-PAT  PIC X(11).
           02 FILLER       PIC X(12) VALUE "  FACTOR: ".
           02 CLP-FAC-INT  PIC 9.9999.
       01  CTR-LIN-ENC.
           02 FILLER       PIC X(40)
               VALUE "  NOMINA NOMBRE          AVISO      F.EF".
           02 FILLER       PIC X(40)
               VALUE "ECTIVA    SBC HAB OBSERVACION           ".
       01  CTR-LIN-DET.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CLD-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLD-NOMB     PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLD-AVISO    PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLD-FEC-DD   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 CLD-FEC-MM   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 CLD-FEC-AA   PIC 99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLD-SBC      PIC Z,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLD-HAB      PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLD-EXTEMP   PIC X(12).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLD-SINNSS   PIC X(07).
       01  CTR-LIN-TOT.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CLS-ETIQ     PIC X(30).
           02 CLS-CNT      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           PERFORM 200-PROCESS.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           ACCEPT FECHA FROM DATE.
           PERFORM 102-LEE-PARAM.
           PERFORM 105-ASK-EMPRESA.
           PERFORM 103-ASK-RANGO.
           PERFORM 104-CARGA-TRASPASOS.
           PERFORM 101-BUILD-FILENAMES.
           MOVE FECHA TO DN-FECHA.
           PERFORM 250-DIA-NUM.
           MOVE DN-NUM TO DN-HOY.
           OPEN INPUT EMPINX.
           IF EMI-STAT = "00"
               MOVE 1 TO EMI-EXI
           ELSE
               CLOSE EMPINX
               DISPLAY "EMPINX NO EXISTE, TODOS LOS AVISOS SIN NSS".
           OPEN OUTPUT IMSSAVI.
           OPEN OUTPUT IMSSCTL.
           MOVE FIL-DESDE TO CLT-DESDE.
           MOVE FIL-HASTA TO CLT-HASTA.
           MOVE CTL-AVI-DIAS TO CLT-PLAZO.
           WRITE CTR-REG FROM CTR-LIN-TIT.
           MOVE AVI-REG-PAT TO CLP-REG-PAT.
           MOVE CTL-FAC-INT TO CLP-FAC-INT.
           WRITE CTR-REG FROM CTR-LIN-PAT.
           MOVE SPACES TO CTR-REG.
           WRITE CTR-REG.
           WRITE CTR-REG FROM CTR-LIN-ENC.

      *-------------------- PROCESSING-DATE-STAMPED FILE NAMES ---------
       101-BUILD-FILENAMES.
           STRING "IMSSAVI" DELIMITED BY SIZE
                  IMS-CIA   DELIMITED BY SIZE
                  FECHA-AA  DELIMITED BY SIZE
                  FECHA-MM  DELIMITED BY SIZE
                  FECHA-DD  DELIMITED BY SIZE
               INTO WS-IMSSAVI-FILE
           END-STRING.
           STRING "IMSSCTL" DELIMITED BY SIZE
                  IMS-CIA   DELIMITED BY SIZE
                  FECHA-AA  DELIMITED BY SIZE
                  FECHA-MM  DELIMITED BY SIZE
                  FECHA-DD  DELIMITED BY SIZE
               INTO WS-IMSSCTL-FILE
           END-STRING.
           DISPLAY "LOTE IDSE:  " WS-IMSSAVI-FILE.
           DISPLAY "CONTROL:    " WS-IMSSCTL-FILE.

      *-------------------- IMSS PARAMETERS FROM THE RPT ROW -----------
      *    Without the integration factor there is no SBC to report,
      *    so a missing row stops the run instead of guessing.
       102-LEE-PARAM.
           OPEN INPUT EMPCTL.
           IF CTL-STAT NOT = "00"
               DISPLAY "NO EXISTE EMPCTL, CORRA EMPCTLLD"
               STOP RUN.
           MOVE "RPT" TO CTL-ID.
           READ EMPCTL
               INVALID KEY
                   DISPLAY "EMPCTL SIN RENGLON RPT, CORRA EMPCTLLD"
                   CLOSE EMPCTL
                   STOP RUN
           END-READ.

      *-------------------- THE EMPLOYER THE BATCH GOES OUT UNDER ------
      *    IDSE takes one registro patronal per batch, so each company
      *    files its own. A company with none captured yet falls back
      *    to the installation-wide one on EMPCTL.
       105-ASK-EMPRESA.
           OPEN INPUT CIAMAS.
           IF CIA-STAT NOT = "00"
               DISPLAY "NO EXISTE CIAMAS, CORRA CIALOAD"
               STOP RUN.
           DISPLAY "EMPRESA (CLAVE CIAMAS): ".
           ACCEPT IMS-CIA.
           MOVE IMS-CIA TO CIA-COD.
           READ CIAMAS
               INVALID KEY
                   DISPLAY "EMPRESA INEXISTENTE EN CIAMAS"
                   CLOSE CIAMAS
                   CLOSE EMPCTL
                   STOP RUN
           END-READ.
           CLOSE CIAMAS.
           DISPLAY CIA-RAZON.
           MOVE CIA-REG-PAT TO AVI-REG-PAT.
           IF AVI-REG-PAT = SPACES
               MOVE CTL-REG-PAT TO AVI-REG-PAT.
           IF AVI-REG-PAT = SPACES
               DISPLAY "AVISO: REGISTRO PATRONAL EN BLANCO, CAPTURELO "
                       "EN MASMANT (OPCION E)".

      *-------------------- WHERE EACH TRANSFERRED NOMINA STARTED ------
       104-CARGA-TRASPASOS.
           INITIALIZE TRA-TABLA.
           MOVE 0 TO AUD-EOF.
           OPEN INPUT EMPAUD.
           IF AUD-STAT = "00"
               PERFORM 201-READ-AUD
               PERFORM 106-GUARDA-TRASPASO UNTIL AUD-EOF = 1
           END-IF.
           CLOSE EMPAUD.
           MOVE 0 TO AUD-EOF.

       106-GUARDA-TRASPASO.
           IF AUD-OPER = "T"
               MOVE AUD-T-NOMI TO EMI-NOMI
               PERFORM 207-BUSCA-TRASPASO
               IF TRA-IX = 0
                   IF TRA-CNT < 200
                       ADD 1 TO TRA-CNT
                       MOVE AUD-T-NOMI    TO TRA-NOMI(TRA-CNT)
                       MOVE AUD-T-CIA-ANT TO TRA-CIA(TRA-CNT)
                   ELSE
                       DISPLAY "TABLA DE TRASPASOS LLENA, SE OMITE "
                               "NOMINA " AUD-T-NOMI
                   END-IF
               END-IF
           END-IF.
           PERFORM 201-READ-AUD.

      *-------------------- EFFECTIVE-DATE RANGE -----------------------
       103-ASK-RANGO.
           DISPLAY "AVISOS AFILIATORIOS IMSS DESDE EMPAUD".
           DISPLAY "FECHA EFECTIVA DESDE (AAMMDD, ENTER = TODAS): ".
           ACCEPT FIL-DESDE-IN.
           DISPLAY "FECHA EFECTIVA HASTA (AAMMDD, ENTER = HOY): ".
           ACCEPT FIL-HASTA-IN.
           IF FIL-DESDE-IN = SPACES
               MOVE ZEROES TO FIL-DESDE
           ELSE
               MOVE FIL-DESDE-R TO FIL-DESDE.
           IF FIL-HASTA-IN = SPACES
               MOVE FECHA-NUM TO FIL-HASTA
           ELSE
               MOVE FIL-HASTA-R TO FIL-HASTA.

       200-PROCESS.
           OPEN INPUT EMPAUD.
           IF AUD-STAT = "35"
               DISPLAY "NO EXISTE LA BITACORA EMPAUD"
               CLOSE EMPAUD
           ELSE
               PERFORM 201-READ-AUD
               PERFORM 202-SCAN-AUD UNTIL AUD-EOF = 1
               CLOSE EMPAUD.

       201-READ-AUD.
           READ EMPAUD AT END MOVE 1 TO AUD-EOF.

      *-------------------- AUDIT ROW -> IMSS MOVEMENT -----------------
      *    ALTA and the E row that lifts a baja back to active are a
      *    reingreso as of the status date; BAJA carries its own
      *    status date. A MODI only matters when the salary changed,
      *    and EMPAUD has no effective date for it, so the day it was
      *    captured stands in (as RETROCAL does). S <-> A changes are
      *    not IMSS movements.
      *    A T row goes its own way (206); the rest are filed under the
      *    company the employee belonged to on that day.
       202-SCAN-AUD.
           MOVE SPACES TO AVI-MOV.
           MOVE 0 TO AVI-TRASPASO.
           IF AUD-OPER = "T"
               PERFORM 206-TRASPASO.
           IF AUD-OPER = "A"
               MOVE "08" TO AVI-MOV
               MOVE AUD-D-FEC-EST TO AVI-EFE.
           IF AUD-OPER = "E" AND AUD-A-EST = "B"
                   AND (AUD-D-EST = "A" OR AUD-D-EST = SPACE)
               MOVE "08" TO AVI-MOV
               MOVE AUD-D-FEC-EST TO AVI-EFE.
           IF AUD-OPER = "B"
               MOVE "02" TO AVI-MOV
               MOVE AUD-D-FEC-EST TO AVI-EFE.
           IF AUD-OPER = "M" AND AUD-A-SUEL NOT = AUD-D-SUEL
               MOVE "07" TO AVI-MOV
               MOVE AUD-FECHA TO AVI-EFE.
           IF AVI-MOV NOT = SPACES AND AVI-TRASPASO = 0
               PERFORM 203-CHECK-FECHA
               IF AVI-EFE NOT < FIL-DESDE AND AVI-EFE NOT > FIL-HASTA
                   PERFORM 205-CIA-DEL-AVISO
                   IF AVI-CIA = IMS-CIA
                       PERFORM 210-AVISO
                   END-IF
               END-IF
           END-IF.
           PERFORM 201-READ-AUD.

      *    Rows written before the status date was captured carry
      *    zeroes there; the capture date is the best we have.
       203-CHECK-FECHA.
           MOVE AVI-EFE TO DN-FECHA-NUM.
           IF DN-MM < 1 OR DN-MM > 12 OR DN-DD < 1 OR DN-DD > 31
               MOVE AUD-FECHA TO AVI-EFE.

      *    A nomina that was ever transferred takes the company the
      *    table carries at this point of the log; anybody else has
      *    never changed company, so EMPINX says which one it is.
       205-CIA-DEL-AVISO.
           MOVE SPACES TO AVI-CIA.
           MOVE AUD-D-NOMI TO EMI-NOMI.
           PERFORM 207-BUSCA-TRASPASO.
           IF TRA-IX > 0
               MOVE TRA-CIA(TRA-IX) TO AVI-CIA
           ELSE
               IF EMI-EXI = 1
                   READ EMPINX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMI-CIA TO AVI-CIA
                   END-READ
               END-IF
           END-IF.

      *-------------------- TRANSFER BETWEEN COMPANIES -----------------
      *    For IMSS a transfer is a baja (cause 6, otras) under the
      *    registro patronal being left and a reingreso under the one
      *    receiving the worker, both as of the effective date and at
      *    the salary the before image carries. The after image is
      *    rebuilt from the before image so 210 reads the worker as
      *    for any other notice.
       206-TRASPASO.
           MOVE 1 TO AVI-TRASPASO.
           MOVE AUD-T-FEC-EFE TO AVI-EFE.
           MOVE AUD-T-NOMI TO EMI-NOMI.
           PERFORM 207-BUSCA-TRASPASO.
           MOVE AUD-T-CIA-NUE TO CIA-NUE-WS.
           IF AUD-T-CIA-ANT = IMS-CIA
               MOVE "02" TO AVI-MOV.
           IF CIA-NUE-WS = IMS-CIA
               MOVE "08" TO AVI-MOV.
           MOVE AUD-ANTES TO AUD-DESPUES.
           IF AVI-MOV NOT = SPACES
               PERFORM 203-CHECK-FECHA
               IF AVI-EFE NOT < FIL-DESDE AND AVI-EFE NOT > FIL-HASTA
                   PERFORM 210-AVISO
               END-IF
           END-IF.
           IF TRA-IX > 0
               MOVE CIA-NUE-WS TO TRA-CIA(TRA-IX).

       207-BUSCA-TRASPASO.
           MOVE 0 TO TRA-IX.
           PERFORM 208-BUSCA-TRA-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > TRA-CNT OR TRA-IX > 0.

       208-BUSCA-TRA-ROW.
           IF TRA-NOMI(I) = EMI-NOMI
               MOVE I TO TRA-IX
           END-IF.

      *-------------------- ONE NOTICE ---------------------------------
       210-AVISO.
           MOVE 0 TO EMP-EXI.
           IF EMI-EXI = 1
               MOVE AUD-D-NOMI TO EMI-NOMI
               READ EMPINX
                   INVALID KEY MOVE 0 TO EMP-EXI
                   NOT INVALID KEY MOVE 1 TO EMP-EXI
               END-READ
           END-IF.
           PERFORM 220-CALC-SBC.
           PERFORM 230-CAUSA-BAJA.
           PERFORM 240-DIAS-HABILES.
           MOVE SPACES TO CLD-EXTEMP.
           MOVE SPACES TO CLD-SINNSS.
           IF HAB-DIAS > CTL-AVI-DIAS
               MOVE "EXTEMPORANEO" TO CLD-EXTEMP
               ADD 1 TO CNT-EXTEMP.
           IF EMP-EXI = 0
               MOVE "SIN NSS" TO CLD-SINNSS
               ADD 1 TO CNT-SINNSS
           ELSE
               IF EMI-NSS = SPACES
                   MOVE "SIN NSS" TO CLD-SINNSS
                   ADD 1 TO CNT-SINNSS
               ELSE
                   PERFORM 211-WRITE-AVISO.
           PERFORM 212-WRITE-CONTROL.

       211-WRITE-AVISO.
           MOVE SPACES TO AVI-DET.
           MOVE "D" TO AVD-TIPO.
           MOVE AVI-REG-PAT TO AVD-REG-PAT.
           MOVE EMI-NSS TO AVD-NSS.
           MOVE EMI-CURP TO AVD-CURP.
           MOVE AUD-D-NOMB TO AVD-NOMB.
           MOVE AUD-D-NOMI TO AVD-NOMI.
           MOVE AVI-MOV TO AVD-MOV.
           MOVE AVI-EFE TO DN-FECHA-NUM.
           MOVE DN-DD TO AVD-FEC-DD.
           MOVE DN-MM TO AVD-FEC-MM.
           COMPUTE AVD-FEC-AAAA = 2000 + DN-AA.
           MOVE AVI-SBC TO AVD-SBC.
           MOVE AVI-CAUSA TO AVD-CAUSA.
           MOVE "0" TO AVD-TIPO-SAL.
           WRITE AVI-REG FROM AVI-DET.
           IF AVI-MOV = "08"
               ADD 1 TO CNT-REING
           ELSE
               IF AVI-MOV = "02"
                   ADD 1 TO CNT-BAJAS
               ELSE
                   ADD 1 TO CNT-MODIS.

       212-WRITE-CONTROL.
           MOVE AUD-D-NOMI TO CLD-NOMI.
           MOVE AUD-D-NOMB TO CLD-NOMB.
           IF AVI-MOV = "08"
               MOVE "REINGRESO" TO CLD-AVISO
           ELSE
               IF AVI-MOV = "02"
                   MOVE SPACES TO CLD-AVISO
                   STRING "BAJA C-" DELIMITED BY SIZE
                          AVI-CAUSA DELIMITED BY SIZE
                       INTO CLD-AVISO
                   END-STRING
               ELSE
                   MOVE "MOD SAL" TO CLD-AVISO.
           MOVE AVI-EFE TO DN-FECHA-NUM.
           MOVE DN-DD TO CLD-FEC-DD.
           MOVE DN-MM TO CLD-FEC-MM.
           MOVE DN-AA TO CLD-FEC-AA.
           MOVE AVI-SBC TO CLD-SBC.
           MOVE HAB-DIAS TO CLD-HAB.
           WRITE CTR-REG FROM CTR-LIN-DET.

      *-------------------- SALARIO BASE DE COTIZACION -----------------
      *    Daily salary (EMI-SUEL / 30, as AGUINALD takes it) times the
      *    integration factor, never above the legal daily cap. A baja
      *    row may carry a zeroed after-image salary; the before image
      *    is then the last salary reported.
       220-CALC-SBC.
           MOVE AUD-D-SUEL TO AVI-SUEL.
           IF AVI-SUEL NOT > 0
               MOVE AUD-A-SUEL TO AVI-SUEL.
           IF AVI-SUEL < 0
               MOVE 0 TO AVI-SUEL.
           COMPUTE AVI-SBC ROUNDED = AVI-SUEL / 30 * CTL-FAC-INT.
           IF CTL-SBC-TOPE > 0 AND AVI-SBC > CTL-SBC-TOPE
               MOVE CTL-SBC-TOPE TO AVI-SBC.

      *-------------------- IDSE CAUSE OF A BAJA -----------------------
      *    EMPABC keeps the cause on the employee (EMI-MOT-BAJA). It is
      *    only good for this row while the employee is still in that
      *    same baja; otherwise, and for bajas captured before the
      *    cause existed, IDSE's 6 = otras.
       230-CAUSA-BAJA.
           MOVE SPACE TO AVI-CAUSA.
           IF AVI-MOV = "02"
               MOVE "6" TO AVI-CAUSA
               IF EMP-EXI = 1 AND AVI-TRASPASO = 0
                   IF EMI-BAJA AND EMI-FEC-EST = AUD-D-FEC-EST
                           AND EMI-MOT-BAJA NOT = SPACE
                       MOVE EMI-MOT-BAJA TO AVI-CAUSA
                   END-IF
               END-IF
           END-IF.

      *-------------------- BUSINESS DAYS SINCE THE EFFECTIVE DATE -----
      *    Monday to Friday after the effective date up to today. A
      *    notice more than a year old is simply late.
       240-DIAS-HABILES.
           MOVE 0 TO HAB-DIAS.
           MOVE AVI-EFE TO DN-FECHA-NUM.
           PERFORM 250-DIA-NUM.
           MOVE DN-NUM TO DN-EFE.
           IF DN-EFE < DN-HOY
               IF DN-HOY - DN-EFE > 366
                   MOVE 999 TO HAB-DIAS
               ELSE
                   COMPUTE DN-I = DN-EFE + 1
                   PERFORM 241-CUENTA-DIA UNTIL DN-I > DN-HOY
               END-IF
           END-IF.

      *    Day 0 (01/01/2000) was a Saturday: remainder 0 Saturday,
      *    1 Sunday, 2 to 6 Monday to Friday.
       241-CUENTA-DIA.
           DIVIDE DN-I BY 7 GIVING DN-COC REMAINDER DN-RES.
           IF DN-RES > 1
               ADD 1 TO HAB-DIAS.
           ADD 1 TO DN-I.

      *-------------------- DAYS SINCE 01/01/2000 OF DN-FECHA ----------
       250-DIA-NUM.
           COMPUTE DN-BIS = (DN-AA + 3) / 4.
           COMPUTE DN-NUM = DN-AA * 365 + DN-BIS
                          + DN-ACUM(DN-MM) + DN-DD - 1.
           DIVIDE DN-AA BY 4 GIVING DN-COC REMAINDER DN-RES.
           IF DN-RES = 0 AND DN-MM > 2
               ADD 1 TO DN-NUM.

       300-END.
           MOVE SPACES TO AVI-TRL.
           MOVE "T" TO AVT-TIPO.
           MOVE AVI-REG-PAT TO AVT-REG-PAT.
           MOVE FIL-DESDE TO AVT-DESDE.
           MOVE FIL-HASTA TO AVT-HASTA.
           MOVE CNT-REING TO AVT-REING.
           MOVE CNT-BAJAS TO AVT-BAJAS.
           MOVE CNT-MODIS TO AVT-MODIS.
           WRITE AVI-REG FROM AVI-TRL.
           MOVE SPACES TO CTR-REG.
           WRITE CTR-REG.
           MOVE "REINGRESOS EN EL LOTE:" TO CLS-ETIQ.
           MOVE CNT-REING TO CLS-CNT.
           WRITE CTR-REG FROM CTR-LIN-TOT.
           MOVE "BAJAS EN EL LOTE:" TO CLS-ETIQ.
           MOVE CNT-BAJAS TO CLS-CNT.
           WRITE CTR-REG FROM CTR-LIN-TOT.
           MOVE "MODIFICACIONES EN EL LOTE:" TO CLS-ETIQ.
           MOVE CNT-MODIS TO CLS-CNT.
           WRITE CTR-REG FROM CTR-LIN-TOT.
           MOVE "SIN NSS (FUERA DEL LOTE):" TO CLS-ETIQ.
           MOVE CNT-SINNSS TO CLS-CNT.
           WRITE CTR-REG FROM CTR-LIN-TOT.
           MOVE "EXTEMPORANEOS:" TO CLS-ETIQ.
           MOVE CNT-EXTEMP TO CLS-CNT.
           WRITE CTR-REG FROM CTR-LIN-TOT.
           CLOSE IMSSAVI.
           CLOSE IMSSCTL.
           CLOSE EMPCTL.
           IF EMI-EXI = 1
               CLOSE EMPINX.
           DISPLAY "AVISOS EN EL LOTE: " CNT-REING " REINGRESOS, "
                   CNT-BAJAS " BAJAS, " CNT-MODIS " MODIFICACIONES".
           DISPLAY "EXTEMPORANEOS: " CNT-EXTEMP
                   "  SIN NSS: " CNT-SINNSS.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM IMSSAVI.
