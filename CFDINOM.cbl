      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Extracto del CFDI de nomina de un corte para el
      *          proveedor de timbrado: por cada corte del periodo en
      *          NOMHIST arma un recibo estructurado (CFDIAAMMQ, ver
      *          CFDREG) con la identidad fiscal del empleado (RFC,
      *          CURP y NSS de EMPINX), el periodo pagado, los dias,
      *          y un concepto por cada renglon pagado del detalle
      *          NOMDETAAMMQ clasificado percepcion/deduccion contra
      *          CLAVMAS y con su clave del catalogo del SAT. Quien no
      *          tiene completa su identidad fiscal (o ya no esta en
      *          EMPINX, o el corte no tiene detalle pagado) no se
      *          extrae: cae al listado de omitidos CFDIOMIAAMMQ con el
      *          motivo, para capturarlo en EMPABC y volver a correr.
      *          Antes cada recibo se tecleaba a mano en el portal del
      *          proveedor.
      * Tectonics: cobc
      ******************************************************************
      * Mod: 15/10/26 - LABN - Claves del ajuste anual de AJUANUAL en el
      *                        catalogo: ISR a favor va como reintegro
      *                        de ISR (001, exento) e ISR a cargo como
      *                        ISR (002)
      * Mod: 15/10/26 - LABN - Claves PTU y PTU exenta de PTUCALC como
      *                        participacion de utilidades (003); la
      *                        parte exenta va en la columna exenta
      * Mod: 15/10/26 - LABN - Cada encabezado lleva la empresa
      *                        (CIAMAS) que pago el corte, para que el
      *                        proveedor timbre con el emisor correcto
      * Mod: 15/10/26 - LABN - Claves H.Extra Dobles y H.Extra Triple
      *                        que carga RELOJ como horas extra (019)
      * Mod: 15/10/26 - LABN - ISR a favor sale como otro pago (clase
      *                        O, tipo 001 reintegro de ISR) y no como
      *                        percepcion; el encabezado y el trailer
      *                        separan los otros pagos de percepciones
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDINOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-LLAVE
               FILE STATUS IS HIS-STAT.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT CLAVMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLV-CLAVE
               FILE STATUS IS CLAV-STAT.
           SELECT CALMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-LLAVE
               FILE STATUS IS CAL-STAT.
           SELECT NOMDET ASSIGN TO WS-NOMDET-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DET-STAT.
           SELECT CFDI ASSIGN TO WS-CFDI-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CFD-STAT.
           SELECT CFDIOMI ASSIGN TO WS-CFDIOMI-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMHIST.
           COPY HISREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  CLAVMAS.
           COPY CLAVREG.
       FD  CALMAS.
           COPY CALREG.
      *-------------------- PAID DETAIL PER CONCEPT (SEE DETREG) -------
       FD  NOMDET.
           COPY DETREG.
      *-------------------- CFDI EXTRACT (IMAGES IN CFDREG) ------------
       FD  CFDI.
       01  CFD-REG         PIC X(140).
      *-------------------- EMPLOYEES LEFT OUT OF THE EXTRACT ----------
       FD  CFDIOMI.
       01  OMI-REG         PIC X(80).
       WORKING-STORAGE SECTION.
       77  HIS-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  CLAV-STAT       PIC XX.
       77  CAL-STAT        PIC XX.
       77  DET-STAT        PIC XX.
       77  CFD-STAT        PIC XX.
       77  HIS-EOF         PIC 9 VALUE 0.
       77  DET-EOF         PIC 9.
       77  DET-EXI         PIC 9 VALUE 0.
       77  HIST-EXI        PIC 9 VALUE 0.
       77  SAT-CNT         PIC 99 VALUE 0.
       77  SAT-IX          PIC 99.
       77  I               PIC 99.
       77  REC-CNT         PIC 9(06) VALUE 0.
       77  OMI-CNT         PIC 9(06) VALUE 0.
       77  TOT-PERC        PIC 9(11)V99 VALUE 0.
       77  TOT-DEDU        PIC 9(11)V99 VALUE 0.
       77  TOT-NETO        PIC S9(11)V99 VALUE 0.
       77  TOT-OTROS       PIC 9(11)V99 VALUE 0.
       77  OTROS-IMP       PIC 9(08)V99.
       77  ULT-DIA         PIC 99.
       77  ANO-COC         PIC 99.
       77  ANO-RES         PIC 99.
       77  OMI-MOTIVO      PIC X(30).
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  FPAGO-WS.
           03 FPAGO-AA     PIC 99.
           03 FPAGO-MM     PIC 99.
           03 FPAGO-DD     PIC 99.
       01  FEC-TRAB.
           03 FEC-TRAB-AA  PIC 99.
           03 FEC-TRAB-MM  PIC 99.
           03 FEC-TRAB-DD  PIC 99.
       01  WS-PERIODO-INPUT PIC X(04).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INPUT.
           03 WS-PER-IN-AA PIC 99.
           03 WS-PER-IN-MM PIC 99.
       01  WS-NOMDET-FILE  PIC X(11).
       01  WS-CFDI-FILE    PIC X(09).
       01  WS-CFDIOMI-FILE PIC X(12).
       77  QUINCENA        PIC 9 VALUE 2.
       01  WS-QUIN-INPUT   PIC X(01).
      *-------------------- IMAGES OF THE CFDI ROWS --------------------
           COPY CFDREG.
      *-------------------- CLAVE -> SAT CATALOGUE CODE ----------------
      *    SAT-EXENTO "S" sends the whole amount to the exempt column;
      *    anything else is taxable. SAT-CLASE "O" declares the clave
      *    an otro pago (SAT-CODIGO is then its c_TipoOtroPago) even
      *    though CLAVMAS pays it as a percepcion; spaces keep the
      *    CLAVMAS clase. A clave not in this table goes out as 038
      *    otros ingresos (percepcion) or 004 otros (deduccion).
       01  SAT-TABLA.
           02 SAT-ROW OCCURS 30 TIMES.
               03 SAT-CLAVE    PIC X(14).
               03 SAT-CODIGO   PIC X(03).
               03 SAT-EXENTO   PIC X(01).
               03 SAT-CLASE    PIC X(01).
      *-------------------- OMISSION LISTING LINES ---------------------
       01  OMI-LIN-TIT.
           02 FILLER       PIC X(34)
               VALUE "EMPLEADOS OMITIDOS DEL CFDI CORTE ".
           02 OLT-MM       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 OLT-AA       PIC 99.
           02 FILLER       PIC X(03) VALUE " Q".
           02 OLT-QQ       PIC 9.
       01  OMI-LIN-DET.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 OLD-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 OLD-NOMB     PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 OLD-MOTIVO   PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 OLD-NETO     PIC $$$,$$$,$$9.99-.
       01  OMI-LIN-TOT.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 OLS-ETIQ     PIC X(24).
           02 OLS-CNT      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           PERFORM 200-PROCESS.
           PERFORM 300-END.

       100-START.
           DISPLAY "> Running start...".
           PERFORM 101-BUILD-FILENAMES.
           PERFORM 103-CARGA-CATALOGO.
           PERFORM 104-FECHA-PAGO.
           PERFORM 105-CHECK-DETALLE.
           OPEN INPUT EMPINX.
           OPEN INPUT CLAVMAS.
           IF CLAV-STAT = "35"
               OPEN OUTPUT CLAVMAS
               CLOSE CLAVMAS
               OPEN INPUT CLAVMAS.
           OPEN INPUT NOMHIST.
           IF HIS-STAT = "00"
               MOVE 1 TO HIST-EXI
           ELSE
               CLOSE NOMHIST
               DISPLAY "NOMHIST NO EXISTE, NO HAY CORTES QUE EXTRAER".
           OPEN OUTPUT CFDI.
           OPEN OUTPUT CFDIOMI.
           MOVE FECHA-MM TO OLT-MM.
           MOVE FECHA-AA TO OLT-AA.
           MOVE QUINCENA TO OLT-QQ.
           WRITE OMI-REG FROM OMI-LIN-TIT.
           MOVE SPACES TO OMI-REG.
           WRITE OMI-REG.

      *-------------------- PERIOD-STAMPED FILE NAMES ------------------
       101-BUILD-FILENAMES.
           ACCEPT FECHA FROM DATE.
           IF FECHA-DD <= 15
               MOVE 1 TO QUINCENA
           ELSE
               MOVE 2 TO QUINCENA.
           PERFORM 109-ASK-PERIODO.
           PERFORM 110-ASK-QUINCENA.
           STRING "NOMDET" DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-NOMDET-FILE
           END-STRING.
           STRING "CFDI"   DELIMITED BY SIZE
                  FECHA-AA DELIMITED BY SIZE
                  FECHA-MM DELIMITED BY SIZE
                  QUINCENA DELIMITED BY SIZE
               INTO WS-CFDI-FILE
           END-STRING.
           STRING "CFDIOMI" DELIMITED BY SIZE
                  FECHA-AA  DELIMITED BY SIZE
                  FECHA-MM  DELIMITED BY SIZE
                  QUINCENA  DELIMITED BY SIZE
               INTO WS-CFDIOMI-FILE
           END-STRING.
           DISPLAY "CFDI DE NOMINA DEL CORTE " FECHA-MM "/" FECHA-AA
                   " QUINCENA " QUINCENA.

      *-------------------- LET THE OPERATOR PICK A PRIOR PERIOD -------
       109-ASK-PERIODO.
           DISPLAY "PERIODO A EXTRAER (AAMM, ENTER = ACTUAL): ".
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
                   AND WS-PER-IN-MM >= 1 AND WS-PER-IN-MM <= 12
               MOVE WS-PER-IN-AA TO FECHA-AA
               MOVE WS-PER-IN-MM TO FECHA-MM
           END-IF.

       110-ASK-QUINCENA.
           DISPLAY "QUINCENA (1/2, ENTER = SEGUN EL DIA): ".
           ACCEPT WS-QUIN-INPUT.
           IF WS-QUIN-INPUT = "1" OR WS-QUIN-INPUT = "2"
               MOVE WS-QUIN-INPUT TO QUINCENA
           END-IF.

      *-------------------- SAT CATALOGUE FOR THE CLAVMAS CLAVES -------
       103-CARGA-CATALOGO.
           INITIALIZE SAT-TABLA.
           MOVE "Sueldo        " TO SAT-CLAVE(1).
           MOVE "001"            TO SAT-CODIGO(1).
           MOVE "Retroactivo   " TO SAT-CLAVE(2).
           MOVE "001"            TO SAT-CODIGO(2).
           MOVE "Aguinaldo     " TO SAT-CLAVE(3).
           MOVE "002"            TO SAT-CODIGO(3).
           MOVE "Puntualidad   " TO SAT-CLAVE(4).
           MOVE "010"            TO SAT-CODIGO(4).
           MOVE "Horas Extras  " TO SAT-CLAVE(5).
           MOVE "019"            TO SAT-CODIGO(5).
           MOVE "Bono          " TO SAT-CLAVE(6).
           MOVE "038"            TO SAT-CODIGO(6).
           MOVE "Productividad " TO SAT-CLAVE(7).
           MOVE "038"            TO SAT-CODIGO(7).
           MOVE "Impuestos     " TO SAT-CLAVE(8).
           MOVE "002"            TO SAT-CODIGO(8).
           MOVE "IMSS          " TO SAT-CLAVE(9).
           MOVE "001"            TO SAT-CODIGO(9).
           MOVE "Faltas        " TO SAT-CLAVE(10).
           MOVE "020"            TO SAT-CODIGO(10).
           MOVE "Incapacidad   " TO SAT-CLAVE(11).
           MOVE "006"            TO SAT-CODIGO(11).
           MOVE "Permiso s/goce" TO SAT-CLAVE(12).
           MOVE "020"            TO SAT-CODIGO(12).
           MOVE "Pago prestamo " TO SAT-CLAVE(13).
           MOVE "004"            TO SAT-CODIGO(13).
           MOVE "Prima vacac.  " TO SAT-CLAVE(14).
           MOVE "021"            TO SAT-CODIGO(14).
           MOVE "Vacaciones    " TO SAT-CLAVE(15).
           MOVE "001"            TO SAT-CODIGO(15).
           MOVE "ISR a favor   " TO SAT-CLAVE(16).
           MOVE "001"            TO SAT-CODIGO(16).
           MOVE "O"              TO SAT-CLASE(16).
           MOVE "ISR a cargo   " TO SAT-CLAVE(17).
           MOVE "002"            TO SAT-CODIGO(17).
           MOVE "PTU           " TO SAT-CLAVE(18).
           MOVE "003"            TO SAT-CODIGO(18).
           MOVE "PTU exenta    " TO SAT-CLAVE(19).
           MOVE "003"            TO SAT-CODIGO(19).
           MOVE "S"              TO SAT-EXENTO(19).
           MOVE "H.Extra Dobles" TO SAT-CLAVE(20).
           MOVE "019"            TO SAT-CODIGO(20).
           MOVE "H.Extra Triple" TO SAT-CLAVE(21).
           MOVE "019"            TO SAT-CODIGO(21).
           MOVE 21 TO SAT-CNT.

      *-------------------- PAYMENT DATE OF THE CORTE ------------------
      *    The CALMAS value date the bank applied the deposit on; with
      *    no calendar row the receipt is dated today.
       104-FECHA-PAGO.
           ACCEPT FPAGO-WS FROM DATE.
           OPEN INPUT CALMAS.
           IF CAL-STAT NOT = "00"
               CLOSE CALMAS
           ELSE
               MOVE FECHA-AA TO CAL-AA
               MOVE FECHA-MM TO CAL-MM
               MOVE QUINCENA TO CAL-QQ
               READ CALMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-FEC-VALOR NOT = ZEROES
                           MOVE CAL-FEC-VALOR TO FPAGO-WS
                       END-IF
               END-READ
               CLOSE CALMAS.

      *-------------------- IS THERE A PAID DETAIL FOR THE CORTE? ------
      *    Cortes run before EmpNom wrote NOMDET have no concept rows
      *    to declare: every employee of such a corte is listed as
      *    omitted rather than stamped with a receipt of totals only.
       105-CHECK-DETALLE.
           OPEN INPUT NOMDET.
           IF DET-STAT = "00"
               MOVE 1 TO DET-EXI
           ELSE
               DISPLAY "NO EXISTE EL DETALLE " WS-NOMDET-FILE
                       ", NO SE PUEDEN ARMAR CONCEPTOS".
           CLOSE NOMDET.

      *-------------------- WALK THE CORTE'S NOMHIST ROWS --------------
       200-PROCESS.
           DISPLAY "> Running process...".
           IF HIST-EXI = 1
               MOVE FECHA-AA TO HIS-PER-AA
               MOVE FECHA-MM TO HIS-PER-MM
               MOVE QUINCENA TO HIS-PER-QQ
               MOVE ZEROES   TO HIS-NOMI
               START NOMHIST KEY IS NOT LESS THAN HIS-LLAVE
                   INVALID KEY MOVE 1 TO HIS-EOF
               END-START
               PERFORM 201-LEE-HIST
               PERFORM 202-PROCESA-CORTE UNTIL HIS-EOF = 1
               CLOSE NOMHIST.
           PERFORM 240-TRAILER.

       201-LEE-HIST.
           IF HIS-EOF = 0
               READ NOMHIST NEXT RECORD
                   AT END MOVE 1 TO HIS-EOF
               END-READ.

      *-------------------- ONE EMPLOYEE CORTE -------------------------
      *    The fiscal identity is all-or-nothing: the provider rejects a
      *    receipt missing any of RFC, CURP or NSS, so the first one
      *    missing is the reason the employee is listed.
       202-PROCESA-CORTE.
           IF HIS-PER-AA NOT = FECHA-AA OR HIS-PER-MM NOT = FECHA-MM
                   OR HIS-PER-QQ NOT = QUINCENA
               MOVE 1 TO HIS-EOF
           ELSE
               MOVE SPACES TO OMI-MOTIVO
               MOVE HIS-NOMI TO EMI-NOMI
               READ EMPINX
                   INVALID KEY
                       MOVE SPACES TO EMI-NOMB
                       MOVE "EMPLEADO INEXISTENTE EN EMPINX"
                           TO OMI-MOTIVO
               END-READ
               IF OMI-MOTIVO = SPACES
                   IF EMI-RFC = SPACES
                       MOVE "SIN RFC" TO OMI-MOTIVO
                   ELSE
                       IF EMI-CURP = SPACES
                           MOVE "SIN CURP" TO OMI-MOTIVO
                       ELSE
                           IF EMI-NSS = SPACES
                               MOVE "SIN NSS" TO OMI-MOTIVO
                           ELSE
                               IF DET-EXI = 0
                                   MOVE "CORTE SIN DETALLE PAGADO"
                                       TO OMI-MOTIVO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF OMI-MOTIVO = SPACES
                   PERFORM 210-ESCRIBE-RECIBO
               ELSE
                   PERFORM 230-ESCRIBE-OMITIDO
               END-IF
               PERFORM 201-LEE-HIST
           END-IF.

      *-------------------- ENCABEZADO + CONCEPTOS OF ONE RECEIPT ------
       210-ESCRIBE-RECIBO.
           MOVE SPACES TO CFD-ENC.
           MOVE "E"        TO CFE-TIPO.
           MOVE FECHA-AA   TO CFE-PER-AA.
           MOVE FECHA-MM   TO CFE-PER-MM.
           MOVE QUINCENA   TO CFE-PER-QQ.
           MOVE HIS-NOMI   TO CFE-NOMI.
           MOVE EMI-RFC    TO CFE-RFC.
           MOVE EMI-CURP   TO CFE-CURP.
           MOVE EMI-NSS    TO CFE-NSS.
           MOVE EMI-NOMB   TO CFE-NOMB.
           MOVE HIS-DEPT   TO CFE-DEPT.
           PERFORM 211-PERIODO-PAGADO.
           MOVE FPAGO-WS   TO CFE-FEC-PAGO.
           MOVE HIS-DIAS   TO CFE-DIAS.
           COMPUTE CFE-SAL-DIARIO ROUNDED = EMI-SUEL / 30.
           PERFORM 215-SUMA-OTROS.
           COMPUTE CFE-PERC = HIS-PERC - OTROS-IMP.
           MOVE OTROS-IMP  TO CFE-OTROS.
           MOVE HIS-DEDU   TO CFE-DEDU.
           MOVE HIS-SUEL   TO CFE-NETO.
           MOVE HIS-CIA    TO CFE-CIA.
           WRITE CFD-REG FROM CFD-ENC.
           MOVE 0 TO DET-EOF.
           OPEN INPUT NOMDET.
           PERFORM 220-LEE-DETALLE.
           PERFORM 221-CONCEPTO UNTIL DET-EOF = 1.
           CLOSE NOMDET.
           ADD 1 TO REC-CNT.
           ADD CFE-PERC TO TOT-PERC.
           ADD OTROS-IMP TO TOT-OTROS.
           ADD HIS-DEDU TO TOT-DEDU.
           ADD HIS-SUEL TO TOT-NETO.

      *-------------------- CALENDAR DATES THE CORTE COVERS ------------
      *    Quincenal staff: 1-15 or 16-end of month (periodicidad 04);
      *    mensual staff is paid once for the whole month (05).
       211-PERIODO-PAGADO.
           PERFORM 212-ULTIMO-DIA.
           MOVE FECHA-AA TO FEC-TRAB-AA.
           MOVE FECHA-MM TO FEC-TRAB-MM.
           IF EMI-QUINCENAL
               MOVE "04" TO CFE-PERIODICIDAD
               IF QUINCENA = 1
                   MOVE 1 TO FEC-TRAB-DD
                   MOVE FEC-TRAB TO CFE-FEC-INI
                   MOVE 15 TO FEC-TRAB-DD
                   MOVE FEC-TRAB TO CFE-FEC-FIN
               ELSE
                   MOVE 16 TO FEC-TRAB-DD
                   MOVE FEC-TRAB TO CFE-FEC-INI
                   MOVE ULT-DIA TO FEC-TRAB-DD
                   MOVE FEC-TRAB TO CFE-FEC-FIN
               END-IF
           ELSE
               MOVE "05" TO CFE-PERIODICIDAD
               MOVE 1 TO FEC-TRAB-DD
               MOVE FEC-TRAB TO CFE-FEC-INI
               MOVE ULT-DIA TO FEC-TRAB-DD
               MOVE FEC-TRAB TO CFE-FEC-FIN.

       212-ULTIMO-DIA.
           MOVE 31 TO ULT-DIA.
           IF FECHA-MM = 4 OR FECHA-MM = 6 OR FECHA-MM = 9
                   OR FECHA-MM = 11
               MOVE 30 TO ULT-DIA.
           IF FECHA-MM = 2
               DIVIDE FECHA-AA BY 4 GIVING ANO-COC REMAINDER ANO-RES
               IF ANO-RES = 0
                   MOVE 29 TO ULT-DIA
               ELSE
                   MOVE 28 TO ULT-DIA.

      *-------------------- OTROS PAGOS OUT OF THE PERCEPCIONES --------
      *    NOMHIST adds the ISR a favor refund to HIS-PERC, like any
      *    percepcion EmpNom pays; the receipt declares it apart, so
      *    the employee's clase O rows are summed before the header.
       215-SUMA-OTROS.
           MOVE 0 TO OTROS-IMP.
           MOVE 0 TO DET-EOF.
           OPEN INPUT NOMDET.
           PERFORM 220-LEE-DETALLE.
           PERFORM 216-SUMA-OTROS-ROW UNTIL DET-EOF = 1.
           CLOSE NOMDET.
           IF OTROS-IMP > HIS-PERC
               MOVE HIS-PERC TO OTROS-IMP.

       216-SUMA-OTROS-ROW.
           IF DET-NOMI = HIS-NOMI
               PERFORM 222-CODIGO-SAT
               IF SAT-IX > 0
                   IF SAT-CLASE(SAT-IX) = "O"
                       ADD DET-IMP TO OTROS-IMP
                   END-IF
               END-IF
           END-IF.
           PERFORM 220-LEE-DETALLE.

       220-LEE-DETALLE.
           READ NOMDET AT END MOVE 1 TO DET-EOF.

      *-------------------- ONE PAID CONCEPT ---------------------------
      *    The clase comes from CLAVMAS; a clave since dropped from the
      *    master keeps the P/D the run paid it with. The catalogue's
      *    clase O overrides both: an otro pago has no taxable or
      *    exempt split, only its amount.
       221-CONCEPTO.
           IF DET-NOMI = HIS-NOMI
               MOVE SPACES TO CFD-CON
               MOVE "C"        TO CFC-TIPO
               MOVE DET-NOMI   TO CFC-NOMI
               MOVE DET-CLAV   TO CFC-CLAVE
               MOVE DET-TIPO   TO CFC-CLASE
               MOVE DET-CLAV   TO CLV-CLAVE
               READ CLAVMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLV-TIPO TO CFC-CLASE
               END-READ
               PERFORM 222-CODIGO-SAT
               IF SAT-IX > 0
                   IF SAT-CLASE(SAT-IX) NOT = SPACES
                       MOVE SAT-CLASE(SAT-IX) TO CFC-CLASE
                   END-IF
               END-IF
               MOVE DET-IMP    TO CFC-IMP
               MOVE 0          TO CFC-GRAVADO
               MOVE 0          TO CFC-EXENTO
               IF CFC-CLASE = "P"
                   MOVE DET-IMP TO CFC-GRAVADO
                   IF SAT-IX > 0
                       IF SAT-EXENTO(SAT-IX) = "S"
                           MOVE 0       TO CFC-GRAVADO
                           MOVE DET-IMP TO CFC-EXENTO
                       END-IF
                   END-IF
               END-IF
               WRITE CFD-REG FROM CFD-CON
           END-IF.
           PERFORM 220-LEE-DETALLE.

       222-CODIGO-SAT.
           MOVE 0 TO SAT-IX.
           PERFORM 223-BUSCA-SAT VARYING I FROM 1 BY 1
               UNTIL I > SAT-CNT OR SAT-IX > 0.
           IF SAT-IX > 0
               MOVE SAT-CODIGO(SAT-IX) TO CFC-SAT
           ELSE
               IF CFC-CLASE = "P"
                   MOVE "038" TO CFC-SAT
               ELSE
                   MOVE "004" TO CFC-SAT.

       223-BUSCA-SAT.
           IF SAT-CLAVE(I) = DET-CLAV
               MOVE I TO SAT-IX.

      *-------------------- LISTED INSTEAD OF EXTRACTED ----------------
       230-ESCRIBE-OMITIDO.
           MOVE HIS-NOMI   TO OLD-NOMI.
           MOVE EMI-NOMB   TO OLD-NOMB.
           MOVE OMI-MOTIVO TO OLD-MOTIVO.
           MOVE HIS-SUEL   TO OLD-NETO.
           WRITE OMI-REG FROM OMI-LIN-DET.
           ADD 1 TO OMI-CNT.

      *-------------------- TRAILER AND LISTING TOTALS -----------------
       240-TRAILER.
           MOVE SPACES TO CFD-TRL.
           MOVE "T"      TO CFT-TIPO.
           MOVE FECHA-AA TO CFT-PER-AA.
           MOVE FECHA-MM TO CFT-PER-MM.
           MOVE QUINCENA TO CFT-PER-QQ.
           MOVE REC-CNT  TO CFT-CNT.
           MOVE TOT-PERC TO CFT-PERC.
           MOVE TOT-OTROS TO CFT-OTROS.
           MOVE TOT-DEDU TO CFT-DEDU.
           MOVE TOT-NETO TO CFT-NETO.
           WRITE CFD-REG FROM CFD-TRL.
           MOVE SPACES TO OMI-REG.
           WRITE OMI-REG.
           MOVE "RECIBOS EXTRAIDOS:" TO OLS-ETIQ.
           MOVE REC-CNT TO OLS-CNT.
           WRITE OMI-REG FROM OMI-LIN-TOT.
           MOVE "EMPLEADOS OMITIDOS:" TO OLS-ETIQ.
           MOVE OMI-CNT TO OLS-CNT.
           WRITE OMI-REG FROM OMI-LIN-TOT.

       300-END.
           DISPLAY "> Running end...".
           CLOSE EMPINX.
           CLOSE CLAVMAS.
           CLOSE CFDI.
           CLOSE CFDIOMI.
           DISPLAY "RECIBOS EXTRAIDOS A " WS-CFDI-FILE ": " REC-CNT.
           DISPLAY "EMPLEADOS OMITIDOS EN " WS-CFDIOMI-FILE ": "
                   OMI-CNT.
           STOP RUN.

       END PROGRAM CFDINOM.
