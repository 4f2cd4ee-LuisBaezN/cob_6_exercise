      *                        neto -> cuenta de mayor) que POLIZA usa
      *                        para armar la poliza del periodo; la
      *                        semilla inicial la pone CTALOAD
      * Mod: 15/10/26 - LABN - Parametros (P) del renglon RPT de EMPCTL
      *                        que usan los avisos IMSS: factor de
      *                        integracion, tope del SBC, dias habiles
      *                        para presentar y registro patronal;
      *                        reservado al rol supervisor
      * Mod: 15/10/26 - LABN - La opcion P mantiene tambien el % de
      *                        prima vacacional (CTL-PRIMA-VAC)
      * Mod: 15/10/26 - LABN - Maestro de cuotas patronales CUOMAS
      *                        (opcion O, solo supervisor): tasa, base
      *                        y forma de entero de cada ramo IMSS,
      *                        INFONAVIT e ISN que usa CUOPAT; la
      *                        opcion P mantiene ademas la UMA diaria
      * Mod: 15/10/26 - LABN - La opcion P mantiene el tope de ingreso
      *                        anual del ajuste anual de ISR
      *                        (CTL-AJU-TOPE) que usa AJUANUAL
      * Mod: 15/10/26 - LABN - La opcion P mantiene las generaciones
      *                        de respaldo previo a la corrida
      *                        (CTL-RES-GEN) que conserva RESPALDO
      * Mod: 15/10/26 - LABN - Presupuesto de nomina por departamento
      *                        y mes PPTMAS (opcion B, solo
      *                        supervisor): plazas y costo autorizados
      *                        que PPTREP compara contra lo real; la
      *                        opcion P mantiene la tolerancia
      *                        (CTL-PPT-TOL)
      * Mod: 15/10/26 - LABN - La opcion P mantiene los dias que un
      *                        cheque puede seguir sin cobrar
      *                        (CTL-CHQ-DIAS) antes de que CHQCONC lo
      *                        reporte
      * Mod: 15/10/26 - LABN - Maestro de empresas CIAMAS (opcion E,
      *                        solo supervisor): razon social, RFC,
      *                        registro patronal, cuenta de dispersion
      *                        y letrero de cada empresa del grupo; no
      *                        deja desactivar una empresa que aun
      *                        tiene empleados en EMPINX
      * Mod: 15/10/26 - LABN - Maestros del reloj checador: turnos
      *                        TURMAS (opcion H: entrada, salida,
      *                        jornada y dias laborables) y gafetes
      *                        GAFMAS (opcion F: gafete -> nomina y
      *                        turno) que usa RELOJ; la opcion P
      *                        mantiene los topes diario y semanal de
      *                        horas extra (CTL-HEX-DIA / CTL-HEX-SEM)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASMANT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-LLAVE
               FILE STATUS IS CAL-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT CUOMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CONC
               FILE STATUS IS CUO-STAT.
           SELECT PPTMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPT-LLAVE
               FILE STATUS IS PPT-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT TURMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-COD
               FILE STATUS IS TUR-STAT.
           SELECT GAFMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAF-GAFETE
               FILE STATUS IS GAF-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTMAS.
      *-------------------- PAYROLL CALENDAR MASTER (SEE CALREG) -------
       FD  CALMAS.
           COPY CALREG.
      *-------------------- CONTROL MASTER (SEE CTLREG) ----------------
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- EMPLOYER-CONTRIBUTION RATES (SEE CUOREG) ---
       FD  CUOMAS.
           COPY CUOREG.
      *-------------------- DEPARTMENT PAYROLL BUDGET (SEE PPTREG) -----
       FD  PPTMAS.
           COPY PPTREG.
      *-------------------- COMPANY MASTER (SEE CIAREG) ----------------
       FD  CIAMAS.
           COPY CIAREG.
      *-------------------- WORK-SHIFT MASTER (SEE TURREG) -------------
       FD  TURMAS.
           COPY TURREG.
      *-------------------- TIME-CLOCK BADGE MASTER (SEE GAFREG) -------
       FD  GAFMAS.
           COPY GAFREG.
       WORKING-STORAGE SECTION.
       77  OPC-MAESTRO PIC X.
           88 MAE-DEPT  VALUE "D".
           88 MAE-CTA   VALUE "G".
           88 MAE-USR   VALUE "U".
           88 MAE-CAL   VALUE "K".
           88 MAE-PAR   VALUE "P".
           88 MAE-CUO   VALUE "O".
           88 MAE-PPT   VALUE "B".
           88 MAE-CIA   VALUE "E".
           88 MAE-TUR   VALUE "H".
           88 MAE-GAF   VALUE "F".
           88 MAE-SALI  VALUE "S".
       77  OPC PIC X.
           88 ALTA  VALUE "A".
       77  CTA-STAT        PIC XX.
       77  USR-STAT        PIC XX.
       77  CAL-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  CUO-STAT        PIC XX.
       77  PPT-STAT        PIC XX.
       77  CIA-STAT        PIC XX.
       77  TUR-STAT        PIC XX.
       77  GAF-STAT        PIC XX.
       77  DATO-OK         PIC 9.
       77  DIA-IX          PIC 9.
       77  ROL-IN          PIC X.
       01  CAL-PER-IN      PIC X(04).
       01  CAL-PER-IN-R REDEFINES CAL-PER-IN.
           03 FECHA-DD     PIC 99.
       01  WS-MOVIM-FILE   PIC X(10).
       77  QUINCENA        PIC 9 VALUE 2.
      *-------------------- BUDGET CAPTURE -----------------------------
       01  PPT-PER-IN      PIC X(04).
       01  PPT-PER-IN-R REDEFINES PPT-PER-IN.
           03 PPT-IN-AA    PIC 99.
           03 PPT-IN-MM    PIC 99.
       77  PPT-REPITE      PIC X(01).
       77  PPT-MM-SIG      PIC 99.
       77  PPT-PLAZAS-IN   PIC 9(04).
       77  PPT-COSTO-IN    PIC 9(09)V99.
       77  PPT-GRABADOS    PIC 99.
       77  PPT-OMITIDOS    PIC 99.
       01  PPT-FILTRO.
           03 PPT-FIL-DEPT PIC X(03).
           03 PPT-FIL-AA   PIC 99.
       77  PPT-TOT-COSTO   PIC 9(11)V99.
       PROCEDURE DIVISION.
      *-------------------- MAIN --------------------
       MAIN-PROCEDURE.
           PERFORM 113-OPEN-CTAMAS.
           PERFORM 114-OPEN-USRMAS.
           PERFORM 115-OPEN-CALMAS.
           PERFORM 116-OPEN-EMPCTL.
           PERFORM 117-OPEN-CUOMAS.
           PERFORM 118-OPEN-PPTMAS.
           PERFORM 119-OPEN-CIAMAS.
           PERFORM 102-OPEN-TURMAS.
           PERFORM 103-OPEN-GAFMAS.
           PERFORM 120-MENU-MAESTRO UNTIL MAE-SALI.
           CLOSE DEPTMAS.
           CLOSE CLAVMAS.
           CLOSE CTAMAS.
           CLOSE USRMAS.
           CLOSE CALMAS.
           CLOSE EMPCTL.
           CLOSE CUOMAS.
           CLOSE PPTMAS.
           CLOSE CIAMAS.
           CLOSE TURMAS.
           CLOSE GAFMAS.
           STOP RUN.

      *-------------------- CURRENT PERIOD'S MOVIM NAME ----------------
               INTO WS-MOVIM-FILE
           END-STRING.

       102-OPEN-TURMAS.
           OPEN I-O TURMAS.
           IF TUR-STAT = "35"
               OPEN OUTPUT TURMAS
               CLOSE TURMAS
               OPEN I-O TURMAS.

       103-OPEN-GAFMAS.
           OPEN I-O GAFMAS.
           IF GAF-STAT = "35"
               OPEN OUTPUT GAFMAS
               CLOSE GAFMAS
               OPEN I-O GAFMAS.

       110-OPEN-DEPT.
           OPEN I-O DEPTMAS.
           IF DEPT-STAT = "35"
               CLOSE CALMAS
               OPEN I-O CALMAS.

       116-OPEN-EMPCTL.
           OPEN I-O EMPCTL.
           IF CTL-STAT = "35"
               OPEN OUTPUT EMPCTL
               CLOSE EMPCTL
               OPEN I-O EMPCTL.

       117-OPEN-CUOMAS.
           OPEN I-O CUOMAS.
           IF CUO-STAT = "35"
               OPEN OUTPUT CUOMAS
               CLOSE CUOMAS
               OPEN I-O CUOMAS.

       118-OPEN-PPTMAS.
           OPEN I-O PPTMAS.
           IF PPT-STAT = "35"
               OPEN OUTPUT PPTMAS
               CLOSE PPTMAS
               OPEN I-O PPTMAS.

       119-OPEN-CIAMAS.
           OPEN I-O CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN I-O CIAMAS.

      *-------------------- MASTER SELECTOR --------------------
       120-MENU-MAESTRO.
           DISPLAY "MANTENIMIENTO DE MAESTROS".
           DISPLAY "G = CUENTAS CONTABLES (CTAMAS)".
           DISPLAY "U = USUARIOS (USRMAS, SOLO SUPERVISOR)".
           DISPLAY "K = CALENDARIO DE NOMINA (CALMAS)".
           DISPLAY "P = PARAMETROS (EMPCTL, SOLO SUPERVISOR)".
           DISPLAY "O = CUOTAS PATRONALES (CUOMAS, SOLO SUPERVISOR)".
           DISPLAY "B = PRESUPUESTO POR DEPARTAMENTO (PPTMAS, SOLO "
                   "SUPERVISOR)".
           DISPLAY "E = EMPRESAS (CIAMAS, SOLO SUPERVISOR)".
           DISPLAY "H = TURNOS DEL RELOJ CHECADOR (TURMAS)".
           DISPLAY "F = GAFETES DEL RELOJ CHECADOR (GAFMAS)".
           DISPLAY "S = SALIR".
           DISPLAY " : "
           ACCEPT OPC-MAESTRO.
                           IF MAE-CAL
                               MOVE SPACE TO OPC
                               PERFORM 600-MENU-CAL UNTIL REGR
                           ELSE
                           IF MAE-PAR
                               IF LOG-FIRMADO AND NOT LOG-SUPERVISOR
                                   DISPLAY "SOLO UN USUARIO CON ROL "
                                           "SUPERVISOR MANTIENE EMPCTL"
                               ELSE
                                   MOVE SPACE TO OPC
                                   PERFORM 700-MENU-PAR UNTIL REGR
                               END-IF
                           ELSE
                           IF MAE-CUO
                               IF LOG-FIRMADO AND NOT LOG-SUPERVISOR
                                   DISPLAY "SOLO UN USUARIO CON ROL "
                                           "SUPERVISOR MANTIENE CUOMAS"
                               ELSE
                                   MOVE SPACE TO OPC
                                   PERFORM 800-MENU-CUO UNTIL REGR
                               END-IF
                           ELSE
                           IF MAE-PPT
                               IF LOG-FIRMADO AND NOT LOG-SUPERVISOR
                                   DISPLAY "SOLO UN USUARIO CON ROL "
                                           "SUPERVISOR MANTIENE PPTMAS"
                               ELSE
                                   MOVE SPACE TO OPC
                                   PERFORM 900-MENU-PPT UNTIL REGR
                               END-IF
                           ELSE
                           IF MAE-CIA
                               IF LOG-FIRMADO AND NOT LOG-SUPERVISOR
                                   DISPLAY "SOLO UN USUARIO CON ROL "
                                           "SUPERVISOR MANTIENE CIAMAS"
                               ELSE
                                   MOVE SPACE TO OPC
                                   PERFORM 1000-MENU-CIA UNTIL REGR
                               END-IF
                           ELSE
                           IF MAE-TUR
                               MOVE SPACE TO OPC
                               PERFORM 1100-MENU-TUR UNTIL REGR
                           ELSE
                           IF MAE-GAF
                               MOVE SPACE TO OPC
                               PERFORM 1200-MENU-GAF UNTIL REGR
                           ELSE
                               IF MAE-SALI
                                   DISPLAY "SALIENDO..."
                           CAL-FEC-VALOR
           END-READ.

      *-------------------- CONTROL PARAMETERS MENU --------------------
      *    Only the fields operations retunes live here; the rest of the
      *    RPT row (page size, letrero...) keeps coming from EMPCTLLD.
       700-MENU-PAR.
           DISPLAY "MENU PARAMETROS".
           DISPLAY "M = MODIFICAR PARAMETROS IMSS, PRIMA VAC., UMA, "
                   "TOPE DEL AJUSTE ANUAL, RESPALDOS, TOLERANCIA, "
                   "CHEQUES Y HORAS EXTRA".
           DISPLAY "L = CONSULTAR".
           DISPLAY "R = REGRESAR".
           DISPLAY " : "
           ACCEPT OPC.
           IF MODI
               PERFORM 710-PAR-MODI
           ELSE
               IF LIST
                   PERFORM 740-PAR-LISTAR
               ELSE
                   IF NOT REGR
                       DISPLAY "OPCION NO VALIDA".

       710-PAR-MODI.
           PERFORM 750-LEE-PAR.
           IF REG-EXI = 1
               PERFORM 741-PAR-IMSS
               DISPLAY "FACTOR DE INTEGRACION (9.9999): "
               ACCEPT CTL-FAC-INT
               DISPLAY "TOPE DIARIO DEL SBC (99999.99): "
               ACCEPT CTL-SBC-TOPE
               DISPLAY "DIAS HABILES PARA PRESENTAR UN AVISO: "
               ACCEPT CTL-AVI-DIAS
               DISPLAY "REGISTRO PATRONAL IMSS (11): "
               ACCEPT CTL-REG-PAT
               DISPLAY "PRIMA VACACIONAL (%, MINIMO 25): "
               ACCEPT CTL-PRIMA-VAC
               DISPLAY "UMA DIARIA (999.99): "
               ACCEPT CTL-UMA
               DISPLAY "TOPE DE INGRESO DEL AJUSTE ANUAL (9999999.99): "
               ACCEPT CTL-AJU-TOPE
               DISPLAY "GENERACIONES DE RESPALDO A CONSERVAR (01-99): "
               ACCEPT CTL-RES-GEN
               DISPLAY "TOLERANCIA SOBRE EL PRESUPUESTO (%, 999.99): "
               ACCEPT CTL-PPT-TOL
               DISPLAY "DIAS SIN COBRAR PARA REPORTAR UN CHEQUE (999): "
               ACCEPT CTL-CHQ-DIAS
               DISPLAY "TOPE DE HORAS EXTRA POR DIA (99.99): "
               ACCEPT CTL-HEX-DIA
               DISPLAY "TOPE DE HORAS EXTRA POR SEMANA (99.99): "
               ACCEPT CTL-HEX-SEM
               REWRITE CTL-REG
               DISPLAY "MODIFICACION SATISFACTORIA"
           END-IF.

       740-PAR-LISTAR.
           PERFORM 750-LEE-PAR.
           IF REG-EXI = 1
               PERFORM 741-PAR-IMSS
           END-IF.

       741-PAR-IMSS.
           DISPLAY "FACTOR DE INTEGRACION:  " CTL-FAC-INT.
           DISPLAY "TOPE DIARIO DEL SBC:    " CTL-SBC-TOPE.
           DISPLAY "DIAS PARA AVISOS IMSS:  " CTL-AVI-DIAS.
           DISPLAY "REGISTRO PATRONAL:      " CTL-REG-PAT.
           DISPLAY "PRIMA VACACIONAL (%):   " CTL-PRIMA-VAC.
           DISPLAY "UMA DIARIA:             " CTL-UMA.
           DISPLAY "TOPE AJUSTE ANUAL ISR:  " CTL-AJU-TOPE.
           DISPLAY "GENERACIONES RESPALDO:  " CTL-RES-GEN.
           DISPLAY "TOLERANCIA PRESUPUESTO: " CTL-PPT-TOL.
           DISPLAY "DIAS CHEQUE SIN COBRAR: " CTL-CHQ-DIAS.
           DISPLAY "TOPE HORAS EXTRA DIA:   " CTL-HEX-DIA.
           DISPLAY "TOPE HORAS EXTRA SEM.:  " CTL-HEX-SEM.

      *    The row is seeded by EMPCTLLD; without it there is nothing
      *    to maintain (the other fields have no screen here).
       750-LEE-PAR.
           MOVE 1 TO REG-EXI.
           MOVE "RPT" TO CTL-ID.
           READ EMPCTL
               INVALID KEY
                   MOVE 0 TO REG-EXI
                   DISPLAY "EMPCTL SIN RENGLON RPT, CORRA EMPCTLLD"
           END-READ.

      *-------------------- EMPLOYER-CONTRIBUTION RATES MENU -----------
      *    A concept is never deleted (old liability files name it):
      *    one that no longer applies is deactivated, and CUOPAT
      *    stops charging it.
       800-MENU-CUO.
           DISPLAY "MENU CUOTAS PATRONALES".
           DISPLAY "A = ALTA".
           DISPLAY "M = MODIFICAR TASA/BASE/ENTERO".
           DISPLAY "T = ACTIVAR/DESACTIVAR".
           DISPLAY "L = LISTAR".
           DISPLAY "R = REGRESAR".
           DISPLAY " : "
           ACCEPT OPC.
           IF ALTA
               PERFORM 810-CUO-ALTA
           ELSE
               IF MODI
                   PERFORM 820-CUO-MODI
               ELSE
                   IF TOGG
                       PERFORM 830-CUO-TOGGLE
                   ELSE
                       IF LIST
                           PERFORM 840-CUO-LISTAR
                       ELSE
                           IF NOT REGR
                               DISPLAY "OPCION NO VALIDA".

       810-CUO-ALTA.
           DISPLAY "CONCEPTO (2): ".
           ACCEPT CUO-CONC.
           READ CUOMAS
               INVALID KEY
                   DISPLAY "DESCRIPCION (20): "
                   ACCEPT CUO-DESC
                   PERFORM 850-CAPT-CUO-DATOS
                   MOVE "S" TO CUO-ACT
                   WRITE CUO-REG
                   DISPLAY "ALTA SATISFACTORIA"
               NOT INVALID KEY
                   DISPLAY "EL CONCEPTO YA EXISTE: " CUO-DESC
           END-READ.

       820-CUO-MODI.
           PERFORM 860-LEE-CUO.
           IF REG-EXI = 1
               DISPLAY CUO-DESC " BASE: " CUO-BASE " TASA: " CUO-PCT
                       " ENTERO: " CUO-ENTERO
               PERFORM 850-CAPT-CUO-DATOS
               REWRITE CUO-REG
               DISPLAY "MODIFICACION SATISFACTORIA"
           END-IF.

       830-CUO-TOGGLE.
           PERFORM 860-LEE-CUO.
           IF REG-EXI = 1
               IF CUO-ACTIVO
                   MOVE "N" TO CUO-ACT
                   DISPLAY "CONCEPTO DESACTIVADO"
               ELSE
                   MOVE "S" TO CUO-ACT
                   DISPLAY "CONCEPTO ACTIVADO"
               END-IF
               REWRITE CUO-REG
           END-IF.

       850-CAPT-CUO-DATOS.
           MOVE SPACE TO CUO-BASE.
           PERFORM 851-CAPT-BASE-ASK UNTIL CUO-BASE-VALIDA.
           DISPLAY "TASA PATRONAL (%, 99.99999): ".
           ACCEPT CUO-PCT.
           MOVE SPACE TO CUO-ENTERO.
           PERFORM 852-CAPT-ENTERO-ASK UNTIL CUO-ENTERO-VALIDO.

       851-CAPT-BASE-ASK.
           DISPLAY "BASE (S = SBC / U = UMA / E = EXCEDENTE 3 UMA / "
                   "P = PERCEPCIONES): ".
           ACCEPT CUO-BASE.

       852-CAPT-ENTERO-ASK.
           DISPLAY "ENTERO (M = IMSS MENSUAL / B = BIMESTRAL / "
                   "E = ESTATAL): ".
           ACCEPT CUO-ENTERO.

       860-LEE-CUO.
           MOVE 1 TO REG-EXI.
           DISPLAY "CONCEPTO (2): ".
           ACCEPT CUO-CONC.
           READ CUOMAS
               INVALID KEY
                   MOVE 0 TO REG-EXI
                   DISPLAY "CONCEPTO INEXISTENTE"
           END-READ.

       840-CUO-LISTAR.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO CUO-CONC.
           START CUOMAS KEY IS NOT LESS THAN CUO-CONC
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           DISPLAY "CO DESCRIPCION          B TASA     E ACT".
           PERFORM 841-CUO-LISTAR-ROW UNTIL SCAN-EOF = 1.

       841-CUO-LISTAR-ROW.
           READ CUOMAS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   DISPLAY CUO-CONC " " CUO-DESC " " CUO-BASE " "
                           CUO-PCT " " CUO-ENTERO "  " CUO-ACT
           END-READ.

      *-------------------- DEPARTMENT PAYROLL BUDGET MENU -------------
      *    One row per department and month. A budget set for a month
      *    may be repeated through December in the same capture, so a
      *    flat yearly budget is keyed once; months that already have
      *    their own row are left as they are.
       900-MENU-PPT.
           DISPLAY "MENU PRESUPUESTO POR DEPARTAMENTO".
           DISPLAY "A = ALTA".
           DISPLAY "M = MODIFICAR PLAZAS/COSTO".
           DISPLAY "L = LISTAR".
           DISPLAY "R = REGRESAR".
           DISPLAY " : "
           ACCEPT OPC.
           IF ALTA
               PERFORM 910-PPT-ALTA
           ELSE
               IF MODI
                   PERFORM 920-PPT-MODI
               ELSE
                   IF LIST
                       PERFORM 940-PPT-LISTAR
                   ELSE
                       IF NOT REGR
                           DISPLAY "OPCION NO VALIDA".

       910-PPT-ALTA.
           PERFORM 950-CAPT-PPT-LLAVE.
           IF REG-EXI = 1
               IF DPT-INACTIVO
                   DISPLAY "DEPARTAMENTO INACTIVO, NO SE PRESUPUESTA"
               ELSE
                   READ PPTMAS
                       INVALID KEY
                           PERFORM 960-CAPT-PPT-DATOS
                           WRITE PPT-REG
                           DISPLAY "ALTA SATISFACTORIA"
                           PERFORM 912-PPT-REPITE
                       NOT INVALID KEY
                           DISPLAY "EL MES YA TIENE PRESUPUESTO: "
                                   PPT-PLAZAS " PLAZAS, " PPT-COSTO
                   END-READ
               END-IF
           END-IF.

       912-PPT-REPITE.
           IF PPT-IN-MM < 12
               DISPLAY "REPETIR EN LOS MESES SIGUIENTES HASTA "
                       "DICIEMBRE (S/N): "
               ACCEPT PPT-REPITE
               IF PPT-REPITE = "S"
                   MOVE 0 TO PPT-GRABADOS
                   MOVE 0 TO PPT-OMITIDOS
                   COMPUTE PPT-MM-SIG = PPT-IN-MM + 1
                   PERFORM 911-PPT-REPITE-MES
                       UNTIL PPT-MM-SIG > 12
                   DISPLAY "MESES AGREGADOS: " PPT-GRABADOS
                           "  YA TENIAN PRESUPUESTO: " PPT-OMITIDOS
               END-IF
           END-IF.

       911-PPT-REPITE-MES.
           MOVE PPT-MM-SIG TO PPT-MM.
           MOVE PPT-PLAZAS-IN TO PPT-PLAZAS.
           MOVE PPT-COSTO-IN TO PPT-COSTO.
           MOVE FECHA TO PPT-FEC-MOD.
           MOVE LOG-USR-ID TO PPT-USR.
           WRITE PPT-REG
               INVALID KEY
                   ADD 1 TO PPT-OMITIDOS
               NOT INVALID KEY
                   ADD 1 TO PPT-GRABADOS
           END-WRITE.
           ADD 1 TO PPT-MM-SIG.

       920-PPT-MODI.
           PERFORM 950-CAPT-PPT-LLAVE.
           IF REG-EXI = 1
               READ PPTMAS
                   INVALID KEY
                       DISPLAY "EL MES NO TIENE PRESUPUESTO"
                   NOT INVALID KEY
                       DISPLAY "PLAZAS: " PPT-PLAZAS " COSTO: "
                               PPT-COSTO " POR: " PPT-USR " "
                               PPT-FEC-MOD
                       PERFORM 960-CAPT-PPT-DATOS
                       REWRITE PPT-REG
                       DISPLAY "MODIFICACION SATISFACTORIA"
               END-READ
           END-IF.

      *    The department must be on DEPTMAS; the month is asked until
      *    it is a valid AAMM.
       950-CAPT-PPT-LLAVE.
           MOVE 1 TO REG-EXI.
           DISPLAY "CODIGO DEL DEPARTAMENTO (3): ".
           ACCEPT DPT-COD.
           READ DEPTMAS
               INVALID KEY
                   MOVE 0 TO REG-EXI
                   DISPLAY "DEPARTAMENTO INEXISTENTE"
           END-READ.
           IF REG-EXI = 1
               MOVE SPACES TO PPT-PER-IN
               PERFORM 951-CAPT-PPT-PER
                   UNTIL PPT-PER-IN IS NUMERIC
                       AND PPT-IN-MM >= 1 AND PPT-IN-MM <= 12
               MOVE DPT-COD TO PPT-DEPT
               MOVE PPT-IN-AA TO PPT-AA
               MOVE PPT-IN-MM TO PPT-MM
           END-IF.

       951-CAPT-PPT-PER.
           DISPLAY "MES DEL PRESUPUESTO (AAMM): ".
           ACCEPT PPT-PER-IN.

       960-CAPT-PPT-DATOS.
           DISPLAY "PLAZAS AUTORIZADAS (9999): ".
           ACCEPT PPT-PLAZAS-IN.
           DISPLAY "COSTO DE NOMINA AUTORIZADO DEL MES "
                   "(999999999.99): ".
           ACCEPT PPT-COSTO-IN.
           MOVE PPT-PLAZAS-IN TO PPT-PLAZAS.
           MOVE PPT-COSTO-IN TO PPT-COSTO.
           MOVE FECHA TO PPT-FEC-MOD.
           MOVE LOG-USR-ID TO PPT-USR.

      *    One year, all departments or just one (ENTER = all).
       940-PPT-LISTAR.
           DISPLAY "DEPARTAMENTO (3, ENTER = TODOS): ".
           ACCEPT PPT-FIL-DEPT.
           DISPLAY "ANO (AA): ".
           ACCEPT PPT-FIL-AA.
           MOVE 0 TO PPT-TOT-COSTO.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO PPT-LLAVE.
           IF PPT-FIL-DEPT NOT = SPACES
               MOVE PPT-FIL-DEPT TO PPT-DEPT
           END-IF.
           START PPTMAS KEY IS NOT LESS THAN PPT-LLAVE
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           DISPLAY "DEP AAMM PLAZAS        COSTO USUARIO  FECHA".
           PERFORM 941-PPT-LISTAR-ROW UNTIL SCAN-EOF = 1.
           DISPLAY "TOTAL COSTO DEL ANO: " PPT-TOT-COSTO.

       941-PPT-LISTAR-ROW.
           READ PPTMAS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF PPT-FIL-DEPT NOT = SPACES
                           AND PPT-DEPT NOT = PPT-FIL-DEPT
                       MOVE 1 TO SCAN-EOF
                   ELSE
                       IF PPT-AA = PPT-FIL-AA
                           ADD PPT-COSTO TO PPT-TOT-COSTO
                           DISPLAY PPT-DEPT " " PPT-AA PPT-MM " "
                                   PPT-PLAZAS "  " PPT-COSTO " "
                                   PPT-USR " " PPT-FEC-MOD
                       END-IF
                   END-IF
           END-READ.

      *-------------------- COMPANY MASTER MENU ------------------------
      *    One row per legal entity of the group. The code is what
      *    every employee carries in EMI-CIA, so it is never changed
      *    once given; a company that stops paying is deactivated, and
      *    only once no active or suspended employee is left in it.
       1000-MENU-CIA.
           DISPLAY "MENU EMPRESAS".
           DISPLAY "A = ALTA".
           DISPLAY "M = MODIFICAR DATOS".
           DISPLAY "T = ACTIVAR/DESACTIVAR".
           DISPLAY "L = LISTAR".
           DISPLAY "R = REGRESAR".
           DISPLAY " : "
           ACCEPT OPC.
           IF ALTA
               PERFORM 1010-CIA-ALTA
           ELSE
               IF MODI
                   PERFORM 1020-CIA-MODI
               ELSE
                   IF TOGG
                       PERFORM 1030-CIA-TOGGLE
                   ELSE
                       IF LIST
                           PERFORM 1040-CIA-LISTAR
                       ELSE
                           IF NOT REGR
                               DISPLAY "OPCION NO VALIDA".

       1010-CIA-ALTA.
           DISPLAY "CODIGO DE LA EMPRESA (2): ".
           ACCEPT CIA-COD.
           READ CIAMAS
               INVALID KEY
                   PERFORM 1050-CAPT-CIA-DATOS
                   MOVE "S" TO CIA-ACT
                   WRITE CIA-REG
                   DISPLAY "ALTA SATISFACTORIA"
               NOT INVALID KEY
                   DISPLAY "LA EMPRESA YA EXISTE: " CIA-RAZON
           END-READ.

       1020-CIA-MODI.
           PERFORM 1060-LEE-CIA.
           IF REG-EXI = 1
               DISPLAY CIA-RAZON
               DISPLAY "RFC: " CIA-RFC " REG. PATRONAL: " CIA-REG-PAT
               DISPLAY "BANCO: " CIA-BANCO " CUENTA: " CIA-CUENTA
               DISPLAY "LETRERO: " CIA-LETRERO
               PERFORM 1050-CAPT-CIA-DATOS
               REWRITE CIA-REG
               DISPLAY "MODIFICACION SATISFACTORIA"
           END-IF.

       1030-CIA-TOGGLE.
           PERFORM 1060-LEE-CIA.
           IF REG-EXI = 1
               IF CIA-ACTIVA
                   PERFORM 1031-CHECK-EMPLEADOS
                   IF USO-CNT > 0
                       DISPLAY "NO SE PUEDE DESACTIVAR: " USO-CNT
                               " EMPLEADO(S) EN LA EMPRESA"
                   ELSE
                       MOVE "N" TO CIA-ACT
                       REWRITE CIA-REG
                       DISPLAY "EMPRESA DESACTIVADA"
                   END-IF
               ELSE
                   MOVE "S" TO CIA-ACT
                   REWRITE CIA-REG
                   DISPLAY "EMPRESA ACTIVADA"
               END-IF
           END-IF.

      *-------------------- ANY EMPLOYEE STILL IN THE COMPANY? ---------
       1031-CHECK-EMPLEADOS.
           MOVE 0 TO USO-CNT.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO EMI-NOMI.
           START EMPINX KEY IS NOT LESS THAN EMI-NOMI
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           PERFORM 1032-CHECK-EMPLEADOS-ROW UNTIL SCAN-EOF = 1.

       1032-CHECK-EMPLEADOS-ROW.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF EMI-CIA = CIA-COD AND NOT EMI-BAJA
                       ADD 1 TO USO-CNT
                   END-IF
           END-READ.

      *    Bank and account are the company's own, the ones the
      *    dispersion is charged to and its checks are drawn on.
       1050-CAPT-CIA-DATOS.
           DISPLAY "RAZON SOCIAL (40): ".
           ACCEPT CIA-RAZON.
           DISPLAY "RFC DE LA EMPRESA (12/13): ".
           ACCEPT CIA-RFC.
           DISPLAY "REGISTRO PATRONAL IMSS (11): ".
           ACCEPT CIA-REG-PAT.
           DISPLAY "BANCO DE LA CUENTA DE DISPERSION (3): ".
           ACCEPT CIA-BANCO.
           DISPLAY "CUENTA/CLABE DE DISPERSION (18): ".
           ACCEPT CIA-CUENTA.
           DISPLAY "LETRERO DE REPORTES (21): ".
           ACCEPT CIA-LETRERO.

       1060-LEE-CIA.
           MOVE 1 TO REG-EXI.
           DISPLAY "CODIGO DE LA EMPRESA (2): ".
           ACCEPT CIA-COD.
           READ CIAMAS
               INVALID KEY
                   MOVE 0 TO REG-EXI
                   DISPLAY "EMPRESA INEXISTENTE"
           END-READ.

       1040-CIA-LISTAR.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO CIA-COD.
           START CIAMAS KEY IS NOT LESS THAN CIA-COD
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           DISPLAY "CO RAZON SOCIAL                             "
                   "RFC           REG.PATRON. ACT".
           PERFORM 1041-CIA-LISTAR-ROW UNTIL SCAN-EOF = 1.

       1041-CIA-LISTAR-ROW.
           READ CIAMAS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   DISPLAY CIA-COD " " CIA-RAZON " " CIA-RFC " "
                           CIA-REG-PAT "  " CIA-ACT
                   DISPLAY "   BANCO: " CIA-BANCO " CUENTA: "
                           CIA-CUENTA " LETRERO: " CIA-LETRERO
           END-READ.

      *-------------------- WORK-SHIFT MASTER MENU ---------------------
      *    The code is what every badge carries in GAF-TURNO, so it is
      *    never changed once given; a shift no longer worked is
      *    deactivated, and only once no active badge is left on it.
       1100-MENU-TUR.
           DISPLAY "MENU TURNOS".
           DISPLAY "A = ALTA".
           DISPLAY "M = MODIFICAR HORARIO".
           DISPLAY "T = ACTIVAR/DESACTIVAR".
           DISPLAY "L = LISTAR".
           DISPLAY "R = REGRESAR".
           DISPLAY " : "
           ACCEPT OPC.
           IF ALTA
               PERFORM 1110-TUR-ALTA
           ELSE
               IF MODI
                   PERFORM 1120-TUR-MODI
               ELSE
                   IF TOGG
                       PERFORM 1130-TUR-TOGGLE
                   ELSE
                       IF LIST
                           PERFORM 1140-TUR-LISTAR
                       ELSE
                           IF NOT REGR
                               DISPLAY "OPCION NO VALIDA".

       1110-TUR-ALTA.
           DISPLAY "CODIGO DEL TURNO (2): ".
           ACCEPT TUR-COD.
           READ TURMAS
               INVALID KEY
                   PERFORM 1150-CAPT-TUR-DATOS
                   MOVE "S" TO TUR-ACT
                   WRITE TUR-REG
                   DISPLAY "ALTA SATISFACTORIA"
               NOT INVALID KEY
                   DISPLAY "EL TURNO YA EXISTE: " TUR-DESC
           END-READ.

       1120-TUR-MODI.
           PERFORM 1160-LEE-TUR.
           IF REG-EXI = 1
               DISPLAY TUR-DESC
               DISPLAY "ENTRADA: " TUR-ENTRADA " SALIDA: " TUR-SALIDA
                       " JORNADA: " TUR-JORNADA " DIAS: " TUR-DIAS
               PERFORM 1150-CAPT-TUR-DATOS
               REWRITE TUR-REG
               DISPLAY "MODIFICACION SATISFACTORIA"
           END-IF.

       1130-TUR-TOGGLE.
           PERFORM 1160-LEE-TUR.
           IF REG-EXI = 1
               IF TUR-ACTIVO
                   PERFORM 1131-CHECK-GAFETES
                   IF USO-CNT > 0
                       DISPLAY "NO SE PUEDE DESACTIVAR: " USO-CNT
                               " GAFETE(S) ACTIVO(S) EN EL TURNO"
                   ELSE
                       MOVE "N" TO TUR-ACT
                       REWRITE TUR-REG
                       DISPLAY "TURNO DESACTIVADO"
                   END-IF
               ELSE
                   MOVE "S" TO TUR-ACT
                   REWRITE TUR-REG
                   DISPLAY "TURNO ACTIVADO"
               END-IF
           END-IF.

      *-------------------- ANY ACTIVE BADGE STILL ON THE SHIFT? -------
       1131-CHECK-GAFETES.
           MOVE 0 TO USO-CNT.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO GAF-GAFETE.
           START GAFMAS KEY IS NOT LESS THAN GAF-GAFETE
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           PERFORM 1132-CHECK-GAFETES-ROW UNTIL SCAN-EOF = 1.

       1132-CHECK-GAFETES-ROW.
           READ GAFMAS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF GAF-TURNO = TUR-COD AND GAF-ACTIVO
                       ADD 1 TO USO-CNT
                   END-IF
           END-READ.

      *    Times are 24-hour HHMM; an exit earlier than the entry is a
      *    shift that ends the next day. The jornada is the hours the
      *    shift pays as ordinary time (LFT: 8 diurna, 7.5 mixta, 7
      *    nocturna); the days run Monday to Sunday, S works, N rests.
       1150-CAPT-TUR-DATOS.
           DISPLAY "DESCRIPCION (20): ".
           ACCEPT TUR-DESC.
           MOVE 0 TO DATO-OK.
           PERFORM 1151-CAPT-TUR-HORARIO UNTIL DATO-OK = 1.
           MOVE 0 TO DATO-OK.
           PERFORM 1153-CAPT-TUR-DIAS UNTIL DATO-OK = 1.

       1151-CAPT-TUR-HORARIO.
           DISPLAY "HORA DE ENTRADA (HHMM): ".
           ACCEPT TUR-ENTRADA.
           DISPLAY "HORA DE SALIDA (HHMM): ".
           ACCEPT TUR-SALIDA.
           DISPLAY "HORAS DE LA JORNADA (99.99): ".
           ACCEPT TUR-JORNADA.
           IF TUR-ENTRADA NOT NUMERIC OR TUR-SALIDA NOT NUMERIC
                   OR TUR-ENT-HH > 23 OR TUR-ENT-MM > 59
                   OR TUR-SAL-HH > 23 OR TUR-SAL-MM > 59
               DISPLAY "HORA INVALIDA, USE HHMM DE 0000 A 2359"
           ELSE
               IF TUR-JORNADA = 0 OR TUR-JORNADA > 24
                   DISPLAY "JORNADA INVALIDA"
               ELSE
                   MOVE 1 TO DATO-OK.

       1153-CAPT-TUR-DIAS.
           DISPLAY "DIAS LABORABLES LUNES A DOMINGO, S/N (7): ".
           ACCEPT TUR-DIAS.
           MOVE 1 TO DATO-OK.
           PERFORM 1154-CHECA-DIA VARYING DIA-IX FROM 1 BY 1
               UNTIL DIA-IX > 7.
           IF DATO-OK = 0
               DISPLAY "CAPTURE S O N PARA CADA DIA (EJ. SSSSSSN)".

       1154-CHECA-DIA.
           IF TUR-DIA(DIA-IX) NOT = "S" AND TUR-DIA(DIA-IX) NOT = "N"
               MOVE 0 TO DATO-OK.

       1160-LEE-TUR.
           MOVE 1 TO REG-EXI.
           DISPLAY "CODIGO DEL TURNO (2): ".
           ACCEPT TUR-COD.
           READ TURMAS
               INVALID KEY
                   MOVE 0 TO REG-EXI
                   DISPLAY "TURNO INEXISTENTE"
           END-READ.

       1140-TUR-LISTAR.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO TUR-COD.
           START TURMAS KEY IS NOT LESS THAN TUR-COD
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           DISPLAY "TU DESCRIPCION          ENT. SAL. JORN. "
                   "LMMJVSD ACT".
           PERFORM 1141-TUR-LISTAR-ROW UNTIL SCAN-EOF = 1.

       1141-TUR-LISTAR-ROW.
           READ TURMAS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   DISPLAY TUR-COD " " TUR-DESC " " TUR-ENTRADA " "
                           TUR-SALIDA " " TUR-JORNADA " " TUR-DIAS
                           "  " TUR-ACT
           END-READ.

      *-------------------- TIME-CLOCK BADGE MASTER MENU ---------------
      *    A badge belongs to one nomina for good: a lost or replaced
      *    one is deactivated and a new badge given, so old punch
      *    files still name their owner. Only the shift is changed.
       1200-MENU-GAF.
           DISPLAY "MENU GAFETES".
           DISPLAY "A = ALTA".
           DISPLAY "M = MODIFICAR TURNO".
           DISPLAY "T = ACTIVAR/DESACTIVAR".
           DISPLAY "L = LISTAR".
           DISPLAY "R = REGRESAR".
           DISPLAY " : "
           ACCEPT OPC.
           IF ALTA
               PERFORM 1210-GAF-ALTA
           ELSE
               IF MODI
                   PERFORM 1220-GAF-MODI
               ELSE
                   IF TOGG
                       PERFORM 1230-GAF-TOGGLE
                   ELSE
                       IF LIST
                           PERFORM 1240-GAF-LISTAR
                       ELSE
                           IF NOT REGR
                               DISPLAY "OPCION NO VALIDA".

       1210-GAF-ALTA.
           DISPLAY "NUMERO DE GAFETE (8): ".
           ACCEPT GAF-GAFETE.
           READ GAFMAS
               INVALID KEY
                   PERFORM 1250-CAPT-GAF-NOMI
                   PERFORM 1260-CAPT-GAF-TURNO
                   MOVE "S" TO GAF-ACT
                   WRITE GAF-REG
                   DISPLAY "ALTA SATISFACTORIA"
               NOT INVALID KEY
                   DISPLAY "EL GAFETE YA EXISTE, NOMINA: " GAF-NOMI
           END-READ.

       1220-GAF-MODI.
           PERFORM 1270-LEE-GAF.
           IF REG-EXI = 1
               DISPLAY "NOMINA: " GAF-NOMI " TURNO: " GAF-TURNO
               PERFORM 1260-CAPT-GAF-TURNO
               REWRITE GAF-REG
               DISPLAY "MODIFICACION SATISFACTORIA"
           END-IF.

       1230-GAF-TOGGLE.
           PERFORM 1270-LEE-GAF.
           IF REG-EXI = 1
               IF GAF-ACTIVO
                   MOVE "N" TO GAF-ACT
                   REWRITE GAF-REG
                   DISPLAY "GAFETE DESACTIVADO"
               ELSE
                   MOVE "S" TO GAF-ACT
                   REWRITE GAF-REG
                   DISPLAY "GAFETE ACTIVADO"
               END-IF
           END-IF.

      *    The holder must be on EMPINX and not dropped.
       1250-CAPT-GAF-NOMI.
           MOVE 0 TO DATO-OK.
           PERFORM 1251-CAPT-GAF-NOMI-ASK UNTIL DATO-OK = 1.

       1251-CAPT-GAF-NOMI-ASK.
           DISPLAY "NOMINA DEL EMPLEADO: ".
           ACCEPT EMI-NOMI.
           READ EMPINX
               INVALID KEY
                   DISPLAY "EMPLEADO INEXISTENTE"
               NOT INVALID KEY
                   IF EMI-BAJA
                       DISPLAY "EMPLEADO DADO DE BAJA"
                   ELSE
                       MOVE 1 TO DATO-OK
                       MOVE EMI-NOMI TO GAF-NOMI
                       DISPLAY "EMPLEADO: " EMI-NOMB
                   END-IF
           END-READ.

      *    Read into the shift record so the badge keeps its own data.
       1260-CAPT-GAF-TURNO.
           MOVE 0 TO DATO-OK.
           PERFORM 1261-CAPT-GAF-TURNO-ASK UNTIL DATO-OK = 1.

       1261-CAPT-GAF-TURNO-ASK.
           DISPLAY "TURNO (2): ".
           ACCEPT TUR-COD.
           READ TURMAS
               INVALID KEY
                   DISPLAY "TURNO INEXISTENTE"
               NOT INVALID KEY
                   IF TUR-INACTIVO
                       DISPLAY "TURNO DESACTIVADO"
                   ELSE
                       MOVE 1 TO DATO-OK
                       MOVE TUR-COD TO GAF-TURNO
                       DISPLAY "TURNO: " TUR-DESC
                   END-IF
           END-READ.

       1270-LEE-GAF.
           MOVE 1 TO REG-EXI.
           DISPLAY "NUMERO DE GAFETE (8): ".
           ACCEPT GAF-GAFETE.
           READ GAFMAS
               INVALID KEY
                   MOVE 0 TO REG-EXI
                   DISPLAY "GAFETE INEXISTENTE"
           END-READ.

       1240-GAF-LISTAR.
           MOVE 0 TO SCAN-EOF.
           MOVE LOW-VALUES TO GAF-GAFETE.
           START GAFMAS KEY IS NOT LESS THAN GAF-GAFETE
               INVALID KEY MOVE 1 TO SCAN-EOF
           END-START.
           DISPLAY "GAFETE   NOMINA TU ACT".
           PERFORM 1241-GAF-LISTAR-ROW UNTIL SCAN-EOF = 1.

       1241-GAF-LISTAR-ROW.
           READ GAFMAS NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   DISPLAY GAF-GAFETE " " GAF-NOMI " " GAF-TURNO "  "
                           GAF-ACT
           END-READ.

       END PROGRAM MASMANT.
