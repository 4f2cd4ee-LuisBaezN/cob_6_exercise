      *                        quincenal debe caer en la ventana de su
      *                        quincena (1-15 / 16-31); el mensual
      *                        captura en la 2 cualquier dia del mes
      * Mod: 15/10/26 - LABN - Incidencia V = vacaciones: solo se
      *                        captura con saldo en VACMAS (derecho
      *                        menos tomados, recalculado por
      *                        antiguedad con VACDIAS) y cada dia se
      *                        suma a los tomados; borrar el renglon
      *                        lo regresa al saldo
      * Mod: 15/10/26 - LABN - La incidencia capturada para un dia en
      *                        que RELOJ cargo falta (origen RL)
      *                        reemplaza esa falta: se borra antes de
      *                        grabar, para no descontar dos veces el
      *                        mismo dia. LISTAR muestra el origen
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCCAP.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-LLAVE
               FILE STATUS IS PERM-STAT.
           SELECT VACMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-NOMI
               FILE STATUS IS VAC-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  INCID.
           COPY EMPREG.
       FD  PERMAS.
           COPY PERREG.
      *-------------------- VACATION BALANCE MASTER (SEE VACREG) -------
       FD  VACMAS.
           COPY VACREG.
       WORKING-STORAGE SECTION.
       77  OPC PIC X.
           88 ALTA VALUE "A".
       77  INC-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  PERM-STAT       PIC XX.
       77  VAC-STAT        PIC XX.
       77  VAC-OK          PIC 9.
       77  VAC-SALDO       PIC S9(04).
       77  PERIODO-CERRADO PIC 9 VALUE 0.
       77  NOMI-EXI        PIC 9.
       77  DIA-OK          PIC 9.
       77  INC-EXI         PIC 9.
       77  SEC-SIG         PIC 9(03).
       77  RESP            PIC XX.
       77  RL-EOF          PIC 9.
       77  INC-ORIGEN-DES  PIC X(05).
       01  FEC-INC.
           03 FEC-INC-AA   PIC 99.
           03 FEC-INC-MM   PIC 99.
           03 FEC-INC-DD   PIC 99.
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
       01  WS-INCID-FILE   PIC X(10).
       77  QUINCENA        PIC 9 VALUE 2.
       01  WS-QUIN-INPUT   PIC X(01).
      *-------------------- VACDIAS PARAMETER AREA ---------------------
           COPY VACLNK.
       PROCEDURE DIVISION.
      *-------------------- MAIN --------------------
       MAIN-PROCEDURE.
           ELSE
               PERFORM 110-OPEN-EMPINX
               PERFORM 112-OPEN-INCID
               PERFORM 114-OPEN-VACMAS
               PERFORM 120-MENU UNTIL SALI
               CLOSE INCID
               CLOSE VACMAS
               CLOSE EMPINX.
           STOP RUN.

               CLOSE INCID
               OPEN I-O INCID.

       114-OPEN-VACMAS.
           OPEN I-O VACMAS.
           IF VAC-STAT = "35"
               OPEN OUTPUT VACMAS
               CLOSE VACMAS
               OPEN I-O VACMAS.

      *-------------------- MENU --------------------
       120-MENU.
           DISPLAY "MENU CAPTURA DE INCIDENCIAS".
           PERFORM 201-CAPT-NOMI.
           PERFORM 203-CAPT-DIA.
           PERFORM 205-CAPT-TIPO.
           MOVE 1 TO VAC-OK.
           IF TIPO-IN = "V"
               PERFORM 240-CHECK-SALDO.
           IF VAC-OK = 1
               PERFORM 209-GRABA-INCIDENCIA.

       209-GRABA-INCIDENCIA.
           PERFORM 215-QUITA-FALTA-RELOJ.
           PERFORM 207-SIGUIENTE-SEC.
           MOVE SPACES TO INC-REG.
           MOVE EMI-NOMI TO INC-NOMI.
               NOT INVALID KEY
                   DISPLAY "INCIDENCIA CAPTURADA, SECUENCIA: "
                           INC-SEC
                   IF INC-VACACIONES
                       ADD 1 TO VAC-DIAS-TOM
                       REWRITE VAC-REG
                       COMPUTE VAC-SALDO =
                           VAC-DIAS-DER - VAC-DIAS-TOM
                       DISPLAY "SALDO DE VACACIONES: " VAC-SALDO
                   END-IF
           END-WRITE.

      *-------------------- THE CLOCK'S FALTA FOR THE SAME DAY ---------
      *    What the clerk captures is what happened that day: a falta
      *    RELOJ wrote for it (no punches) goes, or EmpNom would dock
      *    the day twice. RELOJ, rerun, finds the day justified.
       215-QUITA-FALTA-RELOJ.
           MOVE FECHA-AA TO FEC-INC-AA.
           MOVE FECHA-MM TO FEC-INC-MM.
           MOVE DIA-IN TO FEC-INC-DD.
           MOVE 0 TO RL-EOF.
           MOVE EMI-NOMI TO INC-NOMI.
           MOVE ZEROES TO INC-SEC.
           START INCID KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO RL-EOF
           END-START.
           PERFORM 216-QUITA-FALTA-ROW UNTIL RL-EOF = 1.

       216-QUITA-FALTA-ROW.
           READ INCID NEXT RECORD
               AT END
                   MOVE 1 TO RL-EOF
               NOT AT END
                   IF INC-NOMI NOT = EMI-NOMI
                       MOVE 1 TO RL-EOF
                   ELSE
                       IF INC-DEL-RELOJ AND INC-FECHA = FEC-INC
                           DELETE INCID RECORD
                               INVALID KEY
                                   DISPLAY "ERROR AL BORRAR LA FALTA "
                                           "DEL RELOJ, ESTADO: "
                                           INC-STAT
                               NOT INVALID KEY
                                   DISPLAY "SE BORRA LA FALTA QUE "
                                           "RELOJ CARGO ESE DIA, SEC: "
                                           INC-SEC
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

      *-------------------- NEXT FREE SEQUENCE FOR THE NOMINA ----------
       207-SIGUIENTE-SEC.
           MOVE 0 TO SEC-SIG.
       205-CAPT-TIPO.
           MOVE SPACE TO TIPO-IN.
           PERFORM 206-CAPT-TIPO-ASK
               UNTIL TIPO-IN = "F" OR TIPO-IN = "I" OR TIPO-IN = "P"
                  OR TIPO-IN = "V".

       206-CAPT-TIPO-ASK.
           DISPLAY "TIPO (F = FALTA / I = INCAPACIDAD / "
                   "P = PERMISO SIN GOCE / V = VACACIONES): ".
           ACCEPT TIPO-IN.

      *-------------------- LIST THE PERIOD'S INCIDENCES ---------------
           START INCID KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INC-EOF
           END-START.
           DISPLAY "NOMINA SEC FECHA    TIPO ORIGEN".
           PERFORM 211-LISTAR-ROW UNTIL INC-EOF = 1.

       211-LISTAR-ROW.
               AT END
                   MOVE 1 TO INC-EOF
               NOT AT END
                   PERFORM 212-DESCRIBE-ORIGEN
                   DISPLAY INC-NOMI " " INC-SEC " " INC-FEC-DD "/"
                           INC-FEC-MM "/" INC-FEC-AA " " INC-TIPO
                           "    " INC-ORIGEN-DES
           END-READ.

      *    Blank is a row captured here; RL a falta from the clock.
       212-DESCRIBE-ORIGEN.
           IF INC-DEL-RELOJ
               MOVE "RELOJ" TO INC-ORIGEN-DES
           ELSE
               MOVE SPACES TO INC-ORIGEN-DES.

      *-------------------- DELETE ONE INCIDENCE -----------------------
       230-BAJA.
           MOVE 0 TO INC-EXI.
                   DISPLAY "INCIDENCIA INEXISTENTE"
               NOT INVALID KEY
                   MOVE 1 TO INC-EXI
                   PERFORM 212-DESCRIBE-ORIGEN
                   DISPLAY "INCIDENCIA: " INC-NOMI " " INC-FEC-DD "/"
                           INC-FEC-MM "/" INC-FEC-AA " " INC-TIPO
                           " " INC-ORIGEN-DES
           END-READ.
           IF INC-EXI = 1
               DISPLAY "ESTA SEGURO DE BORRAR LA INCIDENCIA (S/N): "
               IF RESP = "S"
                   DELETE INCID
                   DISPLAY "INCIDENCIA BORRADA"
                   IF INC-VACACIONES
                       PERFORM 245-REGRESA-DIA
                   END-IF
               ELSE
                   DISPLAY "BAJA CANCELADA"
               END-IF
           END-IF.

      *-------------------- VACATION DAY AGAINST THE BALANCE -----------
      *    The entitlement is re-measured to today with VACDIAS, so an
      *    anniversary reached since VACSALD last ran already counts.
      *    Without a VACMAS row (VACSALD never saw the employee) there
      *    is no hire date to measure from.
       240-CHECK-SALDO.
           MOVE 0 TO VAC-OK.
           MOVE EMI-NOMI TO VAC-NOMI.
           READ VACMAS
               INVALID KEY
                   DISPLAY "EMPLEADO SIN SALDO DE VACACIONES EN "
                           "VACMAS, CORRA VACSALD"
               NOT INVALID KEY
                   PERFORM 241-SALDO-A-HOY
           END-READ.

       241-SALDO-A-HOY.
           MOVE VAC-FEC-ING TO VCL-FEC-ING.
           ACCEPT VCL-FEC-CORTE FROM DATE.
           CALL "VACDIAS" USING VAC-CALC-DATOS.
           MOVE VCL-ANOS TO VAC-ANOS.
           MOVE VCL-DIAS-DER TO VAC-DIAS-DER.
           COMPUTE VAC-SALDO = VAC-DIAS-DER - VAC-DIAS-TOM.
           IF VAC-SALDO > 0
               MOVE 1 TO VAC-OK
           ELSE
               DISPLAY "SIN SALDO DE VACACIONES (DERECHO "
                       VAC-DIAS-DER " TOMADOS " VAC-DIAS-TOM ")".

      *    A deleted vacation row gives its day back.
       245-REGRESA-DIA.
           MOVE INC-NOMI TO VAC-NOMI.
           READ VACMAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VAC-DIAS-TOM > 0
                       SUBTRACT 1 FROM VAC-DIAS-TOM
                       REWRITE VAC-REG
                   END-IF
           END-READ.

       END PROGRAM INCCAP.
