      *                        / Q = quincenal) capturada en ALTA y
      *                        MODIFICAR: el personal quincenal corta
      *                        en las dos quincenas del mes
      * Mod: 15/10/26 - LABN - Identidad fiscal del empleado (RFC con
      *                        homoclave, CURP y NSS) capturada en ALTA
      *                        y MODIFICAR: se valida formato y digito
      *                        verificador y que no este ya asignada a
      *                        otra nomina de EMPINX; en blanco queda
      *                        pendiente y CFDINOM la reporta omitida
      * Mod: 15/10/26 - LABN - La BAJA captura la causa IMSS (catalogo
      *                        del IDSE) en EMI-MOT-BAJA para el aviso
      *                        de baja que arma IMSSAVI
      * Mod: 15/10/26 - LABN - Empresa del empleado (EMI-CIA, validada
      *                        contra CIAMAS) capturada en el ALTA;
      *                        opcion T = TRASPASO a otra empresa del
      *                        grupo con fecha efectiva, que deja un
      *                        renglon "T" en EMPAUD; LISTAR filtra
      *                        por empresa
      * Mod: 15/10/26 - LABN - ENTER en la empresa cancela el ALTA
      *                        (antes de asignar nomina) o el
      *                        TRASPASO, en vez de volver a preguntar
      *                        sin salida
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPABC.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPINX.
               03 AUD-D-SUEL   PIC S9(05)V99.
               03 AUD-D-EST    PIC X(01).
               03 AUD-D-FEC-EST PIC 9(06).
      *    A company transfer (AUD-OPER "T") keeps the employee image
      *    before and overlays the after image with the two companies
      *    and the date the move is effective from.
           02 AUD-TRASPASO REDEFINES AUD-DESPUES.
               03 AUD-T-NOMI   PIC 9(06).
               03 AUD-T-CIA-ANT PIC X(02).
               03 AUD-T-CIA-NUE PIC X(02).
               03 AUD-T-FEC-EFE PIC 9(06).
               03 FILLER       PIC X(22).
           02 AUD-USR      PIC X(08).
       FD  DEPTMAS.
           COPY DEPTREG.
           COPY LCKREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- COMPANY MASTER (SEE CIAREG) ----------------
       FD  CIAMAS.
           COPY CIAREG.
       WORKING-STORAGE SECTION.
       77  OPC PIC X.
           88 ALTA VALUE "A".
           88 SALI VALUE "S".
           88 LIST VALUE "L".
           88 ESTA VALUE "E".
           88 TRAS VALUE "T".
           88 OPC-VALIDA VALUE "A" THROUGH "C", "M", "L", "E", "T".
       77  EMI-EXI PIC 9.
       77  WS-AUT  PIC 999.
       77  RESP    PIC XX.
       77  AUD-STAT PIC XX.
       77  CIA-STAT PIC XX.
       77  CIA-EXI  PIC 9.
       77  CIA-CANCELA PIC 9.
       77  CIA-IN   PIC X(02).
       77  CIA-ANT  PIC X(02).
       77  WS-FILTRO-CIA PIC X(02).
       77  DEPT-EXI PIC 9.
       77  SUEL-EXI PIC 9.
       77  WS-LIST-EOF  PIC 9.
       77  WS-SEED-EOF  PIC 9.
       77  EST-IN       PIC X.
       77  FREC-IN      PIC X.
       77  MOT-IN       PIC X.
           88 MOT-VALIDO VALUE "1" THRU "9", "A".
       77  WS-FILTRO-EST PIC X.
       77  LCK-STAT     PIC XX.
       77  CTL-STAT     PIC XX.
       77  TOMO-CANDADO PIC 9 VALUE 0.
       77  SUP-OK       PIC 9.
       77  SUP-CLAVE-IN PIC X(08).
       77  RFC-IN       PIC X(13).
       77  CURP-IN      PIC X(18).
       77  NSS-IN       PIC X(11).
       77  FIS-OK       PIC 9.
       77  FIS-DUP      PIC 9.
       77  FIS-CAMPO    PIC X.
           88 FIS-CAMPO-RFC  VALUE "R".
           88 FIS-CAMPO-CURP VALUE "C".
           88 FIS-CAMPO-NSS  VALUE "N".
       77  FIS-EOF      PIC 9.
       77  FIS-ESP      PIC 99.
       77  FIS-I        PIC 99.
       77  FIS-VAL      PIC 99.
       77  FIS-NUM      PIC 9.
       77  FIS-SUMA     PIC 9(05).
       77  FIS-COC      PIC 9(05).
       77  FIS-RES      PIC 99.
       77  FIS-DIG      PIC 99.
       77  FIS-CHAR     PIC X.
       77  FIS-NOMI     PIC 9(06).
       77  FIS-NOMI-DUP PIC 9(06).
      *    Check-digit alphabet shared by RFC and CURP: a character is
      *    worth its offset here (0-9, A = 10 ... Z = 36, blank = 37).
      *    Offset 24 is the N-tilde slot of the official tables; the RFC
      *    table keeps "&" there and a captured CURP never carries it
      *    (RENAPO writes the N-tilde as X), so one string serves both.
       01  FIS-ALFA     PIC X(38)
               VALUE "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ ".
       01  FIS-MINUS    PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01  FIS-MAYUS    PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  FIS-TRAB     PIC X(18).
       01  FIS-FECHA.
           02 FIS-FEC-AA       PIC 99.
           02 FIS-FEC-MM       PIC 99.
           02 FIS-FEC-DD       PIC 99.
       01  EMI-RESP         PIC X(84).
       01  FEC-EFEC-IN  PIC X(06).
       01  FEC-EFEC-R REDEFINES FEC-EFEC-IN.
           03 FEC-EF-AA PIC 99.
           PERFORM PROC-OPEN-DEPT.
           PERFORM PROC-OPEN-AUD.
           PERFORM PROC-OPEN-SEQ.
           PERFORM PROC-OPEN-CIA.
           PERFORM PROC-MENU UNTIL SALI.
           CLOSE EMPINX.
           CLOSE DEPTMAS.
           CLOSE EMPAUD.
           CLOSE NOMSEQ.
           CLOSE CIAMAS.
           IF TOMO-CANDADO = 1
               CALL "CBL_DELETE_FILE" USING "RUNLOCK".
           STOP RUN.
               CLOSE DEPTMAS
               OPEN INPUT DEPTMAS.

       PROC-OPEN-CIA.
           OPEN INPUT CIAMAS.
           IF CIA-STAT = "35"
               OPEN OUTPUT CIAMAS
               CLOSE CIAMAS
               OPEN INPUT CIAMAS.

      *-------------------- OPEN AUDIT FILE --------------------
       PROC-OPEN-AUD.
           OPEN EXTEND EMPAUD.
           DISPLAY "M = MODIFICAR".
           DISPLAY "L = LISTAR".
           DISPLAY "E = ESTADO (ACTIVAR/SUSPENDER)".
           DISPLAY "T = TRASPASO A OTRA EMPRESA".
           DISPLAY "S = SALIR".
           DISPLAY " : "
           ACCEPT OPC.
               PERFORM PROC-MODI.
           IF ESTA
               PERFORM PROC-ESTADO.
           IF TRAS
               PERFORM PROC-TRASPASO.

      *-------------------- DISPLAY EMPLOYEE --------------------
       PROC-DISP.
           DISPLAY "NOMBRE: ", EMI-NOMB.
           DISPLAY "DEPARTAMENTO: ", EMI-DEPT.
           DISPLAY "SALARIO: ", EMI-SUEL.
           DISPLAY "EMPRESA: ", EMI-CIA.
           IF EMI-QUINCENAL
               DISPLAY "FRECUENCIA: QUINCENAL"
           ELSE
               DISPLAY "FRECUENCIA: MENSUAL".
           DISPLAY "RFC: ", EMI-RFC.
           DISPLAY "CURP: ", EMI-CURP.
           DISPLAY "NSS: ", EMI-NSS.
           IF EMI-BAJA
               DISPLAY "ESTADO: BAJA DESDE " EMI-FE-DD "/"
                       EMI-FE-MM "/" EMI-FE-AA " CAUSA " EMI-MOT-BAJA
           ELSE
               IF EMI-SUSPENDIDO
                   DISPLAY "ESTADO: SUSPENDIDO DESDE " EMI-FE-DD "/"
               MOVE SPACES TO WS-FILTRO-DEPT.
           DISPLAY "FILTRAR POR ESTADO (A/S/B, ENTER = TODOS): ".
           ACCEPT WS-FILTRO-EST.
           DISPLAY "FILTRAR POR EMPRESA (ENTER = TODAS): ".
           ACCEPT WS-FILTRO-CIA.
           MOVE LOW-VALUES TO EMI-NOMI.
           START EMPINX KEY IS NOT LESS THAN EMI-NOMI
               INVALID KEY MOVE 1 TO WS-LIST-EOF
               NOT INVALID KEY MOVE 0 TO WS-LIST-EOF
           END-START.
           DISPLAY "NOMINA NOMBRE          DEPT SALARIO  EST CIA".
           PERFORM PROC-LISTAR-ROW UNTIL WS-LIST-EOF = 1.

      *    A blank status on file is an employee recorded before the
                      AND ((WS-FILTRO-EST = SPACES)
                      OR (EMI-EST = WS-FILTRO-EST)
                      OR (WS-FILTRO-EST = "A" AND EMI-ACTIVO))
                      AND ((WS-FILTRO-CIA = SPACES)
                      OR (EMI-CIA = WS-FILTRO-CIA))
                       DISPLAY EMI-NOMI " " EMI-NOMB " " EMI-DEPT " "
                               EMI-SUEL " " EMI-EST "   " EMI-CIA
                   END-IF
           END-READ.

           PERFORM PROC-CAPT-FREC
               UNTIL FREC-IN = "M" OR FREC-IN = "Q".
           MOVE FREC-IN TO EMI-FREC.
           PERFORM PROC-CAPT-FISCAL.

      *-------------------- CAPTURE/VALIDATE FISCAL IDENTITY ----------
      *    RFC, CURP and NSS go on every CFDI receipt. ENTER keeps what
      *    is on file (blank on an ALTA); a blank value is accepted as
      *    pending so an ALTA is not held up for paperwork, and CFDINOM
      *    lists the employee as omitted until it is captured. A typed
      *    value must pass its format, its check digit and must not
      *    belong to another nomina already in EMPINX.
       PROC-CAPT-FISCAL.
           MOVE 0 TO FIS-OK.
           PERFORM PROC-CAPT-RFC UNTIL FIS-OK = 1.
           MOVE 0 TO FIS-OK.
           PERFORM PROC-CAPT-CURP UNTIL FIS-OK = 1.
           MOVE 0 TO FIS-OK.
           PERFORM PROC-CAPT-NSS UNTIL FIS-OK = 1.

       PROC-CAPT-RFC.
           DISPLAY "RFC CON HOMOCLAVE (ENTER = " EMI-RFC "): ".
           ACCEPT RFC-IN.
           IF RFC-IN = SPACES
               MOVE EMI-RFC TO RFC-IN.
           IF RFC-IN = SPACES
               MOVE 1 TO FIS-OK
           ELSE
               INSPECT RFC-IN CONVERTING FIS-MINUS TO FIS-MAYUS
               PERFORM PROC-VALIDA-RFC
               IF FIS-OK = 1
                   MOVE "R" TO FIS-CAMPO
                   PERFORM PROC-FIS-DUPLICADO
                   IF FIS-DUP = 1
                       DISPLAY "RFC YA ASIGNADO A LA NOMINA "
                               FIS-NOMI-DUP
                       MOVE 0 TO FIS-OK
                   ELSE
                       MOVE RFC-IN TO EMI-RFC.

       PROC-CAPT-CURP.
           DISPLAY "CURP (ENTER = " EMI-CURP "): ".
           ACCEPT CURP-IN.
           IF CURP-IN = SPACES
               MOVE EMI-CURP TO CURP-IN.
           IF CURP-IN = SPACES
               MOVE 1 TO FIS-OK
           ELSE
               INSPECT CURP-IN CONVERTING FIS-MINUS TO FIS-MAYUS
               PERFORM PROC-VALIDA-CURP
               IF FIS-OK = 1
                   MOVE "C" TO FIS-CAMPO
                   PERFORM PROC-FIS-DUPLICADO
                   IF FIS-DUP = 1
                       DISPLAY "CURP YA ASIGNADA A LA NOMINA "
                               FIS-NOMI-DUP
                       MOVE 0 TO FIS-OK
                   ELSE
                       MOVE CURP-IN TO EMI-CURP.

       PROC-CAPT-NSS.
           DISPLAY "NSS IMSS (ENTER = " EMI-NSS "): ".
           ACCEPT NSS-IN.
           IF NSS-IN = SPACES
               MOVE EMI-NSS TO NSS-IN.
           IF NSS-IN = SPACES
               MOVE 1 TO FIS-OK
           ELSE
               PERFORM PROC-VALIDA-NSS
               IF FIS-OK = 1
                   MOVE "N" TO FIS-CAMPO
                   PERFORM PROC-FIS-DUPLICADO
                   IF FIS-DUP = 1
                       DISPLAY "NSS YA ASIGNADO A LA NOMINA "
                               FIS-NOMI-DUP
                       MOVE 0 TO FIS-OK
                   ELSE
                       MOVE NSS-IN TO EMI-NSS.

      *-------------------- RFC: FORMAT AND HOMOCLAVE DIGIT -----------
      *    Persona fisica: 4 letters ("&" allowed), birth date AAMMDD,
      *    2 homoclave characters and the check digit. The digit is the
      *    SAT modulo 11 over the first 12 characters weighted 13 down
      *    to 2: remainder 0 gives "0", otherwise 11 - remainder, where
      *    10 is written "A" (which is just FIS-ALFA at offset 10).
       PROC-VALIDA-RFC.
           MOVE 0 TO FIS-OK.
           MOVE RFC-IN TO FIS-TRAB.
           INSPECT FIS-TRAB CONVERTING "&" TO "A".
           MOVE RFC-IN(5:6) TO FIS-FECHA.
           MOVE 0 TO FIS-ESP.
           INSPECT RFC-IN TALLYING FIS-ESP FOR ALL SPACE.
           IF FIS-ESP > 0
               DISPLAY "RFC INCOMPLETO, SON 13 POSICIONES"
           ELSE
               IF FIS-TRAB(1:4) IS NOT ALPHABETIC-UPPER
                       OR RFC-IN(5:6) IS NOT NUMERIC
                   DISPLAY "RFC CON FORMATO INVALIDO (AAAA999999XXX)"
               ELSE
                   IF FIS-FEC-MM < 1 OR FIS-FEC-MM > 12
                           OR FIS-FEC-DD < 1 OR FIS-FEC-DD > 31
                       DISPLAY "RFC CON FECHA INVALIDA"
                   ELSE
                       MOVE 0 TO FIS-SUMA
                       PERFORM PROC-RFC-SUMA
                           VARYING FIS-I FROM 1 BY 1 UNTIL FIS-I > 12
                       DIVIDE FIS-SUMA BY 11 GIVING FIS-COC
                           REMAINDER FIS-RES
                       IF FIS-RES = 0
                           MOVE 0 TO FIS-DIG
                       ELSE
                           COMPUTE FIS-DIG = 11 - FIS-RES
                       END-IF
                       IF RFC-IN(13:1) = FIS-ALFA(FIS-DIG + 1:1)
                           MOVE 1 TO FIS-OK
                       ELSE
                           DISPLAY "RFC CON DIGITO VERIFICADOR "
                                   "INCORRECTO".

       PROC-RFC-SUMA.
           MOVE RFC-IN(FIS-I:1) TO FIS-CHAR.
           MOVE 0 TO FIS-VAL.
           INSPECT FIS-ALFA TALLYING FIS-VAL
               FOR CHARACTERS BEFORE INITIAL FIS-CHAR.
           COMPUTE FIS-SUMA = FIS-SUMA + FIS-VAL * (14 - FIS-I).

      *-------------------- CURP: FORMAT AND CHECK DIGIT ---------------
      *    4 letters, birth date AAMMDD, sex H/M, 2-letter state, 3
      *    internal consonants, the homonym character and the digit.
      *    The digit is RENAPO's: the first 17 characters weighted 18
      *    down to 2, then 10 - (sum modulo 10), with 10 written "0".
       PROC-VALIDA-CURP.
           MOVE 0 TO FIS-OK.
           MOVE CURP-IN(5:6) TO FIS-FECHA.
           MOVE 0 TO FIS-ESP.
           INSPECT CURP-IN TALLYING FIS-ESP FOR ALL SPACE.
           IF FIS-ESP > 0
               DISPLAY "CURP INCOMPLETA, SON 18 POSICIONES"
           ELSE
               IF CURP-IN(1:4) IS NOT ALPHABETIC-UPPER
                       OR CURP-IN(5:6) IS NOT NUMERIC
                       OR (CURP-IN(11:1) NOT = "H"
                           AND CURP-IN(11:1) NOT = "M")
                       OR CURP-IN(12:5) IS NOT ALPHABETIC-UPPER
                       OR CURP-IN(18:1) IS NOT NUMERIC
                   DISPLAY "CURP CON FORMATO INVALIDO"
               ELSE
                   IF FIS-FEC-MM < 1 OR FIS-FEC-MM > 12
                           OR FIS-FEC-DD < 1 OR FIS-FEC-DD > 31
                       DISPLAY "CURP CON FECHA INVALIDA"
                   ELSE
                       MOVE 0 TO FIS-SUMA
                       PERFORM PROC-CURP-SUMA
                           VARYING FIS-I FROM 1 BY 1 UNTIL FIS-I > 17
                       DIVIDE FIS-SUMA BY 10 GIVING FIS-COC
                           REMAINDER FIS-RES
                       IF FIS-RES = 0
                           MOVE 0 TO FIS-DIG
                       ELSE
                           COMPUTE FIS-DIG = 10 - FIS-RES
                       END-IF
                       IF CURP-IN(18:1) = FIS-ALFA(FIS-DIG + 1:1)
                           MOVE 1 TO FIS-OK
                       ELSE
                           DISPLAY "CURP CON DIGITO VERIFICADOR "
                                   "INCORRECTO".

       PROC-CURP-SUMA.
           MOVE CURP-IN(FIS-I:1) TO FIS-CHAR.
           MOVE 0 TO FIS-VAL.
           INSPECT FIS-ALFA TALLYING FIS-VAL
               FOR CHARACTERS BEFORE INITIAL FIS-CHAR.
           COMPUTE FIS-SUMA = FIS-SUMA + FIS-VAL * (19 - FIS-I).

      *-------------------- NSS: FORMAT AND CHECK DIGIT ----------------
      *    11 digits (subdelegacion, year of affiliation, birth year,
      *    sequence and digit). The digit is a Luhn over the first ten:
      *    every even position doubled, two-digit products folded
      *    (minus 9), then 10 - (sum modulo 10), with 10 written "0".
       PROC-VALIDA-NSS.
           MOVE 0 TO FIS-OK.
           IF NSS-IN IS NOT NUMERIC
               DISPLAY "NSS INVALIDO, SON 11 DIGITOS"
           ELSE
               MOVE 0 TO FIS-SUMA
               PERFORM PROC-NSS-SUMA
                   VARYING FIS-I FROM 1 BY 1 UNTIL FIS-I > 10
               DIVIDE FIS-SUMA BY 10 GIVING FIS-COC
                   REMAINDER FIS-RES
               IF FIS-RES = 0
                   MOVE 0 TO FIS-DIG
               ELSE
                   COMPUTE FIS-DIG = 10 - FIS-RES
               END-IF
               IF NSS-IN(11:1) = FIS-ALFA(FIS-DIG + 1:1)
                   MOVE 1 TO FIS-OK
               ELSE
                   DISPLAY "NSS CON DIGITO VERIFICADOR INCORRECTO".

       PROC-NSS-SUMA.
           MOVE NSS-IN(FIS-I:1) TO FIS-NUM.
           DIVIDE FIS-I BY 2 GIVING FIS-COC REMAINDER FIS-RES.
           IF FIS-RES = 0
               COMPUTE FIS-VAL = FIS-NUM * 2
               IF FIS-VAL > 9
                   SUBTRACT 9 FROM FIS-VAL
               END-IF
           ELSE
               MOVE FIS-NUM TO FIS-VAL.
           ADD FIS-VAL TO FIS-SUMA.

      *-------------------- FISCAL IDENTITY ALREADY ON FILE? -----------
      *    Walks EMPINX looking for any other nomina carrying the value
      *    just typed in the field FIS-CAMPO names. The scan reads into
      *    EMI-REG, so the employee being captured is parked in EMI-RESP
      *    and put back afterwards.
       PROC-FIS-DUPLICADO.
           MOVE EMI-REG TO EMI-RESP.
           MOVE EMI-NOMI TO FIS-NOMI.
           MOVE 0 TO FIS-DUP.
           MOVE LOW-VALUES TO EMI-NOMI.
           START EMPINX KEY IS NOT LESS THAN EMI-NOMI
               INVALID KEY MOVE 1 TO FIS-EOF
               NOT INVALID KEY MOVE 0 TO FIS-EOF
           END-START.
           PERFORM PROC-FIS-DUPLICADO-ROW
               UNTIL FIS-EOF = 1 OR FIS-DUP = 1.
           MOVE EMI-RESP TO EMI-REG.

       PROC-FIS-DUPLICADO-ROW.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO FIS-EOF
               NOT AT END
                   IF EMI-NOMI NOT = FIS-NOMI
                       IF (FIS-CAMPO-RFC AND EMI-RFC = RFC-IN)
                          OR (FIS-CAMPO-CURP AND EMI-CURP = CURP-IN)
                          OR (FIS-CAMPO-NSS AND EMI-NSS = NSS-IN)
                           MOVE 1 TO FIS-DUP
                           MOVE EMI-NOMI TO FIS-NOMI-DUP
                       END-IF
                   END-IF
           END-READ.

      *-------------------- CAPTURE/VALIDATE PAY FREQUENCY ------------
       PROC-CAPT-FREC.
                   END-IF
           END-READ.

      *-------------------- CAPTURE/VALIDATE THE COMPANY --------------
      *    Only an active company of CIAMAS takes new people; the code
      *    is left in CIA-IN for the caller. ENTER gives up: the caller
      *    finds CIA-CANCELA on and drops the whole operation.
       PROC-CAPT-CIA.
           DISPLAY "EMPRESA (CODIGO CIAMAS, ENTER = CANCELAR): ".
           MOVE SPACES TO CIA-IN.
           ACCEPT CIA-IN.
           IF CIA-IN = SPACES
               MOVE 1 TO CIA-CANCELA
           ELSE
               MOVE CIA-IN TO CIA-COD
               READ CIAMAS
                   INVALID KEY
                       DISPLAY "EMPRESA INEXISTENTE"
                   NOT INVALID KEY
                       IF CIA-ACTIVA
                           MOVE 1 TO CIA-EXI
                       ELSE
                           DISPLAY "EMPRESA NO ACTIVA"
                       END-IF
               END-READ.

      *-------------------- CAPTURE/VALIDATE STARTING SALARY ---------
       PROC-CAPT-SUEL.
           MOVE 0 TO SUEL-EXI.
      *-------------------- NEW EMPLOYEE --------------------
      *    The nomina is no longer typed in by the operator: it comes
      *    from PROC-ASIGNA-NOMI, so it can never collide with one
      *    already on file. The company is asked first, so an alta
      *    cancelled there does not use up a nomina.
       PROC-ALTA.
           MOVE 0 TO CIA-EXI.
           MOVE 0 TO CIA-CANCELA.
           PERFORM PROC-CAPT-CIA UNTIL CIA-EXI = 1 OR CIA-CANCELA = 1.
           IF CIA-CANCELA = 1
               DISPLAY "ALTA CANCELADA"
           ELSE
               PERFORM PROC-ASIGNA-NOMI
               MOVE SPACES TO EMI-RFC
               MOVE SPACES TO EMI-CURP
               MOVE SPACES TO EMI-NSS
               MOVE SPACES TO EMI-MOT-BAJA
               PERFORM PROC-CAPT
               PERFORM PROC-CAPT-SUEL
               MOVE CIA-IN TO EMI-CIA
               MOVE "A" TO EMI-EST
               PERFORM PROC-FEC-HOY
               WRITE EMI-REG
               ADD 1 TO WS-AUT
               MOVE "A" TO AUD-OPER
               MOVE ZEROES TO EMA-NOMI
               MOVE SPACES TO EMA-NOMB
               MOVE SPACES TO EMA-DEPT
               MOVE ZEROES TO EMA-SUEL
               MOVE SPACE  TO EMA-EST
               MOVE ZEROES TO EMA-FEC-EST
               PERFORM PROC-AUDITA
               DISPLAY "ALTA SATISFACTORIA, NOMINA: " EMI-NOMI.

      *-------------------- TERMINATE EMPLOYEE --------------------
      *    The record is no longer DELETEd: it is marked EMI-EST "B"
                       MOVE EMI-FEC-EST TO EMA-FEC-EST
                       MOVE "B" TO EMI-EST
                       PERFORM PROC-FEC-EFECTIVA
                       MOVE SPACE TO MOT-IN
                       PERFORM PROC-CAPT-MOTIVO UNTIL MOT-VALIDO
                       MOVE MOT-IN TO EMI-MOT-BAJA
                       REWRITE EMI-REG
                       ADD 1 TO WS-AUT
                       MOVE "B" TO AUD-OPER
               PERFORM PROC-AUDITA
               DISPLAY "CAMBIO DE ESTADO SATISFACTORIO".

      *-------------------- TRANSFER TO ANOTHER COMPANY ---------------
      *    The nomina, seniority and everything else on the master go
      *    with the employee; only EMI-CIA changes. From the next run
      *    the employee is paid, deposited and reported under the new
      *    company. The effective date rides on the "T" audit row (the
      *    status date EMI-FEC-EST is not touched), and IMSSAVI turns
      *    it into the baja and alta between registros patronales.
       PROC-TRASPASO.
           IF EMI-EXI = 0
               DISPLAY "EMPLEADO INEXISTENTE"
           ELSE
               IF EMI-BAJA
                   DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
               ELSE
                   PERFORM PROC-DISP
                   MOVE 0 TO CIA-EXI
                   MOVE 0 TO CIA-CANCELA
                   PERFORM PROC-CAPT-CIA
                       UNTIL CIA-EXI = 1 OR CIA-CANCELA = 1
                   IF CIA-CANCELA = 1
                       DISPLAY "TRASPASO CANCELADO"
                   ELSE
                       IF CIA-IN = EMI-CIA
                           DISPLAY "EL EMPLEADO YA ESTA EN ESA EMPRESA"
                       ELSE
                           DISPLAY "TRASPASAR A " CIA-RAZON
                           DISPLAY "FECHA EFECTIVA (AAMMDD, "
                                   "ENTER = HOY): "
                           ACCEPT FEC-EFEC-IN
                           IF FEC-EFEC-IN = SPACES
                               ACCEPT WS-HOY FROM DATE YYYYMMDD
                               MOVE WS-HOY-AAAA(3:2) TO FEC-EF-AA
                               MOVE WS-HOY-MM        TO FEC-EF-MM
                               MOVE WS-HOY-DD        TO FEC-EF-DD
                           END-IF
                           DISPLAY "CONFIRMA EL TRASPASO (S/N): "
                           ACCEPT RESP
                           IF RESP = "S"
                               MOVE EMI-NOMI TO EMA-NOMI
                               MOVE EMI-NOMB TO EMA-NOMB
                               MOVE EMI-DEPT TO EMA-DEPT
                               MOVE EMI-SUEL TO EMA-SUEL
                               MOVE EMI-EST TO EMA-EST
                               MOVE EMI-FEC-EST TO EMA-FEC-EST
                               MOVE EMI-CIA TO CIA-ANT
                               MOVE CIA-IN TO EMI-CIA
                               REWRITE EMI-REG
                               ADD 1 TO WS-AUT
                               MOVE "T" TO AUD-OPER
                               PERFORM PROC-AUDITA
                               DISPLAY "TRASPASO SATISFACTORIO"
                           ELSE
                               DISPLAY "TRASPASO CANCELADO".

      *-------------------- IMSS CAUSE OF A BAJA ----------------------
      *    The IDSE catalogue, so the baja notice goes out with the code
      *    IMSS expects.
       PROC-CAPT-MOTIVO.
           DISPLAY "CAUSA DE BAJA IMSS:".
           DISPLAY "  1 = TERMINO DE CONTRATO  2 = SEPARACION VOLUNT.".
           DISPLAY "  3 = ABANDONO DE EMPLEO   4 = DEFUNCION".
           DISPLAY "  5 = CLAUSURA             6 = OTRAS".
           DISPLAY "  7 = AUSENTISMO           8 = RESCISION".
           DISPLAY "  9 = JUBILACION           A = PENSION".
           DISPLAY " : ".
           ACCEPT MOT-IN.
           INSPECT MOT-IN CONVERTING "a" TO "A".

       PROC-ESTADO-ASK.
           DISPLAY "NUEVO ESTADO (A = ACTIVO / S = SUSPENDIDO): ".
           ACCEPT EST-IN.
           MOVE EMI-SUEL TO AUD-D-SUEL.
           MOVE EMI-EST  TO AUD-D-EST.
           MOVE EMI-FEC-EST TO AUD-D-FEC-EST.
           IF AUD-OPER = "T"
               PERFORM PROC-AUDITA-TRASPASO.
           MOVE LOG-USR-ID TO AUD-USR.
           WRITE AUD-REG.

      *    CIA-ANT was parked by PROC-TRASPASO before EMI-CIA changed.
       PROC-AUDITA-TRASPASO.
           MOVE SPACES TO AUD-TRASPASO.
           MOVE EMI-NOMI TO AUD-T-NOMI.
           MOVE CIA-ANT TO AUD-T-CIA-ANT.
           MOVE EMI-CIA TO AUD-T-CIA-NUE.
           MOVE FEC-EFEC-IN TO AUD-T-FEC-EFE.

       END PROGRAM EMPABC.
