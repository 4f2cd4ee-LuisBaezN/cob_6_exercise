      *                        ENTER = segun el dia); los empleados de
      *                        pago mensual no se capturan en la
      *                        quincena 1
      * Mod: 15/10/26 - LABN - Los movimientos fijos que FIJGEN genera
      *                        (origen FIJGEN en MOV-USR) no se
      *                        modifican ni borran aqui: se corrigen o
      *                        suspenden en FIJCAP. LISTAR muestra el
      *                        origen de cada renglon. Prima vacac. se
      *                        agrega a las claves reservadas
      * Mod: 15/10/26 - LABN - ISR a favor / ISR a cargo son claves
      *                        reservadas del ajuste anual y los
      *                        renglones de origen AJUANUAL no se
      *                        modifican ni borran aqui (se recalculan
      *                        corriendo de nuevo AJUANUAL)
      * Mod: 15/10/26 - LABN - PTU / PTU exenta son claves reservadas
      *                        del reparto de utilidades y los
      *                        renglones de origen PTUCALC no se
      *                        modifican ni borran aqui
      * Mod: 15/10/26 - LABN - Los renglones de origen RELOJ no se
      *                        modifican ni borran aqui (se corrigen
      *                        las checadas y se corre de nuevo
      *                        RELOJ). Capturar H.Extra Dobles / Triple
      *                        a una nomina a la que RELOJ ya cargo esa
      *                        clave en el corte pide confirmacion
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCAP.
       77  CLAVE-FALTAS    PIC X(14) VALUE "Faltas".
       77  CLAVE-INCAP     PIC X(14) VALUE "Incapacidad".
       77  CLAVE-PERMISO   PIC X(14) VALUE "Permiso s/goce".
       77  CLAVE-PRIMA-VAC PIC X(14) VALUE "Prima vacac.".
       77  ORIGEN-FIJGEN   PIC X(08) VALUE "FIJGEN".
       77  CLAVE-ISR-FAVOR PIC X(14) VALUE "ISR a favor".
       77  CLAVE-ISR-CARGO PIC X(14) VALUE "ISR a cargo".
       77  ORIGEN-AJUANUAL PIC X(08) VALUE "AJUANUAL".
       77  CLAVE-PTU       PIC X(14) VALUE "PTU".
       77  CLAVE-PTU-EXE   PIC X(14) VALUE "PTU exenta".
       77  ORIGEN-PTUCALC  PIC X(08) VALUE "PTUCALC".
       77  ORIGEN-RELOJ    PIC X(08) VALUE "RELOJ".
       77  CLAVE-HEX-DOB   PIC X(14) VALUE "H.Extra Dobles".
       77  CLAVE-HEX-TRI   PIC X(14) VALUE "H.Extra Triple".
       77  HEX-NOMI        PIC 9(06).
       77  HEX-OK          PIC 9.
       77  HEX-EOF         PIC 9.
       01  MOV-GUARDA      PIC X(38).
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
       200-ALTA.
           PERFORM 201-CAPT-NOMI.
           PERFORM 203-CAPT-CLAVE.
           MOVE EMI-NOMI TO HEX-NOMI.
           PERFORM 250-CHECA-RELOJ.
           IF HEX-OK = 0
               DISPLAY "CAPTURA CANCELADA"
           ELSE
               PERFORM 205-CAPT-IMP
               PERFORM 207-SIGUIENTE-SEC
               MOVE SPACES TO MOV-REG
               MOVE EMI-NOMI TO MOV-NOMI
               MOVE SEC-SIG TO MOV-SEC
               MOVE CLV-CLAVE TO MOV-CLAV
               MOVE CAP-IMP TO MOV-IMP
               MOVE LOG-USR-ID TO MOV-USR
               WRITE MOV-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR, ESTADO: " MOV-STAT
                   NOT INVALID KEY
                       DISPLAY "MOVIMIENTO CAPTURADO, SECUENCIA: "
                               MOV-SEC
               END-WRITE
           END-IF.

      *-------------------- NEXT FREE SEQUENCE FOR THE NOMINA ----------
       207-SIGUIENTE-SEC.
                   OR CLV-CLAVE = CLAVE-FALTAS
                   OR CLV-CLAVE = CLAVE-INCAP
                   OR CLV-CLAVE = CLAVE-PERMISO
                   OR CLV-CLAVE = CLAVE-PRIMA-VAC
                   OR CLV-CLAVE = CLAVE-ISR-FAVOR
                   OR CLV-CLAVE = CLAVE-ISR-CARGO
                   OR CLV-CLAVE = CLAVE-PTU
                   OR CLV-CLAVE = CLAVE-PTU-EXE
               DISPLAY "CLAVE RESERVADA (LA CALCULA LA NOMINA)"
           ELSE
               READ CLAVMAS
           START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF
           END-START.
           DISPLAY "NOMINA SEC CLAVE          IMPORTE  ORIGEN".
           PERFORM 211-LISTAR-ROW UNTIL MOV-EOF = 1.

       211-LISTAR-ROW.
                   MOVE 1 TO MOV-EOF
               NOT AT END
                   DISPLAY MOV-NOMI " " MOV-SEC " " MOV-CLAV " "
                           MOV-IMP " " MOV-USR
           END-READ.

      *-------------------- FETCH ONE MOVEMENT BY ITS KEY --------------
                   DISPLAY "MOVIMIENTO ACTUAL:"
                   DISPLAY "  NOMINA: " MOV-NOMI " SEC: " MOV-SEC
                           " CLAVE: " MOV-CLAV " IMPORTE: " MOV-IMP
                   IF MOV-USR = ORIGEN-FIJGEN
                       MOVE 0 TO MOV-EXI
                       DISPLAY "ES UN MOVIMIENTO FIJO (FIJGEN), "
                               "CORRIJALO O SUSPENDALO EN FIJCAP"
                   END-IF
                   IF MOV-USR = ORIGEN-AJUANUAL
                       MOVE 0 TO MOV-EXI
                       DISPLAY "ES EL AJUSTE ANUAL (AJUANUAL), "
                               "SE RECALCULA CORRIENDO AJUANUAL"
                   END-IF
                   IF MOV-USR = ORIGEN-PTUCALC
                       MOVE 0 TO MOV-EXI
                       DISPLAY "ES EL REPARTO DE UTILIDADES (PTUCALC), "
                               "SE RECALCULA CORRIENDO PTUCALC"
                   END-IF
                   IF MOV-USR = ORIGEN-RELOJ
                       MOVE 0 TO MOV-EXI
                       DISPLAY "ES TIEMPO EXTRA DEL RELOJ, CORRIJA LAS "
                               "CHECADAS Y VUELVA A CORRER RELOJ"
                   END-IF
           END-READ.

      *-------------------- UPDATE ONE MOVEMENT ------------------------
           PERFORM 240-LEE-MOVIMIENTO.
           IF MOV-EXI = 1
               PERFORM 203-CAPT-CLAVE
               MOVE MOV-NOMI TO HEX-NOMI
               PERFORM 250-CHECA-RELOJ
               IF HEX-OK = 0
                   DISPLAY "MODIFICACION CANCELADA"
               ELSE
                   PERFORM 205-CAPT-IMP
                   MOVE CLV-CLAVE TO MOV-CLAV
                   MOVE CAP-IMP TO MOV-IMP
                   MOVE LOG-USR-ID TO MOV-USR
                   REWRITE MOV-REG
                   DISPLAY "MOVIMIENTO MODIFICADO"
               END-IF
           END-IF.

      *-------------------- DELETE ONE MOVEMENT ------------------------
               END-IF
           END-IF.

      *-------------------- OVERTIME THE CLOCK ALREADY LOADED ----------
      *    Overtime RELOJ held back for the supervisor (over a limit,
      *    a missing punch) is keyed here by hand; the same clave on a
      *    nomina RELOJ already paid it to in the corte is confirmed
      *    first, so the hours are not paid twice. The row in hand is
      *    kept aside while the nomina's rows are read.
       250-CHECA-RELOJ.
           MOVE 1 TO HEX-OK.
           IF CLV-CLAVE = CLAVE-HEX-DOB OR CLV-CLAVE = CLAVE-HEX-TRI
               MOVE MOV-REG TO MOV-GUARDA
               MOVE 0 TO HEX-EOF
               MOVE HEX-NOMI TO MOV-NOMI
               MOVE ZEROES TO MOV-SEC
               START MOVIM KEY IS NOT LESS THAN MOV-LLAVE
                   INVALID KEY MOVE 1 TO HEX-EOF
               END-START
               PERFORM 251-CHECA-RELOJ-ROW UNTIL HEX-EOF = 1
               MOVE MOV-GUARDA TO MOV-REG
               IF HEX-OK = 0
                   DISPLAY "RELOJ YA CARGO " CLV-CLAVE " A LA NOMINA "
                           HEX-NOMI " EN ESTE CORTE"
                   DISPLAY "CAPTURE SOLO EXTRA QUE RELOJ NO PAGO "
                           "(VER RELEXC). CONTINUAR (S/N): "
                   ACCEPT RESP
                   IF RESP = "S"
                       MOVE 1 TO HEX-OK
                   END-IF
               END-IF
           END-IF.

       251-CHECA-RELOJ-ROW.
           READ MOVIM NEXT RECORD
               AT END
                   MOVE 1 TO HEX-EOF
               NOT AT END
                   IF MOV-NOMI NOT = HEX-NOMI
                       MOVE 1 TO HEX-EOF
                   ELSE
                       IF MOV-USR = ORIGEN-RELOJ
                               AND MOV-CLAV = CLV-CLAVE
                           MOVE 0 TO HEX-OK
                           MOVE 1 TO HEX-EOF
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM MOVCAP.
