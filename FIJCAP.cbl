      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Mantenimiento del maestro de movimientos fijos FIJMAS
      *          (nomina + clave de CLAVMAS, importe fijo o porcentaje
      *          de EMI-SUEL, frecuencia, corte inicial, corte final o
      *          tope acumulado y estado activo/inactivo). FIJGEN los
      *          expande al MOVIMAAMMQ de cada corte, asi que los
      *          conceptos recurrentes ya no se recapturan en MOVCAP.
      *          Valida nomina (EMPINX) y clave (CLAVMAS, no reservada)
      *          igual que MOVCAP; cada alta o cambio queda con el
      *          usuario firmado.
      * Tectonics: cobc
      * Mod: 15/10/26 - LABN - ISR a favor / ISR a cargo (AJUANUAL) y
      *                        PTU / PTU exenta (PTUCALC) se agregan a
      *                        las claves reservadas, igual que en
      *                        MOVCAP
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIJCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIJMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIJ-LLAVE
               FILE STATUS IS FIJ-STAT.
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
       DATA DIVISION.
       FILE SECTION.
      *-------------------- STANDING-MOVEMENT MASTER (SEE FIJREG) ------
       FD  FIJMAS.
           COPY FIJREG.
       FD  EMPINX.
           COPY EMPREG.
       FD  CLAVMAS.
           COPY CLAVREG.
       WORKING-STORAGE SECTION.
       77  OPC PIC X.
           88 ALTA VALUE "A".
           88 BAJA VALUE "B".
           88 MODI VALUE "M".
           88 LIST VALUE "L".
           88 SALI VALUE "S".
           88 OPC-VALIDA VALUE "A", "B", "M", "L".
       77  FIJ-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  CLAV-STAT       PIC XX.
       77  RESP            PIC XX.
       77  NOMI-EXI        PIC 9.
       77  CLAVE-EXI       PIC 9.
       77  FIJ-EXI         PIC 9.
       77  DATO-OK         PIC 9.
       77  FIJ-EOF         PIC 9.
       77  CAP-IMP         PIC 9(05)V99.
       77  CAP-PCT         PIC 9(03)V99.
       77  CAP-TOPE        PIC 9(07)V99.
       77  CLAVE-IMPUESTOS PIC X(14) VALUE "Impuestos".
       77  CLAVE-IMSS      PIC X(14) VALUE "IMSS".
       77  CLAVE-PAGO-PRE  PIC X(14) VALUE "Pago prestamo".
       77  CLAVE-FALTAS    PIC X(14) VALUE "Faltas".
       77  CLAVE-INCAP     PIC X(14) VALUE "Incapacidad".
       77  CLAVE-PERMISO   PIC X(14) VALUE "Permiso s/goce".
       77  CLAVE-PRIMA-VAC PIC X(14) VALUE "Prima vacac.".
       77  CLAVE-ISR-FAVOR PIC X(14) VALUE "ISR a favor".
       77  CLAVE-ISR-CARGO PIC X(14) VALUE "ISR a cargo".
       77  CLAVE-PTU       PIC X(14) VALUE "PTU".
       77  CLAVE-PTU-EXE   PIC X(14) VALUE "PTU exenta".
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
      *    A corte typed as AAMMQ.
       01  CORTE-INPUT     PIC X(05).
       01  CORTE-R REDEFINES CORTE-INPUT.
           03 CORTE-IN-AA  PIC 99.
           03 CORTE-IN-MM  PIC 99.
           03 CORTE-IN-QQ  PIC 9.
       01  ESTADO-INPUT    PIC X(01).
       01  LIN-FIJ.
           02 LFJ-NOMI     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-CLAV     PIC X(14).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-TIPO     PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-VALOR    PIC ZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-FREC     PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-INI      PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-FIN      PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-TOPE     PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-ACUM     PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 LFJ-EST      PIC X(01).
           COPY USRLNK.
       PROCEDURE DIVISION.
      *-------------------- MAIN --------------------
       MAIN-PROCEDURE.
           CALL "USRLOGIN" USING LOGIN-DATOS.
           IF LOG-DENEGADO
               STOP RUN.
           ACCEPT FECHA FROM DATE.
           PERFORM 110-OPEN-EMPINX.
           PERFORM 111-OPEN-CLAVMAS.
           PERFORM 112-OPEN-FIJMAS.
           PERFORM 120-MENU UNTIL SALI.
           CLOSE FIJMAS.
           CLOSE EMPINX.
           CLOSE CLAVMAS.
           STOP RUN.

       110-OPEN-EMPINX.
           OPEN INPUT EMPINX.
           IF EMI-STAT = "35"
               OPEN OUTPUT EMPINX
               CLOSE EMPINX
               OPEN INPUT EMPINX.

      *-------------------- OPEN/BOOTSTRAP THE CONCEPT MASTER ----------
       111-OPEN-CLAVMAS.
           OPEN INPUT CLAVMAS.
           IF CLAV-STAT = "35"
               OPEN OUTPUT CLAVMAS
               CLOSE CLAVMAS
               OPEN INPUT CLAVMAS.

      *-------------------- OPEN/BOOTSTRAP THE STANDING MASTER ---------
       112-OPEN-FIJMAS.
           OPEN I-O FIJMAS.
           IF FIJ-STAT = "35"
               OPEN OUTPUT FIJMAS
               CLOSE FIJMAS
               OPEN I-O FIJMAS.

      *-------------------- MENU --------------------
       120-MENU.
           DISPLAY "MENU MOVIMIENTOS FIJOS".
           DISPLAY "A = ALTA".
           DISPLAY "B = BAJA".
           DISPLAY "M = MODIFICAR".
           DISPLAY "L = LISTAR".
           DISPLAY "S = SALIR".
           DISPLAY " : "
           ACCEPT OPC.
           IF NOT OPC-VALIDA
               IF SALI
                   DISPLAY "SALIENDO..."
               ELSE
                   DISPLAY "OPCION NO VALIDA"
               END-IF
           ELSE
               IF ALTA
                   PERFORM 200-ALTA
               ELSE
                   IF LIST
                       PERFORM 210-LISTAR
                   ELSE
                       IF MODI
                           PERFORM 220-MODI
                       ELSE
                           PERFORM 230-BAJA.

      *-------------------- NEW STANDING MOVEMENT ----------------------
      *    One row per nomina + clave: a second item of the same
      *    concept for the employee is a MODIFICAR of the first.
       200-ALTA.
           PERFORM 201-CAPT-NOMI.
           PERFORM 203-CAPT-CLAVE.
           MOVE EMI-NOMI TO FIJ-NOMI.
           MOVE CLV-CLAVE TO FIJ-CLAV.
           READ FIJMAS
               INVALID KEY
                   PERFORM 209-ALTA-DATOS
               NOT INVALID KEY
                   DISPLAY "LA NOMINA YA TIENE ESA CLAVE FIJA, USE "
                           "MODIFICAR"
           END-READ.

       209-ALTA-DATOS.
           MOVE SPACES TO FIJ-REG.
           MOVE EMI-NOMI TO FIJ-NOMI.
           MOVE CLV-CLAVE TO FIJ-CLAV.
           PERFORM 205-CAPT-VALOR.
           PERFORM 250-CAPT-FREC.
           PERFORM 252-CAPT-INI.
           PERFORM 254-CAPT-FIN.
           PERFORM 256-CAPT-TOPE.
           MOVE ZEROES TO FIJ-ACUM.
           MOVE ZEROES TO FIJ-ULT.
           MOVE ZEROES TO FIJ-ULT-IMP.
           MOVE "A" TO FIJ-EST.
           MOVE LOG-USR-ID TO FIJ-USR.
           WRITE FIJ-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR, ESTADO: " FIJ-STAT
               NOT INVALID KEY
                   DISPLAY "MOVIMIENTO FIJO CAPTURADO"
           END-WRITE.

      *-------------------- CAPTURE/VALIDATE NOMINA --------------------
       201-CAPT-NOMI.
           MOVE 0 TO NOMI-EXI.
           PERFORM 202-CAPT-NOMI-ASK UNTIL NOMI-EXI = 1.

       202-CAPT-NOMI-ASK.
           DISPLAY "INGRESE LA NOMINA: ".
           ACCEPT EMI-NOMI.
           READ EMPINX
               INVALID KEY
                   DISPLAY "EMPLEADO INEXISTENTE"
               NOT INVALID KEY
                   IF EMI-BAJA
                       DISPLAY "EMPLEADO DADO DE BAJA"
                   ELSE
                       MOVE 1 TO NOMI-EXI
                       DISPLAY "EMPLEADO: " EMI-NOMB
                   END-IF
           END-READ.

      *-------------------- CAPTURE/VALIDATE CLAVE --------------------
      *    Same reserved list as MOVCAP: those the payroll computes.
       203-CAPT-CLAVE.
           MOVE 0 TO CLAVE-EXI.
           PERFORM 204-CAPT-CLAVE-ASK UNTIL CLAVE-EXI = 1.

       204-CAPT-CLAVE-ASK.
           DISPLAY "INGRESE LA CLAVE: ".
           ACCEPT CLV-CLAVE.
           IF CLV-CLAVE = CLAVE-IMPUESTOS
                   OR CLV-CLAVE = CLAVE-IMSS
                   OR CLV-CLAVE = CLAVE-PAGO-PRE
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
                   INVALID KEY
                       DISPLAY "CLAVE INEXISTENTE"
                   NOT INVALID KEY
                       IF CLV-ACTIVA
                           MOVE 1 TO CLAVE-EXI
                       ELSE
                           DISPLAY "CLAVE NO ACTIVA"
                       END-IF
               END-READ
           END-IF.

      *-------------------- FIXED AMOUNT OR PERCENTAGE -----------------
       205-CAPT-VALOR.
           MOVE 0 TO DATO-OK.
           PERFORM 206-CAPT-TIPO-ASK UNTIL DATO-OK = 1.
           MOVE 0 TO DATO-OK.
           IF FIJ-IMPORTE
               MOVE ZEROES TO FIJ-PCT
               PERFORM 207-CAPT-IMP-ASK UNTIL DATO-OK = 1
           ELSE
               MOVE ZEROES TO FIJ-IMP
               PERFORM 208-CAPT-PCT-ASK UNTIL DATO-OK = 1
           END-IF.

       206-CAPT-TIPO-ASK.
           DISPLAY "I = IMPORTE FIJO, P = PORCENTAJE DEL SUELDO: ".
           ACCEPT FIJ-TIPO.
           IF FIJ-IMPORTE OR FIJ-PORCENTAJE
               MOVE 1 TO DATO-OK
           ELSE
               DISPLAY "TIPO NO VALIDO".

       207-CAPT-IMP-ASK.
           DISPLAY "IMPORTE POR CORTE: ".
           ACCEPT CAP-IMP.
           IF CAP-IMP = ZEROES
               DISPLAY "IMPORTE EN CERO"
           ELSE
               MOVE CAP-IMP TO FIJ-IMP
               MOVE 1 TO DATO-OK.

       208-CAPT-PCT-ASK.
           DISPLAY "PORCENTAJE DEL SUELDO (999.99): ".
           ACCEPT CAP-PCT.
           IF CAP-PCT = ZEROES OR CAP-PCT > 100
               DISPLAY "PORCENTAJE NO VALIDO"
           ELSE
               MOVE CAP-PCT TO FIJ-PCT
               MOVE 1 TO DATO-OK.

      *-------------------- EVERY CORTE OR ONCE A MONTH ----------------
       250-CAPT-FREC.
           MOVE 0 TO DATO-OK.
           PERFORM 251-CAPT-FREC-ASK UNTIL DATO-OK = 1.

       251-CAPT-FREC-ASK.
           DISPLAY "FRECUENCIA (C = CADA CORTE, M = MENSUAL EN "
                   "QUINCENA 2): ".
           ACCEPT FIJ-FREC.
           IF FIJ-CADA-CORTE OR FIJ-MENSUAL
               MOVE 1 TO DATO-OK
           ELSE
               DISPLAY "FRECUENCIA NO VALIDA".

      *-------------------- FIRST CORTE (ENTER = CURRENT) --------------
       252-CAPT-INI.
           MOVE 0 TO DATO-OK.
           PERFORM 253-CAPT-INI-ASK UNTIL DATO-OK = 1.

       253-CAPT-INI-ASK.
           DISPLAY "CORTE INICIAL (AAMMQ, ENTER = ACTUAL): ".
           ACCEPT CORTE-INPUT.
           IF CORTE-INPUT = SPACES
               MOVE FECHA-AA TO FIJ-INI-AA
               MOVE FECHA-MM TO FIJ-INI-MM
               IF FECHA-DD <= 15
                   MOVE 1 TO FIJ-INI-QQ
               ELSE
                   MOVE 2 TO FIJ-INI-QQ
               END-IF
               MOVE 1 TO DATO-OK
           ELSE
               PERFORM 258-VALIDA-CORTE
               IF DATO-OK = 1
                   MOVE CORTE-INPUT TO FIJ-INI
               END-IF
           END-IF.

      *-------------------- LAST CORTE (ENTER = OPEN-ENDED) ------------
       254-CAPT-FIN.
           MOVE 0 TO DATO-OK.
           PERFORM 255-CAPT-FIN-ASK UNTIL DATO-OK = 1.

       255-CAPT-FIN-ASK.
           DISPLAY "CORTE FINAL (AAMMQ, ENTER = SIN FIN): ".
           ACCEPT CORTE-INPUT.
           IF CORTE-INPUT = SPACES
               MOVE ZEROES TO FIJ-FIN
               MOVE 1 TO DATO-OK
           ELSE
               PERFORM 258-VALIDA-CORTE
               IF DATO-OK = 1
                   MOVE CORTE-INPUT TO FIJ-FIN
                   IF FIJ-FIN-NUM < FIJ-INI-NUM
                       MOVE 0 TO DATO-OK
                       DISPLAY "EL CORTE FINAL ES ANTERIOR AL INICIAL"
                   END-IF
               END-IF
           END-IF.

      *-------------------- TOTAL CAP (ZERO = NONE) --------------------
       256-CAPT-TOPE.
           DISPLAY "TOPE TOTAL A GENERAR (0 = SIN TOPE): ".
           ACCEPT CAP-TOPE.
           MOVE CAP-TOPE TO FIJ-TOPE.

       258-VALIDA-CORTE.
           IF CORTE-IN-AA IS NUMERIC AND CORTE-IN-MM IS NUMERIC
                   AND CORTE-IN-QQ IS NUMERIC
                   AND CORTE-IN-MM >= 1 AND CORTE-IN-MM <= 12
                   AND (CORTE-IN-QQ = 1 OR CORTE-IN-QQ = 2)
               MOVE 1 TO DATO-OK
           ELSE
               DISPLAY "CORTE NO VALIDO (AAMMQ, QUINCENA 1 O 2)".

      *-------------------- LIST THE MASTER ----------------------------
       210-LISTAR.
           MOVE 0 TO FIJ-EOF.
           MOVE LOW-VALUES TO FIJ-LLAVE.
           START FIJMAS KEY IS NOT LESS THAN FIJ-LLAVE
               INVALID KEY MOVE 1 TO FIJ-EOF
           END-START.
           DISPLAY "NOMINA CLAVE          T     VALOR F INICI FINAL"
                   "         TOPE    ACUMULADO E".
           PERFORM 211-LISTAR-ROW UNTIL FIJ-EOF = 1.

       211-LISTAR-ROW.
           READ FIJMAS NEXT RECORD
               AT END
                   MOVE 1 TO FIJ-EOF
               NOT AT END
                   MOVE FIJ-NOMI TO LFJ-NOMI
                   MOVE FIJ-CLAV TO LFJ-CLAV
                   MOVE FIJ-TIPO TO LFJ-TIPO
                   IF FIJ-IMPORTE
                       MOVE FIJ-IMP TO LFJ-VALOR
                   ELSE
                       MOVE FIJ-PCT TO LFJ-VALOR
                   END-IF
                   MOVE FIJ-FREC TO LFJ-FREC
                   MOVE FIJ-INI-NUM TO LFJ-INI
                   MOVE FIJ-FIN-NUM TO LFJ-FIN
                   MOVE FIJ-TOPE TO LFJ-TOPE
                   MOVE FIJ-ACUM TO LFJ-ACUM
                   MOVE FIJ-EST TO LFJ-EST
                   DISPLAY LIN-FIJ
           END-READ.

      *-------------------- FETCH ONE ROW BY ITS KEY -------------------
       240-LEE-FIJO.
           MOVE 0 TO FIJ-EXI.
           DISPLAY "NOMINA: ".
           ACCEPT FIJ-NOMI.
           DISPLAY "CLAVE: ".
           ACCEPT FIJ-CLAV.
           READ FIJMAS
               INVALID KEY
                   DISPLAY "MOVIMIENTO FIJO INEXISTENTE"
               NOT INVALID KEY
                   MOVE 1 TO FIJ-EXI
                   DISPLAY "MOVIMIENTO FIJO ACTUAL:"
                   DISPLAY "  TIPO: " FIJ-TIPO " IMPORTE: " FIJ-IMP
                           " PORCENTAJE: " FIJ-PCT
                   DISPLAY "  FRECUENCIA: " FIJ-FREC " INICIO: "
                           FIJ-INI " FIN: " FIJ-FIN
                   DISPLAY "  TOPE: " FIJ-TOPE " ACUMULADO: " FIJ-ACUM
                           " ULTIMO CORTE: " FIJ-ULT
                   DISPLAY "  ESTADO: " FIJ-EST " USUARIO: " FIJ-USR
           END-READ.

      *-------------------- UPDATE ONE ROW -----------------------------
      *    The key (nomina + clave) stays put and so do FIJ-ACUM and
      *    FIJ-ULT, which only FIJGEN moves. Reactivating a TERMINADO
      *    row is allowed once its end corte or cap has been widened.
       220-MODI.
           PERFORM 240-LEE-FIJO.
           IF FIJ-EXI = 1
               PERFORM 205-CAPT-VALOR
               PERFORM 250-CAPT-FREC
               PERFORM 254-CAPT-FIN
               PERFORM 256-CAPT-TOPE
               MOVE 0 TO DATO-OK
               PERFORM 221-CAPT-ESTADO-ASK UNTIL DATO-OK = 1
               MOVE LOG-USR-ID TO FIJ-USR
               REWRITE FIJ-REG
               DISPLAY "MOVIMIENTO FIJO MODIFICADO"
           END-IF.

       221-CAPT-ESTADO-ASK.
           DISPLAY "ESTADO (A = ACTIVO, I = INACTIVO, ENTER = IGUAL): ".
           ACCEPT ESTADO-INPUT.
           IF ESTADO-INPUT = SPACES
               MOVE 1 TO DATO-OK
           ELSE
               IF ESTADO-INPUT = "A" OR ESTADO-INPUT = "I"
                   MOVE ESTADO-INPUT TO FIJ-EST
                   MOVE 1 TO DATO-OK
               ELSE
                   DISPLAY "ESTADO NO VALIDO"
               END-IF
           END-IF.

      *-------------------- DELETE ONE ROW -----------------------------
      *    What was already generated stays in each corte's MOVIM.
       230-BAJA.
           PERFORM 240-LEE-FIJO.
           IF FIJ-EXI = 1
               DISPLAY "ESTA SEGURO DE BORRAR EL MOVIMIENTO FIJO "
                       "(S/N): "
               ACCEPT RESP
               IF RESP = "S"
                   DELETE FIJMAS
                   DISPLAY "MOVIMIENTO FIJO BORRADO"
               ELSE
                   DISPLAY "BAJA CANCELADA"
               END-IF
           END-IF.

       END PROGRAM FIJCAP.
