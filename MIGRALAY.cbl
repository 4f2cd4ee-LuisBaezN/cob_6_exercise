      *          - EMPCHK: el periodo del checkpoint crece su quincena;
      *          - EMPAUD: crece el usuario AUD-USR (espacios en lo
      *            historico: esas operaciones son de antes de la
      *            firma de operador);
      *          - EMPINX: crece la identidad fiscal del empleado
      *            (RFC, CURP y NSS en espacios: se capturan despues
      *            en EMPABC por MODIFICAR);
      *          - EMPINX: crece la empresa EMI-CIA (la 01 para todo
      *            el personal en archivo, que es la que CIALOAD
      *            siembra en CIAMAS);
      *          - NOMHIST y NOMHARCH: cada corte crece la empresa que
      *            lo pago HIS-CIA (la 01).
      *          Cada paso se salta solo si su archivo viejo no abre
      *          con el layout viejo (no existe o ya fue convertido).
      *          Los archivos por periodo (MOVIMAAMM, MOVEXCAAMM...)
      *          NO se tocan: son historicos de consulta y conservan
      *          su nombre y layout viejos.
      * Tectonics: cobc
      ******************************************************************
      * Mod: 15/10/26 - LABN - Paso 800: EMPINX con identidad fiscal y
      *                        sin empresa crece EMI-CIA = 01; el paso
      *                        700 tambien la estampa
      * Mod: 15/10/26 - LABN - Paso 900: NOMHIST y NOMHARCH crecen la
      *                        empresa del corte HIS-CIA = 01; el paso
      *                        200 tambien la estampa
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRALAY.
           SELECT VEMPAUD ASSIGN TO WS-EMPAUD-NOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAU-STAT.
           SELECT VEMPINX ASSIGN TO WS-EMPINX-NOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-NOMI
               FILE STATUS IS VEI-STAT.
           SELECT VEMPCIA ASSIGN TO WS-EMPINX-NOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEC-NOMI
               FILE STATUS IS VEC-STAT.
           SELECT VNOMCIA ASSIGN TO WS-NOMCIA-NOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-LLAVE
               FILE STATUS IS VNC-STAT.
      *    New layouts, written fresh.
           SELECT NOMHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
           SELECT EMPAUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STAT.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT NOMCIA ASSIGN TO WS-NOMCIA-NOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NHC-LLAVE
               FILE STATUS IS NHC-STAT.
      *    Scratch that survives the delete of the original.
           SELECT MIGTMP ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
           02 VAU-HORA      PIC 9(06).
           02 VAU-ANTES     PIC X(38).
           02 VAU-DESPUES   PIC X(38).
      *-------------------- OLD EMPINX (NO FISCAL IDENTITY) ------------
       FD  VEMPINX.
       01  VEI-REG.
           02 VEI-NOMI      PIC 9(06).
           02 VEI-NOMB      PIC X(15).
           02 VEI-DEPT      PIC X(03).
           02 VEI-SUEL      PIC S9(05)V99.
           02 VEI-EST       PIC X(01).
           02 VEI-FEC-EST   PIC 9(06).
           02 VEI-FREC      PIC X(01).
           02 FILLER        PIC X(01).
      *-------------------- OLD EMPINX (FISCAL IDENTITY, NO COMPANY) ---
       FD  VEMPCIA.
       01  VEC-REG.
           02 VEC-NOMI      PIC 9(06).
           02 VEC-RESTO     PIC X(76).
      *-------------------- OLD NOMHIST/NOMHARCH (NO COMPANY) ----------
       FD  VNOMCIA.
       01  VNC-REG.
           02 VNC-LLAVE     PIC X(11).
           02 VNC-RESTO     PIC X(35).
      *-------------------- NEW LAYOUTS --------------------------------
       FD  NOMHIST.
           COPY HISREG.
           02 AUD-ANTES     PIC X(38).
           02 AUD-DESPUES   PIC X(38).
           02 AUD-USR       PIC X(08).
       FD  EMPINX.
           COPY EMPREG.
      *    NOMHIST or NOMHARCH in the HISREG shape, by the name in
      *    WS-NOMCIA-NOM (the NOMHIST FD above only knows NOMHIST).
       FD  NOMCIA.
       01  NHC-REG.
           02 NHC-LLAVE     PIC X(11).
           02 NHC-RESTO     PIC X(37).
      *-------------------- SCRATCH COPY -------------------------------
       FD  MIGTMP.
       01  MIG-REG          PIC X(100).
       77  VPR-STAT        PIC XX.
       77  VCH-STAT        PIC XX.
       77  VAU-STAT        PIC XX.
       77  VEI-STAT        PIC XX.
       77  VEC-STAT        PIC XX.
       77  VNC-STAT        PIC XX.
       77  NHC-STAT        PIC XX.
       77  EMI-STAT        PIC XX.
       77  HIS-STAT        PIC XX.
       77  PERM-STAT       PIC XX.
       77  PRE-STAT        PIC XX.
       01  WS-PRESMAS-NOM  PIC X(07) VALUE "PRESMAS".
       01  WS-EMPCHK-NOM   PIC X(06) VALUE "EMPCHK".
       01  WS-EMPAUD-NOM   PIC X(06) VALUE "EMPAUD".
       01  WS-EMPINX-NOM   PIC X(06) VALUE "EMPINX".
       01  WS-NOMCIA-NOM   PIC X(08).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "---- CONVERSION DE LAYOUTS A CORTES QUINCENALES "
                   "----".
           DISPLAY "CONVIERTE NOMHIST, PERMAS, PRESMAS, EMPCHK, "
                   "EMPAUD, EMPINX Y NOMHARCH EN SITIO.".
           DISPLAY "CORRA ESTO UNA SOLA VEZ, CON RESPALDO TOMADO Y "
                   "SIN NADIE MAS EN EL SISTEMA.".
           DISPLAY "CONTINUAR (S/N): ".
               PERFORM 400-CONVIERTE-PRESMAS
               PERFORM 500-CONVIERTE-EMPCHK
               PERFORM 600-CONVIERTE-EMPAUD
               PERFORM 700-CONVIERTE-EMPINX
               PERFORM 800-CONVIERTE-EMPCIA
               MOVE "NOMHIST" TO WS-NOMCIA-NOM
               PERFORM 900-CONVIERTE-HISCIA
               MOVE "NOMHARCH" TO WS-NOMCIA-NOM
               PERFORM 900-CONVIERTE-HISCIA
               DISPLAY "CONVERSION TERMINADA".
           STOP RUN.

                   MOVE VNH-DEDU   TO HIS-DEDU
                   MOVE VNH-SUEL   TO HIS-SUEL
                   MOVE 30         TO HIS-DIAS
                   MOVE "01"       TO HIS-CIA
                   MOVE SPACES     TO MIG-REG
                   MOVE HIS-REG    TO MIG-REG
                   WRITE MIG-REG
                   ADD 1 TO MOVIDOS
           END-READ.

      *-------------------- EMPINX: GROWS THE FISCAL IDENTITY ---------
      *    RFC, CURP and NSS arrive blank; until EMPABC captures them
      *    the employee is listed as omitted by the CFDI extract.
       700-CONVIERTE-EMPINX.
           MOVE 0 TO FIN-ARCH.
           MOVE 0 TO MOVIDOS.
           OPEN INPUT VEMPINX.
           IF VEI-STAT NOT = "00"
               DISPLAY "EMPINX: SIN ARCHIVO VIEJO QUE CONVERTIR "
                       "(ESTADO " VEI-STAT "), SE OMITE"
               CLOSE VEMPINX
           ELSE
               OPEN OUTPUT MIGTMP
               MOVE LOW-VALUES TO VEI-NOMI
               START VEMPINX KEY IS NOT LESS THAN VEI-NOMI
                   INVALID KEY MOVE 1 TO FIN-ARCH
               END-START
               PERFORM 701-PASA-EMPINX-ROW UNTIL FIN-ARCH = 1
               CLOSE VEMPINX
               CLOSE MIGTMP
               CALL "CBL_DELETE_FILE" USING WS-EMPINX-NOM
               OPEN OUTPUT EMPINX
               OPEN INPUT MIGTMP
               MOVE 0 TO FIN-ARCH
               PERFORM 702-CARGA-EMPINX-ROW UNTIL FIN-ARCH = 1
               CLOSE EMPINX
               CLOSE MIGTMP
               CALL "CBL_DELETE_FILE" USING "MIGTMP"
               DISPLAY "EMPINX: " MOVIDOS " EMPLEADO(S) CONVERTIDOS "
                       "(RFC/CURP/NSS EN BLANCO)".

       701-PASA-EMPINX-ROW.
           READ VEMPINX NEXT RECORD
               AT END
                   MOVE 1 TO FIN-ARCH
               NOT AT END
                   MOVE SPACES      TO EMI-REG
                   MOVE VEI-NOMI    TO EMI-NOMI
                   MOVE VEI-NOMB    TO EMI-NOMB
                   MOVE VEI-DEPT    TO EMI-DEPT
                   MOVE VEI-SUEL    TO EMI-SUEL
                   MOVE VEI-EST     TO EMI-EST
                   MOVE VEI-FEC-EST TO EMI-FEC-EST
                   MOVE VEI-FREC    TO EMI-FREC
                   MOVE "01"        TO EMI-CIA
                   MOVE SPACES      TO MIG-REG
                   MOVE EMI-REG     TO MIG-REG
                   WRITE MIG-REG
           END-READ.

       702-CARGA-EMPINX-ROW.
           READ MIGTMP
               AT END
                   MOVE 1 TO FIN-ARCH
               NOT AT END
                   MOVE MIG-REG TO EMI-REG
                   WRITE EMI-REG
                   ADD 1 TO MOVIDOS
           END-READ.

      *-------------------- EMPINX: GROWS THE COMPANY ------------------
      *    Everyone on file worked for the only employer the
      *    installation had, company 01 of CIAMAS. A master that step
      *    700 just converted is already in the new shape and does not
      *    open with the 82-byte layout, so this step skips it.
       800-CONVIERTE-EMPCIA.
           MOVE 0 TO FIN-ARCH.
           MOVE 0 TO MOVIDOS.
           OPEN INPUT VEMPCIA.
           IF VEC-STAT NOT = "00"
               DISPLAY "EMPINX SIN EMPRESA: SIN ARCHIVO VIEJO QUE "
                       "CONVERTIR (ESTADO " VEC-STAT "), SE OMITE"
               CLOSE VEMPCIA
           ELSE
               OPEN OUTPUT MIGTMP
               MOVE LOW-VALUES TO VEC-NOMI
               START VEMPCIA KEY IS NOT LESS THAN VEC-NOMI
                   INVALID KEY MOVE 1 TO FIN-ARCH
               END-START
               PERFORM 801-PASA-EMPCIA-ROW UNTIL FIN-ARCH = 1
               CLOSE VEMPCIA
               CLOSE MIGTMP
               CALL "CBL_DELETE_FILE" USING WS-EMPINX-NOM
               OPEN OUTPUT EMPINX
               OPEN INPUT MIGTMP
               MOVE 0 TO FIN-ARCH
               PERFORM 702-CARGA-EMPINX-ROW UNTIL FIN-ARCH = 1
               CLOSE EMPINX
               CLOSE MIGTMP
               CALL "CBL_DELETE_FILE" USING "MIGTMP"
               DISPLAY "EMPINX: " MOVIDOS " EMPLEADO(S) ASIGNADOS A "
                       "LA EMPRESA 01".

       801-PASA-EMPCIA-ROW.
           READ VEMPCIA NEXT RECORD
               AT END
                   MOVE 1 TO FIN-ARCH
               NOT AT END
                   MOVE SPACES      TO EMI-REG
                   MOVE VEC-REG     TO EMI-REG
                   MOVE "01"        TO EMI-CIA
                   MOVE SPACES      TO MIG-REG
                   MOVE EMI-REG     TO MIG-REG
                   WRITE MIG-REG
           END-READ.

      *-------------------- NOMHIST/NOMHARCH: GROW THE COMPANY ---------
      *    Every corte on file was paid by company 01. Run once for
      *    the live history and once for the closed-year archive; a
      *    file already in the new shape (or converted by step 200)
      *    does not open with the 46-byte layout and is skipped.
       900-CONVIERTE-HISCIA.
           MOVE 0 TO FIN-ARCH.
           MOVE 0 TO MOVIDOS.
           OPEN INPUT VNOMCIA.
           IF VNC-STAT NOT = "00"
               DISPLAY WS-NOMCIA-NOM ": SIN ARCHIVO VIEJO QUE "
                       "CONVERTIR (ESTADO " VNC-STAT "), SE OMITE"
               CLOSE VNOMCIA
           ELSE
               OPEN OUTPUT MIGTMP
               MOVE LOW-VALUES TO VNC-LLAVE
               START VNOMCIA KEY IS NOT LESS THAN VNC-LLAVE
                   INVALID KEY MOVE 1 TO FIN-ARCH
               END-START
               PERFORM 901-PASA-HISCIA-ROW UNTIL FIN-ARCH = 1
               CLOSE VNOMCIA
               CLOSE MIGTMP
               CALL "CBL_DELETE_FILE" USING WS-NOMCIA-NOM
               OPEN OUTPUT NOMCIA
               OPEN INPUT MIGTMP
               MOVE 0 TO FIN-ARCH
               PERFORM 902-CARGA-HISCIA-ROW UNTIL FIN-ARCH = 1
               CLOSE NOMCIA
               CLOSE MIGTMP
               CALL "CBL_DELETE_FILE" USING "MIGTMP"
               DISPLAY WS-NOMCIA-NOM ": " MOVIDOS " CORTE(S) "
                       "ASIGNADOS A LA EMPRESA 01".

       901-PASA-HISCIA-ROW.
           READ VNOMCIA NEXT RECORD
               AT END
                   MOVE 1 TO FIN-ARCH
               NOT AT END
                   MOVE SPACES      TO HIS-REG
                   MOVE VNC-REG     TO HIS-REG
                   MOVE "01"        TO HIS-CIA
                   MOVE SPACES      TO MIG-REG
                   MOVE HIS-REG     TO MIG-REG
                   WRITE MIG-REG
           END-READ.

       902-CARGA-HISCIA-ROW.
           READ MIGTMP
               AT END
                   MOVE 1 TO FIN-ARCH
               NOT AT END
                   MOVE MIG-REG TO NHC-REG
                   WRITE NHC-REG
                   ADD 1 TO MOVIDOS
           END-READ.

       END PROGRAM MIGRALAY.
