      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Restauracion de los maestros de nomina a un respaldo
      *          previo a la corrida: lista las generaciones que
      *          EMPBATCH dejo en el catalogo SNPMAS (fecha, hora y
      *          corte que se iba a correr) y regresa EMPINX, PRESMAS,
      *          NOMHIST, PERMAS, NOMCTL, NOMSEQ y CHQREGIS completos a
      *          la generacion elegida llamando a RESPALDO. Solo un
      *          supervisor (rol de USRMAS mas la clave de EMPCTL, como
      *          reabrir un periodo en PERCLOSE); la restauracion corre
      *          con el candado de nomina puesto y deja su renglon "R"
      *          en la bitacora EMPAUD.
      * Tectonics: cobc
      * Mod: 15/10/26 - LABN - Una restauracion limpia borra de EMPCHK
      *                        los checkpoints del corte de la
      *                        generacion: los maestros ya no tienen
      *                        nada de esa corrida y EMPBATCH no debe
      *                        ofrecer reanudarla
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNPMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-GEN
               FILE STATUS IS SNP-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
           SELECT RUNLOCK ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LCK-STAT.
           SELECT EMPAUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STAT.
           SELECT EMPCHK ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHK-STAT.
           SELECT CHKTMP ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CKT-STAT.
       DATA DIVISION.
       FILE SECTION.
      *-------------------- SNAPSHOT CATALOG (SEE SNPREG) --------------
       FD  SNPMAS.
           COPY SNPREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- RUN LOCK (SEE LCKREG) ----------------------
       FD  RUNLOCK.
           COPY LCKREG.
      *-------------------- AUDIT TRAIL --------------------------------
      *    A restore row (AUD-OPER "R") carries the generation instead
      *    of the employee images; its nominas are zero.
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
           02 AUD-RESPALDO REDEFINES AUD-ANTES.
               03 AUD-R-NOMI   PIC 9(06).
               03 AUD-R-GEN    PIC 9(04).
               03 AUD-R-FECHA  PIC 9(06).
               03 AUD-R-PERIODO PIC 9(05).
               03 AUD-R-RESULT PIC X(01).
               03 FILLER       PIC X(16).
           02 AUD-DESPUES.
               03 AUD-D-NOMI   PIC 9(06).
               03 AUD-D-NOMB   PIC X(15).
               03 AUD-D-DEPT   PIC X(03).
               03 AUD-D-SUEL   PIC S9(05)V99.
               03 AUD-D-EST    PIC X(01).
               03 AUD-D-FEC-EST PIC 9(06).
           02 AUD-USR      PIC X(08).
      *-------------------- EmpNom CHECKPOINT LOG (SEE CHKREG) ---------
       FD  EMPCHK.
           COPY CHKREG.
      *-------------------- SCRATCH COPY USED WHILE PURGING EMPCHK -----
       FD  CHKTMP.
       01  CKT-REG.
           02  CKT-PERIODO.
               03  CKT-PER-AA  PIC 9(02).
               03  CKT-PER-MM  PIC 9(02).
               03  CKT-PER-QQ  PIC 9(01).
           02  CKT-NOMI        PIC 9(06).
           02  CKT-ESTADO      PIC X(02).
           02  CKT-HORA.
               03  CKT-HOR-HH  PIC 9(02).
               03  CKT-HOR-MM  PIC 9(02).
               03  CKT-HOR-SS  PIC 9(02).
       WORKING-STORAGE SECTION.
       77  SNP-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  LCK-STAT        PIC XX.
       77  AUD-STAT        PIC XX.
       77  CHK-STAT        PIC XX.
       77  CKT-STAT        PIC XX.
       77  CHK-EOF         PIC 9.
       77  CHK-BORRADOS    PIC 9(04) VALUE 0.
       77  SNP-EOF         PIC 9.
       77  GEN-CNT         PIC 9(04) VALUE 0.
       77  GEN-EXI         PIC 9 VALUE 0.
       77  SUP-OK          PIC 9.
       77  LOCK-LIBRE      PIC 9 VALUE 1.
       77  SUP-CLAVE-IN    PIC X(08).
       77  RESP            PIC XX.
       77  ARCH-IX         PIC 9.
       77  GEN-FECHA       PIC 9(06).
       01  GEN-INPUT       PIC X(04).
       01  GEN-INPUT-R REDEFINES GEN-INPUT PIC 9(04).
       01  WS-HOY.
           02 WS-HOY-AAAA  PIC 9(04).
           02 WS-HOY-MM    PIC 9(02).
           02 WS-HOY-DD    PIC 9(02).
       01  WS-AHORA.
           02 WS-AHO-HH    PIC 9(02).
           02 WS-AHO-MM    PIC 9(02).
           02 WS-AHO-SS    PIC 9(02).
           02 WS-AHO-CS    PIC 9(02).
      *-------------------- THE SEVEN MASTERS, IN SNP-ARCH ORDER -------
       01  SNP-NOMBRES-VAL.
           02 FILLER       PIC X(32) VALUE
               "EMPINX  PRESMAS NOMHIST PERMAS  ".
           02 FILLER       PIC X(24) VALUE
               "NOMCTL  NOMSEQ  CHQREGIS".
       01  SNP-NOMBRES REDEFINES SNP-NOMBRES-VAL.
           02 SNP-NOMBRE   PIC X(08) OCCURS 7 TIMES.
           COPY USRLNK.
           COPY SNPLNK.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-START.
           IF SUP-OK = 1
               PERFORM 200-PROCESS
           END-IF.
           PERFORM 300-END.

      *-------------------- SUPERVISOR ONLY ----------------------------
      *    A signed-on operador is refused before any clave is asked;
      *    without USRMAS the legacy clave check rules alone.
       100-START.
           DISPLAY "> Running start...".
           MOVE 0 TO SUP-OK.
           CALL "USRLOGIN" USING LOGIN-DATOS.
           IF NOT LOG-DENEGADO
               IF LOG-FIRMADO AND NOT LOG-SUPERVISOR
                   DISPLAY "SOLO UN USUARIO CON ROL SUPERVISOR "
                           "RESTAURA UN RESPALDO"
               ELSE
                   PERFORM 101-VALIDA-SUPERVISOR
                   IF SUP-OK = 0
                       DISPLAY "CLAVE DE SUPERVISOR INCORRECTA"
                   END-IF
               END-IF
           END-IF.

      *-------------------- CHECK THE CODE AGAINST EMPCTL --------------
       101-VALIDA-SUPERVISOR.
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

       200-PROCESS.
           DISPLAY "> Running process...".
           PERFORM 210-LISTA-GENERACIONES.
           IF GEN-CNT = 0
               DISPLAY "NO HAY RESPALDOS EN EL CATALOGO SNPMAS"
           ELSE
               PERFORM 220-PIDE-GENERACION
               IF GEN-EXI = 1
                   PERFORM 230-CHECK-RUNLOCK
                   IF LOCK-LIBRE = 0
                       DISPLAY "NO SE RESTAURA MIENTRAS EL CANDADO "
                               "SIGA PUESTO"
                   ELSE
                       PERFORM 240-RESTAURA
                   END-IF
               END-IF
           END-IF.

      *-------------------- THE CATALOG, OLDEST FIRST ------------------
       210-LISTA-GENERACIONES.
           MOVE 0 TO SNP-EOF.
           OPEN INPUT SNPMAS.
           IF SNP-STAT NOT = "00"
               CLOSE SNPMAS
           ELSE
               DISPLAY "GEN.  TOMADO            CORTE    ESTADO      "
                       "RESTAURADO"
               PERFORM 211-LISTA-ROW UNTIL SNP-EOF = 1
               CLOSE SNPMAS.

       211-LISTA-ROW.
           READ SNPMAS NEXT RECORD
               AT END
                   MOVE 1 TO SNP-EOF
               NOT AT END
                   ADD 1 TO GEN-CNT
                   DISPLAY SNP-GEN "  " SNP-FEC-DD "/" SNP-FEC-MM "/"
                           SNP-FEC-AA " " SNP-HOR-HH ":" SNP-HOR-MM
                           ":" SNP-HOR-SS "  " SNP-PER-MM "/"
                           SNP-PER-AA " Q" SNP-PER-QQ "  "
                           SNP-EST "  " SNP-RES-FECHA " " SNP-RES-USR
           END-READ.

      *-------------------- WHICH GENERATION ---------------------------
       220-PIDE-GENERACION.
           MOVE 0 TO GEN-EXI.
           DISPLAY "ESTADO: C = COMPLETO, I = INCOMPLETO (NO SE "
                   "RESTAURA)".
           DISPLAY "GENERACION A RESTAURAR (9999, ENTER = CANCELAR): ".
           MOVE SPACES TO GEN-INPUT.
           ACCEPT GEN-INPUT.
           IF GEN-INPUT = SPACES OR GEN-INPUT-R NOT NUMERIC
               DISPLAY "RESTAURACION CANCELADA"
           ELSE
               OPEN INPUT SNPMAS
               MOVE GEN-INPUT-R TO SNP-GEN
               READ SNPMAS
                   INVALID KEY
                       DISPLAY "NO EXISTE LA GENERACION " GEN-INPUT-R
                   NOT INVALID KEY
                       PERFORM 221-CONFIRMA
               END-READ
               CLOSE SNPMAS.

      *    Everything captured, run and printed since the generation
      *    was taken is lost: the operator sees the counts and says so.
       221-CONFIRMA.
           IF NOT SNP-COMPLETO
               DISPLAY "LA GENERACION " SNP-GEN " QUEDO INCOMPLETA, "
                       "NO SE PUEDE RESTAURAR"
           ELSE
               DISPLAY "GENERACION " SNP-GEN " TOMADA EL " SNP-FEC-DD
                       "/" SNP-FEC-MM "/" SNP-FEC-AA " ANTES DEL CORTE "
                       SNP-PER-MM "/" SNP-PER-AA " Q" SNP-PER-QQ
               PERFORM 222-MUESTRA-ARCHIVO
                   VARYING ARCH-IX FROM 1 BY 1 UNTIL ARCH-IX > 7
               DISPLAY "*** TODO LO QUE SE CAPTURO Y CORRIO DESPUES "
                       "DE ESE RESPALDO SE PIERDE ***"
               DISPLAY "RESTAURAR (S/N): "
               ACCEPT RESP
               IF RESP = "S"
                   MOVE 1 TO GEN-EXI
                   MOVE SNP-GEN TO SNL-GEN
                   MOVE SNP-PERIODO TO SNL-PERIODO
                   MOVE SNP-FECHA TO GEN-FECHA
               ELSE
                   DISPLAY "RESTAURACION CANCELADA"
               END-IF
           END-IF.

       222-MUESTRA-ARCHIVO.
           IF SNP-CON-ARCHIVO(ARCH-IX)
               DISPLAY "  " SNP-NOMBRE(ARCH-IX) ": " SNP-CNT(ARCH-IX)
                       " RENGLON(ES)"
           ELSE
               DISPLAY "  " SNP-NOMBRE(ARCH-IX) ": NO EXISTIA".

      *-------------------- RUN-LOCK PROTOCOL --------------------------
      *    A restore usually follows a crashed run, whose "N" lock is
      *    still there; the supervisor already identified may clear it.
      *    A live EMPABC session or run must be finished first.
       230-CHECK-RUNLOCK.
           MOVE 1 TO LOCK-LIBRE.
           OPEN INPUT RUNLOCK.
           IF LCK-STAT NOT = "35"
               READ RUNLOCK
               IF LCK-MANTENIMIENTO
                   DISPLAY "SESION DE MANTENIMIENTO (EMPABC) ACTIVA "
                           "DESDE " LCK-FEC-DD "/" LCK-FEC-MM "/"
                           LCK-FEC-AA " " LCK-HOR-HH ":" LCK-HOR-MM
                           ":" LCK-HOR-SS
               ELSE
                   DISPLAY "CORRIDA DE NOMINA ACTIVA DESDE "
                           LCK-FEC-DD "/" LCK-FEC-MM "/" LCK-FEC-AA
                           " " LCK-HOR-HH ":" LCK-HOR-MM ":"
                           LCK-HOR-SS
               END-IF
               CLOSE RUNLOCK
               DISPLAY "LIBERAR CANDADO HUERFANO (S/N): "
               ACCEPT RESP
               IF RESP = "S"
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK"
               ELSE
                   MOVE 0 TO LOCK-LIBRE
               END-IF
           END-IF.

      *-------------------- RESTORE UNDER THE PAYROLL LOCK -------------
       240-RESTAURA.
           PERFORM 241-TOMA-RUNLOCK.
           MOVE "R" TO SNL-OPER.
           MOVE LOG-USR-ID TO SNL-USR.
           CALL "RESPALDO" USING SNP-LNK-DATOS.
           IF SNL-OK = 1
               PERFORM 260-LIMPIA-EMPCHK
           END-IF.
           PERFORM 250-AUDITA.
           CALL "CBL_DELETE_FILE" USING "RUNLOCK".
           IF SNL-OK = 1
               DISPLAY "MAESTROS RESTAURADOS A LA GENERACION " SNL-GEN
               DISPLAY "EL CORTE " SNL-PER-MM "/" SNL-PER-AA " Q"
                       SNL-PER-QQ " SE VUELVE A CORRER CON EMPBATCH, "
                       "COMO CORRIDA NUEVA"
           ELSE
               DISPLAY "*** LA RESTAURACION NO TERMINO LIMPIA: REVISE "
                       "LOS MENSAJES Y NO CORRA NOMINA ***"
           END-IF.

       241-TOMA-RUNLOCK.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-AHORA FROM TIME.
           OPEN OUTPUT RUNLOCK.
           MOVE "N" TO LCK-TIPO.
           MOVE WS-HOY-AAAA(3:2) TO LCK-FEC-AA.
           MOVE WS-HOY-MM        TO LCK-FEC-MM.
           MOVE WS-HOY-DD        TO LCK-FEC-DD.
           MOVE WS-AHO-HH        TO LCK-HOR-HH.
           MOVE WS-AHO-MM        TO LCK-HOR-MM.
           MOVE WS-AHO-SS        TO LCK-HOR-SS.
           WRITE LCK-REG.
           CLOSE RUNLOCK.

      *-------------------- THE RESTORE GOES INTO EMPAUD ---------------
      *    Written whether or not the restore finished clean: a half
      *    restored set is exactly what the trail must show.
       250-AUDITA.
           OPEN EXTEND EMPAUD.
           IF AUD-STAT = "35"
               OPEN OUTPUT EMPAUD
               CLOSE EMPAUD
               OPEN EXTEND EMPAUD.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-AHORA FROM TIME.
           MOVE SPACES TO AUD-REG.
           MOVE "R" TO AUD-OPER.
           MOVE WS-HOY-AAAA(3:2) TO AUD-FEC-AA.
           MOVE WS-HOY-MM        TO AUD-FEC-MM.
           MOVE WS-HOY-DD        TO AUD-FEC-DD.
           MOVE WS-AHO-HH        TO AUD-HOR-HH.
           MOVE WS-AHO-MM        TO AUD-HOR-MM.
           MOVE WS-AHO-SS        TO AUD-HOR-SS.
           MOVE ZEROES           TO AUD-R-NOMI.
           MOVE SNL-GEN          TO AUD-R-GEN.
           MOVE GEN-FECHA        TO AUD-R-FECHA.
           MOVE SNL-PERIODO      TO AUD-R-PERIODO.
           IF SNL-OK = 1
               MOVE "C" TO AUD-R-RESULT
           ELSE
               MOVE "F" TO AUD-R-RESULT.
           MOVE ZEROES           TO AUD-D-NOMI.
           MOVE LOG-USR-ID       TO AUD-USR.
           WRITE AUD-REG.
           CLOSE EMPAUD.

      *-------------------- DROP THE RESTORED CORTE'S CHECKPOINTS ------
      *    The generation was taken before the corte ran, so the
      *    restored NOMHIST holds nothing of it; checkpoints left in
      *    EMPCHK would have EMPBATCH offer to resume (and purge by)
      *    a run the masters no longer show. Same filtered copy
      *    through CHKTMP as EMPBATCH's 213; other cortes stay.
       260-LIMPIA-EMPCHK.
           MOVE 0 TO CHK-EOF.
           OPEN INPUT EMPCHK.
           IF CHK-STAT NOT = "00"
               CLOSE EMPCHK
           ELSE
               OPEN OUTPUT CHKTMP
               PERFORM 261-LEE-CHECKPOINT
               PERFORM 262-COPIA-CHECKPOINT UNTIL CHK-EOF = 1
               CLOSE EMPCHK
               CLOSE CHKTMP
               IF CHK-BORRADOS > 0
                   PERFORM 263-REEMPLAZA-EMPCHK
                   DISPLAY "CHECKPOINTS DEL CORTE BORRADOS DE EMPCHK: "
                           CHK-BORRADOS
               END-IF
               CALL "CBL_DELETE_FILE" USING "CHKTMP"
           END-IF.

       261-LEE-CHECKPOINT.
           READ EMPCHK AT END MOVE 1 TO CHK-EOF.

       262-COPIA-CHECKPOINT.
           IF CHK-PERIODO = SNL-PERIODO
               ADD 1 TO CHK-BORRADOS
           ELSE
               MOVE CHK-REG TO CKT-REG
               WRITE CKT-REG
           END-IF.
           PERFORM 261-LEE-CHECKPOINT.

       263-REEMPLAZA-EMPCHK.
           OPEN OUTPUT EMPCHK.
           OPEN INPUT CHKTMP.
           PERFORM 264-LEE-CHKTMP.
           PERFORM 265-REGRABA-CHECKPOINT UNTIL CKT-STAT = "10".
           CLOSE EMPCHK.
           CLOSE CHKTMP.

       264-LEE-CHKTMP.
           READ CHKTMP.

       265-REGRABA-CHECKPOINT.
           IF CKT-STAT NOT = "10"
               MOVE CKT-REG TO CHK-REG
               WRITE CHK-REG
               PERFORM 264-LEE-CHKTMP
           END-IF.

       300-END.
           DISPLAY "> Running end...".
           STOP RUN.

       END PROGRAM RESTAURA.
