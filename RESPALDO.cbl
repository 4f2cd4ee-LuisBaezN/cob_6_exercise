      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Subrutina de respaldo previo a la corrida: EMPBATCH la
      *          llama antes de tocar nada para copiar los siete
      *          maestros que la corrida actualiza (EMPINX, PRESMAS,
      *          NOMHIST, PERMAS, NOMCTL, NOMSEQ y CHQREGIS) a una
      *          generacion nueva, fechada y con el corte que se iba a
      *          correr, registrada en el catalogo SNPMAS; conserva las
      *          generaciones de EMPCTL (CTL-RES-GEN) y purga las mas
      *          viejas. RESTAURA la llama para regresar el juego
      *          completo a una generacion. Cada maestro viaja renglon
      *          por renglon a un secuencial <maestro>.<generacion>,
      *          como los pasos de MIGRALAY, y regresa recargandose en
      *          orden de llave.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPINX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMI-NOMI
               FILE STATUS IS EMI-STAT.
           SELECT PRESMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NOMI
               FILE STATUS IS PRE-STAT.
           SELECT NOMHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-LLAVE
               FILE STATUS IS HIS-STAT.
           SELECT PERMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-LLAVE
               FILE STATUS IS PERM-STAT.
           SELECT NOMCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOT-LLAVE
               FILE STATUS IS TOT-STAT.
           SELECT NOMSEQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-ID
               FILE STATUS IS SEQ-STAT.
           SELECT CHQREGIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQR-FOLIO
               FILE STATUS IS CQR-STAT.
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
      *    One master's copy inside a generation.
           SELECT SNPARCH ASSIGN TO WS-SNPARCH-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SNA-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPINX.
           COPY EMPREG.
       FD  PRESMAS.
           COPY PREREG.
       FD  NOMHIST.
           COPY HISREG.
       FD  PERMAS.
           COPY PERREG.
       FD  NOMCTL.
           COPY TOTREG.
       FD  NOMSEQ.
           COPY SEQREG.
       FD  CHQREGIS.
           COPY CQREG.
      *-------------------- SNAPSHOT CATALOG (SEE SNPREG) --------------
       FD  SNPMAS.
           COPY SNPREG.
       FD  EMPCTL.
           COPY CTLREG.
      *-------------------- ONE MASTER'S COPY --------------------------
       FD  SNPARCH.
       01  SNA-REG          PIC X(100).
       WORKING-STORAGE SECTION.
       77  EMI-STAT        PIC XX.
       77  PRE-STAT        PIC XX.
       77  HIS-STAT        PIC XX.
       77  PERM-STAT       PIC XX.
       77  TOT-STAT        PIC XX.
       77  SEQ-STAT        PIC XX.
       77  CQR-STAT        PIC XX.
       77  SNP-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  SNA-STAT        PIC XX.
       77  ARCH-STAT       PIC XX.
       77  ARCH-EOF        PIC 9.
       77  SNP-EOF         PIC 9.
       77  ARCH-IX         PIC 9.
       77  FALLA           PIC 9.
       77  GEN-ULT         PIC 9(04).
       77  GEN-CNT         PIC 9(04).
       77  GEN-CONSERVA    PIC 9(02).
       77  GEN-PURGAR      PIC 9(04).
       77  CARGADOS        PIC 9(07).
       01  WS-SNPARCH-FILE PIC X(13).
       01  FECHA.
           03 FECHA-AA     PIC 99.
           03 FECHA-MM     PIC 99.
           03 FECHA-DD     PIC 99.
       01  HORA.
           03 HORA-HH      PIC 99.
           03 HORA-MM      PIC 99.
           03 HORA-SS      PIC 99.
           03 FILLER       PIC 99.
      *-------------------- THE SEVEN MASTERS, IN SNP-ARCH ORDER -------
       01  SNP-NOMBRES-VAL.
           02 FILLER       PIC X(32) VALUE
               "EMPINX  PRESMAS NOMHIST PERMAS  ".
           02 FILLER       PIC X(24) VALUE
               "NOMCTL  NOMSEQ  CHQREGIS".
       01  SNP-NOMBRES REDEFINES SNP-NOMBRES-VAL.
           02 SNP-NOMBRE   PIC X(08) OCCURS 7 TIMES.
       LINKAGE SECTION.
           COPY SNPLNK.
       PROCEDURE DIVISION USING SNP-LNK-DATOS.
       MAIN.
           MOVE 0 TO SNL-OK.
           MOVE 0 TO FALLA.
           PERFORM 100-OPEN-SNPMAS.
           IF SNL-TOMAR
               PERFORM 200-TOMA
           ELSE
               IF SNL-RESTAURAR
                   PERFORM 400-RESTAURA
               ELSE
                   DISPLAY "RESPALDO: OPERACION NO VALIDA".
           CLOSE SNPMAS.
           GOBACK.

       100-OPEN-SNPMAS.
           OPEN I-O SNPMAS.
           IF SNP-STAT = "35"
               OPEN OUTPUT SNPMAS
               CLOSE SNPMAS
               OPEN I-O SNPMAS.

      *-------------------- <MASTER>.<GENERATION> ----------------------
       110-ARMA-NOMBRE.
           MOVE SPACES TO WS-SNPARCH-FILE.
           STRING SNP-NOMBRE(ARCH-IX) DELIMITED BY SPACE
                  "."                 DELIMITED BY SIZE
                  SNP-GEN             DELIMITED BY SIZE
               INTO WS-SNPARCH-FILE
           END-STRING.

      *-------------------- TAKE A NEW GENERATION ----------------------
      *    The catalog row goes in first as incomplete, so a copy cut
      *    short (disk full, a master that will not open) is visible
      *    as such and can never be restored; it is marked complete
      *    only once all seven masters are copied.
       200-TOMA.
           PERFORM 201-ULTIMA-GEN.
           ACCEPT FECHA FROM DATE.
           ACCEPT HORA FROM TIME.
           MOVE SPACES TO SNP-REG.
           COMPUTE SNP-GEN = GEN-ULT + 1.
           MOVE FECHA-AA TO SNP-FEC-AA.
           MOVE FECHA-MM TO SNP-FEC-MM.
           MOVE FECHA-DD TO SNP-FEC-DD.
           MOVE HORA-HH TO SNP-HOR-HH.
           MOVE HORA-MM TO SNP-HOR-MM.
           MOVE HORA-SS TO SNP-HOR-SS.
           MOVE SNL-PERIODO TO SNP-PERIODO.
           MOVE "I" TO SNP-EST.
           MOVE ZEROES TO SNP-RES-FECHA.
           PERFORM 203-LIMPIA-CONTEO
               VARYING ARCH-IX FROM 1 BY 1 UNTIL ARCH-IX > 7.
           WRITE SNP-REG
               INVALID KEY
                   MOVE 1 TO FALLA
                   DISPLAY "RESPALDO: NO SE PUDO REGISTRAR LA "
                           "GENERACION " SNP-GEN ", ESTADO: " SNP-STAT
           END-WRITE.
           IF FALLA = 0
               PERFORM 210-TOMA-ARCHIVO
                   VARYING ARCH-IX FROM 1 BY 1 UNTIL ARCH-IX > 7
               IF FALLA = 0
                   MOVE "C" TO SNP-EST
               END-IF
               REWRITE SNP-REG
               MOVE SNP-GEN TO SNL-GEN
               IF FALLA = 0
                   MOVE 1 TO SNL-OK
                   DISPLAY "RESPALDO GENERACION " SNP-GEN " TOMADO "
                           "(CORTE " SNP-PER-MM "/" SNP-PER-AA " Q"
                           SNP-PER-QQ ")"
                   PERFORM 300-PURGA
               ELSE
                   DISPLAY "RESPALDO GENERACION " SNP-GEN
                           " INCOMPLETO"
               END-IF
           END-IF.

       201-ULTIMA-GEN.
           MOVE 0 TO GEN-ULT.
           MOVE 0 TO GEN-CNT.
           MOVE 0 TO SNP-EOF.
           MOVE ZEROES TO SNP-GEN.
           START SNPMAS KEY IS NOT LESS THAN SNP-GEN
               INVALID KEY MOVE 1 TO SNP-EOF
           END-START.
           PERFORM 202-ULTIMA-GEN-ROW UNTIL SNP-EOF = 1.

       202-ULTIMA-GEN-ROW.
           READ SNPMAS NEXT RECORD
               AT END
                   MOVE 1 TO SNP-EOF
               NOT AT END
                   MOVE SNP-GEN TO GEN-ULT
                   ADD 1 TO GEN-CNT
           END-READ.

       203-LIMPIA-CONTEO.
           MOVE "N" TO SNP-EXISTE(ARCH-IX).
           MOVE 0 TO SNP-CNT(ARCH-IX).

      *    A master that does not exist yet (status 35) is a valid
      *    state to go back to: it is recorded as absent and the
      *    restore deletes it. Any other open error spoils the copy.
       210-TOMA-ARCHIVO.
           PERFORM 110-ARMA-NOMBRE.
           OPEN OUTPUT SNPARCH.
           IF SNA-STAT NOT = "00"
               MOVE 1 TO FALLA
               DISPLAY "RESPALDO: NO SE PUDO CREAR " WS-SNPARCH-FILE
                       ", ESTADO: " SNA-STAT
           ELSE
               MOVE 0 TO ARCH-EOF
               EVALUATE ARCH-IX
                   WHEN 1 PERFORM 220-TOMA-EMPINX
                   WHEN 2 PERFORM 221-TOMA-PRESMAS
                   WHEN 3 PERFORM 222-TOMA-NOMHIST
                   WHEN 4 PERFORM 223-TOMA-PERMAS
                   WHEN 5 PERFORM 224-TOMA-NOMCTL
                   WHEN 6 PERFORM 225-TOMA-NOMSEQ
                   WHEN 7 PERFORM 226-TOMA-CHQREGIS
               END-EVALUATE
               CLOSE SNPARCH
               IF ARCH-STAT = "00"
                   MOVE "S" TO SNP-EXISTE(ARCH-IX)
               ELSE
                   IF ARCH-STAT NOT = "35"
                       MOVE 1 TO FALLA
                       DISPLAY "RESPALDO: NO SE PUDO LEER "
                               SNP-NOMBRE(ARCH-IX) ", ESTADO: "
                               ARCH-STAT
                   END-IF
               END-IF
           END-IF.

       220-TOMA-EMPINX.
           OPEN INPUT EMPINX.
           MOVE EMI-STAT TO ARCH-STAT.
           IF ARCH-STAT = "00"
               PERFORM 230-COPIA-EMPINX UNTIL ARCH-EOF = 1
           END-IF.
           CLOSE EMPINX.

       221-TOMA-PRESMAS.
           OPEN INPUT PRESMAS.
           MOVE PRE-STAT TO ARCH-STAT.
           IF ARCH-STAT = "00"
               PERFORM 231-COPIA-PRESMAS UNTIL ARCH-EOF = 1
           END-IF.
           CLOSE PRESMAS.

       222-TOMA-NOMHIST.
           OPEN INPUT NOMHIST.
           MOVE HIS-STAT TO ARCH-STAT.
           IF ARCH-STAT = "00"
               PERFORM 232-COPIA-NOMHIST UNTIL ARCH-EOF = 1
           END-IF.
           CLOSE NOMHIST.

       223-TOMA-PERMAS.
           OPEN INPUT PERMAS.
           MOVE PERM-STAT TO ARCH-STAT.
           IF ARCH-STAT = "00"
               PERFORM 233-COPIA-PERMAS UNTIL ARCH-EOF = 1
           END-IF.
           CLOSE PERMAS.

       224-TOMA-NOMCTL.
           OPEN INPUT NOMCTL.
           MOVE TOT-STAT TO ARCH-STAT.
           IF ARCH-STAT = "00"
               PERFORM 234-COPIA-NOMCTL UNTIL ARCH-EOF = 1
           END-IF.
           CLOSE NOMCTL.

       225-TOMA-NOMSEQ.
           OPEN INPUT NOMSEQ.
           MOVE SEQ-STAT TO ARCH-STAT.
           IF ARCH-STAT = "00"
               PERFORM 235-COPIA-NOMSEQ UNTIL ARCH-EOF = 1
           END-IF.
           CLOSE NOMSEQ.

       226-TOMA-CHQREGIS.
           OPEN INPUT CHQREGIS.
           MOVE CQR-STAT TO ARCH-STAT.
           IF ARCH-STAT = "00"
               PERFORM 236-COPIA-CHQREGIS UNTIL ARCH-EOF = 1
           END-IF.
           CLOSE CHQREGIS.

       230-COPIA-EMPINX.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SPACES TO SNA-REG
                   MOVE EMI-REG TO SNA-REG
                   PERFORM 240-GRABA-COPIA
           END-READ.

       231-COPIA-PRESMAS.
           READ PRESMAS NEXT RECORD
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SPACES TO SNA-REG
                   MOVE PRE-REG TO SNA-REG
                   PERFORM 240-GRABA-COPIA
           END-READ.

       232-COPIA-NOMHIST.
           READ NOMHIST NEXT RECORD
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SPACES TO SNA-REG
                   MOVE HIS-REG TO SNA-REG
                   PERFORM 240-GRABA-COPIA
           END-READ.

       233-COPIA-PERMAS.
           READ PERMAS NEXT RECORD
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SPACES TO SNA-REG
                   MOVE PER-REG TO SNA-REG
                   PERFORM 240-GRABA-COPIA
           END-READ.

       234-COPIA-NOMCTL.
           READ NOMCTL NEXT RECORD
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SPACES TO SNA-REG
                   MOVE TOT-REG TO SNA-REG
                   PERFORM 240-GRABA-COPIA
           END-READ.

       235-COPIA-NOMSEQ.
           READ NOMSEQ NEXT RECORD
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SPACES TO SNA-REG
                   MOVE SEQ-REG TO SNA-REG
                   PERFORM 240-GRABA-COPIA
           END-READ.

       236-COPIA-CHQREGIS.
           READ CHQREGIS NEXT RECORD
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SPACES TO SNA-REG
                   MOVE CQR-REG TO SNA-REG
                   PERFORM 240-GRABA-COPIA
           END-READ.

       240-GRABA-COPIA.
           WRITE SNA-REG.
           IF SNA-STAT NOT = "00"
               MOVE 1 TO FALLA
               MOVE 1 TO ARCH-EOF
               DISPLAY "RESPALDO: ERROR AL GRABAR " WS-SNPARCH-FILE
                       ", ESTADO: " SNA-STAT
           ELSE
               ADD 1 TO SNP-CNT(ARCH-IX).

      *-------------------- KEEP ONLY THE NEWEST GENERATIONS -----------
      *    CTL-RES-GEN generations stay (five when EMPCTL does not
      *    carry the value); the oldest ones go, files and catalog row.
       300-PURGA.
           MOVE 5 TO GEN-CONSERVA.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "00"
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-RES-GEN IS NUMERIC AND CTL-RES-GEN > 0
                           MOVE CTL-RES-GEN TO GEN-CONSERVA
                       END-IF
               END-READ
           END-IF.
           CLOSE EMPCTL.
           ADD 1 TO GEN-CNT.
           MOVE 0 TO GEN-PURGAR.
           IF GEN-CNT > GEN-CONSERVA
               COMPUTE GEN-PURGAR = GEN-CNT - GEN-CONSERVA.
           MOVE 0 TO SNP-EOF.
           MOVE ZEROES TO SNP-GEN.
           START SNPMAS KEY IS NOT LESS THAN SNP-GEN
               INVALID KEY MOVE 1 TO SNP-EOF
           END-START.
           PERFORM 301-PURGA-ROW UNTIL SNP-EOF = 1 OR GEN-PURGAR = 0.

       301-PURGA-ROW.
           READ SNPMAS NEXT RECORD
               AT END
                   MOVE 1 TO SNP-EOF
               NOT AT END
                   PERFORM 302-BORRA-COPIA
                       VARYING ARCH-IX FROM 1 BY 1 UNTIL ARCH-IX > 7
                   DELETE SNPMAS RECORD
                       INVALID KEY
                           DISPLAY "RESPALDO: NO SE PUDO PURGAR LA "
                                   "GENERACION " SNP-GEN
                   END-DELETE
                   DISPLAY "RESPALDO GENERACION " SNP-GEN " PURGADO"
                   SUBTRACT 1 FROM GEN-PURGAR
           END-READ.

       302-BORRA-COPIA.
           PERFORM 110-ARMA-NOMBRE.
           CALL "CBL_DELETE_FILE" USING WS-SNPARCH-FILE.

      *-------------------- PUT A GENERATION BACK ----------------------
      *    Every copy the generation needs is checked before the first
      *    master is dropped: a restore either starts with all seven
      *    copies at hand or does not start at all.
       400-RESTAURA.
           MOVE SNL-GEN TO SNP-GEN.
           READ SNPMAS
               INVALID KEY
                   MOVE 1 TO FALLA
                   DISPLAY "NO EXISTE LA GENERACION " SNL-GEN
           END-READ.
           IF FALLA = 0 AND NOT SNP-COMPLETO
               MOVE 1 TO FALLA
               DISPLAY "LA GENERACION " SNL-GEN " QUEDO INCOMPLETA, "
                       "NO SE PUEDE RESTAURAR".
           IF FALLA = 0
               PERFORM 401-VERIFICA-COPIA
                   VARYING ARCH-IX FROM 1 BY 1 UNTIL ARCH-IX > 7.
           IF FALLA = 0
               PERFORM 410-PONE-ARCHIVO
                   VARYING ARCH-IX FROM 1 BY 1 UNTIL ARCH-IX > 7
               ACCEPT FECHA FROM DATE
               MOVE FECHA TO SNP-RES-FECHA
               MOVE SNL-USR TO SNP-RES-USR
               REWRITE SNP-REG
               IF FALLA = 0
                   MOVE 1 TO SNL-OK
               END-IF
           END-IF.

       401-VERIFICA-COPIA.
           IF SNP-CON-ARCHIVO(ARCH-IX)
               PERFORM 110-ARMA-NOMBRE
               OPEN INPUT SNPARCH
               IF SNA-STAT NOT = "00"
                   MOVE 1 TO FALLA
                   DISPLAY "FALTA LA COPIA " WS-SNPARCH-FILE
                           ", ESTADO: " SNA-STAT
               END-IF
               CLOSE SNPARCH
           END-IF.

      *    The master is dropped and, if it existed when the copy was
      *    taken, reloaded in key order; the count loaded must match
      *    the count copied.
       410-PONE-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING SNP-NOMBRE(ARCH-IX).
           IF SNP-CON-ARCHIVO(ARCH-IX)
               PERFORM 110-ARMA-NOMBRE
               MOVE 0 TO ARCH-EOF
               MOVE 0 TO CARGADOS
               OPEN INPUT SNPARCH
               EVALUATE ARCH-IX
                   WHEN 1 PERFORM 420-PONE-EMPINX
                   WHEN 2 PERFORM 421-PONE-PRESMAS
                   WHEN 3 PERFORM 422-PONE-NOMHIST
                   WHEN 4 PERFORM 423-PONE-PERMAS
                   WHEN 5 PERFORM 424-PONE-NOMCTL
                   WHEN 6 PERFORM 425-PONE-NOMSEQ
                   WHEN 7 PERFORM 426-PONE-CHQREGIS
               END-EVALUATE
               CLOSE SNPARCH
               IF CARGADOS NOT = SNP-CNT(ARCH-IX)
                   MOVE 1 TO FALLA
                   DISPLAY "*** " SNP-NOMBRE(ARCH-IX) ": SE CARGARON "
                           CARGADOS " DE " SNP-CNT(ARCH-IX)
                           " RENGLONES ***"
               ELSE
                   DISPLAY SNP-NOMBRE(ARCH-IX) ": " CARGADOS
                           " RENGLON(ES) RESTAURADOS"
               END-IF
           ELSE
               DISPLAY SNP-NOMBRE(ARCH-IX) ": NO EXISTIA, SE ELIMINA"
           END-IF.

       420-PONE-EMPINX.
           OPEN OUTPUT EMPINX.
           PERFORM 430-CARGA-EMPINX UNTIL ARCH-EOF = 1.
           CLOSE EMPINX.

       421-PONE-PRESMAS.
           OPEN OUTPUT PRESMAS.
           PERFORM 431-CARGA-PRESMAS UNTIL ARCH-EOF = 1.
           CLOSE PRESMAS.

       422-PONE-NOMHIST.
           OPEN OUTPUT NOMHIST.
           PERFORM 432-CARGA-NOMHIST UNTIL ARCH-EOF = 1.
           CLOSE NOMHIST.

       423-PONE-PERMAS.
           OPEN OUTPUT PERMAS.
           PERFORM 433-CARGA-PERMAS UNTIL ARCH-EOF = 1.
           CLOSE PERMAS.

       424-PONE-NOMCTL.
           OPEN OUTPUT NOMCTL.
           PERFORM 434-CARGA-NOMCTL UNTIL ARCH-EOF = 1.
           CLOSE NOMCTL.

       425-PONE-NOMSEQ.
           OPEN OUTPUT NOMSEQ.
           PERFORM 435-CARGA-NOMSEQ UNTIL ARCH-EOF = 1.
           CLOSE NOMSEQ.

       426-PONE-CHQREGIS.
           OPEN OUTPUT CHQREGIS.
           PERFORM 436-CARGA-CHQREGIS UNTIL ARCH-EOF = 1.
           CLOSE CHQREGIS.

       430-CARGA-EMPINX.
           READ SNPARCH
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SNA-REG TO EMI-REG
                   WRITE EMI-REG
                       INVALID KEY
                           PERFORM 440-ERROR-CARGA
                       NOT INVALID KEY
                           ADD 1 TO CARGADOS
                   END-WRITE
           END-READ.

       431-CARGA-PRESMAS.
           READ SNPARCH
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SNA-REG TO PRE-REG
                   WRITE PRE-REG
                       INVALID KEY
                           PERFORM 440-ERROR-CARGA
                       NOT INVALID KEY
                           ADD 1 TO CARGADOS
                   END-WRITE
           END-READ.

       432-CARGA-NOMHIST.
           READ SNPARCH
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SNA-REG TO HIS-REG
                   WRITE HIS-REG
                       INVALID KEY
                           PERFORM 440-ERROR-CARGA
                       NOT INVALID KEY
                           ADD 1 TO CARGADOS
                   END-WRITE
           END-READ.

       433-CARGA-PERMAS.
           READ SNPARCH
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SNA-REG TO PER-REG
                   WRITE PER-REG
                       INVALID KEY
                           PERFORM 440-ERROR-CARGA
                       NOT INVALID KEY
                           ADD 1 TO CARGADOS
                   END-WRITE
           END-READ.

       434-CARGA-NOMCTL.
           READ SNPARCH
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SNA-REG TO TOT-REG
                   WRITE TOT-REG
                       INVALID KEY
                           PERFORM 440-ERROR-CARGA
                       NOT INVALID KEY
                           ADD 1 TO CARGADOS
                   END-WRITE
           END-READ.

       435-CARGA-NOMSEQ.
           READ SNPARCH
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SNA-REG TO SEQ-REG
                   WRITE SEQ-REG
                       INVALID KEY
                           PERFORM 440-ERROR-CARGA
                       NOT INVALID KEY
                           ADD 1 TO CARGADOS
                   END-WRITE
           END-READ.

       436-CARGA-CHQREGIS.
           READ SNPARCH
               AT END
                   MOVE 1 TO ARCH-EOF
               NOT AT END
                   MOVE SNA-REG TO CQR-REG
                   WRITE CQR-REG
                       INVALID KEY
                           PERFORM 440-ERROR-CARGA
                       NOT INVALID KEY
                           ADD 1 TO CARGADOS
                   END-WRITE
           END-READ.

       440-ERROR-CARGA.
           DISPLAY "*** " SNP-NOMBRE(ARCH-IX) ": RENGLON NO CARGADO "
                   "(LLAVE DUPLICADA O FUERA DE ORDEN) ***".

       END PROGRAM RESPALDO.
