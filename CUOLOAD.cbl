      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Carga inicial del maestro de cuotas patronales CUOMAS
      *          (ramos IMSS del patron, INFONAVIT 5% e impuesto sobre
      *          nomina) que CUOPAT aplica a cada corte. Solo semilla:
      *          las tasas se mantienen despues en MASMANT (opcion O),
      *          sobre todo la prima de riesgo de trabajo que IMSS
      *          revisa cada ano y la tasa de ISN del estado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CONC
               FILE STATUS IS CUO-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUOMAS.
           COPY CUOREG.
       WORKING-STORAGE SECTION.
       77  I               PIC 99.
       77  CUO-STAT        PIC XX.
       77  RESP            PIC XX.
       77  SIGUE           PIC 9.
       01  CUO-INIC-TABLA.
           02 CUO-INIC-ROW OCCURS 11 TIMES.
               03 CUO-INIC-CONC   PIC X(02).
               03 CUO-INIC-DESC   PIC X(20).
               03 CUO-INIC-BASE   PIC X(01).
               03 CUO-INIC-PCT    PIC 9(02)V9(05).
               03 CUO-INIC-ENTERO PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECA-EXISTENTE.
           IF SIGUE = 1
               PERFORM INICIALIZACION
               OPEN OUTPUT CUOMAS
               PERFORM CARGA-CUOMAS VARYING I FROM 1 BY 1 UNTIL I > 11
               CLOSE CUOMAS.
           STOP RUN.

      *-------------------- FIRST-TIME-SEED GUARD ----------------------
      *    Rebuilding wipes whatever maintenance MASMANT has done, so
      *    an existing master is only replaced on explicit confirmation.
       CHECA-EXISTENTE.
           MOVE 1 TO SIGUE.
           OPEN INPUT CUOMAS.
           IF CUO-STAT NOT = "35"
               CLOSE CUOMAS
               DISPLAY "CUOMAS YA EXISTE; ESTE CARGADOR LO REEMPLAZA"
               DISPLAY "COMPLETO. USE MASMANT PARA MANTENIMIENTO."
               DISPLAY "REEMPLAZAR DE TODOS MODOS (S/N): "
               ACCEPT RESP
               IF RESP NOT = "S"
                   MOVE 0 TO SIGUE
                   DISPLAY "CARGA CANCELADA"
               END-IF
           END-IF.

      *    Employer shares of the Ley del Seguro Social and the
      *    INFONAVIT law. Riesgo de trabajo is the class I minimum
      *    until the company's own prima is captured; cesantia y vejez
      *    is a single rate here (the reform's scale by salary band is
      *    retuned in MASMANT); the ISN rate is the state's.
       INICIALIZACION.
           MOVE "EF" TO CUO-INIC-CONC(1).
           MOVE "ENF.MAT. CUOTA FIJA" TO CUO-INIC-DESC(1).
           MOVE "U"  TO CUO-INIC-BASE(1).
           MOVE 20.40000 TO CUO-INIC-PCT(1).
           MOVE "M"  TO CUO-INIC-ENTERO(1).

           MOVE "EE" TO CUO-INIC-CONC(2).
           MOVE "ENF.MAT. EXCEDENTE" TO CUO-INIC-DESC(2).
           MOVE "E"  TO CUO-INIC-BASE(2).
           MOVE 1.10000 TO CUO-INIC-PCT(2).
           MOVE "M"  TO CUO-INIC-ENTERO(2).

           MOVE "ED" TO CUO-INIC-CONC(3).
           MOVE "ENF.MAT. P. DINERO" TO CUO-INIC-DESC(3).
           MOVE "S"  TO CUO-INIC-BASE(3).
           MOVE 0.70000 TO CUO-INIC-PCT(3).
           MOVE "M"  TO CUO-INIC-ENTERO(3).

           MOVE "GM" TO CUO-INIC-CONC(4).
           MOVE "GASTOS MED. PENSION." TO CUO-INIC-DESC(4).
           MOVE "S"  TO CUO-INIC-BASE(4).
           MOVE 1.05000 TO CUO-INIC-PCT(4).
           MOVE "M"  TO CUO-INIC-ENTERO(4).

           MOVE "IV" TO CUO-INIC-CONC(5).
           MOVE "INVALIDEZ Y VIDA" TO CUO-INIC-DESC(5).
           MOVE "S"  TO CUO-INIC-BASE(5).
           MOVE 1.75000 TO CUO-INIC-PCT(5).
           MOVE "M"  TO CUO-INIC-ENTERO(5).

           MOVE "RT" TO CUO-INIC-CONC(6).
           MOVE "RIESGO DE TRABAJO" TO CUO-INIC-DESC(6).
           MOVE "S"  TO CUO-INIC-BASE(6).
           MOVE 0.54355 TO CUO-INIC-PCT(6).
           MOVE "M"  TO CUO-INIC-ENTERO(6).

           MOVE "GU" TO CUO-INIC-CONC(7).
           MOVE "GUARDERIAS Y P.S." TO CUO-INIC-DESC(7).
           MOVE "S"  TO CUO-INIC-BASE(7).
           MOVE 1.00000 TO CUO-INIC-PCT(7).
           MOVE "M"  TO CUO-INIC-ENTERO(7).

           MOVE "RE" TO CUO-INIC-CONC(8).
           MOVE "RETIRO" TO CUO-INIC-DESC(8).
           MOVE "S"  TO CUO-INIC-BASE(8).
           MOVE 2.00000 TO CUO-INIC-PCT(8).
           MOVE "B"  TO CUO-INIC-ENTERO(8).

           MOVE "CV" TO CUO-INIC-CONC(9).
           MOVE "CESANTIA Y VEJEZ" TO CUO-INIC-DESC(9).
           MOVE "S"  TO CUO-INIC-BASE(9).
           MOVE 3.15000 TO CUO-INIC-PCT(9).
           MOVE "B"  TO CUO-INIC-ENTERO(9).

           MOVE "IN" TO CUO-INIC-CONC(10).
           MOVE "INFONAVIT" TO CUO-INIC-DESC(10).
           MOVE "S"  TO CUO-INIC-BASE(10).
           MOVE 5.00000 TO CUO-INIC-PCT(10).
           MOVE "B"  TO CUO-INIC-ENTERO(10).

           MOVE "SN" TO CUO-INIC-CONC(11).
           MOVE "IMPUESTO S/NOMINA" TO CUO-INIC-DESC(11).
           MOVE "P"  TO CUO-INIC-BASE(11).
           MOVE 3.00000 TO CUO-INIC-PCT(11).
           MOVE "E"  TO CUO-INIC-ENTERO(11).

       CARGA-CUOMAS.
           MOVE SPACES TO CUO-REG.
           MOVE CUO-INIC-CONC(I)   TO CUO-CONC.
           MOVE CUO-INIC-DESC(I)   TO CUO-DESC.
           MOVE CUO-INIC-BASE(I)   TO CUO-BASE.
           MOVE CUO-INIC-PCT(I)    TO CUO-PCT.
           MOVE CUO-INIC-ENTERO(I) TO CUO-ENTERO.
           MOVE "S"                TO CUO-ACT.
           WRITE CUO-REG.

       END PROGRAM CUOLOAD.
