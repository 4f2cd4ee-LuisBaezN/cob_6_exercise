      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Carga inicial del maestro de turnos TURMAS que usa
      *          RELOJ para medir las checadas del reloj: los tres
      *          turnos de la LFT (diurno de 8 horas, mixto de 7.5 y
      *          nocturno de 7) de lunes a sabado con descanso el
      *          domingo. Solo semilla, igual que DEPTLOAD: los
      *          horarios reales de la planta se ajustan despues en
      *          MASMANT (opcion H).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-COD
               FILE STATUS IS TUR-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
           COPY TURREG.
       WORKING-STORAGE SECTION.
       77  I               PIC 99.
       77  TUR-STAT        PIC XX.
       77  RESP            PIC XX.
       77  SIGUE           PIC 9.
       01  TUR-INIC-TABLA.
           02 TUR-INIC-ROW OCCURS 3 TIMES.
               03 TUR-INIC-COD     PIC X(02).
               03 TUR-INIC-DESC    PIC X(20).
               03 TUR-INIC-ENTRADA PIC 9(04).
               03 TUR-INIC-SALIDA  PIC 9(04).
               03 TUR-INIC-JORNADA PIC 9(02)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECA-EXISTENTE.
           IF SIGUE = 1
               PERFORM INICIALIZACION
               OPEN OUTPUT TURMAS
               PERFORM CARGA-TURMAS VARYING I FROM 1 BY 1 UNTIL I > 3
               CLOSE TURMAS
               DISPLAY "TURMAS CARGADO CON LOS TURNOS 01, 02 Y 03"
               DISPLAY "AJUSTE LOS HORARIOS DE LA PLANTA EN MASMANT".
           STOP RUN.

      *-------------------- FIRST-TIME-SEED GUARD ----------------------
      *    Rebuilding wipes whatever maintenance MASMANT has done, so
      *    an existing master is only replaced on explicit confirmation.
       CHECA-EXISTENTE.
           MOVE 1 TO SIGUE.
           OPEN INPUT TURMAS.
           IF TUR-STAT NOT = "35"
               CLOSE TURMAS
               DISPLAY "TURMAS YA EXISTE; ESTE CARGADOR LO REEMPLAZA"
               DISPLAY "COMPLETO. USE MASMANT PARA MANTENIMIENTO."
               DISPLAY "REEMPLAZAR DE TODOS MODOS (S/N): "
               ACCEPT RESP
               IF RESP NOT = "S"
                   MOVE 0 TO SIGUE
                   DISPLAY "CARGA CANCELADA"
               END-IF
           END-IF.

      *    The nocturno ends the next morning: its exit (0500) is
      *    earlier than its entry, which is how TURMAS marks it.
       INICIALIZACION.
           MOVE "01"                   TO TUR-INIC-COD(1).
           MOVE "DIURNO"               TO TUR-INIC-DESC(1).
           MOVE 0800                   TO TUR-INIC-ENTRADA(1).
           MOVE 1600                   TO TUR-INIC-SALIDA(1).
           MOVE 8.00                   TO TUR-INIC-JORNADA(1).

           MOVE "02"                   TO TUR-INIC-COD(2).
           MOVE "MIXTO"                TO TUR-INIC-DESC(2).
           MOVE 1400                   TO TUR-INIC-ENTRADA(2).
           MOVE 2130                   TO TUR-INIC-SALIDA(2).
           MOVE 7.50                   TO TUR-INIC-JORNADA(2).

           MOVE "03"                   TO TUR-INIC-COD(3).
           MOVE "NOCTURNO"             TO TUR-INIC-DESC(3).
           MOVE 2200                   TO TUR-INIC-ENTRADA(3).
           MOVE 0500                   TO TUR-INIC-SALIDA(3).
           MOVE 7.00                   TO TUR-INIC-JORNADA(3).

       CARGA-TURMAS.
           MOVE SPACES TO TUR-REG.
           MOVE TUR-INIC-COD(I)     TO TUR-COD.
           MOVE TUR-INIC-DESC(I)    TO TUR-DESC.
           MOVE TUR-INIC-ENTRADA(I) TO TUR-ENTRADA.
           MOVE TUR-INIC-SALIDA(I)  TO TUR-SALIDA.
           MOVE TUR-INIC-JORNADA(I) TO TUR-JORNADA.
           MOVE "SSSSSSN"           TO TUR-DIAS.
           MOVE "S"                 TO TUR-ACT.
           WRITE TUR-REG.

       END PROGRAM TURLOAD.
