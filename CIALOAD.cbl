      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Carga inicial del maestro de empresas CIAMAS con la
      *          empresa 01, la que la instalacion ha pagado siempre:
      *          toma el letrero y el registro patronal que ya estan
      *          en EMPCTL. Solo semilla: la razon social, el RFC, la
      *          cuenta de dispersion y las demas empresas del grupo
      *          se capturan despues en MASMANT (opcion E).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIALOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIAMAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIA-COD
               FILE STATUS IS CIA-STAT.
           SELECT EMPCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS CTL-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  CIAMAS.
           COPY CIAREG.
       FD  EMPCTL.
           COPY CTLREG.
       WORKING-STORAGE SECTION.
       77  CIA-STAT        PIC XX.
       77  CTL-STAT        PIC XX.
       77  RESP            PIC XX.
       77  SIGUE           PIC 9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECA-EXISTENTE.
           IF SIGUE = 1
               PERFORM INICIALIZACION
               OPEN OUTPUT CIAMAS
               WRITE CIA-REG
               CLOSE CIAMAS
               DISPLAY "CIAMAS CARGADO CON LA EMPRESA " CIA-COD
               DISPLAY "CAPTURE RAZON SOCIAL, RFC Y CUENTA EN MASMANT".
           STOP RUN.

      *-------------------- FIRST-TIME-SEED GUARD ----------------------
      *    Rebuilding wipes whatever maintenance MASMANT has done, so
      *    an existing master is only replaced on explicit confirmation.
       CHECA-EXISTENTE.
           MOVE 1 TO SIGUE.
           OPEN INPUT CIAMAS.
           IF CIA-STAT NOT = "35"
               CLOSE CIAMAS
               DISPLAY "CIAMAS YA EXISTE; ESTE CARGADOR LO REEMPLAZA"
               DISPLAY "COMPLETO. USE MASMANT PARA MANTENIMIENTO."
               DISPLAY "REEMPLAZAR DE TODOS MODOS (S/N): "
               ACCEPT RESP
               IF RESP NOT = "S"
                   MOVE 0 TO SIGUE
                   DISPLAY "CARGA CANCELADA"
               END-IF
           END-IF.

      *    Company 01 is the one every employee already on EMPINX
      *    belongs to (MIGRALAY stamps it on them), so it inherits the
      *    letterhead and registro patronal the single-employer
      *    installation ran with.
       INICIALIZACION.
           MOVE SPACES TO CIA-REG.
           MOVE "01" TO CIA-COD.
           MOVE "STEFANINI GROUP" TO CIA-RAZON.
           MOVE "\\ STEFANINI GROUP //" TO CIA-LETRERO.
           MOVE "S" TO CIA-ACT.
           OPEN INPUT EMPCTL.
           IF CTL-STAT = "00"
               MOVE "RPT" TO CTL-ID
               READ EMPCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-LETRERO TO CIA-LETRERO
                       MOVE CTL-REG-PAT TO CIA-REG-PAT
               END-READ
           END-IF.
           CLOSE EMPCTL.

       END PROGRAM CIALOAD.
