      *                        incapacidad y permiso sin goce del
      *                        INCIDAAMM del periodo, para que el
      *                        empleado vea por que se le desconto
      * Mod: 15/10/26 - LABN - Tambien muestra los dias de vacaciones
      *                        del periodo (base de la prima vacacional)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSLIP.
       77  FALTAS-CNT      PIC 99.
       77  INCAP-CNT       PIC 99.
       77  PERM-CNT        PIC 99.
       77  VAC-CNT         PIC 99.
       77  HSL-CNT         PIC 9(03) VALUE 0.
       77  HSL-IX          PIC 9(03).
       77  HIST-EXI        PIC 9.
           MOVE 0 TO FALTAS-CNT.
           MOVE 0 TO INCAP-CNT.
           MOVE 0 TO PERM-CNT.
           MOVE 0 TO VAC-CNT.
           MOVE 0 TO INC-SCAN-EOF.
           MOVE EMI-NOMI TO INC-NOMI.
           MOVE ZEROES TO INC-SEC.
               MOVE PERM-CNT TO RLI-DIAS
               WRITE REC-REG FROM REC-LIN-INC
           END-IF.
           IF VAC-CNT > 0
               MOVE "VACACIONES" TO RLI-ETIQ
               MOVE VAC-CNT TO RLI-DIAS
               WRITE REC-REG FROM REC-LIN-INC
           END-IF.

       216-CUENTA-INCIDENCIA.
           READ INCID NEXT RECORD
                           ELSE
                               IF INC-PERMISO
                                   ADD 1 TO PERM-CNT
                               ELSE
                                   IF INC-VACACIONES
                                       ADD 1 TO VAC-CNT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
