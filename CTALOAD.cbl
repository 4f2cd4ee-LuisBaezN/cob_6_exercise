      *          periodo. Solo semilla inicial, igual que CLAVLOAD y
      *          DEPTLOAD: el mantenimiento diario es de MASMANT.
      * Tectonics: cobc
      * Mod: 15/10/26 - LABN - La deduccion ISR a cargo del ajuste
      *                        anual abona al mismo ISR por pagar que
      *                        Impuestos, para que la poliza del corte
      *                        que la lleva no quede sin cuenta
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTALOAD.
       77  RESP            PIC XX.
       77  SIGUE           PIC 9.
       01  CTA-INIC-TABLA.
           02 CTA-INIC-ROW OCCURS 23 TIMES.
               03 CTA-INIC-TIPO   PIC X(01).
               03 CTA-INIC-COD    PIC X(14).
               03 CTA-INIC-CUENTA PIC X(10).
           IF SIGUE = 1
               PERFORM INICIALIZACION
               OPEN OUTPUT CTAMAS
               PERFORM CARGA-CTAMAS VARYING I FROM 1 BY 1 UNTIL I > 23
               CLOSE CTAMAS.
           STOP RUN.

           MOVE "2108-000-00"    TO CTA-INIC-CUENTA(22).
           MOVE "DESC PERMISO SG"   TO CTA-INIC-DESC(22).

           MOVE "C"              TO CTA-INIC-TIPO(23).
           MOVE "ISR a cargo   " TO CTA-INIC-COD(23).
           MOVE "2101-000-00"    TO CTA-INIC-CUENTA(23).
           MOVE "ISR POR PAGAR"     TO CTA-INIC-DESC(23).

       CARGA-CTAMAS.
           MOVE CTA-INIC-TIPO(I)   TO CTA-TIPO.
           MOVE CTA-INIC-COD(I)    TO CTA-COD.
