      *          usa para calcular esas dos deducciones, en lugar de
      *          que cada capturista las calcule a mano.
      * Tectonics: cobc
      ******************************************************************
      * Mod: 15/10/26 - LABN - Tarifa anual de ISR (tipo A, los tramos
      *                        mensuales por doce) con la que AJUANUAL
      *                        recalcula el impuesto del ejercicio en
      *                        el ajuste anual
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFLD.
       WORKING-STORAGE SECTION.
       77  I               PIC 99.
       01  TARIFA-INIC-TABLA.
           02 TARIFA-INIC-ROW OCCURS 16 TIMES.
               03 TARIFA-INIC-TIPO   PIC X(01).
               03 TARIFA-INIC-NIVEL  PIC 9(02).
               03 TARIFA-INIC-LIMINF PIC 9(08)V99.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           OPEN OUTPUT TARMAS.
           PERFORM CARGA-TARMAS VARYING I FROM 1 BY 1 UNTIL I > 16.
           CLOSE TARMAS.
           STOP RUN.

           MOVE 595.00   TO TARIFA-INIC-CUOTA(9).
           MOVE 2.75     TO TARIFA-INIC-PORC(9).

      *    Type A = annual Impuestos table (the monthly brackets times
      *    twelve) for the year-end adjustment; EmpNom skips it.
           MOVE "A"      TO TARIFA-INIC-TIPO(10).
           MOVE 1        TO TARIFA-INIC-NIVEL(10).
           MOVE 0        TO TARIFA-INIC-LIMINF(10).
           MOVE 0        TO TARIFA-INIC-CUOTA(10).
           MOVE 1.92     TO TARIFA-INIC-PORC(10).

           MOVE "A"      TO TARIFA-INIC-TIPO(11).
           MOVE 2        TO TARIFA-INIC-NIVEL(11).
           MOVE 8952.60  TO TARIFA-INIC-LIMINF(11).
           MOVE 171.84   TO TARIFA-INIC-CUOTA(11).
           MOVE 6.40     TO TARIFA-INIC-PORC(11).

           MOVE "A"      TO TARIFA-INIC-TIPO(12).
           MOVE 3        TO TARIFA-INIC-NIVEL(12).
           MOVE 75984.72 TO TARIFA-INIC-LIMINF(12).
           MOVE 4461.96  TO TARIFA-INIC-CUOTA(12).
           MOVE 10.88    TO TARIFA-INIC-PORC(12).

           MOVE "A"      TO TARIFA-INIC-TIPO(13).
           MOVE 4        TO TARIFA-INIC-NIVEL(13).
           MOVE 133536.24 TO TARIFA-INIC-LIMINF(13).
           MOVE 10723.56 TO TARIFA-INIC-CUOTA(13).
           MOVE 16.00    TO TARIFA-INIC-PORC(13).

           MOVE "A"      TO TARIFA-INIC-TIPO(14).
           MOVE 5        TO TARIFA-INIC-NIVEL(14).
           MOVE 155229.96 TO TARIFA-INIC-LIMINF(14).
           MOVE 14194.56 TO TARIFA-INIC-CUOTA(14).
           MOVE 17.92    TO TARIFA-INIC-PORC(14).

           MOVE "A"      TO TARIFA-INIC-TIPO(15).
           MOVE 6        TO TARIFA-INIC-NIVEL(15).
           MOVE 185852.64 TO TARIFA-INIC-LIMINF(15).
           MOVE 19682.16 TO TARIFA-INIC-CUOTA(15).
           MOVE 21.36    TO TARIFA-INIC-PORC(15).

           MOVE "A"      TO TARIFA-INIC-TIPO(16).
           MOVE 7        TO TARIFA-INIC-NIVEL(16).
           MOVE 374838.00 TO TARIFA-INIC-LIMINF(16).
           MOVE 60049.44 TO TARIFA-INIC-CUOTA(16).
           MOVE 23.52    TO TARIFA-INIC-PORC(16).

       CARGA-TARMAS.
           MOVE TARIFA-INIC-TIPO(I)   TO TAR-TIPO.
           MOVE TARIFA-INIC-NIVEL(I)  TO TAR-NIVEL.
