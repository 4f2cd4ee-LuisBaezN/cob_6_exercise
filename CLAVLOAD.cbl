      *                        documentada que genera RETROCAL
      * Mod: 01/09/26 - LABN - Clave Aguinaldo para el bono de fin de
      *                        ano que genera AGUINALD
      * Mod: 15/10/26 - LABN - Claves Prima vacac. (la emite EmpNom
      *                        sobre los dias de vacaciones) y
      *                        Vacaciones (los dias no gozados que paga
      *                        FINIQ)
      * Mod: 15/10/26 - LABN - Claves ISR a favor (devolucion) e ISR a
      *                        cargo (retencion adicional) que genera
      *                        el ajuste anual AJUANUAL
      * Mod: 15/10/26 - LABN - Claves PTU (parte gravada) y PTU exenta
      *                        que genera el reparto de utilidades
      *                        PTUCALC
      * Mod: 15/10/26 - LABN - Claves H.Extra Dobles y H.Extra Triple
      *                        del tiempo extra que carga RELOJ desde
      *                        el reloj checador
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVLOAD.
       77  RESP            PIC XX.
       77  SIGUE           PIC 9.
       01  CLAVE-INIC-TABLA.
           02 CLAVE-INIC-ROW OCCURS 23 TIMES.
               03 CLAVE-INIC-CLAVE PIC X(14).
               03 CLAVE-INIC-TIPO  PIC X(01).
       PROCEDURE DIVISION.
           IF SIGUE = 1
               PERFORM INICIALIZACION
               OPEN OUTPUT CLAVMAS
               PERFORM CARGA-CLAVMAS VARYING I FROM 1 BY 1 UNTIL I > 23
               CLOSE CLAVMAS.
           STOP RUN.

           MOVE "Aguinaldo     " TO CLAVE-INIC-CLAVE(15).
           MOVE "P"              TO CLAVE-INIC-TIPO(15).

           MOVE "Prima vacac.  " TO CLAVE-INIC-CLAVE(16).
           MOVE "P"              TO CLAVE-INIC-TIPO(16).

           MOVE "Vacaciones    " TO CLAVE-INIC-CLAVE(17).
           MOVE "P"              TO CLAVE-INIC-TIPO(17).

           MOVE "ISR a favor   " TO CLAVE-INIC-CLAVE(18).
           MOVE "P"              TO CLAVE-INIC-TIPO(18).

           MOVE "ISR a cargo   " TO CLAVE-INIC-CLAVE(19).
           MOVE "D"              TO CLAVE-INIC-TIPO(19).

           MOVE "PTU           " TO CLAVE-INIC-CLAVE(20).
           MOVE "P"              TO CLAVE-INIC-TIPO(20).

           MOVE "PTU exenta    " TO CLAVE-INIC-CLAVE(21).
           MOVE "P"              TO CLAVE-INIC-TIPO(21).

           MOVE "H.Extra Dobles" TO CLAVE-INIC-CLAVE(22).
           MOVE "P"              TO CLAVE-INIC-TIPO(22).

           MOVE "H.Extra Triple" TO CLAVE-INIC-CLAVE(23).
           MOVE "P"              TO CLAVE-INIC-TIPO(23).

       CARGA-CLAVMAS.
           MOVE CLAVE-INIC-CLAVE(I) TO CLV-CLAVE.
           MOVE CLAVE-INIC-TIPO(I)  TO CLV-TIPO.
