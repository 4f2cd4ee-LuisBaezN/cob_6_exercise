      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Subrutina de dias de vacaciones por antiguedad (tabla
      *          del art. 76 LFT: 12 dias el primer ano, dos mas por
      *          ano hasta el quinto, y a partir del sexto dos mas por
      *          cada cinco anos), llamada por VACSALD, INCCAP y FINIQ
      *          para que los tres midan igual: con la fecha de ingreso
      *          y la fecha de corte regresa los anos cumplidos, los
      *          dias ganados por esos anos, los que dara el ano en
      *          curso y la parte proporcional ya devengada de este.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACDIAS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  ANO-IX          PIC 9(02).
       77  DIAS-TAB        PIC 9(02).
       77  ANIV-AA         PIC 9(02).
       77  ANIV-DD         PIC 9(02).
       77  DN-NUM          PIC 9(06).
       77  DN-BIS          PIC 9(03).
       77  DN-COC          PIC 9(06).
       77  DN-RES          PIC 9(01).
       77  DN-ANIV         PIC 9(06).
       77  DN-CORTE        PIC 9(06).
       01  DN-FECHA.
           03 DN-AA        PIC 99.
           03 DN-MM        PIC 99.
           03 DN-DD        PIC 99.
       01  ING-MMDD        PIC 9(04).
       01  COR-MMDD        PIC 9(04).
      *    Days elapsed in a non-leap year before the first of each
      *    month.
       01  DN-ACUM-VAL     PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  DN-ACUM-TAB REDEFINES DN-ACUM-VAL.
           02 DN-ACUM      PIC 9(03) OCCURS 12 TIMES.
       LINKAGE SECTION.
           COPY VACLNK.
       PROCEDURE DIVISION USING VAC-CALC-DATOS.
       MAIN.
           MOVE 0 TO VCL-ANOS.
           MOVE 0 TO VCL-DIAS-DER.
           MOVE 0 TO VCL-DIAS-ANO.
           MOVE 0 TO VCL-DIAS-PROP.
           IF VCL-ING-MM >= 1 AND VCL-ING-MM <= 12
                   AND VCL-COR-MM >= 1 AND VCL-COR-MM <= 12
                   AND VCL-FEC-ING NOT > VCL-FEC-CORTE
               PERFORM 100-ANOS
               PERFORM 110-DIAS-GANADOS
                   VARYING ANO-IX FROM 1 BY 1 UNTIL ANO-IX > VCL-ANOS
               COMPUTE ANO-IX = VCL-ANOS + 1
               PERFORM 120-DIAS-DEL-ANO
               MOVE DIAS-TAB TO VCL-DIAS-ANO
               PERFORM 130-PROPORCIONAL
           END-IF.
           GOBACK.

      *-------------------- COMPLETED YEARS OF SERVICE -----------------
       100-ANOS.
           COMPUTE VCL-ANOS = VCL-COR-AA - VCL-ING-AA.
           COMPUTE ING-MMDD = VCL-ING-MM * 100 + VCL-ING-DD.
           COMPUTE COR-MMDD = VCL-COR-MM * 100 + VCL-COR-DD.
           IF COR-MMDD < ING-MMDD AND VCL-ANOS > 0
               SUBTRACT 1 FROM VCL-ANOS.

       110-DIAS-GANADOS.
           PERFORM 120-DIAS-DEL-ANO.
           ADD DIAS-TAB TO VCL-DIAS-DER.

      *-------------------- LFT ART. 76 FOR YEAR ANO-IX ----------------
       120-DIAS-DEL-ANO.
           IF ANO-IX <= 5
               COMPUTE DIAS-TAB = 10 + ANO-IX * 2
           ELSE
               COMPUTE DN-COC = ANO-IX - 6
               DIVIDE DN-COC BY 5 GIVING DN-COC
               COMPUTE DIAS-TAB = 22 + DN-COC * 2.

      *-------------------- ACCRUED PART OF THE YEAR IN COURSE ---------
      *    From the last anniversary (a 29/02 hire counts from 28/02 in
      *    common years) to the measuring date, over 365.
       130-PROPORCIONAL.
           COMPUTE ANIV-AA = VCL-ING-AA + VCL-ANOS.
           MOVE VCL-ING-DD TO ANIV-DD.
           DIVIDE ANIV-AA BY 4 GIVING DN-COC REMAINDER DN-RES.
           IF VCL-ING-MM = 2 AND ANIV-DD = 29 AND DN-RES NOT = 0
               MOVE 28 TO ANIV-DD.
           MOVE ANIV-AA TO DN-AA.
           MOVE VCL-ING-MM TO DN-MM.
           MOVE ANIV-DD TO DN-DD.
           PERFORM 200-DIA-NUM.
           MOVE DN-NUM TO DN-ANIV.
           MOVE VCL-FEC-CORTE TO DN-FECHA.
           PERFORM 200-DIA-NUM.
           MOVE DN-NUM TO DN-CORTE.
           IF DN-CORTE > DN-ANIV
               COMPUTE VCL-DIAS-PROP ROUNDED =
                   VCL-DIAS-ANO * (DN-CORTE - DN-ANIV) / 365.

      *-------------------- DAYS SINCE 01/01/2000 OF DN-FECHA ----------
       200-DIA-NUM.
           COMPUTE DN-BIS = (DN-AA + 3) / 4.
           COMPUTE DN-NUM = DN-AA * 365 + DN-BIS
                          + DN-ACUM(DN-MM) + DN-DD - 1.
           DIVIDE DN-AA BY 4 GIVING DN-COC REMAINDER DN-RES.
           IF DN-RES = 0 AND DN-MM > 2
               ADD 1 TO DN-NUM.

       END PROGRAM VACDIAS.
