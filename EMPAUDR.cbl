      ******************************************************************
      * Mod: 01/09/26 - LABN - Muestra el usuario firmado (AUD-USR)
      *                        que EMPABC estampa en cada registro
      * Mod: 15/10/26 - LABN - Muestra los renglones "R" de RESTAURA
      *                        (generacion de respaldo, corte y
      *                        resultado) en lugar de las imagenes
      * Mod: 15/10/26 - LABN - Muestra los renglones "T" de traspaso
      *                        entre empresas (empresa anterior,
      *                        nueva y fecha efectiva)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAUDR.
               03 AUD-A-SUEL   PIC S9(05)V99.
               03 AUD-A-EST    PIC X(01).
               03 AUD-A-FEC-EST PIC 9(06).
      *    Restore rows (RESTAURA) carry the generation instead.
           02 AUD-RESPALDO REDEFINES AUD-ANTES.
               03 AUD-R-NOMI   PIC 9(06).
               03 AUD-R-GEN    PIC 9(04).
               03 AUD-R-FECHA.
                   04 AUD-R-FEC-AA PIC 9(02).
                   04 AUD-R-FEC-MM PIC 9(02).
                   04 AUD-R-FEC-DD PIC 9(02).
               03 AUD-R-PERIODO.
                   04 AUD-R-PER-AA PIC 9(02).
                   04 AUD-R-PER-MM PIC 9(02).
                   04 AUD-R-PER-QQ PIC 9(01).
               03 AUD-R-RESULT PIC X(01).
               03 FILLER       PIC X(16).
           02 AUD-DESPUES.
               03 AUD-D-NOMI   PIC 9(06).
               03 AUD-D-NOMB   PIC X(15).
               03 AUD-D-SUEL   PIC S9(05)V99.
               03 AUD-D-EST    PIC X(01).
               03 AUD-D-FEC-EST PIC 9(06).
      *    Company transfer rows (EMPABC option T) carry the companies.
           02 AUD-TRASPASO REDEFINES AUD-DESPUES.
               03 AUD-T-NOMI   PIC 9(06).
               03 AUD-T-CIA-ANT PIC X(02).
               03 AUD-T-CIA-NUE PIC X(02).
               03 AUD-T-FEC-EFE.
                   04 AUD-T-FEC-AA PIC 9(02).
                   04 AUD-T-FEC-MM PIC 9(02).
                   04 AUD-T-FEC-DD PIC 9(02).
               03 FILLER       PIC X(22).
           02 AUD-USR      PIC X(08).
       WORKING-STORAGE SECTION.
       77  AUD-STAT        PIC XX.
           ACCEPT FIL-FEC-DESDE-IN.
           DISPLAY "FECHA HASTA (AAMMDD, ENTER = TODAS): ".
           ACCEPT FIL-FEC-HASTA-IN.
           DISPLAY "OPERACION (A/B/M/E/R/T, ENTER = TODAS): ".
           ACCEPT FIL-OPER.
           DISPLAY "NOMINA (ENTER = TODAS): ".
           ACCEPT FIL-NOMI-IN.
           PERFORM 203-CHECK-FILTROS.
           IF PASA-FILTRO = 1
               ADD 1 TO REG-CNT
               IF AUD-OPER = "R"
                   PERFORM 217-MUESTRA-RESTAURA
               ELSE
                   IF AUD-OPER = "T"
                       PERFORM 218-MUESTRA-TRASPASO
                   ELSE
                       PERFORM 210-MUESTRA-REG
                   END-IF
               END-IF
           END-IF.
           PERFORM 201-READ-AUD.

               MOVE "*" TO DET-MARCA.
           DISPLAY DET-LINEA.

      *-------------------- ONE RESTORE OF THE PAYROLL MASTERS ---------
       217-MUESTRA-RESTAURA.
           DISPLAY " ".
           DISPLAY "OPERACION: RESTAURACION  FECHA: "
                   AUD-FEC-DD "/" AUD-FEC-MM "/" AUD-FEC-AA
                   " HORA: " AUD-HOR-HH ":" AUD-HOR-MM ":" AUD-HOR-SS.
           DISPLAY "  USUARIO: " AUD-USR.
           DISPLAY "  GENERACION " AUD-R-GEN " DEL " AUD-R-FEC-DD "/"
                   AUD-R-FEC-MM "/" AUD-R-FEC-AA " (ANTES DEL CORTE "
                   AUD-R-PER-MM "/" AUD-R-PER-AA " Q" AUD-R-PER-QQ ")".
           IF AUD-R-RESULT = "C"
               DISPLAY "  RESULTADO: COMPLETA"
           ELSE
               DISPLAY "  RESULTADO: CON FALLAS".

       218-MUESTRA-TRASPASO.
           DISPLAY " ".
           DISPLAY "OPERACION: TRASPASO      FECHA: "
                   AUD-FEC-DD "/" AUD-FEC-MM "/" AUD-FEC-AA
                   " HORA: " AUD-HOR-HH ":" AUD-HOR-MM ":" AUD-HOR-SS.
           DISPLAY "  USUARIO: " AUD-USR.
           DISPLAY "  NOMINA " AUD-A-NOMI " " AUD-A-NOMB " DEPT "
                   AUD-A-DEPT.
           DISPLAY "  DE LA EMPRESA " AUD-T-CIA-ANT " A LA EMPRESA "
                   AUD-T-CIA-NUE " EFECTIVO EL " AUD-T-FEC-DD "/"
                   AUD-T-FEC-MM "/" AUD-T-FEC-AA.

       300-END.
           STOP RUN.

