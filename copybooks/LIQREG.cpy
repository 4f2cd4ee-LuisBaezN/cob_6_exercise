      ******************************************************************
      * Record layout for the employer-liability file (CUOLIQAAMMQ),
      * one row per employee corte and CUOMAS concept, written by
      * CUOPAT: the base the rate was applied to (SBC, UMA or excess
      * times the days, or the percepciones), the rate and the amount
      * the company owes. CUOPAT re-reads the files of the other
      * cortes of the month and bimester to total what is paid to
      * IMSS, INFONAVIT and the state.
      * The file is per company (CUOLIQccAAMMQ): IMSS and INFONAVIT
      * are paid under each company's registro patronal and the ISN
      * under its RFC. LIQ-CIA is the company that paid the corte
      * (HIS-CIA).
      ******************************************************************
       01  LIQ-REG.
           02 LIQ-PERIODO.
               03 LIQ-PER-AA   PIC 9(02).
               03 LIQ-PER-MM   PIC 9(02).
               03 LIQ-PER-QQ   PIC 9(01).
           02 LIQ-NOMI         PIC 9(06).
           02 LIQ-DEPT         PIC X(03).
           02 LIQ-CONC         PIC X(02).
           02 LIQ-ENTERO       PIC X(01).
           02 LIQ-DIAS         PIC 9(02).
           02 LIQ-SBC          PIC 9(05)V99.
           02 LIQ-BASE         PIC 9(08)V99.
           02 LIQ-PCT          PIC 9(02)V9(05).
           02 LIQ-IMP          PIC 9(07)V99.
           02 LIQ-CIA          PIC X(02).
