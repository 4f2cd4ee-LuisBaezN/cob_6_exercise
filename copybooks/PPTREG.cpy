      ******************************************************************
      * Record layout for the department payroll budget master
      * (PPTMAS), one row per department per month: the headcount and
      * the payroll cost (percepciones of both cortes of the month)
      * finance authorized. MASMANT (option B) maintains it; PPTREP
      * compares it against NOMHIST (HIS-PERC by HIS-DEPT) and the
      * active EMPINX headcount. A month without a row has no budget
      * (zero) and any spending in it shows as over budget.
      ******************************************************************
       01  PPT-REG.
           02 PPT-LLAVE.
               03 PPT-DEPT     PIC X(03).
               03 PPT-AA       PIC 9(02).
               03 PPT-MM       PIC 9(02).
           02 PPT-PLAZAS       PIC 9(04).
           02 PPT-COSTO        PIC 9(09)V99.
           02 PPT-FEC-MOD      PIC 9(06).
           02 PPT-USR          PIC X(08).
           02 FILLER           PIC X(10).
