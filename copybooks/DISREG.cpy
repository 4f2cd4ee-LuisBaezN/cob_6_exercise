      * (EmpNom writes them, BANKRET/POLIZA/PERCLOSE read them), so
      * the layout lives in exactly one place. The writer fills
      * DIS-DET-TIPO / DIS-TRL-TIPO itself.
      * DIS-DET-CIA is the company (CIAMAS) paying the deposit: the
      * trailer still totals the whole run, and DISPCIA splits the
      * file into one bank upload per company, charged to its own
      * account; each of those files opens with one "H" header
      * naming the company, its RFC and the account to charge.
      ******************************************************************
       01  DIS-DET.
           02 DIS-DET-TIPO  PIC X(01).
           02 DIS-DET-CLABE PIC X(18).
           02 DIS-DET-IMP   PIC 9(09)V99.
           02 DIS-DET-FVALOR PIC 9(06).
           02 DIS-DET-CIA   PIC X(02).
           02 FILLER        PIC X(01).
       01  DIS-TRL REDEFINES DIS-DET.
           02 DIS-TRL-TIPO  PIC X(01).
           02 DIS-TRL-CNT   PIC 9(06).
           02 DIS-TRL-IMP   PIC 9(11)V99.
           02 FILLER        PIC X(28).
       01  DIS-HDR REDEFINES DIS-DET.
           02 DIS-HDR-TIPO  PIC X(01).
           02 DIS-HDR-CIA   PIC X(02).
           02 DIS-HDR-RFC   PIC X(13).
           02 DIS-HDR-BANCO PIC X(03).
           02 DIS-HDR-CUENTA PIC X(18).
           02 DIS-HDR-FVALOR PIC 9(06).
           02 FILLER        PIC X(05).
