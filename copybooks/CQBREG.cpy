      ******************************************************************
      * Record layout of the bank's paid-checks statement (CHQBANAAMMDD,
      * one file per statement day): one row per check the bank paid
      * against the payroll account, with its folio, the amount paid
      * and the day it was paid. CHQCONC reads it to mark the matching
      * CHQREGIS folios cobrado and to report what does not match.
      ******************************************************************
       01  CQB-REG.
           02 CQB-FOLIO    PIC 9(06).
           02 CQB-IMP      PIC 9(09)V99.
           02 CQB-FECHA.
               03 CQB-FEC-AA PIC 9(02).
               03 CQB-FEC-MM PIC 9(02).
               03 CQB-FEC-DD PIC 9(02).
           02 FILLER       PIC X(17).
