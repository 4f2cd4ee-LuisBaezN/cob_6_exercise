      ******************************************************************
      * Record images of the positive-pay file sent to the bank. One
      * "E" detail per check CHQPRINT prints (folio, amount, issue date
      * and payee nomina) in POSPAYffffff, named after the first folio
      * of the printing, and one "V" void notice in POSANUffffff for a
      * folio cancelled or replaced (220-CANCELAR / 230-REPONER), with
      * the day it was voided. Each file closes with a "T" trailer
      * holding its count and total, as the dispersion file does. The
      * file is written as PIC X(40) records through these images; the
      * writer fills PPY-DET-TIPO / PPY-TRL-TIPO itself.
      * PPY-DET-CIA is the company (CIAMAS) whose account the check is
      * drawn on; a printing covers one company.
      ******************************************************************
       01  PPY-DET.
           02 PPY-DET-TIPO  PIC X(01).
           02 PPY-DET-FOLIO PIC 9(06).
           02 PPY-DET-IMP   PIC 9(09)V99.
           02 PPY-DET-FECHA PIC 9(06).
           02 PPY-DET-NOMI  PIC 9(06).
           02 PPY-DET-FANU  PIC 9(06).
           02 PPY-DET-CIA   PIC X(02).
           02 FILLER        PIC X(02).
       01  PPY-TRL REDEFINES PPY-DET.
           02 PPY-TRL-TIPO  PIC X(01).
           02 PPY-TRL-CNT   PIC 9(06).
           02 PPY-TRL-IMP   PIC 9(11)V99.
           02 FILLER        PIC X(20).
