      ******************************************************************
      * Record layout for the salary-revision register (REVMAS), kept
      * by REVSAL. Each revision has a clave of its own (REV-ID, e.g.
      * ANUAL26) and one header row with nomina zero carrying the rule
      * (percentage or fixed amount, scope, effective date); then one
      * row per employee raised under it with the salary before and
      * after. An employee with a row under the revision is never
      * raised again by it, so the run can be repeated to pick up the
      * ones that were left out without raising anybody twice.
      * REV-ALCANCE: T = all employees, D = department REV-DEPT,
      * R = salary band REV-SUEL-MIN through REV-SUEL-MAX (monthly
      * EMI-SUEL before the raise).
      ******************************************************************
       01  REV-REG.
           02 REV-LLAVE.
               03 REV-ID       PIC X(08).
               03 REV-NOMI     PIC 9(06).
           02 REV-TIPO         PIC X(01).
               88 REV-PORCENTAJE    VALUE "P".
               88 REV-IMPORTE       VALUE "I".
           02 REV-VALOR        PIC 9(05)V99.
           02 REV-ALCANCE      PIC X(01).
               88 REV-TODOS         VALUE "T".
               88 REV-DEPTO         VALUE "D".
               88 REV-BANDA         VALUE "R".
           02 REV-DEPT         PIC X(03).
           02 REV-SUEL-MIN     PIC 9(05)V99.
           02 REV-SUEL-MAX     PIC 9(05)V99.
           02 REV-FEC-EFEC.
               03 REV-EFE-AA   PIC 9(02).
               03 REV-EFE-MM   PIC 9(02).
               03 REV-EFE-DD   PIC 9(02).
           02 REV-SUEL-ANT     PIC S9(05)V99.
           02 REV-SUEL-NVO     PIC S9(05)V99.
           02 REV-FEC-APL.
               03 REV-APL-AA   PIC 9(02).
               03 REV-APL-MM   PIC 9(02).
               03 REV-APL-DD   PIC 9(02).
           02 REV-USR          PIC X(08).
           02 FILLER           PIC X(05).
