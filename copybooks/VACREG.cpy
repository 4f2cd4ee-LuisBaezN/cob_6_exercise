      ******************************************************************
      * Record layout for the vacation balance master (VACMAS), one
      * row per nomina keyed by VAC-NOMI. VACSALD creates the row from
      * the employee's ALTA in EMPAUD (or the latest reingreso, which
      * restarts seniority under the LFT) and refreshes the completed
      * years and the days they entitle to; INCCAP adds each vacation
      * day captured (incidence "V") to VAC-DIAS-TOM and takes it back
      * when the row is deleted; FINIQ reads it to pay the unused
      * days at the baja. Saldo = VAC-DIAS-DER - VAC-DIAS-TOM.
      * VAC-ORIGEN says where the hire date came from:
      *   "A" the ALTA row of EMPAUD, "R" a B -> A reactivation row,
      *   "E" EMPINX's status date (no ALTA on the audit trail: the
      *       employee predates it); VACSALD flags these on its report.
      ******************************************************************
       01  VAC-REG.
           02 VAC-NOMI      PIC 9(06).
           02 VAC-FEC-ING.
               03 VAC-ING-AA PIC 9(02).
               03 VAC-ING-MM PIC 9(02).
               03 VAC-ING-DD PIC 9(02).
           02 VAC-ORIGEN    PIC X(01).
               88 VAC-DE-ALTA      VALUE "A".
               88 VAC-DE-REINGRESO VALUE "R".
               88 VAC-DE-ESTADO    VALUE "E".
           02 VAC-ANOS      PIC 9(02).
           02 VAC-DIAS-DER  PIC 9(04).
           02 VAC-DIAS-TOM  PIC 9(04).
           02 VAC-FEC-CALC  PIC 9(06).
           02 FILLER        PIC X(05).
