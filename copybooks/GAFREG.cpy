      ******************************************************************
      * Record layout for the time-clock badge master (GAFMAS), one
      * row per badge the plant's clock reads. It ties the badge
      * number punched on the clock to the employee's EMPINX nomina
      * and to the shift (TURMAS) the employee works. A lost or
      * replaced badge is deactivated, never reassigned, so old punch
      * files still name their owner; its punches then go to the
      * RELOJ exception listing instead of being loaded. MASMANT
      * (option F) maintains the master.
      ******************************************************************
       01  GAF-REG.
           02 GAF-GAFETE       PIC X(08).
           02 GAF-NOMI         PIC 9(06).
           02 GAF-TURNO        PIC X(02).
           02 GAF-ACT          PIC X(01).
               88 GAF-ACTIVO       VALUE "S".
               88 GAF-INACTIVO     VALUE "N".
