      ******************************************************************
      * Record layout for the company master (CIAMAS), one row per
      * legal entity (razon social) of the group the installation
      * pays. Every employee belongs to one of them (EMI-CIA); the
      * payroll run, the dispersion, the check listing, the poliza
      * and the annual summaries are split by it. CIALOAD seeds the
      * first company from EMPCTL and MASMANT (option E) maintains
      * the master.
      * CIA-RFC / CIA-REG-PAT are the employer's fiscal identity and
      * IMSS registro patronal the affiliation notices go out with.
      * CIA-BANCO / CIA-CUENTA are the company's own account the
      * dispersion is charged to and the checks are drawn on.
      * CIA-LETRERO is the letterhead printed on its reports. An
      * inactive company is kept so old cortes still name their
      * employer, but no employee can be hired into it.
      ******************************************************************
       01  CIA-REG.
           02 CIA-COD          PIC X(02).
           02 CIA-RAZON        PIC X(40).
           02 CIA-RFC          PIC X(13).
           02 CIA-REG-PAT      PIC X(11).
           02 CIA-BANCO        PIC X(03).
           02 CIA-CUENTA       PIC X(18).
           02 CIA-LETRERO      PIC X(21).
           02 CIA-ACT          PIC X(01).
               88 CIA-ACTIVA       VALUE "S".
               88 CIA-INACTIVA     VALUE "N".
