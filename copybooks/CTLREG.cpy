      * and maximum valid movement amount EmpNom runs with, so
      * operations can retune the report/validation without a
      * recompile.
      * The IMSS fields drive the affiliation notices IMSSAVI builds:
      * the integration factor that turns the daily salary into the
      * salario base de cotizacion, its legal daily cap, the business
      * days the law allows to file a notice and the employer's
      * registro patronal. MASMANT maintains them (option P).
      * CTL-PRIMA-VAC is the prima vacacional (% of the daily salary
      * of each vacation day) EmpNom and FINIQ pay; also option P.
      * CTL-UMA is the daily Unidad de Medida y Actualizacion CUOPAT
      * prices the UMA-based employer IMSS quotas with; also option P.
      * CTL-AJU-TOPE is the annual income over which the employer may
      * not make the employee's ISR annual adjustment (the employee
      * files their own return); AJUANUAL leaves those out. Option P.
      * CTL-RES-GEN is how many pre-run snapshot generations RESPALDO
      * keeps before purging the oldest one; also option P.
      * CTL-PPT-TOL is the % over its budget a department may spend
      * before PPTREP flags it as over budget; also option P.
      * CTL-CHQ-DIAS is how many days an issued check may stay uncashed
      * before CHQCONC lists it as outstanding; also option P.
      * CTL-HEX-DIA / CTL-HEX-SEM are the most overtime hours a day and
      * a week (Monday to Sunday) RELOJ loads from the time clock;
      * a day or week above them goes to its exception listing for
      * the supervisor instead. Also option P.
      ******************************************************************
       01  CTL-REG.
           02 CTL-ID         PIC X(03).
           02 CTL-SUP-CLAVE  PIC X(08).
           02 CTL-VAR-PCT    PIC 9(03)V99.
           02 CTL-AGU-DIAS   PIC 9(03).
           02 CTL-FAC-INT    PIC 9(01)V9(04).
           02 CTL-SBC-TOPE   PIC 9(05)V99.
           02 CTL-AVI-DIAS   PIC 9(02).
           02 CTL-REG-PAT    PIC X(11).
           02 CTL-PRIMA-VAC  PIC 9(03)V99.
           02 CTL-UMA        PIC 9(03)V99.
           02 CTL-AJU-TOPE   PIC 9(07)V99.
           02 CTL-RES-GEN    PIC 9(02).
           02 CTL-PPT-TOL    PIC 9(03)V99.
           02 CTL-CHQ-DIAS   PIC 9(03).
           02 CTL-HEX-DIA    PIC 9(02)V99.
           02 CTL-HEX-SEM    PIC 9(02)V99.
