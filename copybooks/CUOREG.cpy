      ******************************************************************
      * Record layout for the employer-contribution rate master
      * (CUOMAS), one row per concept the company pays on top of the
      * payroll: the IMSS employer quotas by branch, INFONAVIT and the
      * state payroll tax (ISN). CUOLOAD seeds it and MASMANT (option
      * O) maintains it; CUOPAT prices every employee corte with it.
      * CUO-BASE says what CUO-PCT applies to, for the days of the
      * corte (HIS-DIAS):
      *   S = salario base de cotizacion (SBC) of the employee,
      *   U = the UMA (CTL-UMA), the cuota fija of enfermedad y mat.,
      *   E = the excess of the SBC over three UMA,
      *   P = the percepciones of the corte (HIS-PERC), for the ISN.
      * CUO-ENTERO is how it is paid: M = IMSS monthly (SUA), B =
      * bimonthly (retiro, cesantia y vejez and INFONAVIT), E = the
      * state's monthly return. An inactive concept is kept so old
      * liability files still price with its name but is not charged.
      ******************************************************************
       01  CUO-REG.
           02 CUO-CONC         PIC X(02).
           02 CUO-DESC         PIC X(20).
           02 CUO-BASE         PIC X(01).
               88 CUO-BASE-SBC      VALUE "S".
               88 CUO-BASE-UMA      VALUE "U".
               88 CUO-BASE-EXC      VALUE "E".
               88 CUO-BASE-PERC     VALUE "P".
               88 CUO-BASE-VALIDA   VALUE "S", "U", "E", "P".
           02 CUO-PCT          PIC 9(02)V9(05).
           02 CUO-ENTERO       PIC X(01).
               88 CUO-MENSUAL       VALUE "M".
               88 CUO-BIMESTRAL     VALUE "B".
               88 CUO-ESTATAL       VALUE "E".
               88 CUO-ENTERO-VALIDO VALUE "M", "B", "E".
           02 CUO-ACT          PIC X(01).
               88 CUO-ACTIVO        VALUE "S".
               88 CUO-INACTIVO      VALUE "N".
           02 FILLER           PIC X(05).
