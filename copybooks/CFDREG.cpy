      ******************************************************************
      * Record images of the CFDI de nomina extract (CFDIAAMMQ) the
      * timbrado provider takes, one receipt per employee corte:
      *   "E" encabezado - the employee's fiscal identity (RFC, CURP,
      *       NSS from EMPREG), the period it pays, its days and the
      *       totals of the NOMHIST corte;
      *   "C" concepto   - one per NOMDETAAMMQ row of that corte, with
      *       its clase from CLAVMAS, the SAT catalogue code and the
      *       taxable / exempt split of the amount. CFC-CLASE:
      *       P = percepcion, D = deduccion, O = otro pago (the ISR a
      *       favor refund: CFC-SAT is its c_TipoOtroPago, and only
      *       CFC-IMP is filled, there is no taxable/exempt split);
      *   "T" trailer    - receipts written and their grand totals,
      *       for the provider's cuadre against the payroll.
      * CFE-PERC / CFT-PERC leave the otros pagos out; they go in
      * CFE-OTROS / CFT-OTROS, so percepciones plus otros pagos less
      * deducciones is still the neto of the corte.
      * The file itself is written as PIC X(140) records; CFDINOM
      * builds each row through these images and fills the tipo byte
      * itself, like the dispersion rows in DISREG.
      ******************************************************************
       01  CFD-ENC.
           02 CFE-TIPO      PIC X(01).
           02 CFE-PERIODO.
               03 CFE-PER-AA PIC 9(02).
               03 CFE-PER-MM PIC 9(02).
               03 CFE-PER-QQ PIC 9(01).
           02 CFE-NOMI      PIC 9(06).
           02 CFE-RFC       PIC X(13).
           02 CFE-CURP      PIC X(18).
           02 CFE-NSS       PIC X(11).
           02 CFE-NOMB      PIC X(15).
           02 CFE-DEPT      PIC X(03).
      *    SAT periodicidad de pago: 04 quincenal, 05 mensual.
           02 CFE-PERIODICIDAD PIC X(02).
           02 CFE-FEC-PAGO  PIC 9(06).
           02 CFE-FEC-INI   PIC 9(06).
           02 CFE-FEC-FIN   PIC 9(06).
           02 CFE-DIAS      PIC 9(02).
           02 CFE-SAL-DIARIO PIC 9(05)V99.
           02 CFE-PERC      PIC 9(08)V99.
           02 CFE-DEDU      PIC 9(08)V99.
           02 CFE-NETO      PIC S9(08)V99.
      *    Company (CIAMAS) that paid the corte, i.e. the emisor.
           02 CFE-CIA       PIC X(02).
           02 CFE-OTROS     PIC 9(05)V99.
       01  CFD-CON REDEFINES CFD-ENC.
           02 CFC-TIPO      PIC X(01).
           02 CFC-NOMI      PIC 9(06).
           02 CFC-CLASE     PIC X(01).
           02 CFC-SAT       PIC X(03).
           02 CFC-CLAVE     PIC X(14).
           02 CFC-GRAVADO   PIC 9(08)V99.
           02 CFC-EXENTO    PIC 9(08)V99.
           02 CFC-IMP       PIC 9(08)V99.
           02 FILLER        PIC X(85).
       01  CFD-TRL REDEFINES CFD-ENC.
           02 CFT-TIPO      PIC X(01).
           02 CFT-PERIODO.
               03 CFT-PER-AA PIC 9(02).
               03 CFT-PER-MM PIC 9(02).
               03 CFT-PER-QQ PIC 9(01).
           02 CFT-CNT       PIC 9(06).
           02 CFT-PERC      PIC 9(11)V99.
           02 CFT-DEDU      PIC 9(11)V99.
           02 CFT-NETO      PIC S9(11)V99.
           02 CFT-OTROS     PIC 9(11)V99.
           02 FILLER        PIC X(76).
