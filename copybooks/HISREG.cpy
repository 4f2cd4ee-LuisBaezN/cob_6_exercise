      * constancia. HIS-DIAS is the days the employee was actually
      * active in the corte (30/15 = full): the corte prorates the
      * Sueldo percepcion by it and the recibo shows it.
      * HIS-CIA is the company (CIAMAS) that paid the corte, stamped
      * from EMI-CIA at run time, so a corte stays with its employer
      * after the employee is transferred: the poliza, the CFDI
      * extract and the annual summaries split by it.
      ******************************************************************
       01  HIS-REG.
           02  HIS-LLAVE.
           02  HIS-DEDU        PIC 9(08)V99.
           02  HIS-SUEL        PIC S9(08)V99.
           02  HIS-DIAS        PIC 9(02).
           02  HIS-CIA         PIC X(02).
