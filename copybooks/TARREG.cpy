      * income-tax (Impuestos) table, type "S" the IMSS table. EmpNom
      * looks the employee's period percepciones up in it (lower limit,
      * fixed quota, percentage over the excess) to compute the two
      * deductions itself; TARIFLD seeds it. Type "A" is the annual
      * income-tax table AJUANUAL recomputes the year's tax with at
      * the annual adjustment; EmpNom does not load it.
      ******************************************************************
       01  TAR-REG.
           02 TAR-LLAVE.
               03 TAR-TIPO      PIC X(01).
                   88 TAR-ISR       VALUE "I".
                   88 TAR-IMSS      VALUE "S".
                   88 TAR-ANUAL     VALUE "A".
               03 TAR-NIVEL     PIC 9(02).
           02 TAR-LIMINF        PIC 9(08)V99.
           02 TAR-CUOTA         PIC 9(06)V99.
