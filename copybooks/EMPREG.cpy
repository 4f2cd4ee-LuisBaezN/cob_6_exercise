      * EMI-FREC is the pay frequency: quincenal staff get a corte in
      * both quincenas of the month, mensual staff only in the second;
      * a blank (recorded before the field existed) counts as mensual.
      * EMI-RFC / EMI-CURP / EMI-NSS are the employee's fiscal identity
      * (SAT RFC with homoclave, CURP, IMSS social-security number),
      * captured and check-digit validated by EMPABC and carried on
      * every CFDI receipt CFDINOM extracts. Blank means not captured
      * yet: the employee falls out on the extract's omission listing.
      * EMI-MOT-BAJA is the IMSS causa de baja EMPABC captures with the
      * BAJA (IDSE catalogue: 1 termino de contrato ... A pension); it
      * goes out on the baja notice IMSSAVI builds. Blank on anyone
      * dropped before the field existed (reported as 6 = otras).
      * EMI-CIA is the company (CIAMAS) the employee works for: the
      * payroll run, dispersion, checks, poliza and annual summaries
      * are split by it. EMPABC captures it on the ALTA and a move to
      * another company of the group goes through its TRASPASO
      * option, which leaves a "T" row in EMPAUD. MIGRALAY stamped
      * company 01 on everyone on file before the field existed.
      ******************************************************************
       01  EMI-REG.
           02  EMI-NOMI    PIC 9(06).
           02  EMI-FREC    PIC X(01).
               88 EMI-MENSUAL    VALUE "M", " ".
               88 EMI-QUINCENAL  VALUE "Q".
           02  EMI-RFC     PIC X(13).
           02  EMI-CURP    PIC X(18).
           02  EMI-NSS     PIC X(11).
           02  EMI-MOT-BAJA PIC X(01).
           02  EMI-CIA     PIC X(02).
