      * per-day deduction from EMI-SUEL, and read by EMPSLIP to print
      * the day counts on the recibo. INC-SEC starts at 001 per
      * employee; whoever adds a row assigns the next free sequence.
      * A vacation day ("V") docks nothing: INCCAP charges it against
      * the VACMAS balance and EmpNom pays the prima vacacional on it.
      * INC-ORIGEN is blank on the rows captured by hand; "RL" marks a
      * falta RELOJ generated from the time clock, which a rerun of
      * RELOJ deletes and writes again.
      ******************************************************************
       01  INC-REG.
           02 INC-LLAVE.
               88 INC-FALTA       VALUE "F".
               88 INC-INCAPACIDAD VALUE "I".
               88 INC-PERMISO     VALUE "P".
               88 INC-VACACIONES  VALUE "V".
               88 INC-TIPO-VALIDO VALUE "F", "I", "P", "V".
           02 INC-ORIGEN   PIC XX.
               88 INC-DEL-RELOJ   VALUE "RL".
