      ******************************************************************
      * Record layout for the standing-movement master (FIJMAS), one
      * row per nomina + clave: the fixed items (vales de despensa,
      * gastos medicos, cuota sindical, pension alimenticia...) that
      * FIJGEN expands into the MOVIMAAMMQ of every corte so nobody
      * has to re-key them in MOVCAP. Maintained by FIJCAP.
      * FIJ-TIPO says whether FIJ-IMP is the amount itself or FIJ-PCT
      * a percentage of the employee's salary for the corte (EMI-SUEL,
      * or half of it for quincenal staff on a per-corte item).
      * FIJ-FREC "C" goes out in every corte the employee is paid in,
      * "M" once a month (in quincena 2).
      * FIJ-INI / FIJ-FIN are the first and last corte (AAMM +
      * quincena); a zero FIJ-FIN is open-ended. FIJ-TOPE caps the
      * total ever generated (zero = no cap) and FIJ-ACUM carries what
      * has been generated so far; the last corte generated and its
      * amount are in FIJ-ULT / FIJ-ULT-IMP (so regenerating that same
      * corte over a replaced MOVIM does not count it twice). Reaching
      * FIJ-FIN or FIJ-TOPE leaves the row TERMINADO.
      ******************************************************************
       01  FIJ-REG.
           02 FIJ-LLAVE.
               03 FIJ-NOMI     PIC 9(06).
               03 FIJ-CLAV     PIC X(14).
           02 FIJ-TIPO         PIC X(01).
               88 FIJ-IMPORTE       VALUE "I".
               88 FIJ-PORCENTAJE    VALUE "P".
           02 FIJ-IMP          PIC 9(05)V99.
           02 FIJ-PCT          PIC 9(03)V99.
           02 FIJ-FREC         PIC X(01).
               88 FIJ-CADA-CORTE    VALUE "C".
               88 FIJ-MENSUAL       VALUE "M".
           02 FIJ-INI.
               03 FIJ-INI-AA   PIC 9(02).
               03 FIJ-INI-MM   PIC 9(02).
               03 FIJ-INI-QQ   PIC 9(01).
           02 FIJ-INI-NUM REDEFINES FIJ-INI PIC 9(05).
           02 FIJ-FIN.
               03 FIJ-FIN-AA   PIC 9(02).
               03 FIJ-FIN-MM   PIC 9(02).
               03 FIJ-FIN-QQ   PIC 9(01).
           02 FIJ-FIN-NUM REDEFINES FIJ-FIN PIC 9(05).
           02 FIJ-TOPE         PIC 9(07)V99.
           02 FIJ-ACUM         PIC 9(07)V99.
           02 FIJ-EST          PIC X(01).
               88 FIJ-ACTIVO        VALUE "A".
               88 FIJ-INACTIVO      VALUE "I".
               88 FIJ-TERMINADO     VALUE "T".
           02 FIJ-ULT.
               03 FIJ-ULT-AA   PIC 9(02).
               03 FIJ-ULT-MM   PIC 9(02).
               03 FIJ-ULT-QQ   PIC 9(01).
           02 FIJ-ULT-NUM REDEFINES FIJ-ULT PIC 9(05).
           02 FIJ-ULT-IMP      PIC 9(05)V99.
           02 FIJ-USR          PIC X(08).
           02 FILLER           PIC X(03).
