      * row assigns the next free sequence for that nomina. MOV-USR
      * is the signed-on operator that captured the row (MOVCAP, or
      * MOVFIX when a corrected supplement is applied); rows from the
      * MOVIMIENTOS test generator carry spaces, and rows a batch
      * writes carry its program name as their origin (AGUINALD,
      * RETROCAL, FIJGEN for the standing movements of FIJMAS,
      * AJUANUAL for the annual ISR adjustment, PTUCALC for the
      * profit sharing, RELOJ for time-clock overtime). EmpNom
      * accepts the reserved annual-adjustment and PTU claves only
      * from their own origin, MOVCAP will not edit rows of these
      * last four origins (they are fixed by rerunning the batch), and
      * a rerun of AJUANUAL, PTUCALC or RELOJ deletes its own rows
      * first.
      ******************************************************************
       01  MOV-REG.
           02  MOV-LLAVE.
