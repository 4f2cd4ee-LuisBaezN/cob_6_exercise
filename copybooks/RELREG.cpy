      ******************************************************************
      * Record layout for the plant's time-clock punch file
      * (RELOJAAMMQ), the clock's daily exports of the corte appended
      * into one sequential file. One row per punch: the badge read,
      * the calendar date and 24-hour time of the punch and whether
      * it was an entry (E) or an exit (S). RELOJ reads it together
      * with the earlier cortes' files it needs (the week straddling
      * the corte start; the whole month for the mensual staff paid
      * in quincena 2) to build the overtime and the faltas.
      ******************************************************************
       01  REL-REG.
           02 REL-GAFETE       PIC X(08).
           02 REL-FECHA.
               03 REL-FEC-AA   PIC 9(02).
               03 REL-FEC-MM   PIC 9(02).
               03 REL-FEC-DD   PIC 9(02).
           02 REL-HORA.
               03 REL-HOR-HH   PIC 9(02).
               03 REL-HOR-MM   PIC 9(02).
           02 REL-TIPO         PIC X(01).
               88 REL-ENTRADA      VALUE "E".
               88 REL-SALIDA       VALUE "S".
           02 FILLER           PIC X(05).
