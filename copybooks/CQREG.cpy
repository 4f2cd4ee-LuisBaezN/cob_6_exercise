      * Record layout for the check register (CHQREGIS), kept in
      * INDEXED organization keyed by folio. One row per printed
      * check: the corte it paid, the nomina, the amount and its
      * state. Written and maintained by CHQPRINT (print, void,
      * reissue, and option C to mark a folio cleared by hand);
      * CHQCONC marks folios cleared ("C") automatically from the
      * bank's paid-checks file CHQBANAAMMDD. The next folio lives
      * in the NOMSEQ counter file under SEQ-ID "CHQ".
      ******************************************************************
       01  CQR-REG.
           02 CQR-FOLIO    PIC 9(06).
