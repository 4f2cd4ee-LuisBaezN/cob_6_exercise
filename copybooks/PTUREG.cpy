      ******************************************************************
      * Record layout for the profit-sharing register (PTUMAS), kept
      * by PTUCALC. Each company shares out its own profit, so every
      * row is keyed by company (CIAMAS) first. One header row per
      * company and fiscal year with nomina zero (amount distributed,
      * minimum days, salary cap and the corte the movements went
      * to), then one row per employee with the days and salary
      * counted, the two halves of the share, the amount finally
      * paid after the individual cap and its exempt portion. The
      * company's rows of the three years before are what the
      * individual cap averages; the header keeps a rerun on the
      * same corte, so nobody is paid twice in two different ones.
      * PTU-SEC-INI/FIN are the MOVIM sequences the share went out
      * in, so a rerun drops exactly those and not the rows another
      * company's share left for the same nomina.
      * PTU-DESTINO: M = movement in the corte's MOVIM, C = check
      * (baja, suspended, or mensual staff on a first-quincena corte),
      * X = left out (under the minimum days or no EMPINX record).
      ******************************************************************
       01  PTU-REG.
           02 PTU-LLAVE.
               03 PTU-CIA      PIC X(02).
               03 PTU-ANO      PIC 9(02).
               03 PTU-NOMI     PIC 9(06).
           02 PTU-CORTE.
               03 PTU-COR-AA   PIC 9(02).
               03 PTU-COR-MM   PIC 9(02).
               03 PTU-COR-QQ   PIC 9(01).
           02 PTU-DETALLE.
               03 PTU-DIAS     PIC 9(03).
               03 PTU-SUEL     PIC 9(09)V99.
               03 PTU-IMP-DIAS PIC 9(07)V99.
               03 PTU-IMP-SUEL PIC 9(07)V99.
               03 PTU-IMP      PIC 9(07)V99.
               03 PTU-EXENTO   PIC 9(07)V99.
               03 PTU-DESTINO  PIC X(01).
                   88 PTU-EN-MOVIM   VALUE "M".
                   88 PTU-EN-CHEQUE  VALUE "C".
                   88 PTU-EXCLUIDO   VALUE "X".
               03 PTU-SEC-INI  PIC 9(03).
               03 PTU-SEC-FIN  PIC 9(03).
           02 PTU-ENCABEZADO REDEFINES PTU-DETALLE.
               03 PTU-TOTAL    PIC 9(09)V99.
               03 PTU-MIN-DIAS PIC 9(03).
               03 PTU-TOPE-SUEL PIC 9(09)V99.
               03 FILLER       PIC X(32).
           02 PTU-FEC-APL.
               03 PTU-APL-AA   PIC 9(02).
               03 PTU-APL-MM   PIC 9(02).
               03 PTU-APL-DD   PIC 9(02).
           02 PTU-USR          PIC X(08).
           02 FILLER           PIC X(05).
