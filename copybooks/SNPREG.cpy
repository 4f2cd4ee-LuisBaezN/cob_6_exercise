      ******************************************************************
      * Record layout for the pre-run snapshot catalog (SNPMAS), kept
      * by RESPALDO. One row per generation: when it was taken, the
      * corte EMPBATCH was about to run, whether every file made it
      * into the copy, and for each of the seven masters whether it
      * existed and how many records it held. The copies themselves
      * are the sequential files <master>.<generation> (EMPINX.0007,
      * NOMHIST.0007...). Position in SNP-ARCH follows SNP-NOMBRES in
      * RESPALDO: 1 EMPINX, 2 PRESMAS, 3 NOMHIST, 4 PERMAS, 5 NOMCTL,
      * 6 NOMSEQ, 7 CHQREGIS. The last restore made from the
      * generation is stamped on it (RESTAURA).
      ******************************************************************
       01  SNP-REG.
           02 SNP-GEN          PIC 9(04).
           02 SNP-FECHA.
               03 SNP-FEC-AA   PIC 9(02).
               03 SNP-FEC-MM   PIC 9(02).
               03 SNP-FEC-DD   PIC 9(02).
           02 SNP-HORA.
               03 SNP-HOR-HH   PIC 9(02).
               03 SNP-HOR-MM   PIC 9(02).
               03 SNP-HOR-SS   PIC 9(02).
           02 SNP-PERIODO.
               03 SNP-PER-AA   PIC 9(02).
               03 SNP-PER-MM   PIC 9(02).
               03 SNP-PER-QQ   PIC 9(01).
           02 SNP-EST          PIC X(01).
               88 SNP-COMPLETO     VALUE "C".
               88 SNP-INCOMPLETO   VALUE "I".
           02 SNP-ARCH OCCURS 7 TIMES.
               03 SNP-EXISTE   PIC X(01).
                   88 SNP-CON-ARCHIVO VALUE "S".
                   88 SNP-SIN-ARCHIVO VALUE "N".
               03 SNP-CNT      PIC 9(07).
           02 SNP-RESTAURADO.
               03 SNP-RES-FECHA PIC 9(06).
               03 SNP-RES-USR  PIC X(08).
           02 FILLER           PIC X(10).
