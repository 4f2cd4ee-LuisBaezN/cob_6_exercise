      ******************************************************************
      * Parameter area of the RESPALDO subprogram (pre-run snapshot
      * of the payroll masters). The caller sets the operation:
      *   SNL-TOMAR      copy the seven masters into a new generation
      *                  labelled with SNL-PERIODO; RESPALDO returns
      *                  the generation taken in SNL-GEN and purges
      *                  the oldest ones beyond CTL-RES-GEN;
      *   SNL-RESTAURAR  put the seven masters back exactly as they
      *                  were in generation SNL-GEN (a master that did
      *                  not exist then is deleted), stamping SNL-USR
      *                  on the catalog row.
      * SNL-OK 1 = done, 0 = failed (the reason was displayed).
      ******************************************************************
       01  SNP-LNK-DATOS.
           02 SNL-OPER     PIC X(01).
               88 SNL-TOMAR      VALUE "T".
               88 SNL-RESTAURAR  VALUE "R".
           02 SNL-GEN      PIC 9(04).
           02 SNL-PERIODO.
               03 SNL-PER-AA PIC 9(02).
               03 SNL-PER-MM PIC 9(02).
               03 SNL-PER-QQ PIC 9(01).
           02 SNL-USR      PIC X(08).
           02 SNL-OK       PIC 9(01).
