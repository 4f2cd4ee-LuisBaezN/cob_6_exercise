      ******************************************************************
      * Parameter area of the VACDIAS subprogram (vacation days by
      * seniority, LFT art. 76). The caller fills the hire date and the
      * date to measure at (both AAMMDD); VACDIAS returns:
      *   VCL-ANOS      years of service completed at that date;
      *   VCL-DIAS-DER  days earned by those completed years (the sum
      *                 of the table for years 1..VCL-ANOS);
      *   VCL-DIAS-ANO  days the year in course will earn;
      *   VCL-DIAS-PROP the part of VCL-DIAS-ANO already accrued since
      *                 the last anniversary (days elapsed / 365), what
      *                 a finiquito pays for the unfinished year.
      * A hire date after the measuring date returns all zeroes.
      ******************************************************************
       01  VAC-CALC-DATOS.
           02 VCL-FEC-ING.
               03 VCL-ING-AA   PIC 9(02).
               03 VCL-ING-MM   PIC 9(02).
               03 VCL-ING-DD   PIC 9(02).
           02 VCL-FEC-CORTE.
               03 VCL-COR-AA   PIC 9(02).
               03 VCL-COR-MM   PIC 9(02).
               03 VCL-COR-DD   PIC 9(02).
           02 VCL-ANOS     PIC 9(02).
           02 VCL-DIAS-DER PIC 9(04).
           02 VCL-DIAS-ANO PIC 9(02).
           02 VCL-DIAS-PROP PIC 9(03)V99.
