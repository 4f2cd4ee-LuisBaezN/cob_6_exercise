      ******************************************************************
      * Record images of the IMSS affiliation notices batch
      * (IMSSAVIAAMMDD) that IMSSAVI builds from EMPAUD for loading
      * into IDSE / SUA, one row per movement:
      *   "D" detalle - registro patronal, NSS, CURP and name of the
      *       worker, the movement type (08 reingreso, 02 baja,
      *       07 modificacion de salario), its effective date as
      *       DDMMAAAA, the salario base de cotizacion and, on a baja,
      *       the IDSE cause (EMI-MOT-BAJA);
      *   "T" trailer - movements written per type, for the cuadre
      *       against the IMSS acuse.
      * The file itself is written as PIC X(90) records; IMSSAVI
      * builds each row through these images, like CFDREG.
      ******************************************************************
       01  AVI-DET.
           02 AVD-TIPO      PIC X(01).
           02 AVD-REG-PAT   PIC X(11).
           02 AVD-NSS       PIC X(11).
           02 AVD-CURP      PIC X(18).
           02 AVD-NOMB      PIC X(15).
           02 AVD-NOMI      PIC 9(06).
           02 AVD-MOV       PIC X(02).
           02 AVD-FECHA.
               03 AVD-FEC-DD PIC 9(02).
               03 AVD-FEC-MM PIC 9(02).
               03 AVD-FEC-AAAA PIC 9(04).
           02 AVD-SBC       PIC 9(04)V99.
           02 AVD-CAUSA     PIC X(01).
      *    Tipo de salario: 0 fijo (the only one the payroll handles).
           02 AVD-TIPO-SAL  PIC X(01).
           02 FILLER        PIC X(10).
       01  AVI-TRL REDEFINES AVI-DET.
           02 AVT-TIPO      PIC X(01).
           02 AVT-REG-PAT   PIC X(11).
           02 AVT-DESDE     PIC 9(06).
           02 AVT-HASTA     PIC 9(06).
           02 AVT-REING     PIC 9(06).
           02 AVT-BAJAS     PIC 9(06).
           02 AVT-MODIS     PIC 9(06).
           02 FILLER        PIC X(48).
