      ******************************************************************
      * Record layout for the work-shift master (TURMAS), one row per
      * shift of the plant (diurno, mixto, nocturno...). Every time-
      * clock badge (GAFMAS) names the shift its holder works, and
      * RELOJ measures the punches of each day against it: worked
      * time counts from TUR-ENTRADA, anything past the TUR-JORNADA
      * hours is overtime, and a day flagged "N" in TUR-DIA is a rest
      * day (no falta when nobody punches, an exception when someone
      * does). TUR-DIA runs Monday (1) to Sunday (7). A TUR-SALIDA
      * earlier than TUR-ENTRADA is a shift that crosses midnight: its
      * exit punch belongs to the day the shift started. TURLOAD seeds
      * the LFT shifts and MASMANT (option H) maintains the master.
      ******************************************************************
       01  TUR-REG.
           02 TUR-COD          PIC X(02).
           02 TUR-DESC         PIC X(20).
           02 TUR-ENTRADA.
               03 TUR-ENT-HH   PIC 9(02).
               03 TUR-ENT-MM   PIC 9(02).
           02 TUR-SALIDA.
               03 TUR-SAL-HH   PIC 9(02).
               03 TUR-SAL-MM   PIC 9(02).
           02 TUR-JORNADA      PIC 9(02)V99.
           02 TUR-DIAS.
               03 TUR-DIA      PIC X(01) OCCURS 7 TIMES.
           02 TUR-ACT          PIC X(01).
               88 TUR-ACTIVO       VALUE "S".
               88 TUR-INACTIVO     VALUE "N".
