           02  ARH-DEDU        PIC 9(08)V99.
           02  ARH-SUEL        PIC S9(08)V99.
           02  ARH-DIAS        PIC 9(02).
           02  ARH-CIA         PIC X(02).
