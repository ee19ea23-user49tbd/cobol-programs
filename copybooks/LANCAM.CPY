           03 LCED        PIC X(01).
           03 LCVALOR     PIC 9(08)V99.
           03 LCRECORR    PIC X(01).
           03 LCVERBA     PIC 9(04).
           03 LCRRAMES    PIC 9(03).
