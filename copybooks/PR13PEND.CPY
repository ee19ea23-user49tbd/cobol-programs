           03 P13POPER     PIC X(10).
           03 P13PDATE     PIC 9(08).
           03 P13PTIME     PIC 9(06).
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS (VER PRM13)
      *-----------------------------------------------------------------
           03 P13PMEDHE    PIC 9(10)V99.
           03 P13PMEDNOT   PIC 9(10)V99.
           03 P13PMEDDSR   PIC 9(10)V99.
           03 P13PMEDCOM   PIC 9(10)V99.
