      *-----------------------------------------------------------------
      *ITENS DE CHECKLIST CUMPRIDOS POR MATRICULA (CHKLIST/FPP169) -
      *UM REGISTRO POR ITEM BAIXADO, COM OPERADOR E DATA. ITEM DO
      *MODELO (CHKMOD) SEM REGISTRO AQUI ESTA PENDENTE
      *-----------------------------------------------------------------
       01 CHKFUNREC.
           03 CFRK.
               05 CFMAT     PIC 9(06).
               05 CFFASE    PIC X(01).
               05 CFITEM    PIC 9(02).
           03 CFOPER       PIC X(10).
           03 CFDATA       PIC 9(08).
           03 CFOBS        PIC X(30).
