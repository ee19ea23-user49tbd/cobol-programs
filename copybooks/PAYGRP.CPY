      *-----------------------------------------------------------------
      *GRUPO DE PAGAMENTO (VER CADGRUPO/FPP163) - FREQUENCIA
      *M-MENSAL Q-QUINZENAL S-SEMANAL. GRFIL ZERO = QUALQUER FILIAL.
      *GRDIASPAG: DIAS CORRIDOS ENTRE O FIM DO PERIODO E O CREDITO.
      *FUNCIONARIO SEM GRUPO (FUNCGRP) SEGUE A FOLHA MENSAL NORMAL
      *-----------------------------------------------------------------
       01 PAYGRPREC.
           03 GRCOD        PIC 9(02).
           03 GRDESC       PIC X(30).
           03 GRFREQ       PIC X(01).
           03 GRFIL        PIC 9(02).
           03 GRDIASPAG    PIC 9(02).
           03 GRATIVO      PIC X(01).
           03 GROPER       PIC X(10).
           03 GRDTALT      PIC 9(08).
