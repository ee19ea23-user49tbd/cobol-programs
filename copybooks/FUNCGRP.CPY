      *-----------------------------------------------------------------
      *GRUPO DE PAGAMENTO DO FUNCIONARIO (VER CADGRUPO/FPP163) - SEM
      *REGISTRO O FUNCIONARIO E DA FOLHA MENSAL NORMAL
      *-----------------------------------------------------------------
       01 FUNCGRPREC.
           03 FURK        PIC 9(06).
           03 FUGRP       PIC 9(02).
           03 FUDATA      PIC 9(08).
           03 FUOPER      PIC X(10).
