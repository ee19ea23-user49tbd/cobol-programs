      *-----------------------------------------------------------------
      *CALENDARIO DE PERIODOS DO GRUPO DE PAGAMENTO NA COMPETENCIA
      *(GERADO PELO CADGRUPO/FPP163). O PERIODO NUNCA ATRAVESSA O MES:
      *SEMANAL 1-7, 8-14, 15-21, 22-FIM; QUINZENAL 1-15, 16-FIM;
      *MENSAL 1-FIM. CLULT = "S" NO ULTIMO PERIODO DA COMPETENCIA -
      *E NELE QUE O BATCHPAG FAZ A FOLHA MENSAL COMPLETA E ACERTA O
      *INSS/IRRF DO MES. CLSTATUS A-ABERTO F-FECHADO E A TRAVA DO
      *PERIODO (A DA COMPETENCIA CONTINUA NO PERLOCK). CLBJ*: CONTROLE
      *DE RETOMADA DO BATCHPAG DO PERIODO (BRANCO, R-RODANDO,
      *C-CONCLUIDO), NO LUGAR DO BATCHCTL DA FOLHA MENSAL
      *-----------------------------------------------------------------
       01 PAYCALREC.
           03 CLK.
               05 CLGRP    PIC 9(02).
               05 CLANO    PIC 9(04).
               05 CLMES    PIC 9(02).
               05 CLPER    PIC 9(01).
           03 CLDIAINI     PIC 9(02).
           03 CLDIAFIM     PIC 9(02).
           03 CLDIASMES    PIC 9(02).
           03 CLPAG        PIC 9(08).
           03 CLULT        PIC X(01).
           03 CLSTATUS     PIC X(01).
           03 CLOPER       PIC X(10).
           03 CLDTALT      PIC 9(08).
           03 CLBJST       PIC X(01).
           03 CLLASTRK     PIC 9(06).
           03 CLTOTLIDO    PIC 9(06).
           03 CLTOTGRAV    PIC 9(06).
           03 CLTOTSKIP    PIC 9(06).
