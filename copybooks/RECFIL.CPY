      *-----------------------------------------------------------------
      *RECEITA BRUTA MENSAL DA FILIAL - BASE DA CPRB (CONTRIBUICAO
      *PREVIDENCIARIA SOBRE A RECEITA BRUTA) DAS FILIAIS DESONERADAS.
      *A BASE E A RECEITA BRUTA MENOS AS EXCLUSOES LEGAIS (VENDAS
      *CANCELADAS, DESCONTOS INCONDICIONAIS, EXPORTACAO)
      *-----------------------------------------------------------------
       01 RECFILREC.
           03 RFRK.
               05 RFFIL      PIC 9(02).
               05 RFANO      PIC 9(04).
               05 RFMES      PIC 9(02).
           03 RFBRUTA      PIC 9(12)V99.
           03 RFEXCL       PIC 9(12)V99.
