      *-----------------------------------------------------------------
      *RASCUNHO DA TABELA DE TAXAS (CADTAXR1.DAT) - MESMO LAYOUT DO
      *CADTAXA, EM ARQUIVO PROPRIO QUE SO A MANUTENCAO DAS TAXAS
      *(FPP022 EM MODO RASCUNHO) E A PREVIA DE IMPACTO (TAXAPREV/
      *FPP172) ABREM - O CALCULO DA FOLHA NUNCA LE ESTE ARQUIVO.
      *O REGISTRO E MOVIDO INTEIRO DE E PARA O TAXA, ENTAO TXRCORPO
      *TEM DE ACOMPANHAR O TAMANHO DO CADTAXA (152 POSICOES NO TOTAL);
      *QUANDO O CADTAXA CRESCER, ALARGAR AQUI E REDIGITAR O RASCUNHO
      *-----------------------------------------------------------------
       01 TAXRREC.
           03 TXRANO      PIC 9(04).
           03 TXRCORPO    PIC X(148).
