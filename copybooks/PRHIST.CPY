      *-----------------------------------------------------------------
      *FOLHA ARQUIVADA - IMAGEM DO REGISTRO PRM COM A MESMA CHAVE;
      *O RESTANTE DO REGISTRO VIAJA COMO IMAGEM DE BYTES (HREST).
      *HVER E A VERSAO DO LAYOUT GRAVADO (02 = LAYOUT ATUAL, 01 =
      *ANTERIOR AO REDUTOR DO IRRF, SEM O PVALREDIR) - FICA
      *NO FIM PARA O MOVE PRHREC -> PRM CONTINUAR ALINHADO; QUEM LE
      *UMA VERSAO ANTERIOR ZERA OS CAMPOS QUE ELA NAO TINHA, ENTAO
      *UMA MUDANCA DE LAYOUT NUNCA MAIS DESALINHA O HISTORICO
