      *CODIGO IBGE DO MUNICIPIO DA FILIAL (VER CADMUNIC/FPP110)
      *-----------------------------------------------------------------
           03 FILMUNIC   PIC 9(07).
      *-----------------------------------------------------------------
      *REGIME PREVIDENCIARIO DA FILIAL - "C" = CPRB (DESONERACAO DA
      *FOLHA: A PATRONAL PASSA PARA A RECEITA BRUTA DO MES, VER
      *CADRECEI/FPP116, NA PROPORCAO DA REONERACAO DO ANO NO CADTAXA);
      *"N" OU BRANCO = PATRONAL NORMAL SOBRE A FOLHA. FAP MULTIPLICA O
      *RAT (ZERADO VALE 1,0000); RAT E TERCEIROS ZERADOS USAM OS
      *PERCENTUAIS GERAIS DO CADTAXA. FILFPAS E O CODIGO FPAS DA GUIA
      *-----------------------------------------------------------------
           03 FILREGIME  PIC X(01).
           03 FILCPRBPCT PIC 9(02)V99.
           03 FILFAP     PIC 9(01)V9(04).
           03 FILRATPCT  PIC 9(02)V99.
           03 FILFPAS    PIC 9(03).
           03 FILTERPCT  PIC 9(02)V99.
