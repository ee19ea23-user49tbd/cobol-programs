           03 BSINDTXT   PIC X(20).
           03 VSIND      PIC 9(05)V99.
      *-----------------------------------------------------------------
           03 CCTCOD     PIC 9(03).
           03 CCTCAT     PIC 9(01).
      *-----------------------------------------------------------------
      *CFORMPROF = "S": A FUNCAO DEMANDA FORMACAO PROFISSIONAL (CBO) E
      *ENTRA NA BASE DA COTA DE APRENDIZES (CLT ART. 429); "N" = FORA
      *DA BASE (NIVEL SUPERIOR OU TECNICO, CARGO DE CONFIANCA)
      *-----------------------------------------------------------------
           03 CFORMPROF  PIC X(01).
      *-----------------------------------------------------------------
      *CCBO: OCUPACAO NA CBO 2002 (6 DIGITOS) VALIDADA CONTRA A TABELA
      *CBO (VER CADCBO/FPP136) - LEVADA A RAIS, AO ESOCIAL E A
      *IMPORTACAO DE ADMISSOES. ZEROS = NAO INFORMADA
      *-----------------------------------------------------------------
           03 CCBO       PIC 9(06).
      *-----------------------------------------------------------------
      *CGRATPCT: GRATIFICACAO DE FUNCAO DO CARGO DE CONFIANCA (% DO
      *SALARIO, CLT ART. 62 PAR. UNICO) - ZERO = CARGO SEM GRATIFICACAO
      *CGRATVB: VERBA (CADVERBA) EM QUE A GRATIFICACAO E PAGA
      *CSUBVB: VERBA DO SALARIO-SUBSTITUICAO (TST SUMULA 159) PAGA A
      *QUEM SUBSTITUI O OCUPANTE DESTE CARGO (VER CADSUBST/FPP141) -
      *ZERO = O CARGO NAO ADMITE SUBSTITUICAO REMUNERADA
      *-----------------------------------------------------------------
           03 CGRATPCT   PIC 9(03)V99.
           03 CGRATVB    PIC 9(04).
           03 CSUBVB     PIC 9(04).
      *-----------------------------------------------------------------
      *CSOBVB/CPROVB: VERBAS (CADVERBA) DO SOBREAVISO (1/3 DA HORA
      *NORMAL) E DA PRONTIDAO (2/3), CLT ART. 244 - ESCALAS GRAVADAS
      *NO CADSOBRE/FPP143. ZERO = O CARGO NAO FAZ PLANTAO DESSE TIPO
      *-----------------------------------------------------------------
           03 CSOBVB     PIC 9(04).
           03 CPROVB     PIC 9(04).
      *-----------------------------------------------------------------
      *CPRODVB: VERBA (CADVERBA) EM QUE O CALCULO PAGA A PRODUCAO DO
      *MES DO CARGO POR PRODUCAO (TS = "P" - SALVAL E O MINIMO MENSAL
      *GARANTIDO; TABELA POR PECA NO CADPROD/FPP173). ZERO = CARGO QUE
      *NAO E PAGO POR PRODUCAO
      *-----------------------------------------------------------------
           03 CPRODVB    PIC 9(04).
