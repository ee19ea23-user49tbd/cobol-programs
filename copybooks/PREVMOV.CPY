      *-----------------------------------------------------------------
      *CONTRIBUICOES MENSAIS DA PREVIDENCIA COMPLEMENTAR - GRAVADO PELO
      *CALCULO (FPP005/FPP017) COM PZSIT = "P" JUNTO COM O PENDENTE;
      *A APROVACAO (APROVPAG/FPP037) TROCA PARA "A" E O REJEITE APAGA
      *PZBASE: RENDIMENTO TRIBUTAVEL DO MES (BASE DO IRRF ANTES DA
      *DEDUCAO) - A SOMA DO ANO DA O LIMITE DE 12%
      *PZCONTR: CONTRIBUICAO DO FUNCIONARIO DESCONTADA NA FOLHA
      *PZPATR: CONTRAPARTIDA DA EMPRESA (NAO E SALARIO, NAO ENTRA EM
      *BASE NENHUMA - SO VAI PARA O ARQUIVO DA ENTIDADE)
      *PZDEDUZ: PARTE DA CONTRIBUICAO DEDUZIDA DA BASE DO IRRF NO MES;
      *ZERO QUANDO PREVALECEU O DESCONTO SIMPLIFICADO
      *PZCNPJ/PZCERT: ENTIDADE E CERTIFICADO NA DATA DO CALCULO
      *-----------------------------------------------------------------
       01 PREVMOVREC.
           03 PZRK.
               05 PZRKF    PIC 9(06).
               05 PZANO    PIC 9(04).
               05 PZMES    PIC 9(02).
               05 PZSIT    PIC X(01).
           03 PZBASE      PIC 9(10)V99.
           03 PZCONTR     PIC 9(10)V99.
           03 PZPATR      PIC 9(10)V99.
           03 PZDEDUZ     PIC 9(10)V99.
           03 PZCNPJ      PIC 9(14).
           03 PZCERT      PIC X(15).
