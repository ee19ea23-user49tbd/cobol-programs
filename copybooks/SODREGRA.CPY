      *-----------------------------------------------------------------
      *REGRAS DE SEGREGACAO DE FUNCOES (SODREG1.DAT) - MANTIDAS PELO
      *CADSOD/FPP150 E APLICADAS PELO RELSOD/FPP151
      *RGTIPO D: COMBINACAO PROIBIDA DE DIREITOS NO CADASTRO DE
      *    OPERADORES - RGCAD/RGFOLHA/RGAPROV/RGFECHA/RGDADOS = "S"
      *    NOS DIREITOS QUE, TODOS JUNTOS, CONFIGURAM O CONFLITO
      *RGTIPO L: SEQUENCIA PROIBIDA NO LOG DE ALTERACOES - O MESMO
      *    OPERADOR FAZ O LADO 1 (RGPROG1/RGACAO1) E DEPOIS O LADO 2
      *    (RGPROG2/RGACAO2) SOBRE A MESMA CHAVE DENTRO DE RGDIAS
      *    DIAS (ZERO = SEM LIMITE). ACAO EM BRANCO VALE QUALQUER ACAO
      *RGCHV1/RGCHV2 - COMO LER O LOGRK DE CADA LADO:
      *    M = MATRICULA (CADASTROS)
      *    F = CHAVE DA FOLHA OU DO 13O (APROVPAG) - VIRA MATRICULA
      *    C = COMPETENCIA AAAAMM (FPP023 E REABRECT)
      *-----------------------------------------------------------------
       01 SODREGREC.
           03 RGCOD       PIC 9(03).
           03 RGDESC      PIC X(40).
           03 RGTIPO      PIC X(01).
           03 RGDIREITOS.
               05 RGCAD   PIC X(01).
               05 RGFOLHA PIC X(01).
               05 RGAPROV PIC X(01).
               05 RGFECHA PIC X(01).
               05 RGDADOS PIC X(01).
           03 RGLADO1.
               05 RGPROG1 PIC X(08).
               05 RGACAO1 PIC X(01).
               05 RGCHV1  PIC X(01).
           03 RGLADO2.
               05 RGPROG2 PIC X(08).
               05 RGACAO2 PIC X(01).
               05 RGCHV2  PIC X(01).
           03 RGDIAS      PIC 9(03).
           03 RGATIVA     PIC X(01).
           03 RGOPER      PIC X(10).
           03 RGDTALT     PIC 9(08).
