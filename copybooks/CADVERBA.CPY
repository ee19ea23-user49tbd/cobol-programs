      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS (RUBRICAS) DA FOLHA - VER CADVERBA/FPP117
      *VBCOD 0001-0099 SAO AS VERBAS DO SISTEMA (COLUNAS FIXAS DO PRM,
      *VER VERBSIS); DE 0100 EM DIANTE SAO AS VERBAS DA EMPRESA,
      *LANCADAS PELO CADLANC (LCVERBA)
      *VBTIPO: P-PROVENTO D-DESCONTO I-INFORMATIVA (NAO VAI AO LIQUIDO)
      *VBINSS/VBFGTS/VBIRRF: S-INCIDE N-NAO INCIDE - O PROVENTO COMPOE
      *A BASE, O DESCONTO ABATE DA BASE, A INFORMATIVA SO COMPOE A BASE
      *VBDSR: S-O PROVENTO GERA REFLEXO NO DSR
      *VBMEDIA: S-O PROVENTO ENTRA NAS MEDIAS DE FERIAS/13/RESCISAO
      *VBNATUR: NATUREZA DA RUBRICA NO ESOCIAL (TABELA 03)
      *VBEVEN: EVENTO DO MAPA CONTABIL (CADCONTA/FPP085) - EM BRANCO
      *O VALOR FICA EM SALARIOS OU LANCAMENTOS DESCONTADOS
      *VBINIVAL: INICIO DA VALIDADE AAAAMM (ESOCIAL S1010)
      *VBATIVA: N-VERBA DESATIVADA, NAO ACEITA NOVOS LANCAMENTOS
      *-----------------------------------------------------------------
       01 VERBAREC.
           03 VBCOD       PIC 9(04).
           03 VBDESC      PIC X(30).
           03 VBTIPO      PIC X(01).
           03 VBINSS      PIC X(01).
           03 VBFGTS      PIC X(01).
           03 VBIRRF      PIC X(01).
           03 VBDSR       PIC X(01).
           03 VBMEDIA     PIC X(01).
           03 VBNATUR     PIC 9(04).
           03 VBEVEN      PIC X(02).
           03 VBINIVAL    PIC 9(06).
           03 VBATIVA     PIC X(01).
