      *-----------------------------------------------------------------
      *MODELO DE CHECKLIST POR TIPO DE CONTRATO (CONTRTIPO DO CADASTRO,
      *BRANCO VALE C) E FASE: A-ADMISSAO D-DESLIGAMENTO. ITEM COM
      *CKOBRIG S PENDENTE SAI NA CRITPRE (FPP081) NA ADMISSAO E TRAVA
      *A RESCISAO (FPP038) NO DESLIGAMENTO. CKFONTE DIZ ONDE O CHKLIST
      *(FPP169) CONFERE O ITEM ANTES DA BAIXA: BRANCO-SO MANUAL
      *A-ASO ADMISSIONAL/DEMISSIONAL (CADASO/FPP086) E-RECIBO S-2200
      *ACEITO (ESOCRET/FPP076) P-NENHUM EPI EM USO (ENTREPI/FPP126)
      *B-CONTA OU CHAVE PIX NO CADASTRO (PROGGER/FPP004) T-OPERADORES
      *DA MATRICULA DESATIVADOS (CADOPER/FPP058, IAMFEED/FPP161).
      *CKDTINI: ADMISSOES ANTERIORES A CRIACAO DO ITEM NAO SAO COBRADAS
      *CKATIVO N: ITEM DESCONTINUADO, MANTIDO PELAS BAIXAS JA FEITAS
      *-----------------------------------------------------------------
       01 CHKMODREC.
           03 CKRK.
               05 CKCONTR   PIC X(01).
               05 CKFASE    PIC X(01).
               05 CKITEM    PIC 9(02).
           03 CKDESC       PIC X(30).
           03 CKOBRIG      PIC X(01).
           03 CKFONTE      PIC X(01).
           03 CKATIVO      PIC X(01).
           03 CKDTINI      PIC 9(08).
           03 CKOPER       PIC X(10).
           03 CKDTALT      PIC 9(08).
