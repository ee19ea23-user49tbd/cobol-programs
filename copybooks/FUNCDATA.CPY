      *-----------------------------------------------------------------
      *TIPO DE CONTRATO: C-CLT (BRANCO TAMBEM VALE CLT) A-APRENDIZ
      *(FGTS 2%) E-ESTAGIARIO (SEM FGTS, SEM INSS, SEM 13O, SEM FERIAS
      *CLT) I-INTERMITENTE (SO RECEBE PELAS CONVOCACOES - CADCONV/
      *FPP128 E PAGINTER/FPP129 - COM 13O E FERIAS PROPORCIONAIS EM
      *CADA PAGAMENTO; FICA FORA DA FOLHA MENSAL, DO 13O E DAS FERIAS)
      *-----------------------------------------------------------------
           03 CONTRTIPO   PIC X(01).
      *-----------------------------------------------------------------
      *120 MEIO PERIODO) - ZERO VALE 220 PARA O CADASTRO ANTIGO
      *-----------------------------------------------------------------
           03 JORNADA     PIC 9(03).
      *-----------------------------------------------------------------
      *PESSOA COM DEFICIENCIA (COTA DA LEI 8.213/91 ART. 93, VER
      *RELCOTA/FPP135): PCDTIPO N-NAO (BRANCO TAMBEM) F-FISICA
      *A-AUDITIVA V-VISUAL I-INTELECTUAL/MENTAL M-MULTIPLA
      *R-REABILITADO PELO INSS. PCDDOC = LAUDO MEDICO OU CERTIFICADO
      *DE REABILITACAO QUE COMPROVA A CONDICAO, EMITIDO EM PCDDTDOC
      *(AAAAMMDD) - DADO SENSIVEL (LGPD), APAGADO NA ANONIMIZACAO
      *-----------------------------------------------------------------
           03 PCDTIPO     PIC X(01).
           03 PCDDOC      PIC X(20).
           03 PCDDTDOC    PIC 9(08).
