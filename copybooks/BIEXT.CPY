      *-----------------------------------------------------------------
      *CONTROLE DO EXTRATO PARA O DW CORPORATIVO (VER BIEXTR/FPP160) -
      *REGISTRO UNICO (BXRK = 1), REGRAVADO AO FIM DE CADA EXTRATO
      *BXSEQ: ULTIMO LOGSEQ DO CHGLOG COBERTO PELO EXTRATO - O PROXIMO
      *INCREMENTAL LE O LOG A PARTIR DE BXSEQ + 1
      *BXMODO: C-CARGA COMPLETA I-INCREMENTAL  BXMASC: S-DADOS
      *PESSOAIS MASCARADOS (LGPD)  BXEXEC: NUMERO DO ULTIMO EXTRATO
      *(VAI NO NOME DOS ARQUIVOS)
      *-----------------------------------------------------------------
       01 BIEXTREC.
           03 BXRK         PIC 9(01).
           03 BXSEQ        PIC 9(08).
           03 BXEXEC       PIC 9(06).
           03 BXDATA       PIC 9(08).
           03 BXHORA       PIC 9(06).
           03 BXMODO       PIC X(01).
           03 BXMASC       PIC X(01).
           03 BXOPER       PIC X(10).
