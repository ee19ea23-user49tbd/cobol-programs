      *-----------------------------------------------------------------
      *CONTROLE DA CARGA DE IDENTIDADES PARA A TI (VER IAMFEED/FPP161)
      *- REGISTRO UNICO (IMRK = 1), REGRAVADO AO FIM DE CADA CARGA
      *IMSEQ: ULTIMO LOGSEQ DO CHGLOG COBERTO PELA CARGA
      *IMEXEC: NUMERO DA ULTIMA CARGA (VAI NO NOME DO ARQUIVO)
      *-----------------------------------------------------------------
       01 IAMCTLREC.
           03 IMRK         PIC 9(01).
           03 IMSEQ        PIC 9(08).
           03 IMEXEC       PIC 9(06).
           03 IMDATA       PIC 9(08).
           03 IMHORA       PIC 9(06).
           03 IMOPER       PIC X(10).
