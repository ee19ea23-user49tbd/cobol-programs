      *-----------------------------------------------------------------
      *CHAVE PIX DO FUNCIONARIO PAGO POR PIX (PAGTIPO "P") - GRAVADA
      *PELO CADASTRO (PROGGER/FPP004) E LIDA PELA REMESSA (FPP026)
      *PKTIPO (FORMA DE INICIACAO DO SEGMENTO B DO CNAB 240):
      *01-TELEFONE (+55DDDNUMERO)  02-E-MAIL  03-CPF
      *04-CHAVE ALEATORIA (36 POSICOES COM HIFENS)
      *-----------------------------------------------------------------
       01 PIXCHVREC.
           03 PKRK.
               05 PKMAT     PIC 9(06).
           03 PKTIPO       PIC 9(02).
           03 PKCHAVE      PIC X(77).
           03 PKDATA       PIC 9(08).
           03 PKOPER       PIC X(10).
