      *-----------------------------------------------------------------
      *SELOS DA VIRADA ANUAL DO LOG DE ALTERACOES (CHGSEAL1.DAT) - UM
      *POR ANO FECHADO (VER AUDLOG/FPP059)
      *SLSEQINI/SLSEQFIM: FAIXA DE LOGSEQ LEVADA PARA O CHGHIST1.DAT
      *SLHASHINI: HASH ANTERIOR AO PRIMEIRO REGISTRO (SLHASHFIM DO
      *SELO ANTERIOR, ZERO NO PRIMEIRO ANO)
      *SLHASHFIM: HASH DO ULTIMO REGISTRO DO ANO - O LOG SEGUINTE
      *CONTINUA A CADEIA A PARTIR DELE. E O VALOR ENTREGUE AOS
      *AUDITORES NA VIRADA
      *-----------------------------------------------------------------
       01 CHGSEALREC.
           03 SLANO       PIC 9(04).
           03 SLSEQINI    PIC 9(08).
           03 SLSEQFIM    PIC 9(08).
           03 SLQTDE      PIC 9(08).
           03 SLHASHINI   PIC 9(12).
           03 SLHASHFIM   PIC 9(12).
           03 SLDATA      PIC 9(08).
           03 SLHORA      PIC 9(06).
           03 SLOPER      PIC X(10).
