      *SIMPLIFICADA NO CALCULO
      *-----------------------------------------------------------------
           03 TXRSIMPL    PIC 9(06)V99.
      *-----------------------------------------------------------------
      *REDUTOR MENSAL DO IRRF - RENDIMENTO ATE TXRDISEN FICA ISENTO
      *(A REDUCAO ABSORVE TODO O IMPOSTO); ENTRE TXRDISEN E TXRDLIM A
      *REDUCAO E TXRDPARC - TXRDFAT X RENDIMENTO; ACIMA DE TXRDLIM NAO
      *HA REDUCAO. TXRDLIM ZERADO DESLIGA O REDUTOR NO ANO
      *-----------------------------------------------------------------
           03 TXRDISEN    PIC 9(06)V99.
           03 TXRDLIM     PIC 9(06)V99.
           03 TXRDPARC    PIC 9(06)V99.
           03 TXRDFAT     PIC 9(01)V9(06).
      *-----------------------------------------------------------------
      *REONERACAO GRADUAL DA FOLHA PARA AS FILIAIS NO REGIME CPRB -
      *TXREOPAT E A PATRONAL DEVIDA SOBRE A FOLHA NO ANO E TXREOCPRB O
      *PERCENTUAL DA ALIQUOTA DA CPRB AINDA COBRADO SOBRE A RECEITA.
      *OS DOIS ZERADOS = DESONERACAO INTEGRAL (CPRB CHEIA, SEM
      *PATRONAL SOBRE A FOLHA)
      *-----------------------------------------------------------------
           03 TXREOPAT    PIC 9(02)V99.
           03 TXREOCPRB   PIC 9(03)V99.
