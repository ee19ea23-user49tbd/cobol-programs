      *-----------------------------------------------------------------
      *MOVIMENTOS DO BANCO DE HORAS - C CREDITO (EXTRA DESTINADA AO
      *BANCO) D DEBITO (FOLGA COMPENSADA) Q QUITACAO EM DINHEIRO
      *I SALDO INICIAL TRAZIDO DA FOLHA ANTERIOR (SALDOIMP/FPP162)
      *-----------------------------------------------------------------
       01 BANCOHRMREC.
           03 BHMRK.
