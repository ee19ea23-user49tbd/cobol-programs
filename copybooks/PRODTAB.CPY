      *-----------------------------------------------------------------
      *TABELA DE PRECOS POR PECA/OPERACAO (VER CADPROD/FPP173) - UM
      *REGISTRO POR CARGO DE PRODUCAO (TS = "P" NO CADCARGO) E CODIGO
      *DO PRODUTO OU OPERACAO, O MESMO CODIGO USADO PELO SISTEMA DE
      *PRODUCAO NO ARQUIVO IMPORTADO PELO PRODIMP/FPP174
      *QTVALOR: VALOR PAGO POR UNIDADE PRODUZIDA
      *QTATIVA: N-ITEM DESATIVADO, NAO ACEITA NOVOS LANCAMENTOS
      *-----------------------------------------------------------------
       01 PRODTABREC.
           03 QTRK.
               05 QTCARGO  PIC 9(04).
               05 QTITEM   PIC X(06).
           03 QTDESC      PIC X(30).
           03 QTUNID      PIC X(03).
           03 QTVALOR     PIC 9(05)V9999.
           03 QTATIVA     PIC X(01).
           03 QTOPER      PIC X(10).
           03 QTDTALT     PIC 9(08).
