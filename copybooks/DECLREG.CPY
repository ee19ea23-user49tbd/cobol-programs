      *-----------------------------------------------------------------
      *DECLARACOES EMITIDAS (DECLREG1.DAT) - NUMERO SEQUENCIAL DADO
      *PELO DECLGER/FPP156, COM TIPO, MATRICULA, OPERADOR E O NUMERO
      *DA SAIDA NO CATALOGO DE RELATORIOS (RELCAT) PARA A REIMPRESSAO
      *-----------------------------------------------------------------
       01 DECLREGREC.
           03 DRNUM       PIC 9(06).
           03 DRTIPO      PIC X(01).
           03 DRMAT       PIC 9(06).
           03 DRMESES     PIC 9(01).
           03 DRDEST      PIC X(40).
           03 DROPER      PIC X(10).
           03 DRDATA      PIC 9(08).
           03 DRHORA      PIC 9(06).
           03 DRRCSEQ     PIC 9(08).
