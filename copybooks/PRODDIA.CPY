      *-----------------------------------------------------------------
      *PRODUCAO DIARIA POR FUNCIONARIO (VER CADPROD/FPP173 E PRODIMP/
      *FPP174) - CHAVE MATRICULA + DATA + PRODUTO/OPERACAO. O DIA
      *PERTENCE A COMPETENCIA DA DATA
      *QDVALUNI: PRECO DA TABELA NA DATA DO LANCAMENTO - A MUDANCA DA
      *TABELA NAO ALTERA A PRODUCAO JA LANCADA
      *QDVALOR: QUANTIDADE X PRECO - O CALCULO (FPP005/FPP017) SOMA O
      *MES NA VERBA DE PRODUCAO DO CARGO (CPRODVB)
      *QDORIG: D-DIGITADO I-IMPORTADO DO SISTEMA DE PRODUCAO
      *QDARK: AREA DO FUNCIONARIO NA DATA DO LANCAMENTO
      *-----------------------------------------------------------------
       01 PRODDIAREC.
           03 QDRK.
               05 QDRKF    PIC 9(06).
               05 QDDATA   PIC 9(08).
               05 QDDATAR REDEFINES QDDATA.
                   07 QDANO  PIC 9(04).
                   07 QDMES  PIC 9(02).
                   07 QDDIA  PIC 9(02).
               05 QDITEM   PIC X(06).
           03 QDQTD       PIC 9(07)V99.
           03 QDVALUNI    PIC 9(05)V9999.
           03 QDVALOR     PIC 9(07)V99.
           03 QDORIG      PIC X(01).
           03 QDARK       PIC 9(03).
           03 QDOPER      PIC X(10).
           03 QDDTREG     PIC 9(08).
