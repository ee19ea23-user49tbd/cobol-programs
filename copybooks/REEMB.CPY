      *-----------------------------------------------------------------
      *REEMBOLSO DE DESPESAS E DIARIAS DE VIAGEM (VER CADREEMB/FPP145)
      *- PAGO FORA DA FOLHA NA REMESSA E DO FPP026: NAO ENTRA NO
      *CALCULO NEM NAS BASES DE INSS, FGTS E IRRF. CHAVE MATRICULA +
      *SEQUENCIA DO PEDIDO
      *RBTIPO: D-DIARIA DE VIAGEM T-TRANSPORTE H-HOSPEDAGEM
      *A-ALIMENTACAO K-QUILOMETRAGEM O-OUTRAS
      *RBRECIBO: NUMERO DO COMPROVANTE (DISPENSADO NA DIARIA)
      *RBAREA: CENTRO DE CUSTO (CADAREAS); ZERO = RATEIO DO FUNCIONARIO
      *(RATEIO, SEM RATEIO A AREA DO CADASTRO)
      *RBSIT: P-PENDENTE DE APROVACAO A-APROVADO R-RECUSADO
      *G-PAGO (GRAVADO NA REMESSA DE RBDTPAG)
      *-----------------------------------------------------------------
       01 REEMBREC.
           03 RBRK.
               05 RBRKF    PIC 9(06).
               05 RBSEQ    PIC 9(04).
           03 RBDATA      PIC 9(08).
           03 RBDATAR REDEFINES RBDATA.
               05 RBANO    PIC 9(04).
               05 RBMES    PIC 9(02).
               05 RBDIA    PIC 9(02).
           03 RBTIPO      PIC X(01).
           03 RBVALOR     PIC 9(07)V99.
           03 RBRECIBO    PIC X(15).
           03 RBAREA      PIC 9(03).
           03 RBHIST      PIC X(30).
           03 RBSIT       PIC X(01).
           03 RBOPINC     PIC X(10).
           03 RBDTINC     PIC 9(08).
           03 RBOPAPR     PIC X(10).
           03 RBDTAPR     PIC 9(08).
           03 RBDTPAG     PIC 9(08).
