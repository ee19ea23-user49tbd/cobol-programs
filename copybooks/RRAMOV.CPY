      *-----------------------------------------------------------------
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE (RRA) - DIFERENCAS DE ANOS
      *ANTERIORES PAGAS NA COMPETENCIA (LANCAMENTO COM LCRRAMES > 0,
      *GRAVADO PELO RETROCALC/FPP092), TRIBUTADAS EXCLUSIVAMENTE NA
      *FONTE PELA TABELA ACUMULADA. GRAVADO PELO CALCULO (FPP005/FPP017)
      *COM RQSIT = "P" JUNTO COM O PENDENTE; A APROVACAO
      *(APROVPAG/FPP037) TROCA PARA "A" E O REJEITE APAGA
      *RQMESES: QUANTIDADE DE MESES A QUE O RENDIMENTO SE REFERE
      *RQVALOR: RENDIMENTO TRIBUTAVEL DO RRA (FORA DA BASE MENSAL)
      *RQIMPR: IRRF DO RRA - ESTA CONTIDO NO PIMPR DA FOLHA; O INFORME,
      *A DIRF E O DARF (CODIGO 1889) O SEPARAM DA RETENCAO MENSAL
      *-----------------------------------------------------------------
       01 RRAMOVREC.
           03 RQRK.
               05 RQRKF    PIC 9(06).
               05 RQANO    PIC 9(04).
               05 RQMES    PIC 9(02).
               05 RQSIT    PIC X(01).
           03 RQMESES     PIC 9(03).
           03 RQVALOR     PIC 9(10)V99.
           03 RQIMPR      PIC 9(10)V99.
           03 RQFILLER    PIC X(10).
