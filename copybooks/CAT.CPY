      *-----------------------------------------------------------------
      *COMUNICACAO DE ACIDENTE DE TRABALHO (CAT) POR MATRICULA - VARIAS
      *POR FUNCIONARIO. DATA EM AAAAMMDD, HORA EM HHMM.
      *CATTIPO: T-TIPICO J-TRAJETO D-DOENCA OCUPACIONAL
      *CATTPCAT: I-INICIAL R-REABERTURA O-COMUNICACAO DE OBITO
      *CATCODPAR/CATCODLES: CODIGOS DAS TABELAS 13 (PARTE ATINGIDA) E
      *17 (NATUREZA DA LESAO) DO ESOCIAL
      *CATAFAST S: HOUVE AFASTAMENTO A PARTIR DE CATAFINI POR CATDIAS
      *DIAS (ACIMA DE 15 ABRE O AFASTAMENTO NO INSS E A ESTABILIDADE)
      *CATENV S: EVENTO S2210 JA GERADO EM CATDTENV
      *-----------------------------------------------------------------
       01 CATREC.
           03 CATRK.
               05 CATMAT     PIC 9(06).
               05 CATSEQ     PIC 9(02).
           03 CATDATA      PIC 9(08).
           03 CATHORA      PIC 9(04).
           03 CATTIPO      PIC X(01).
           03 CATTPCAT     PIC X(01).
           03 CATLOCAL     PIC X(40).
           03 CATPARTE     PIC X(30).
           03 CATCODPAR    PIC 9(09).
           03 CATLESAO     PIC X(30).
           03 CATCODLES    PIC 9(09).
           03 CATCID       PIC X(04).
           03 CATTEST1     PIC X(40).
           03 CATTEST2     PIC X(40).
           03 CATMED       PIC X(30).
           03 CATCRM       PIC 9(06).
           03 CATAFAST     PIC X(01).
           03 CATAFINI     PIC 9(08).
           03 CATDIAS      PIC 9(03).
           03 CATENV       PIC X(01).
           03 CATDTENV     PIC 9(08).
