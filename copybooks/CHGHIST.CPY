      *-----------------------------------------------------------------
      *ARQUIVO MORTO DO LOG DE ALTERACOES (CHGHIST1.DAT) - ANOS JA
      *FECHADOS PELA VIRADA ANUAL DO AUDLOG/FPP059. MESMO LAYOUT DO
      *CHGLOG1.DAT, REGISTROS COPIADOS SEM ALTERACAO (O HLHASH CONTINUA
      *VALENDO PARA A VERIFICACAO). CADA ANO E FECHADO POR UM SELO EM
      *CHGSEAL1.DAT
      *-----------------------------------------------------------------
       01 CHGHISTREC.
           03 HLSEQ    PIC 9(08).
           03 HLOPER   PIC X(10).
           03 HLPROG   PIC X(08).
           03 HLACAO   PIC X(01).
           03 HLRK     PIC 9(14).
           03 HLDATE   PIC 9(08).
           03 HLTIME   PIC 9(06).
           03 HLHASH   PIC 9(12).
