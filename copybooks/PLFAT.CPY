      *-----------------------------------------------------------------
      *FATURAS DO PLANO DE SAUDE CONFERIDAS (VER CONFPLAN/FPP159) - UMA
      *POR COMPETENCIA DA FATURA
      *PFSIT: C-CONFERIDA  L-COPARTICIPACAO JA LANCADA NA FOLHA (A
      *FATURA NAO E LANCADA DE NOVO; A CONFERENCIA PODE SER REPETIDA)
      *PFLMES/PFLANO: PRIMEIRA COMPETENCIA DOS LANCAMENTOS
      *PFLANC: COPARTICIPACAO LANCADA  PFRETIDO: NAO LANCADA (SEM
      *MARGEM, SEM FOLHA DE REFERENCIA OU FUNCIONARIO DESLIGADO)
      *-----------------------------------------------------------------
       01 PLFATREC.
           03 PFRK.
               05 PFANO     PIC 9(04).
               05 PFMES     PIC 9(02).
           03 PFNUM        PIC X(15).
           03 PFVIDAS      PIC 9(06).
           03 PFVALOR      PIC 9(10)V99.
           03 PFCOPART     PIC 9(10)V99.
           03 PFDIVERG     PIC 9(06).
           03 PFSIT        PIC X(01).
           03 PFLMES       PIC 9(02).
           03 PFLANO       PIC 9(04).
           03 PFLANC       PIC 9(10)V99.
           03 PFRETIDO     PIC 9(10)V99.
           03 PFOPER       PIC X(10).
           03 PFDATA       PIC 9(08).
