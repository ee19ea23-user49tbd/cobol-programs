      *-----------------------------------------------------------------
      *SUBSTITUICOES (VER CADSUBST/FPP141) - QUEM COBRE O OCUPANTE DE
      *UM CARGO NAS FERIAS OU NO AFASTAMENTO RECEBE, NOS DIAS DA
      *SUBSTITUICAO, A DIFERENCA PARA O SALARIO DO SUBSTITUIDO E A
      *GRATIFICACAO DE FUNCAO DO CARGO (TST SUMULA 159)
      *SXRKF/SXSEQ: MATRICULA DO SUBSTITUTO E SEQUENCIA
      *SXRKS: MATRICULA DO SUBSTITUIDO - ZEROS = COBRE O CARGO VAGO
      *SXMOTIVO: F-FERIAS A-AFASTAMENTO V-CARGO VAGO (INTERINO)
      *SXSALSUB: SALARIO MENSAL DO SUBSTITUIDO (COM O DEGRAU) OU DO
      *CARGO VAGO, FOTOGRAFADO NO REGISTRO
      *SXGRPCT/SXGRATVB/SXSUBVB: GRATIFICACAO E VERBAS DO CARGO COBERTO
      *SXSIT: A-ATIVA C-CANCELADA
      *-----------------------------------------------------------------
       01 SUBSTREC.
           03 SXRK.
               05 SXRKF    PIC 9(06).
               05 SXSEQ    PIC 9(03).
           03 SXRKS       PIC 9(06).
           03 SXCARGO     PIC 9(04).
           03 SXINI       PIC 9(08).
           03 SXINIR REDEFINES SXINI.
               05 SXINIANO PIC 9(04).
               05 SXINIMES PIC 9(02).
               05 SXINIDIA PIC 9(02).
           03 SXFIM       PIC 9(08).
           03 SXFIMR REDEFINES SXFIM.
               05 SXFIMANO PIC 9(04).
               05 SXFIMMES PIC 9(02).
               05 SXFIMDIA PIC 9(02).
           03 SXMOTIVO    PIC X(01).
           03 SXSALSUB    PIC 9(06)V99.
           03 SXGRPCT     PIC 9(03)V99.
           03 SXGRATVB    PIC 9(04).
           03 SXSUBVB     PIC 9(04).
           03 SXSIT       PIC X(01).
