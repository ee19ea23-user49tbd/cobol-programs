      *-----------------------------------------------------------------
      *PRO-LABORE MENSAL POR SOCIO/DIRETOR E COMPETENCIA - GRAVADO
      *PELO PROLPAG (FPP132): INSS DE 11% ATE O TETO, IRRF PELA TABELA
      *SOBRE A BASE LIQUIDA DO INSS, PATRONAL DE 20% SEM RAT/TERCEIROS
      *E SEM FGTS. PQFILIAL E A FILIAL DO CADASTRO NO CALCULO; PQPAGO
      *"N" ATE ENTRAR NA REMESSA (FPP026 TIPO L)
      *-----------------------------------------------------------------
       01 PROLMOVREC.
           03 PQRK.
               05 PQRKB    PIC 9(04).
               05 PQRKM    PIC 9(02).
               05 PQRKY    PIC 9(04).
           03 PQFILIAL    PIC 9(02).
           03 PQBRUTO     PIC 9(10)V99.
           03 PQINSS      PIC 9(10)V99.
           03 PQIRRF      PIC 9(10)V99.
           03 PQLIQ       PIC 9(10)V99.
           03 PQPATR      PIC 9(10)V99.
           03 PQPAGO      PIC X(01).
