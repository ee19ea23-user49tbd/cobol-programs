      *-----------------------------------------------------------------
      *CURSOS OBRIGATORIOS POR CARGO - QUEM OCUPA O CARGO CCCARGO
      *PRECISA DO CURSO CCCURSO VALIDO PARA TRABALHAR NA FUNCAO (VER
      *CADCURSO/FPP164). O CADESCAL AVISA NA ESCALA E O RELTREIN LISTA
      *OS VENCIDOS E A VENCER
      *-----------------------------------------------------------------
       01 CARGOCURREC.
           03 CCRK.
               05 CCCARGO  PIC 9(04).
               05 CCCURSO  PIC 9(04).
           03 CCOPER       PIC X(10).
           03 CCDTALT      PIC 9(08).
