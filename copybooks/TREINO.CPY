      *-----------------------------------------------------------------
      *TREINAMENTOS REALIZADOS POR MATRICULA - UMA LINHA POR CURSO
      *CONCLUIDO (VER TREINO/FPP165). TRVENC E O VENCIMENTO DO
      *CERTIFICADO PELA VALIDADE DO CATALOGO NA DATA DA CONCLUSAO
      *(ZEROS = SEM VENCIMENTO); A RECICLAGEM E UMA NOVA LINHA.
      *TRHEXT: HORAS DO CURSO FORA DA JORNADA, PAGAS COMO EXTRA NA
      *COMPETENCIA DA CONCLUSAO (TRHETIPO N-NORMAL D-DOMINGO/FERIADO).
      *TRHELANC S: AS HORAS JA FORAM AO HORAS1 - O PONTOIMP (FPP049)
      *AS DEVOLVE QUANDO ZERA A COMPETENCIA NA REIMPORTACAO
      *-----------------------------------------------------------------
       01 TREINOREC.
           03 TRRK.
               05 TRMAT    PIC 9(06).
               05 TRSEQ    PIC 9(03).
           03 TRCURSO      PIC 9(04).
           03 TRDATA       PIC 9(08).
           03 TRHORAS      PIC 9(03)V9.
           03 TRINSTR      PIC X(30).
           03 TRCERT       PIC X(20).
           03 TRVENC       PIC 9(08).
           03 TRHEXT       PIC 9(03).
           03 TRHETIPO     PIC X(01).
           03 TRHELANC     PIC X(01).
           03 TROPER       PIC X(10).
           03 TRDTALT      PIC 9(08).
