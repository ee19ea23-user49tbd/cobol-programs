      *-----------------------------------------------------------------
      *EXTRAS SEM AUTORIZACAO PREVIA RETIDAS NA IMPORTACAO DO PONTO
      *(PONTOIMP/FPP049) - UMA POR MATRICULA, COMPETENCIA E TIPO DA
      *EXTRA (N/D). O GESTOR DECIDE AS HORAS EM ABERTO NO AUTEXTRA
      *(FPP142): APROVAR (VAI AO HORAS1 E A FOLHA PAGA), MANDAR AO
      *BANCO DE HORAS OU REJEITAR COM JUSTIFICATIVA
      *HQPUNCH: EXTRAS MARCADAS NO RELOGIO   HQAUT: COBERTAS PELA
      *AUTORIZACAO PREVIA   HQHORAS: EXCEDENTE SEM AUTORIZACAO
      *HQAPROV/HQBANCO/HQREJ: HORAS DO EXCEDENTE JA DECIDIDAS - UMA
      *REIMPORTACAO REFAZ AS MARCADAS E MANTEM AS DECISOES
      *HQSIT: P-HA HORAS EM ABERTO D-TUDO DECIDIDO
      *-----------------------------------------------------------------
       01 PENDEXTREC.
           03 HQRK.
               05 HQRKF    PIC 9(06).
               05 HQRKM    PIC 9(02).
               05 HQRKY    PIC 9(04).
               05 HQTIPO   PIC X(01).
           03 HQARK       PIC 9(03).
           03 HQPUNCH     PIC 9(03).
           03 HQAUT       PIC 9(03).
           03 HQHORAS     PIC 9(03).
           03 HQAPROV     PIC 9(03).
           03 HQBANCO     PIC 9(03).
           03 HQREJ       PIC 9(03).
           03 HQSIT       PIC X(01).
           03 HQGESTOR    PIC 9(06).
           03 HQNOTA      PIC X(40).
           03 HQOPER      PIC X(10).
           03 HQDTDEC     PIC 9(08).
