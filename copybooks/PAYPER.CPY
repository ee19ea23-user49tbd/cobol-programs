      *-----------------------------------------------------------------
      *PAGAMENTO DE PERIODO (SEMANAL/QUINZENAL) ANTERIOR AO ULTIMO DA
      *COMPETENCIA - GRAVADO PELO BATCHPAG (FPP017) COMO P-PENDENTE,
      *APROVADO NO APROVPAG (FPP037) E CREDITADO NA REMESSA TIPO G
      *(FPP026). E UM ADIANTAMENTO DE SALARIO: O BRUTO E O SALARIO
      *PROPORCIONAL AOS DIAS DO PERIODO E O INSS/IRRF SAO RETIDOS
      *SOBRE O ACUMULADO DO MES (GPBRUTAC) MENOS O JA RETIDO NOS
      *PERIODOS ANTERIORES. NO ULTIMO PERIODO A FOLHA MENSAL APURA OS
      *IMPOSTOS DO MES INTEIRO E DESCONTA OS LIQUIDOS APROVADOS AQUI
      *JUNTO COM O ADIANTAMENTO (PVALADIANT). GPCHVF E A MESMA CHAVE
      *NA ORDEM DA MATRICULA
      *-----------------------------------------------------------------
       01 PAYPERREC.
           03 GPK.
               05 GPANO    PIC 9(04).
               05 GPMES    PIC 9(02).
               05 GPGRP    PIC 9(02).
               05 GPPER    PIC 9(01).
               05 GPMAT    PIC 9(06).
           03 GPCHVF.
               05 GPFMAT   PIC 9(06).
               05 GPFANO   PIC 9(04).
               05 GPFMES   PIC 9(02).
               05 GPFGRP   PIC 9(02).
               05 GPFPER   PIC 9(01).
           03 GPDIAS       PIC 9(02).
           03 GPBRUTO      PIC 9(10)V99.
           03 GPBRUTAC     PIC 9(10)V99.
           03 GPINSS       PIC 9(10)V99.
           03 GPIMPR       PIC 9(10)V99.
           03 GPLIQ        PIC 9(10)V99.
           03 GPSIT        PIC X(01).
           03 GPOPER       PIC X(10).
           03 GPDATE       PIC 9(08).
           03 GPTIME       PIC 9(06).
           03 GPAPROV      PIC X(10).
           03 GPDTAPR      PIC 9(08).
           03 GPPAGO       PIC X(01).
