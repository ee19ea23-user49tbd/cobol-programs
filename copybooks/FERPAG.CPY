           03 FPDIASAB   PIC 9(02).
           03 FPABONO    PIC 9(10)V99.
           03 FPABTERCO  PIC 9(10)V99.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS DOS 12 MESES ANTERIORES AO GOZO
      *(HORA EXTRA, ADICIONAL NOTURNO, DSR E COMISSOES), PROPORCIONAIS
      *AOS DIAS GOZADOS - COMPOEM O TERCO E O BRUTO
      *-----------------------------------------------------------------
           03 FPMEDHE    PIC 9(10)V99.
           03 FPMEDNOT   PIC 9(10)V99.
           03 FPMEDDSR   PIC 9(10)V99.
           03 FPMEDCOM   PIC 9(10)V99.
