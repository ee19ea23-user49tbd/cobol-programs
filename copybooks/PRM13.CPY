           03 P13INSS     PIC 9(10)V99.
           03 P13IMPR     PIC 9(10)V99.
           03 P13LIQ      PIC 9(10)V99.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS DO ANO (HORA EXTRA, ADICIONAL
      *NOTURNO, DSR E COMISSOES) NA PROPORCAO DOS AVOS - JA SOMADAS
      *NO P13BRUTO; O P13BASE FICA SO COM O SALARIO MEDIO
      *-----------------------------------------------------------------
           03 P13MEDHE    PIC 9(10)V99.
           03 P13MEDNOT   PIC 9(10)V99.
           03 P13MEDDSR   PIC 9(10)V99.
           03 P13MEDCOM   PIC 9(10)V99.
