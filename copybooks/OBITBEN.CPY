      *-----------------------------------------------------------------
      *BENEFICIARIOS DA RESCISAO POR FALECIMENTO (VER OBITO E
      *CADOBITO/FPP140) - UM REGISTRO POR BENEFICIARIO, COM A COTA
      *(HBPCT) E OS VALORES RATEADOS DO LIQUIDO E DO FGTS
      *HBFORMA: C-CREDITO EM CONTA (REMESSA FPP026 TIPO O)
      *         Q-CHEQUE (CHEQUEPAG/FPP101 OPCAO O)
      *HBPAGO:  N-A PAGAR S-PAGO (HBCHQNUM GUARDA O CHEQUE EMITIDO)
      *-----------------------------------------------------------------
       01 OBITBENREC.
           03 HBRK.
               05 HBRKF    PIC 9(06).
               05 HBSEQ    PIC 9(02).
           03 HBNOME      PIC X(40).
           03 HBCPF       PIC 9(11).
           03 HBPARENT    PIC X(15).
           03 HBPCT       PIC 9(03)V99.
           03 HBFORMA     PIC X(01).
           03 HBBANCO     PIC 9(03).
           03 HBAGEN      PIC 9(04).
           03 HBAGDV      PIC X(01).
           03 HBCONTA     PIC 9(08).
           03 HBCTADV     PIC X(01).
           03 HBVALLIQ    PIC 9(12)V99.
           03 HBVALFGTS   PIC 9(12)V99.
           03 HBPAGO      PIC X(01).
           03 HBCHQNUM    PIC 9(06).
