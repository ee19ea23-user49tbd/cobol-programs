      *-----------------------------------------------------------------
      *CATALOGO DE EPI - UM REGISTRO POR EQUIPAMENTO. EQCA E O
      *CERTIFICADO DE APROVACAO DO MTE E EQCAVAL SUA VALIDADE
      *(AAAAMMDD); EQTROCA E O INTERVALO DE TROCA EM DIAS (000 = SEM
      *TROCA PERIODICA); EQVALOR E O CUSTO UNITARIO COBRADO NA PERDA
      *OU NA NAO DEVOLUCAO
      *-----------------------------------------------------------------
       01 EPIREC.
           03 EQRK         PIC 9(04).
           03 EQDESC       PIC X(40).
           03 EQCA         PIC 9(06).
           03 EQCAVAL      PIC 9(08).
           03 EQTROCA      PIC 9(03).
           03 EQVALOR      PIC 9(06)V99.
           03 EQATIVO      PIC X(01).
