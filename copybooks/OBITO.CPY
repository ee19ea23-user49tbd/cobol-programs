      *-----------------------------------------------------------------
      *RESCISAO POR FALECIMENTO DO EMPREGADO (VER RESCISAO/FPP038) -
      *UM REGISTRO POR MATRICULA COM O LIQUIDO DO TERMO (OILIQ) E O
      *SALDO DO FGTS A LIBERAR (OIFGTS), REPARTIDOS ENTRE OS
      *BENEFICIARIOS (OBITBEN) NO CADOBITO/FPP140
      *OIORIGEM: P-DEPENDENTES HABILITADOS A PENSAO POR MORTE DO INSS
      *(COTAS IGUAIS) J-ALVARA JUDICIAL (COTAS DA ORDEM)
      *OIRATEIO: N-PENDENTE S-RATEADO (LIBERA REMESSA E CHEQUE)
      *-----------------------------------------------------------------
       01 OBITOREC.
           03 OIRK        PIC 9(06).
           03 OIDTOBITO   PIC 9(08).
           03 OIDTR REDEFINES OIDTOBITO.
               05 OIANO   PIC 9(04).
               05 OIMES   PIC 9(02).
               05 OIDIA   PIC 9(02).
           03 OILIQ       PIC 9(12)V99.
           03 OIFGTS      PIC 9(12)V99.
           03 OIORIGEM    PIC X(01).
           03 OIALVARA    PIC X(30).
           03 OIRATEIO    PIC X(01).
