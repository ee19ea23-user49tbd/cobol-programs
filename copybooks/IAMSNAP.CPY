      *-----------------------------------------------------------------
      *FOTOGRAFIA DO CADASTRO NA ULTIMA CARGA DE IDENTIDADES (VER
      *IAMFEED/FPP161) - UM REGISTRO POR MATRICULA. A CARGA SEGUINTE
      *COMPARA O FUNCDATA COM ELA PARA GERAR OS EVENTOS
      *DATAS EM AAAAMMDD (DESLIGAMENTO ZERADO = ATIVO)
      *-----------------------------------------------------------------
       01 IAMSNAPREC.
           03 SNMAT        PIC 9(06).
           03 SNAREA       PIC 9(03).
           03 SNCARGO      PIC 9(04).
           03 SNFIL        PIC 9(02).
           03 SNADM        PIC 9(08).
           03 SNDESL       PIC 9(08).
