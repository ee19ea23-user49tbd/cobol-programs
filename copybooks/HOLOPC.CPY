      *-----------------------------------------------------------------
      *OPCAO DO FUNCIONARIO PELO HOLERITE ELETRONICO (VER HOLELET/
      *FPP176) - SEM REGISTRO, QUEM TEM E-MAIL NO CADASTRO RECEBE POR
      *E-MAIL
      *HOADESAO: S-RECEBE POR E-MAIL N-RECUSOU (SEGUE NO IMPRESSO)
      *-----------------------------------------------------------------
       01 HOLOPCREC.
           03 HORKF       PIC 9(06).
           03 HOADESAO    PIC X(01).
           03 HODTALT     PIC 9(08).
           03 HOOPER      PIC X(10).
