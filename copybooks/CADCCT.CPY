      *-----------------------------------------------------------------
      *CONVENCAO/ACORDO COLETIVO (CCT) POR SINDICATO - UM REGISTRO POR
      *VIGENCIA. CVCOD E O CODIGO DO SINDICATO LIGADO AO CARGO
      *(CCTCOD NO CADCARGO); A VIGENCIA VALE DE CVINIANO/CVINIMES ATE
      *CVFIMANO/CVFIMMES (ZEROS = EM VIGOR SEM PRAZO).
      *HORA EXTRA: AS PRIMEIRAS CVHEFX1 HORAS DO MES PAGAM CVHEP1 E O
      *EXCEDENTE CVHEP2 (CVHEFX1 = ZEROS - TODAS NA PRIMEIRA FAIXA);
      *EXTRA DE DOMINGO/FERIADO (PTIPOHE "D") PAGA CVHEPD.
      *PISO SALARIAL MENSAL POR CATEGORIA (CCTCAT NO CADCARGO)
      *-----------------------------------------------------------------
       01 CCTREC.
           03 CVRK.
               05 CVCOD      PIC 9(03).
               05 CVINIANO   PIC 9(04).
               05 CVINIMES   PIC 9(02).
           03 CVFIMANO     PIC 9(04).
           03 CVFIMMES     PIC 9(02).
           03 CVNOME       PIC X(40).
           03 CVCNPJ       PIC 9(14).
           03 CVDTBASE     PIC 9(02).
           03 CVHEFX1      PIC 9(03).
           03 CVHEP1       PIC 9(03)V99.
           03 CVHEP2       PIC 9(03)V99.
           03 CVHEPD       PIC 9(03)V99.
           03 CVNOTPCT     PIC 9(03)V99.
           03 CVPISO OCCURS 5 TIMES.
               05 CVPCAT     PIC X(20).
               05 CVPVAL     PIC 9(06)V99.
      *-----------------------------------------------------------------
      *AUXILIO-CRECHE DA CCT (VER CADCRECH/FPP138): REEMBOLSO MENSAL
      *POR FILHO ATE CVCRMESES MESES DE IDADE, CONTRA RECIBO, LIMITADO
      *A CVCRTETO (ZEROS = A CCT NAO PREVE O BENEFICIO). LANCADO NA
      *VERBA DA EMPRESA CVCRVERBA (PROVENTO SEM INSS E SEM FGTS)
      *-----------------------------------------------------------------
           03 CVCRTETO     PIC 9(06)V99.
           03 CVCRMESES    PIC 9(03).
           03 CVCRVERBA    PIC 9(04).
