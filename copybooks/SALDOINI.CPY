      *-----------------------------------------------------------------
      *SALDO INICIAL DE FUNCIONARIO ABSORVIDO DE OUTRA EMPRESA COM
      *CONTINUIDADE DO CONTRATO (VER SALDOIMP/FPP162) - UM POR
      *MATRICULA, GRAVADO UMA UNICA VEZ NA CARGA
      *SICORMES/SICORANO: ULTIMA COMPETENCIA PROCESSADA PELA FOLHA
      *ANTERIOR (CORTE). AS COMPETENCIAS ATE O CORTE FICAM NO PRHIST
      *COMO HISTORICO E NUNCA SAO CALCULADAS NESTA FOLHA; FGTSBAL,
      *FERIASBAL, BANCOHRS E EMPREST PARTEM DOS SALDOS DO CORTE.
      *OS DEMAIS CAMPOS GUARDAM O QUE FOI CARREGADO, PARA OS
      *RELATORIOS E A RECONCILIACAO (RECONBAL) PARTIREM DELES
      *SI13ANO/SI13AVOS: AVOS DO 13O JA ADQUIRIDOS NA FOLHA ANTERIOR
      *SI13ADIANT: 1A PARCELA DO 13O JA PAGA PELA FOLHA ANTERIOR
      *SILOTE: NUMERO DO RELATORIO CATALOGADO DA CARGA (RCnnnnnnnn)
      *-----------------------------------------------------------------
       01 SALDOINIREC.
           03 SIMAT        PIC 9(06).
           03 SICNPJ       PIC 9(14).
           03 SICORMES     PIC 9(02).
           03 SICORANO     PIC 9(04).
           03 SIQTMES      PIC 9(02).
           03 SIBRUTO      PIC 9(12)V99.
           03 SIIMPR       PIC 9(12)V99.
           03 SIFGTS       PIC 9(12)V99.
           03 SIFERDIAS    PIC 9(03)V99.
           03 SI13ANO      PIC 9(04).
           03 SI13AVOS     PIC 9(02).
           03 SI13ADIANT   PIC 9(10)V99.
           03 SIBHSALDO    PIC 9(05)V99.
           03 SIQTEMPR     PIC 9(02).
           03 SILOTE       PIC 9(08).
           03 SIDATA       PIC 9(08).
           03 SIOPER       PIC X(10).
