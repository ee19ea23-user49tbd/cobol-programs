      *-----------------------------------------------------------------
      *TABELA DE OCUPACOES DA CBO 2002 (CLASSIFICACAO BRASILEIRA DE
      *OCUPACOES) - CARREGADA DA LISTA OFICIAL DO MINISTERIO DO
      *TRABALHO PELO CADCBO/FPP136 (CODIGO;TITULO)
      *CBOAPR = "S": A OCUPACAO DEMANDA FORMACAO PROFISSIONAL E ENTRA NA
      *BASE DA COTA DE APRENDIZES; "N" = FORA DA BASE (DIRIGENTES,
      *NIVEL SUPERIOR OU TECNICO - DECRETO 9.579/18 ART. 52). NA CARGA
      *VEM PELO GRANDE GRUPO (0 A 3 = N) E PODE SER AJUSTADO
      *CBOSIT: A-VIGENTE X-EXTINTA (AUSENTE DA ULTIMA LISTA CARREGADA)
      *CBODTCAR: DATA DA ULTIMA CARGA QUE TROUXE O CODIGO (AAAAMMDD)
      *-----------------------------------------------------------------
       01 CBOREC.
           03 CBORK      PIC 9(06).
           03 CBOTIT     PIC X(80).
           03 CBOAPR     PIC X(01).
           03 CBOSIT     PIC X(01).
           03 CBODTCAR   PIC 9(08).
