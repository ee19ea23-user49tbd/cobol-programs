      *-----------------------------------------------------------------
      *ESCALA DE SOBREAVISO E PRONTIDAO (VER CADSOBRE/FPP143) - UM
      *REGISTRO POR PLANTAO, CHAVE MATRICULA + DATA E HORA DE INICIO.
      *SOTIPO: S-SOBREAVISO (EM CASA, 1/3 DA HORA NORMAL, ATE 24 HORAS)
      *P-PRONTIDAO (NA EMPRESA, 2/3 DA HORA NORMAL, ATE 12 HORAS),
      *CLT ART. 244 PAR. 2 E 3. SOHRFIM MENOR QUE O INICIO = TERMINA NO
      *DIA SEGUINTE. O PLANTAO PERTENCE A COMPETENCIA DA DATA DE INICIO
      *SOHORAS: DURACAO DO PLANTAO EM HORAS
      *SOACION: HORAS EM QUE FOI ACIONADO E TRABALHOU - SAEM DO
      *ADICIONAL E SAO PAGAS COMO HORA EXTRA DO MES (FPP005/FPP017)
      *SOARK: AREA DO FUNCIONARIO NA DATA DA ESCALA
      *-----------------------------------------------------------------
       01 SOBREAVREC.
           03 SORK.
               05 SORKF    PIC 9(06).
               05 SODATA   PIC 9(08).
               05 SODATAR REDEFINES SODATA.
                   07 SOANO  PIC 9(04).
                   07 SOMES  PIC 9(02).
                   07 SODIA  PIC 9(02).
               05 SOHRINI  PIC 9(04).
           03 SOHRFIM     PIC 9(04).
           03 SOTIPO      PIC X(01).
           03 SOHORAS     PIC 9(02)V99.
           03 SOACION     PIC 9(02).
           03 SOARK       PIC 9(03).
           03 SOOPER      PIC X(10).
           03 SODTREG     PIC 9(08).
