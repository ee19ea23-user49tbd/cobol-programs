      *-----------------------------------------------------------------
      *INDICE DA FOLHA POR COMPETENCIA (PRIDX1.DAT) - UMA ENTRADA PARA
      *CADA REGISTRO DE PRT1.DATA, MANTIDA JUNTO COM ELE PELA APROVACAO
      *(APROVPAG/FPP037), PELA EXCLUSAO DO CALCULO (FPP005) E PELO
      *ARQUIVAMENTO (ARQFOLHA/FPP060). RECONSTRUIDO POR PRIDXGER/FPP148
      *(OPCAO 18 DO CONVERTE E RESTAURACAO DO BACKUPUT)
      *PXRK: ANO + MES + MATRICULA - LE UMA COMPETENCIA DIRETO
      *PXFK: ANO + MES + FILIAL + MATRICULA - UMA FILIAL DA COMPETENCIA
      *PXFIL: FILIAL DO FUNCIONARIO NA DATA DA GRAVACAO
      *-----------------------------------------------------------------
       01 PRIDXREC.
           03 PXRK.
               05 PXRKY    PIC 9(04).
               05 PXRKM    PIC 9(02).
               05 PXRKF    PIC 9(06).
           03 PXFK.
               05 PXFKY    PIC 9(04).
               05 PXFKM    PIC 9(02).
               05 PXFIL    PIC 9(02).
               05 PXFKF    PIC 9(06).
