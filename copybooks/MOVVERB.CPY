      *-----------------------------------------------------------------
      *DETALHE DA FOLHA POR VERBA (VER CADVERBA/FPP117) - GRAVADO PELO
      *CALCULO (FPP005/FPP017) COM VMSIT = "P" JUNTO COM O PENDENTE;
      *A APROVACAO (APROVPAG/FPP037) TROCA PARA "A" E O REJEITE
      *APAGA. HOLERITE, RELFOLHA, CONTABIL E ESOCIAL LEEM O "A".
      *VMDESC/VMTIPO SAO OS DO CADVERBA NA DATA DO CALCULO
      *VMREF: REFERENCIA (HORAS) QUANDO A VERBA TEM QUANTIDADE
      *-----------------------------------------------------------------
       01 MOVVERBREC.
           03 VMRK.
               05 VMRKF    PIC 9(06).
               05 VMRKM    PIC 9(02).
               05 VMRKY    PIC 9(04).
               05 VMSIT    PIC X(01).
               05 VMCOD    PIC 9(04).
           03 VMDESC      PIC X(30).
           03 VMTIPO      PIC X(01).
           03 VMREF       PIC 9(05)V99.
           03 VMVALOR     PIC 9(10)V99.
           03 VMFIL       PIC 9(02).
