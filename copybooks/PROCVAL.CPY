      *-----------------------------------------------------------------
      *VALORES DO PROCESSO TRABALHISTA POR COMPETENCIA (PROCTRAB/
      *FPP170) - REMUNERACAO DEFERIDA E BASES DE INSS/FGTS/IRRF DE
      *CADA COMPETENCIA DO PERIODO ABRANGIDO, COM O INSS DO SEGURADO
      *E PATRONAL APURADOS SOBRE A TABELA DO ANO DA COMPETENCIA
      *-----------------------------------------------------------------
       01 PROCVALREC.
           03 JVRK.
               05 JVCOD     PIC 9(06).
               05 JVANO     PIC 9(04).
               05 JVMES     PIC 9(02).
           03 JVREMUN      PIC 9(10)V99.
           03 JVBCINSS     PIC 9(10)V99.
           03 JVBCFGTS     PIC 9(10)V99.
           03 JVBCIRRF     PIC 9(10)V99.
           03 JVINSSSEG    PIC 9(10)V99.
           03 JVINSSPAT    PIC 9(10)V99.
