      *-----------------------------------------------------------------
      *MODELOS DAS DECLARACOES E CARTAS (DECLMOD1.DAT) - UMA LINHA DE
      *TEXTO POR REGISTRO, NA ORDEM DE DMLIN, MANTIDAS E EMITIDAS PELO
      *DECLGER/FPP156. DMTIPO: V-VINCULO EMPREGATICIO S-DECLARACAO DE
      *SALARIO R-CARTA DE REFERENCIA (EX-EMPREGADO) H-DECLARACAO DE
      *HORARIO PARA ESTUDANTE. OS CAMPOS ENTRE < > SAO PREENCHIDOS NA
      *EMISSAO; A LINHA <TABELA> VIRA OS ULTIMOS MESES DA FOLHA
      *-----------------------------------------------------------------
       01 DECLMODREC.
           03 DMK.
               05 DMTIPO  PIC X(01).
               05 DMLIN   PIC 9(02).
           03 DMTXT       PIC X(80).
           03 DMOPER      PIC X(10).
           03 DMDTALT     PIC 9(08).
