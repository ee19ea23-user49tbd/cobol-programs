      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS (PROCTRAB/FPP170) - UM REGISTRO POR
      *PROCESSO JUDICIAL OU ACORDO EM COMISSAO DE CONCILIACAO PREVIA.
      *JTMAT ZERO = EX-EMPREGADO FORA DO CADASTRO (USA JTCPF/JTNOME).
      *JTSIT: A-EM ANDAMENTO D-DECIDIDO/A PAGAR P-PAGO E-ENCERRADO
      *SEM VALOR. JTRISCO: P-PROVAVEL O-POSSIVEL R-REMOTO.
      *TOTAIS E TRIBUTOS SAO RECALCULADOS A PARTIR DO PROCVAL
      *-----------------------------------------------------------------
       01 PROCTRABREC.
           03 JTRK.
               05 JTCOD     PIC 9(06).
           03 JTNUM        PIC X(20).
           03 JTORIGEM     PIC X(01).
           03 JTVARA       PIC X(30).
           03 JTUF         PIC X(02).
           03 JTMAT        PIC 9(06).
           03 JTCPF        PIC 9(11).
           03 JTNOME       PIC X(40).
           03 JTPERINI     PIC 9(06).
           03 JTPERFIM     PIC 9(06).
           03 JTDTAJUIZ    PIC 9(08).
           03 JTSIT        PIC X(01).
           03 JTTIPODEC    PIC X(01).
           03 JTDTDEC      PIC 9(08).
           03 JTPGMES      PIC 9(02).
           03 JTPGANO      PIC 9(04).
           03 JTRISCO      PIC X(01).
           03 JTPROV       PIC 9(10)V99.
           03 JTTOTREM     PIC 9(10)V99.
           03 JTBCINSS     PIC 9(10)V99.
           03 JTINSSSEG    PIC 9(10)V99.
           03 JTINSSPAT    PIC 9(10)V99.
           03 JTBCIRRF     PIC 9(10)V99.
           03 JTMESES      PIC 9(03).
           03 JTIRRF       PIC 9(10)V99.
           03 JTOPER       PIC X(10).
           03 JTDTALT      PIC 9(08).
