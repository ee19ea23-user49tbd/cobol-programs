      *-----------------------------------------------------------------
      *CONVOCACAO DO CONTRATO INTERMITENTE (CONTRTIPO I) POR MATRICULA
      *- VARIAS POR FUNCIONARIO. DATAS EM AAAAMMDD.
      *IVDTAVISO: DATA DO AVISO (NO MINIMO 3 DIAS CORRIDOS ANTES DO
      *INICIO - CLT ART. 452-A PAR. 1)
      *IVSIT: P-AGUARDANDO RESPOSTA A-ACEITA R-RECUSADA C-CANCELADA
      *G-PAGA (PAGINTER/FPP129)
      *IVHTRAB E OS VALORES DO PAGAMENTO SO SAO PREENCHIDOS NO
      *PAGAMENTO: HORAS X VALOR HORA DO CARGO, DSR, FERIAS + 1/3 E 13O
      *PROPORCIONAIS (1/12 CADA), INSS/IRRF INCREMENTAIS NA COMPETENCIA
      *IVPGM/IVPGY E O FGTS DEPOSITADO
      *-----------------------------------------------------------------
       01 CONVREC.
           03 IVRK.
               05 IVMAT      PIC 9(06).
               05 IVSEQ      PIC 9(03).
           03 IVDTAVISO    PIC 9(08).
           03 IVINI        PIC 9(08).
           03 IVFIM        PIC 9(08).
           03 IVHORAS      PIC 9(04)V99.
           03 IVLOCAL      PIC X(30).
           03 IVSIT        PIC X(01).
           03 IVDTRESP     PIC 9(08).
           03 IVHTRAB      PIC 9(04)V99.
           03 IVVALHORA    PIC 9(06)V99.
           03 IVVALSAL     PIC 9(08)V99.
           03 IVVALDSR     PIC 9(08)V99.
           03 IVVALFER     PIC 9(08)V99.
           03 IVVALTERC    PIC 9(08)V99.
           03 IVVAL13      PIC 9(08)V99.
           03 IVBRUTO      PIC 9(08)V99.
           03 IVINSS       PIC 9(08)V99.
           03 IVIMPR       PIC 9(08)V99.
           03 IVFGTS       PIC 9(08)V99.
           03 IVLIQ        PIC 9(08)V99.
           03 IVPGM        PIC 9(02).
           03 IVPGY        PIC 9(04).
           03 IVDTPAG      PIC 9(08).
