      *-----------------------------------------------------------------
      *TERMO DE COMPROMISSO DE ESTAGIO (TCE) DO ESTAGIARIO (CONTRTIPO
      *E) POR MATRICULA - O TERMO INICIAL E CADA TERMO ADITIVO DE
      *RENOVACAO SAO UMA SEQUENCIA. DATAS EM AAAAMMDD.
      *EGTIPO: N-TERMO INICIAL R-TERMO ADITIVO (RENOVACAO)
      *EGNIVEL: S-SUPERIOR/PROFISSIONAL M-ENSINO MEDIO (ATE 6H/DIA E
      *30H/SEMANA) F-ESPECIAL/FUNDAMENTAL EJA (ATE 4H/DIA E 20H/SEMANA)
      *EGSIT: A-VIGENTE R-RENOVADO (SUCEDIDO POR ADITIVO) E-ENCERRADO
      *EGPCD = "S": ESTAGIARIO COM DEFICIENCIA - SEM O LIMITE DE 2
      *ANOS NA MESMA EMPRESA (LEI 11.788/08 ART. 11)
      *RECESSO (ART. 13): 30 DIAS POR ANO, PROPORCIONAL AO TEMPO DE
      *ESTAGIO - EGRECGOZ DIAS GOZADOS E EGRECPAG DIAS INDENIZADOS NO
      *ENCERRAMENTO (LANCAMENTO AVULSO TIPO RE NA COMPETENCIA
      *EGRECM/EGRECY, VALOR EGRECVAL)
      *-----------------------------------------------------------------
       01 ESTAGREC.
           03 EGRK.
               05 EGMAT      PIC 9(06).
               05 EGSEQ      PIC 9(03).
           03 EGTIPO       PIC X(01).
           03 EGINI        PIC 9(08).
           03 EGFIM        PIC 9(08).
           03 EGDTENC      PIC 9(08).
           03 EGESCOLA     PIC X(40).
           03 EGCNPJ       PIC 9(14).
           03 EGCURSO      PIC X(30).
           03 EGNIVEL      PIC X(01).
           03 EGORIENT     PIC X(30).
           03 EGSUPERV     PIC X(30).
           03 EGHSEM       PIC 9(02).
           03 EGHDIA       PIC 9(01)V99.
           03 EGBOLSA      PIC 9(06)V99.
           03 EGSEGURO     PIC X(20).
           03 EGSEGCIA     PIC X(30).
           03 EGPCD        PIC X(01).
           03 EGSIT        PIC X(01).
           03 EGRECGOZ     PIC 9(03)V9.
           03 EGRGINI      PIC 9(08).
           03 EGRGFIM      PIC 9(08).
           03 EGRECPAG     PIC 9(03)V9.
           03 EGRECVAL     PIC 9(08)V99.
           03 EGRECM       PIC 9(02).
           03 EGRECY       PIC 9(04).
