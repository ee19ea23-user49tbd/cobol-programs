       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
               DISPLAY "ENDERECO: " FILENDER
               DISPLAY "CIDADE: " FILCIDADE " UF: " FILUF
               DISPLAY "MUNICIPIO IBGE: " FILMUNIC
               DISPLAY "REGIME: " FILREGIME "  CPRB: " FILCPRBPCT
                   "%  FAP: " FILFAP
               DISPLAY "RAT: " FILRATPCT "%  FPAS: " FILFPAS
                   "  TERCEIROS: " FILTERPCT "%"
               GO TO ROP
           ELSE
               DISPLAY "CODIGO NAO CADASTRADO - NOVO REGISTRO"
           DISPLAY "MUNICIPIO IBGE (7 DIGITOS): "
           ACCEPT FILMUNIC
       .
       R06A.
      *-----------------------------------------------------------------
      *REGIME PREVIDENCIARIO - NA CPRB A PATRONAL SOBRE A FOLHA DA
      *LUGAR A ALIQUOTA SOBRE A RECEITA BRUTA (CADRECEI/FPP116)
      *-----------------------------------------------------------------
           DISPLAY "REGIME (N-NORMAL C-CPRB DESONERADA): "
           ACCEPT FILREGIME
           IF FILREGIME = "n" OR FILREGIME = SPACES
               MOVE "N" TO FILREGIME
           .
           IF FILREGIME = "c"
               MOVE "C" TO FILREGIME
           .
           IF FILREGIME NOT = "N" AND FILREGIME NOT = "C"
               DISPLAY "REGIME INVALIDO"
               GO TO R06A
           .
           MOVE ZEROS TO FILCPRBPCT
           IF FILREGIME = "C"
               DISPLAY "ALIQUOTA DA CPRB SOBRE A RECEITA (%): "
               ACCEPT FILCPRBPCT
               IF FILCPRBPCT = ZEROS
                   DISPLAY "ALIQUOTA DA CPRB NAO PODE SER NULA"
                   GO TO R06A
               END-IF
           .
       R06B.
      *-----------------------------------------------------------------
      *FAP ENTRE 0,5000 E 2,0000 (ZERO = 1,0000); RAT E TERCEIROS
      *ZERADOS FICAM COM OS PERCENTUAIS GERAIS DO CADTAXA
      *-----------------------------------------------------------------
           DISPLAY "FAP - MULTIPLICADOR DO RAT (0,5000 A 2,0000): "
           ACCEPT FILFAP
           IF FILFAP NOT = ZEROS
                   AND (FILFAP < 0,5 OR FILFAP > 2)
               DISPLAY "FAP FORA DA FAIXA"
               GO TO R06B
           .
           DISPLAY "RAT DA FILIAL (%, 0=TABELA DO ANO): "
           ACCEPT FILRATPCT
           IF FILRATPCT > 3
               DISPLAY "RAT DEVE SER 1, 2 OU 3%"
               GO TO R06B
           .
           DISPLAY "CODIGO FPAS: "
           ACCEPT FILFPAS
           DISPLAY "TERCEIROS DA FILIAL (%, 0=TABELA DO ANO): "
           ACCEPT FILTERPCT
       .
       R0S.
           WRITE CADFILREC
           IF FS = "00"
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR L-LISTAR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R06B
               PERFORM RAT
               GO TO ROP
           ELSE
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "CADFILIA" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
