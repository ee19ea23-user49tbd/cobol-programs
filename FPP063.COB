           FILE STATUS IS FS
           RECORD KEY IS ASORK
           .

           SELECT ESTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ETRK
           .
           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           VALUE OF FILE-ID IS "ASO1.DAT".
       COPY ASO.
      *-----------------------------------------------------------------
      *ESTABILIDADES PROVISORIAS (VER CADESTAB/FPP105) - O RETORNO DE
      *ACIDENTE FECHA A JANELA ABERTA PELA CAT (CADCAT/FPP124)
      *-----------------------------------------------------------------
       FD ESTAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTAB1.DAT".
       COPY ESTAB.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES - MESMO CONTROLE DE
      *ACESSO E TRILHA DE AUDITORIA DOS CADASTROS FPP001-FPP004
      *-----------------------------------------------------------------
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
           01 ASOOK      PIC X(01).
           01 ASOACHOU   PIC X(01).
           01 AFINIDT    PIC 9(08).
           01 ESTABOK    PIC X(01).
           01 ESTSEQ     PIC 9(02).
           01 JATEM      PIC X(01).
           01 RETDT      PIC 9(08).
           01 ESTFIM     PIC 9(08).
           01 WANO       PIC 9(04).
           01 WMES       PIC 9(02).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
           ELSE
               MOVE "S" TO ASOOK
       .
       R01C.
           OPEN I-O ESTAB
           IF FS = "35"
               OPEN OUTPUT ESTAB
               CLOSE ESTAB
               GO TO R01C
           .
           IF FS NOT = "00"
               MOVE "N" TO ESTABOK
           ELSE
               MOVE "S" TO ESTABOK
       .
       R02.
           DISPLAY "AFASTAMENTO - CODIGO DO FUNCIONARIO (0-FIM): "
           ACCEPT BRKF
               MOVE "A" TO LOGACAO
               MOVE AFRK TO LOGRK
               PERFORM RLOG
               IF AFCAUSA = "A"
                   PERFORM RESTAB THRU RESTABX
               END-IF
           ELSE
               DISPLAY "ERRO AO REGISTRAR RETORNO"
           .
       RRETORNOX.
           EXIT.
       RESTAB.
      *-----------------------------------------------------------------
      *RETORNO DE ACIDENTE: A ESTABILIDADE VAI ATE 12 MESES APOS O
      *RETORNO. FECHA A JANELA SEM FIM ABERTA PELA CAT; SEM ELA,
      *REGISTRA A JANELA A PARTIR DO RETORNO (SE AINDA NAO EXISTIR)
      *-----------------------------------------------------------------
           IF ESTABOK NOT = "S"
               GO TO RESTABX
           .
           COMPUTE RETDT = AFRETANO * 10000 + AFRETMES * 100
               + AFRETDIA
           COMPUTE WANO = AFRETANO
           COMPUTE WMES = AFRETMES + 12
           IF WMES > 12
               SUBTRACT 12 FROM WMES
               ADD 1 TO WANO
           END-IF
           COMPUTE ESTFIM = WANO * 10000 + WMES * 100 + AFRETDIA
           MOVE "N" TO JATEM
           MOVE ZEROS TO ESTSEQ
           MOVE BRKF TO ETRKF
           MOVE ZEROS TO ETSEQ
           START ESTAB KEY IS NOT LESS THAN ETRK
           IF FS NOT = "00"
               GO TO RESTAB3
           .
       RESTAB2.
           READ ESTAB NEXT RECORD
           IF FS NOT = "00" OR ETRKF NOT = BRKF
               GO TO RESTAB3
           END-IF
           MOVE ETSEQ TO ESTSEQ
           IF ETTIPO = "A" AND ETINI = RETDT
               MOVE "S" TO JATEM
           END-IF
           IF ETTIPO = "A" AND ETFIM = ZEROS
               MOVE ESTFIM TO ETFIM
               REWRITE ESTABREC
               IF FS = "00"
                   DISPLAY "ESTABILIDADE DE ACIDENTE ATE " ETFIM
               END-IF
               GO TO RESTABX
           END-IF
           GO TO RESTAB2
           .
       RESTAB3.
           IF JATEM = "S"
               GO TO RESTABX
           .
           MOVE BRKF TO ETRKF
           ADD 1 TO ESTSEQ
           MOVE ESTSEQ TO ETSEQ
           MOVE "A" TO ETTIPO
           MOVE RETDT TO ETINI
           MOVE ESTFIM TO ETFIM
           WRITE ESTABREC
           IF FS = "00"
               DISPLAY "ESTABILIDADE DE ACIDENTE ATE " ETFIM
           .
       RESTABX.
           EXIT.
       RCHKASO.
      *-----------------------------------------------------------------
      *PROCURA ASO TIPO R (RETORNO) APTO COM DATA DENTRO DO
           IF ASOOK = "S"
               CLOSE ASO
           END-IF
           IF ESTABOK = "S"
               CLOSE ESTAB
           END-IF
           GOBACK
           .
       RSIGNON.
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "CADAFAST" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
