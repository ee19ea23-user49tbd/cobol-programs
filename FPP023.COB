           RECORD KEY IS OPMID
           .

           SELECT LOGCTR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CTRK
           .

           SELECT CHGLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LOGSEQ
           .

       DATA DIVISION.
       FILE SECTION.
       FD PERLOCK
               05 PLKY     PIC 9(04).
           03 PLSTATUS    PIC X(01).
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058) E LOG DE ALTERACOES
      *(FECHAMENTO E REABERTURA FICAM NO LOG - VER RELSOD/FPP151)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
       FD LOGCTR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCTR1.DAT".
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOG1.DAT".
       01 LOGREC.
           03 LOGSEQ   PIC 9(08).
           03 LOGOPER  PIC X(10).
           03 LOGPROG  PIC X(08).
           03 LOGACAO  PIC X(01).
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
       WORKING-STORAGE SECTION.
           01 FS       PIC X(02).
           01 MENSAGEM PIC X(40).
               IF OPERCHK = "S"
                   PERFORM RSIGNONQ THRU RSIGNONQX
               END-IF
               GO TO R00L
           .
       R00B2.
           MOVE SPACES TO OPERID
           IF OPERCHK = "S"
               PERFORM RSIGNON THRU RSIGNONX
       .
       R00L.
           OPEN I-O LOGCTR
           IF FS = "35"
               OPEN OUTPUT LOGCTR
               CLOSE LOGCTR
               GO TO R00L
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGCTR - FS: " FS
               CLOSE PERLOCK
               GOBACK
       .
       R00L2.
           OPEN I-O CHGLOG
           IF FS = "35"
               OPEN OUTPUT CHGLOG
               CLOSE CHGLOG
               GO TO R00L2
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGLOG - FS: " FS
               CLOSE PERLOCK LOGCTR
               GOBACK
       .
       R01.
           MOVE ZEROS TO PLKM PLKY
           MOVE SPACES TO PLSTATUS MENSAGEM OPT
           WRITE PERREC
           IF FS = "00"
               MOVE "GRAVADO" TO MENSAGEM
               MOVE PLSTATUS TO LOGACAO
               PERFORM RLOG
           ELSE
               MOVE "ERRO AO GRAVAR" TO MENSAGEM
           PERFORM MSG1 THRU MSG2
           REWRITE PERREC
           IF FS = "00"
               MOVE "ATUALIZADO" TO MENSAGEM
               MOVE PLSTATUS TO LOGACAO
               PERFORM RLOG
           ELSE
               MOVE "ERRO AO ATUALIZAR" TO MENSAGEM
           PERFORM MSG1 THRU MSG2
           DELETE PERLOCK RECORD
           IF FS = "00"
               MOVE "REMOVIDO" TO MENSAGEM
               MOVE "E" TO LOGACAO
               PERFORM RLOG
           ELSE
               MOVE "ERRO AO REMOVER" TO MENSAGEM
           PERFORM MSG1 THRU MSG2
           .
       RF1.
           CLOSE PERLOCK LOGCTR CHGLOG
           GOBACK
           .
       RF2.
           MOVE SPACES TO MENSAGEM
           DISPLAY TMENSAGEM
           .
       RLOG.
      *-----------------------------------------------------------------
      *LOG DE ALTERACOES - CHAVE = ANO * 100 + MES (COMO NO REABRECT)
      *ACAO: F FECHADA, A ABERTA, E EXCLUIDA
      *-----------------------------------------------------------------
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
               REWRITE LOGCTRREC
           END-IF
           MOVE CTRSEQ TO LOGSEQ
           MOVE OPERID TO LOGOPER
           MOVE "FPP023" TO LOGPROG
           COMPUTE LOGRK = PLKY * 100 + PLKM
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
