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
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *LOG DE ALTERACOES (VER AUDLOG/FPP059)
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
           01 FS         PIC X(02).
           01 MENSAGEM   PIC X(40).
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01LG.
           OPEN I-O LOGCTR
           IF FS = "35"
               OPEN OUTPUT LOGCTR
               CLOSE LOGCTR
               GO TO R01LG
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGCTR - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01LG2.
           OPEN I-O CHGLOG
           IF FS = "35"
               OPEN OUTPUT CHGLOG
               CLOSE CHGLOG
               GO TO R01LG2
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGLOG - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01A.
           OPEN I-O ABSENCBAL
           IF FS = "35"
           IF FS = "00"
               REWRITE ABSENCBALREC
               DISPLAY "AUSENCIA GRAVADA"
               MOVE "I" TO LOGACAO
               MOVE BRKF TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "ERRO AO GRAVAR AUSENCIA"
           .
       FF1.
           CLOSE FILEFUNC ABSENCBAL ABSENC LOGCTR CHGLOG
           GOBACK
           .
       RSIGNON.
           .
       RDATVALX.
           EXIT.
       RLOG.
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
           MOVE "ABSENCIA" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
