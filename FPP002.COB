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
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "FPP002" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       RF1.
           CLOSE LOGCTR CHGLOG
