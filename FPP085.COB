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
       .
       R02.
           DISPLAY "MAPA DE CONTAS - EVENTO (SA SF FG SD IN IR SI PE"
           DISPLAY "LD BE EM AD SR LQ FR PL PP LP RE RP, BRANCO-FIM): "
           ACCEPT CMPEVEN
           IF CMPEVEN = SPACES
               GO TO FF1
                   AND CMPEVEN NOT = "LD" AND CMPEVEN NOT = "BE"
                   AND CMPEVEN NOT = "EM" AND CMPEVEN NOT = "AD"
                   AND CMPEVEN NOT = "SR" AND CMPEVEN NOT = "LQ"
                   AND CMPEVEN NOT = "FR" AND CMPEVEN NOT = "PL"
                   AND CMPEVEN NOT = "PP" AND CMPEVEN NOT = "LP"
                   AND CMPEVEN NOT = "RE" AND CMPEVEN NOT = "RP"
               DISPLAY "EVENTO INVALIDO"
               GO TO R02
       .
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "CADCONTA" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
