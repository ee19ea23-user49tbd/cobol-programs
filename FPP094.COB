           FILE STATUS IS FS
           RECORD KEY IS RK
           .
      *-----------------------------------------------------------------
           SELECT PRIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PXRK
           ALTERNATE RECORD KEY IS PXFK
           .
      *-----------------------------------------------------------------
           SELECT PRSNAP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
      *INDICE DA FOLHA POR COMPETENCIA (VER PRIDXGER/FPP148)
      *-----------------------------------------------------------------
       FD PRIDX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRIDX1.DAT".
       COPY PRIDX.
      *-----------------------------------------------------------------
      *FOTOGRAFIA DA FOLHA NO MOMENTO DA REABERTURA - O REFECHAMENTO
      *COMPARA A FOLHA ATUAL CONTRA ESTA COPIA, REGISTRO A REGISTRO
      *-----------------------------------------------------------------
           ==PVALATRAS== BY ==SNVALATRAS==
           ==PVALINTRA== BY ==SNVALINTRA==
           ==PVALANUEN== BY ==SNVALANUEN==
           ==PVALPENH== BY ==SNVALPENH==
           ==PVALREDIR== BY ==SNVALREDIR==.
      *-----------------------------------------------------------------
      *PEDIDOS DE REABERTURA POR COMPETENCIA - R SOLICITADO,
      *A REABERTO (APROVADO POR SEGUNDO OPERADOR), F REFECHADO
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
       FD DIFRPT
           LABEL RECORD IS STANDARD.
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
           01 OPT         PIC X(01).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 OPERSAVE    PIC X(10).
           01 APROVID     PIC X(10).
           01 APROVSEN    PIC X(08).
           01 TOTSNAP     PIC 9(06).
               DISPLAY "ERRO AO ABRIR PR"
               GOBACK
       .
       R01PX.
           OPEN INPUT PRIDX
           IF FS NOT = "00"
               DISPLAY "AVISO: INDICE DA FOLHA AUSENTE - LEITURA LENTA"
               DISPLAY "RODE O CONVERTE, OPCAO 18, PARA CRIAR O INDICE"
               MOVE "N" TO PXOK
           ELSE
               MOVE "S" TO PXOK
       .
       R01A.
           OPEN I-O PRSNAP
           IF FS = "35"
       .
       FF1.
           CLOSE PR PRSNAP REABCTL PERLOCK LOGCTR CHGLOG
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF OPERCHK = "S"
               CLOSE OPERMST
           END-IF
           MOVE APROVID TO RBAPROV
           ACCEPT RBDATAPR FROM DATE YYYYMMDD
           REWRITE REABCTLREC
      *-----------------------------------------------------------------
      *A APROVACAO VAI PARA O LOG EM NOME DO APROVADOR (QUEM DIGITOU A
      *SESSAO PODE SER O PROPRIO SOLICITANTE) - VER RELSOD/FPP151
      *-----------------------------------------------------------------
           MOVE OPERID TO OPERSAVE
           MOVE APROVID TO OPERID
           MOVE "A" TO LOGACAO
           PERFORM RLOG
           MOVE OPERSAVE TO OPERID
           DISPLAY "COMPETENCIA REABERTA - " TOTSNAP
               " REGISTROS FOTOGRAFADOS"
           .
           EXIT.
       RSNAP.
           MOVE ZEROS TO TOTSNAP
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               GO TO RSNAPX
           .
       RSNAP2.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO RSNAPX
           END-IF
      *-----------------------------------------------------------------
      *REGISTROS INCLUIDOS DEPOIS DA REABERTURA (SEM FOTOGRAFIA)
      *-----------------------------------------------------------------
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               GO TO RCOMPARAX
           .
       RCOMPARA4.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO RCOMPARAX
           END-IF
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           COMPUTE LOGRK = BRKY * 100 + BRKM
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
           .
       RSIGNONQX.
           EXIT.
       RPXINI.
      *-----------------------------------------------------------------
      *POSICIONA NA COMPETENCIA PELO INDICE; SEM ELE VOLTA A VARRER A
      *FOLHA DESDE O INICIO
      *-----------------------------------------------------------------
           IF PXOK = "S"
               MOVE BRKY TO PXRKY
               MOVE BRKM TO PXRKM
               MOVE ZEROS TO PXRKF
               START PRIDX KEY IS NOT LESS THAN PXRK
               GO TO RPXINIX
           .
           MOVE ZEROS TO RK
           START PR KEY IS NOT LESS THAN RK
           .
       RPXINIX.
           EXIT.
       RPXLE.
      *-----------------------------------------------------------------
      *PROXIMO REGISTRO DA FOLHA - FS "10" NO FIM DA COMPETENCIA.
      *ENTRADA SEM REGISTRO NA FOLHA (INDICE DEFASADO) E IGNORADA
      *-----------------------------------------------------------------
           IF PXOK NOT = "S"
               READ PR NEXT RECORD
               GO TO RPXLEX
           .
           READ PRIDX NEXT RECORD
           IF FS NOT = "00"
               GO TO RPXLEX
           .
           IF PXRKY NOT = BRKY OR PXRKM NOT = BRKM
               MOVE "10" TO FS
               GO TO RPXLEX
           .
           MOVE PXRKF TO RKF
           MOVE PXRKM TO RKM
           MOVE PXRKY TO RKY
           READ PR
           IF FS = "23"
               GO TO RPXLE
           .
       RPXLEX.
           EXIT.
