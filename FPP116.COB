       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRECEI.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *RECEITA BRUTA MENSAL POR FILIAL - BASE DA CPRB DAS FILIAIS NO
      *REGIME DESONERADO (FILREGIME = "C" NO CADFILIA/FPP067)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RFRK
           .
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
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
       FD RECFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECFIL1.DAT".
       COPY RECFIL.
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS - SO ACEITA RECEITA DE FILIAL CADASTRADA
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES - MESMO CONTROLE DE
      *ACESSO E TRILHA DE AUDITORIA DOS CADASTROS FPP001-FPP004
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
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS         PIC X(02).
           01 OPT        PIC X(01).
           01 SAVERK     PIC X(08).
           01 LISTFIL    PIC 9(02).
           01 BASECPRB   PIC 9(12)V99.
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
       R00S.
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               DISPLAY "AVISO: CADASTRO DE OPERADORES AUSENTE"
               DISPLAY "ACESSO LIBERADO - CADASTRE PELO CADOPER"
               MOVE "N" TO OPERCHK
           ELSE
               MOVE "S" TO OPERCHK
           .
           MOVE ZEROS TO TENTAT
       .
       R00S2.
           IF LKOPER NOT = SPACES AND LKOPER NOT = LOW-VALUES
               MOVE LKOPER TO OPERID
               IF OPERCHK = "S"
                   PERFORM RSIGNONQ THRU RSIGNONQX
                   CLOSE OPERMST
               END-IF
               GO TO R00L
           .
       R00S3.
           MOVE SPACES TO OPERID
           DISPLAY "IDENTIFICACAO DO OPERADOR: "
           ACCEPT OPERID
           IF OPERID = SPACES
               GO TO R00S3
           .
           IF OPERCHK = "S"
               PERFORM RSIGNON THRU RSIGNONX
               CLOSE OPERMST
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
               GOBACK
       .
       R00F.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADFIL - CADASTRE AS FILIAIS"
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01.
           OPEN I-O RECFIL
           IF FS = "35"
               OPEN OUTPUT RECFIL
               CLOSE RECFIL
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RECFIL - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE CADFIL LOGCTR CHGLOG
               GOBACK
       .
       R02.
           DISPLAY "RECEITA BRUTA - DIGITE A FILIAL (0-FIM): "
           ACCEPT RFFIL
           IF RFFIL = ZEROS
               GO TO FF1
           .
           MOVE RFFIL TO FILRK
           READ CADFIL
           IF FS NOT = "00"
               DISPLAY "FILIAL NAO CADASTRADA"
               GO TO R02
           .
           DISPLAY FILRAZAO
           IF FILREGIME NOT = "C"
               DISPLAY "AVISO: FILIAL FORA DO REGIME CPRB - A RECEITA "
                   "NAO ENTRA NOS ENCARGOS ENQUANTO O REGIME FOR NORMAL"
       .
       R02A.
           DISPLAY "ANO DA COMPETENCIA (AAAA): "
           ACCEPT RFANO
           IF RFANO = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO R02A
       .
       R02B.
           DISPLAY "MES DA COMPETENCIA (MM): "
           ACCEPT RFMES
           IF RFMES = ZEROS OR RFMES > 12
               DISPLAY "MES INVALIDO"
               GO TO R02B
       .
       R03.
           READ RECFIL
           IF FS = "00"
               DISPLAY "RECEITA BRUTA: " RFBRUTA
               DISPLAY "EXCLUSOES....: " RFEXCL
               COMPUTE BASECPRB = RFBRUTA - RFEXCL
               DISPLAY "BASE DA CPRB.: " BASECPRB
               GO TO ROP
           ELSE
               DISPLAY "COMPETENCIA NAO CADASTRADA - NOVO REGISTRO"
       .
       R04.
           DISPLAY "RECEITA BRUTA DO MES: "
           ACCEPT RFBRUTA
       .
       R05.
           DISPLAY "EXCLUSOES DA BASE (CANCELAMENTOS, DESCONTOS "
               "INCONDICIONAIS, EXPORTACAO): "
           ACCEPT RFEXCL
           IF RFEXCL > RFBRUTA
               DISPLAY "EXCLUSOES MAIORES QUE A RECEITA BRUTA"
               GO TO R05
       .
       R0S.
           WRITE RECFILREC
           IF FS = "00"
               DISPLAY "GRAVADO"
               MOVE "I" TO LOGACAO
               MOVE RFRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR L-LISTAR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R05
               PERFORM RAT
               GO TO ROP
           ELSE
               IF OPT = "X" OR "x"
                   PERFORM REX
                   GO TO R02
               ELSE
                   IF OPT = "L" OR "l"
                       PERFORM RLIST THRU RLIST2
                       GO TO ROP
                   ELSE
                       IF OPT = "N" OR "n"
                           GO TO R02
                       ELSE
                           IF OPT = "F" OR "f"
                               GO TO FF1
                           ELSE
                               DISPLAY "OPCAO INVALIDA"
                               GO TO ROP
       .
       RAT.
           REWRITE RECFILREC
           IF FS = "00"
               DISPLAY "ALTERADO"
               MOVE "A" TO LOGACAO
               MOVE RFRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       REX.
           DELETE RECFIL RECORD
           IF FS = "00"
               DISPLAY "REMOVIDO"
               MOVE "E" TO LOGACAO
               MOVE RFRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO REMOVIDO"
           .
       RLIST.
      *-----------------------------------------------------------------
      *LISTA AS COMPETENCIAS DA FILIAL EM TELA
      *-----------------------------------------------------------------
           MOVE RFRK TO SAVERK
           MOVE RFFIL TO LISTFIL
           MOVE ZEROS TO RFANO RFMES
           START RECFIL KEY IS NOT LESS THAN RFRK
           .
       RLIST2.
           READ RECFIL NEXT RECORD
           IF FS = "00" AND RFFIL = LISTFIL
               DISPLAY RFMES "/" RFANO " BRUTA: " RFBRUTA
                   " EXCL: " RFEXCL
               GO TO RLIST2
           .
           MOVE SAVERK TO RFRK
           READ RECFIL
           .
       FF1.
           CLOSE RECFIL CADFIL
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
      *CADASTRO DE OPERADORES (CADOPER/FPP058)
      *-----------------------------------------------------------------
           DISPLAY "SENHA: "
           ACCEPT SENHA
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMSENHA NOT = SENHA
                   OR OPMATIVO NOT = "S"
               ADD 1 TO TENTAT
               IF TENTAT NOT < 3
                   DISPLAY "ACESSO NEGADO"
                   GOBACK
               END-IF
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               GO TO RSIGNON
           .
           IF OPMCAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTROS"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMCAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTROS"
               GOBACK
           .
       RSIGNONQX.
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
           MOVE "CADRECEI" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
