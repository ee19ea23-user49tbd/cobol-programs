       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEPI.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CATALOGO DE EPI - DESCRICAO, CA (CERTIFICADO DE APROVACAO) E SUA
      *VALIDADE, INTERVALO DE TROCA E CUSTO UNITARIO. ALIMENTA A FICHA
      *DE EPI (ENTREPI/FPP126 E RELEPI/FPP127) E O DESCONTO DO EPI
      *PERDIDO OU NAO DEVOLVIDO NA RESCISAO.
      *EPI FORA DE USO E INATIVADO, NAO APAGADO - AS FICHAS ANTIGAS
      *CONTINUAM APONTANDO PARA O CODIGO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEPI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EQRK
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
       FD CADEPI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEPI1.DAT".
       COPY EPI.
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
           01 SAVERK     PIC 9(04).
           01 HOJE       PIC 9(08).
           01 DTCHK      PIC 9(08).
           01 DTCHKR REDEFINES DTCHK.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DVVMAX    PIC 9(02).
           01 DVVQ      PIC 9(05).
           01 DVVR      PIC 9(03).
           01 DATOK     PIC X(01).
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
       R01.
           OPEN I-O CADEPI
           IF FS = "35"
               OPEN OUTPUT CADEPI
               CLOSE CADEPI
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADEPI - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE LOGCTR CHGLOG
               GOBACK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           DISPLAY "CODIGO DO EPI (0-FIM): "
           ACCEPT EQRK
           IF EQRK = ZEROS
               GO TO FF1
       .
       R03.
           READ CADEPI
           IF FS = "00"
               PERFORM RMOSTRA
               GO TO ROP
           ELSE
               DISPLAY "EPI NAO CADASTRADO - NOVO REGISTRO"
       .
       R04.
           DISPLAY "DESCRICAO DO EPI: "
           ACCEPT EQDESC
           IF EQDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO R04
           .
       R04A.
           DISPLAY "NUMERO DO CA (CERTIFICADO DE APROVACAO): "
           ACCEPT EQCA
           IF EQCA = ZEROS
               DISPLAY "CA NAO PODE SER NULO"
               GO TO R04A
           .
       R04B.
           DISPLAY "VALIDADE DO CA (AAAAMMDD): "
           ACCEPT EQCAVAL
           MOVE EQCAVAL TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO R04B
           .
           IF EQCAVAL < HOJE
               DISPLAY "AVISO: CA VENCIDO - O EPI NAO PODE SER "
                   "ENTREGUE ATE A RENOVACAO DO CA"
           .
       R05.
           DISPLAY "INTERVALO DE TROCA EM DIAS (000-SEM TROCA): "
           ACCEPT EQTROCA
           DISPLAY "CUSTO UNITARIO (EX: 00045,90): "
           ACCEPT EQVALOR
       .
       R06.
           DISPLAY "ATIVO (S/N): "
           ACCEPT EQATIVO
           IF EQATIVO NOT = "S" AND "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R06
           .
       R06X.
           EXIT.
       R0S.
           WRITE EPIREC
           IF FS = "00"
               DISPLAY "GRAVADO"
               MOVE "I" TO LOGACAO
               MOVE EQRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR L-LISTAR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R06X
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
           REWRITE EPIREC
           IF FS = "00"
               DISPLAY "ALTERADO"
               MOVE "A" TO LOGACAO
               MOVE EQRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       REX.
           DELETE CADEPI RECORD
           IF FS = "00"
               DISPLAY "REMOVIDO"
               MOVE "E" TO LOGACAO
               MOVE EQRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO REMOVIDO"
           .
       RMOSTRA.
           DISPLAY "EPI...........: " EQRK " " EQDESC
           DISPLAY "CA............: " EQCA " VALIDO ATE " EQCAVAL
           DISPLAY "TROCA A CADA..: " EQTROCA " DIAS"
           DISPLAY "CUSTO UNITARIO: " EQVALOR
           DISPLAY "ATIVO.........: " EQATIVO
           IF EQCAVAL < HOJE
               DISPLAY "ATENCAO: CA VENCIDO"
           .
       RDATVAL.
      *-----------------------------------------------------------------
      *VALIDACAO DE DATA DE CALENDARIO - DIA VALIDO PARA O MES/ANO,
      *COM ANO BISSEXTO (DIVISIVEL POR 4, EXCETO SECULOS FORA DO 400)
      *-----------------------------------------------------------------
           MOVE "S" TO DATOK
           IF DVVMES = ZEROS OR DVVMES > 12 OR DVVDIA = ZEROS
                   OR DVVANO = ZEROS
               MOVE "N" TO DATOK
               GO TO RDATVALX
           .
           MOVE 31 TO DVVMAX
           IF DVVMES = 4 OR DVVMES = 6 OR DVVMES = 9 OR DVVMES = 11
               MOVE 30 TO DVVMAX
           .
           IF DVVMES = 2
               MOVE 28 TO DVVMAX
               DIVIDE DVVANO BY 4 GIVING DVVQ REMAINDER DVVR
               IF DVVR = ZEROS
                   DIVIDE DVVANO BY 100 GIVING DVVQ REMAINDER DVVR
                   IF DVVR NOT = ZEROS
                       MOVE 29 TO DVVMAX
                   ELSE
                       DIVIDE DVVANO BY 400 GIVING DVVQ
                           REMAINDER DVVR
                       IF DVVR = ZEROS
                           MOVE 29 TO DVVMAX
                       END-IF
                   END-IF
               END-IF
           .
           IF DVVDIA > DVVMAX
               MOVE "N" TO DATOK
           .
       RDATVALX.
           EXIT.
       RLIST.
      *-----------------------------------------------------------------
      *LISTA O CATALOGO EM TELA
      *-----------------------------------------------------------------
           MOVE EQRK TO SAVERK
           MOVE ZEROS TO EQRK
           START CADEPI KEY IS NOT LESS THAN EQRK
           .
       RLIST2.
           READ CADEPI NEXT RECORD
           IF FS = "00"
               DISPLAY EQRK " " EQDESC " CA " EQCA " ATE " EQCAVAL
                   " " EQATIVO
               GO TO RLIST2
           .
           MOVE SAVERK TO EQRK
           READ CADEPI
           .
       FF1.
           CLOSE CADEPI
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
           MOVE "CADEPI" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
