       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCURSO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CATALOGO DE CURSOS DE SEGURANCA (NR) E CURSOS OBRIGATORIOS POR
      *CARGO. C: CURSO, NORMA, VALIDADE EM MESES ATE A RECICLAGEM E
      *CARGA HORARIA MINIMA. O: LISTA DE CURSOS QUE O OCUPANTE DO
      *CARGO PRECISA TER VALIDOS (ELETRICISTA NR-10, TRABALHO EM
      *ALTURA NR-35, OPERADOR DE EMPILHADEIRA NR-11). ALIMENTA O
      *REGISTRO DE TREINAMENTOS (TREINO/FPP165), O RELATORIO DE
      *VENCIDOS (RELTREIN/FPP166) E O AVISO DA ESCALA (CADESCAL/FPP096)
      *CURSO FORA DE USO E INATIVADO, NAO APAGADO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCURSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CURK
           .

           SELECT CARGOCUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CCRK
           .

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK.

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
       FD CADCURSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCURSO1.DAT".
       COPY CURSO.
      *-----------------------------------------------------------------
       FD CARGOCUR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOCUR1.DAT".
       COPY CARGOCUR.
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
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
           01 BCARGO     PIC 9(04).
           01 BCURSO     PIC 9(04).
           01 TOTOBR     PIC 9(04).
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
           OPEN I-O CADCURSO
           IF FS = "35"
               OPEN OUTPUT CADCURSO
               CLOSE CADCURSO
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCURSO - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01A.
           OPEN I-O CARGOCUR
           IF FS = "35"
               OPEN OUTPUT CARGOCUR
               CLOSE CARGOCUR
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARGOCUR - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE CADCURSO LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE CADCURSO CARGOCUR LOGCTR CHGLOG
               GOBACK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R01C.
           DISPLAY "CURSOS DE SEGURANCA (NR)"
           DISPLAY "DIGITE: C-CATALOGO DE CURSOS "
               "O-CURSOS OBRIGATORIOS POR CARGO F-FIM"
           ACCEPT OPT
           IF OPT = "C" OR "c"
               GO TO R02
           .
           IF OPT = "O" OR "o"
               PERFORM RCARGO THRU RCARGOX
               GO TO R01C
           .
           IF OPT = "F" OR "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R01C
       .
       R02.
           DISPLAY "CODIGO DO CURSO (0-VOLTA): "
           ACCEPT CURK
           IF CURK = ZEROS
               GO TO R01C
       .
       R03.
           READ CADCURSO
           IF FS = "00"
               PERFORM RMOSTRA
               GO TO ROP
           ELSE
               DISPLAY "CURSO NAO CADASTRADO - NOVO REGISTRO"
       .
       R04.
           DISPLAY "DESCRICAO DO CURSO: "
           ACCEPT CUDESC
           IF CUDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO R04
           .
       R04A.
           DISPLAY "NORMA REGULAMENTADORA (EX: NR-10, NR-35): "
           ACCEPT CUNR
           IF CUNR = SPACES
               DISPLAY "NORMA NAO PODE SER NULA"
               GO TO R04A
           .
       R05.
           DISPLAY "VALIDADE EM MESES ATE A RECICLAGEM "
               "(000-SEM VENCIMENTO): "
           ACCEPT CUVALMES
           DISPLAY "CARGA HORARIA MINIMA (HORAS): "
           ACCEPT CUCHMIN
       .
       R06.
           DISPLAY "ATIVO (S/N): "
           ACCEPT CUATIVO
           IF CUATIVO NOT = "S" AND "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R06
           .
       R06X.
           EXIT.
       R0S.
           WRITE CURSOREC
           IF FS = "00"
               DISPLAY "GRAVADO"
               MOVE "I" TO LOGACAO
               MOVE CURK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR L-LISTAR N-NOVO V-VOLTA"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R06X
               PERFORM RAT
               GO TO ROP
           ELSE
               IF OPT = "L" OR "l"
                   PERFORM RLIST THRU RLIST2
                   GO TO ROP
               ELSE
                   IF OPT = "N" OR "n"
                       GO TO R02
                   ELSE
                       IF OPT = "V" OR "v"
                           GO TO R01C
                       ELSE
                           DISPLAY "OPCAO INVALIDA"
                           GO TO ROP
       .
       RAT.
           REWRITE CURSOREC
           IF FS = "00"
               DISPLAY "ALTERADO"
               MOVE "A" TO LOGACAO
               MOVE CURK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       RMOSTRA.
           DISPLAY "CURSO.........: " CURK " " CUDESC
           DISPLAY "NORMA.........: " CUNR
           DISPLAY "VALIDADE......: " CUVALMES " MESES"
           DISPLAY "CARGA HORARIA.: " CUCHMIN " HORAS"
           DISPLAY "ATIVO.........: " CUATIVO
           .
       RLIST.
      *-----------------------------------------------------------------
      *LISTA O CATALOGO EM TELA
      *-----------------------------------------------------------------
           MOVE CURK TO SAVERK
           MOVE ZEROS TO CURK
           START CADCURSO KEY IS NOT LESS THAN CURK
           .
       RLIST2.
           READ CADCURSO NEXT RECORD
           IF FS = "00"
               DISPLAY CURK " " CUNR " " CUDESC " VAL " CUVALMES
                   " CH " CUCHMIN " " CUATIVO
               GO TO RLIST2
           .
           MOVE SAVERK TO CURK
           READ CADCURSO
           .
       RCARGO.
      *-----------------------------------------------------------------
      *CURSOS OBRIGATORIOS DO CARGO - SO CURSO ATIVO DO CATALOGO
      *ENTRA NA LISTA; A EXCLUSAO TIRA A EXIGENCIA DALI EM DIANTE
      *-----------------------------------------------------------------
           DISPLAY "CODIGO DO CARGO (0-VOLTA): "
           ACCEPT BCARGO
           IF BCARGO = ZEROS
               GO TO RCARGOX
           .
           MOVE BCARGO TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO NAO CADASTRADO"
               GO TO RCARGO
           .
           DISPLAY "CARGO: " CRK " " CDESC
       .
       RCARGO2.
           PERFORM RCCLIST THRU RCCLISTX
           DISPLAY "DIGITE: I-INCLUIR CURSO X-EXCLUIR CURSO V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR "i"
               PERFORM RCCINC THRU RCCINCX
               GO TO RCARGO2
           .
           IF OPT = "X" OR "x"
               PERFORM RCCEXC THRU RCCEXCX
               GO TO RCARGO2
           .
           IF OPT = "V" OR "v"
               GO TO RCARGO
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RCARGO2
       .
       RCARGOX.
           EXIT.
       RCCLIST.
           MOVE ZEROS TO TOTOBR
           MOVE BCARGO TO CCCARGO
           MOVE ZEROS TO CCCURSO
           START CARGOCUR KEY IS NOT LESS THAN CCRK
           IF FS NOT = "00"
               GO TO RCCLIST3
           .
       RCCLIST2.
           READ CARGOCUR NEXT RECORD
           IF FS NOT = "00" OR CCCARGO NOT = BCARGO
               GO TO RCCLIST3
           END-IF
           ADD 1 TO TOTOBR
           MOVE CCCURSO TO CURK
           READ CADCURSO
           IF FS NOT = "00"
               MOVE SPACES TO CUDESC CUNR
               MOVE ZEROS TO CUVALMES
           END-IF
           DISPLAY CCCURSO " " CUNR " " CUDESC " VAL " CUVALMES
               " MESES"
           GO TO RCCLIST2
           .
       RCCLIST3.
           IF TOTOBR = ZEROS
               DISPLAY "CARGO SEM CURSOS OBRIGATORIOS"
           .
       RCCLISTX.
           EXIT.
       RCCINC.
           DISPLAY "CODIGO DO CURSO: "
           ACCEPT BCURSO
           MOVE BCURSO TO CURK
           READ CADCURSO
           IF FS NOT = "00"
               DISPLAY "CURSO NAO CADASTRADO"
               GO TO RCCINCX
           .
           IF CUATIVO NOT = "S"
               DISPLAY "CURSO INATIVO NO CATALOGO"
               GO TO RCCINCX
           .
           MOVE BCARGO TO CCCARGO
           MOVE BCURSO TO CCCURSO
           MOVE OPERID TO CCOPER
           MOVE HOJE TO CCDTALT
           WRITE CARGOCURREC
           IF FS NOT = "00"
               DISPLAY "CURSO JA EXIGIDO NO CARGO"
               GO TO RCCINCX
           .
           DISPLAY "CURSO INCLUIDO: " CUNR " " CUDESC
           MOVE "I" TO LOGACAO
           COMPUTE LOGRK = CCCARGO * 10000 + CCCURSO
           PERFORM RLOG
           .
       RCCINCX.
           EXIT.
       RCCEXC.
           DISPLAY "CODIGO DO CURSO: "
           ACCEPT BCURSO
           MOVE BCARGO TO CCCARGO
           MOVE BCURSO TO CCCURSO
           READ CARGOCUR
           IF FS NOT = "00"
               DISPLAY "CURSO NAO EXIGIDO NO CARGO"
               GO TO RCCEXCX
           .
           DELETE CARGOCUR RECORD
           IF FS NOT = "00"
               DISPLAY "NAO REMOVIDO"
               GO TO RCCEXCX
           .
           DISPLAY "REMOVIDO"
           MOVE "E" TO LOGACAO
           COMPUTE LOGRK = CCCARGO * 10000 + CCCURSO
           PERFORM RLOG
           .
       RCCEXCX.
           EXIT.
       FF1.
           CLOSE CADCURSO CARGOCUR CADCARGO
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
           MOVE "CADCURSO" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
