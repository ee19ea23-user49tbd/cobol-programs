       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *REGISTRO DE TREINAMENTOS DE SEGURANCA POR MATRICULA - CURSO DO
      *CATALOGO (CADCURSO/FPP164), DATA DE CONCLUSAO, CARGA HORARIA,
      *INSTRUTOR E NUMERO DO CERTIFICADO. O VENCIMENTO E CALCULADO
      *PELA VALIDADE DO CURSO; A RECICLAGEM E REGISTRADA COMO NOVO
      *TREINAMENTO DO MESMO CURSO. AS HORAS FEITAS FORA DA JORNADA
      *VAO AO HORAS1 COMO EXTRA NA COMPETENCIA DA CONCLUSAO (COMO AS
      *EXTRAS APROVADAS DO AUTEXTRA/FPP142) E A FOLHA AS PAGA NO
      *PROXIMO CALCULO. REGISTRO ERRADO E EXCLUIDO - AS EXTRAS QUE JA
      *TINHAM IDO AO HORAS1 SAO ESTORNADAS
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RKT
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
           .

           SELECT CADCURSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CURK
           .

           SELECT TREINO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TRRK
           .

           SELECT HORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HARK
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
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *CATALOGO DE CURSOS (VER CADCURSO/FPP164)
      *-----------------------------------------------------------------
       FD CADCURSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCURSO1.DAT".
       COPY CURSO.
      *-----------------------------------------------------------------
       FD TREINO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINO1.DAT".
       COPY TREINO.
      *-----------------------------------------------------------------
      *HORAS EXTRAS DA COMPETENCIA QUE A FOLHA CONSOME (FPP005/FPP017)
      *-----------------------------------------------------------------
       FD HORAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HORAS1.DAT".
       COPY HORAS.
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
           01 HORAOK     PIC X(01).
           01 BRKF       PIC 9(06).
           01 PROXSEQ    PIC 9(03).
           01 HOJE       PIC 9(08).
           01 DIAORIG    PIC 9(02).
           01 MESESW     PIC 9(05).
           01 ANOSW      PIC 9(04).
           01 HORASINT   PIC 9(03).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - VALIDACAO E SOMA DE MESES
      *-----------------------------------------------------------------
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
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01A.
           OPEN INPUT CADCURSO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCURSO - CADASTRE OS CURSOS NO "
                   "CADCURSO (FPP164)"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O TREINO
           IF FS = "35"
               OPEN OUTPUT TREINO
               CLOSE TREINO
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR TREINO - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC CADCURSO LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN I-O HORAS
           IF FS NOT = "00"
               MOVE "N" TO HORAOK
           ELSE
               MOVE "S" TO HORAOK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           DISPLAY "TREINAMENTOS - MATRICULA (0-FIM): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO FF1
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO R02
           .
           DISPLAY "FUNCIONARIO: " NOME
       .
       R03.
           PERFORM RLISTA THRU RLISTAX
           DISPLAY "DIGITE: I-INCLUIR TREINAMENTO X-EXCLUIR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCLUI THRU RINCLUIX
               GO TO R03
           .
           IF OPT = "X" OR OPT = "x"
               PERFORM REXCLUI THRU REXCLUIX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC CADCURSO TREINO
           CLOSE LOGCTR CHGLOG
           IF HORAOK = "S"
               CLOSE HORAS
           END-IF
           GOBACK
           .
       RLISTA.
           MOVE ZEROS TO PROXSEQ
           MOVE BRKF TO TRMAT
           MOVE ZEROS TO TRSEQ
           START TREINO KEY IS NOT LESS THAN TRRK
           IF FS NOT = "00"
               DISPLAY "SEM TREINAMENTOS REGISTRADOS"
               GO TO RLISTAX
           .
       RLISTA2.
           READ TREINO NEXT RECORD
           IF FS NOT = "00" OR TRMAT NOT = BRKF
               GO TO RLISTAX
           END-IF
           MOVE TRSEQ TO PROXSEQ
           MOVE TRCURSO TO CURK
           READ CADCURSO
           IF FS NOT = "00"
               MOVE SPACES TO CUNR
           END-IF
           DISPLAY TRSEQ " " CUNR " CURSO " TRCURSO " EM " TRDATA
               " " TRHORAS "H CERT " TRCERT " VENCE " TRVENC
               " EXTRAS " TRHEXT
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RINCLUI.
           DISPLAY "CODIGO DO CURSO: "
           ACCEPT TRCURSO
           MOVE TRCURSO TO CURK
           READ CADCURSO
           IF FS NOT = "00"
               DISPLAY "CURSO NAO CADASTRADO"
               GO TO RINCLUIX
           .
           IF CUATIVO NOT = "S"
               DISPLAY "CURSO INATIVO NO CATALOGO"
               GO TO RINCLUIX
           .
           DISPLAY "CURSO: " CUNR " " CUDESC
       .
       RINCLUI2.
           DISPLAY "DATA DA CONCLUSAO (AAAAMMDD): "
           ACCEPT TRDATA
           MOVE TRDATA TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR TRDATA > HOJE
               DISPLAY "DATA INVALIDA OU FUTURA"
               GO TO RINCLUI2
           .
       RINCLUI3.
           DISPLAY "CARGA HORARIA CUMPRIDA (EX: 040,0): "
           ACCEPT TRHORAS
           IF TRHORAS < CUCHMIN
               DISPLAY "CARGA HORARIA ABAIXO DO MINIMO DA NORMA ("
                   CUCHMIN " HORAS) - CERTIFICADO NAO VALE"
               GO TO RINCLUIX
           .
       RINCLUI4.
           DISPLAY "INSTRUTOR: "
           ACCEPT TRINSTR
           IF TRINSTR = SPACES
               DISPLAY "INSTRUTOR NAO PODE SER NULO"
               GO TO RINCLUI4
           .
       RINCLUI5.
           DISPLAY "NUMERO DO CERTIFICADO: "
           ACCEPT TRCERT
           IF TRCERT = SPACES
               DISPLAY "CERTIFICADO NAO PODE SER NULO"
               GO TO RINCLUI5
           .
       RINCLUI6.
           MOVE TRHORAS TO HORASINT
           DISPLAY "HORAS FORA DA JORNADA (EXTRA, 000-NENHUMA): "
           ACCEPT TRHEXT
           IF TRHEXT > HORASINT
               DISPLAY "MAIS HORAS EXTRAS QUE A CARGA DO CURSO"
               GO TO RINCLUI6
           .
           MOVE "N" TO TRHETIPO
           IF TRHEXT = ZEROS
               GO TO RINCLUI8
           .
       RINCLUI7.
           DISPLAY "TIPO DA EXTRA (N-NORMAL D-DOMINGO/FERIADO): "
           ACCEPT TRHETIPO
           IF TRHETIPO NOT = "N" AND TRHETIPO NOT = "D"
               DISPLAY "TIPO INVALIDO"
               GO TO RINCLUI7
           .
       RINCLUI8.
           PERFORM RVENCTO THRU RVENCTOX
           MOVE BRKF TO TRMAT
           ADD 1 TO PROXSEQ
           MOVE PROXSEQ TO TRSEQ
           MOVE "N" TO TRHELANC
           MOVE OPERID TO TROPER
           MOVE HOJE TO TRDTALT
           IF TRHEXT > ZEROS
               PERFORM RHORAS THRU RHORASX
           .
           WRITE TREINOREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TREINAMENTO - FS: " FS
               GO TO RINCLUIX
           .
           DISPLAY "TREINAMENTO " TRSEQ " GRAVADO"
           IF TRVENC NOT = ZEROS
               DISPLAY "CERTIFICADO VALIDO ATE " TRVENC
           .
           IF TRHEXT > ZEROS AND TRHELANC NOT = "S"
               DISPLAY "AVISO: SEM HORAS1 - AS EXTRAS DO CURSO NAO "
                   "FORAM LANCADAS"
           .
           MOVE "I" TO LOGACAO
           MOVE TRRK TO LOGRK
           PERFORM RLOG
           .
       RINCLUIX.
           EXIT.
       RVENCTO.
      *-----------------------------------------------------------------
      *VENCIMENTO = CONCLUSAO + VALIDADE DO CURSO EM MESES; O DIA E
      *LIMITADO AO ULTIMO DIA DO MES DE DESTINO (31/01 + 1 = 28/02)
      *-----------------------------------------------------------------
           MOVE ZEROS TO TRVENC
           IF CUVALMES = ZEROS
               GO TO RVENCTOX
           .
           MOVE TRDATA TO DTCHK
           MOVE DVVDIA TO DIAORIG
           COMPUTE MESESW = DVVMES - 1 + CUVALMES
           DIVIDE MESESW BY 12 GIVING ANOSW REMAINDER MESESW
           ADD ANOSW TO DVVANO
           COMPUTE DVVMES = MESESW + 1
           MOVE 1 TO DVVDIA
           PERFORM RDATVAL THRU RDATVALX
           IF DIAORIG > DVVMAX
               MOVE DVVMAX TO DVVDIA
           ELSE
               MOVE DIAORIG TO DVVDIA
           .
           MOVE DTCHK TO TRVENC
           .
       RVENCTOX.
           EXIT.
       RHORAS.
      *-----------------------------------------------------------------
      *EXTRAS DO CURSO NO HORAS1 DA COMPETENCIA DA CONCLUSAO - TIPO D
      *MARCA A EXTRA A 100%, MESMA REGRA DO PONTOIMP E DO AUTEXTRA
      *-----------------------------------------------------------------
           IF HORAOK NOT = "S"
               GO TO RHORASX
           .
           MOVE TRDATA TO DTCHK
           MOVE BRKF TO HARKF
           MOVE DVVMES TO HARKM
           MOVE DVVANO TO HARKY
           READ HORAS
           IF FS NOT = "00"
               MOVE ZEROS TO HAHREXT HAHNOT HAHFER
               MOVE ZEROS TO HAATRMIN HAINTRA
               MOVE "N" TO HATIPOHE
               WRITE HORASREC
           .
           ADD TRHEXT TO HAHREXT
           IF TRHETIPO = "D"
               MOVE "D" TO HATIPOHE
           .
           REWRITE HORASREC
           IF FS = "00"
               MOVE "S" TO TRHELANC
               DISPLAY TRHEXT " HORAS EXTRAS LANCADAS NA COMPETENCIA "
                   HARKM "/" HARKY
           .
       RHORASX.
           EXIT.
       REXCLUI.
           DISPLAY "SEQUENCIA DO TREINAMENTO: "
           ACCEPT TRSEQ
           MOVE BRKF TO TRMAT
           READ TREINO
           IF FS NOT = "00"
               DISPLAY "TREINAMENTO NAO ENCONTRADO"
               GO TO REXCLUIX
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO REXCLUIX
           .
           IF TRHELANC = "S"
               PERFORM RESTORNO THRU RESTORNOX
           .
           DELETE TREINO RECORD
           IF FS NOT = "00"
               DISPLAY "NAO REMOVIDO"
               GO TO REXCLUIX
           .
           DISPLAY "REMOVIDO"
           MOVE "E" TO LOGACAO
           MOVE TRRK TO LOGRK
           PERFORM RLOG
           .
       REXCLUIX.
           EXIT.
       RESTORNO.
      *-----------------------------------------------------------------
      *TIRA DO HORAS1 AS EXTRAS QUE O TREINAMENTO EXCLUIDO LANCOU; O
      *TIPO D FICA - PODE TER VINDO TAMBEM DO PONTO
      *-----------------------------------------------------------------
           IF HORAOK NOT = "S"
               DISPLAY "AVISO: SEM HORAS1 - ESTORNE AS " TRHEXT
                   " HORAS EXTRAS MANUALMENTE"
               GO TO RESTORNOX
           .
           MOVE TRDATA TO DTCHK
           MOVE BRKF TO HARKF
           MOVE DVVMES TO HARKM
           MOVE DVVANO TO HARKY
           READ HORAS
           IF FS NOT = "00" OR HAHREXT < TRHEXT
               DISPLAY "AVISO: HORAS1 DA COMPETENCIA SEM AS EXTRAS DO "
                   "CURSO - NADA ESTORNADO"
               GO TO RESTORNOX
           .
           SUBTRACT TRHEXT FROM HAHREXT
           REWRITE HORASREC
           IF FS = "00"
               DISPLAY TRHEXT " HORAS EXTRAS ESTORNADAS DA COMPETENCIA "
                   HARKM "/" HARKY
           .
       RESTORNOX.
           EXIT.
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
           MOVE "TREINO" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
