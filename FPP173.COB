       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROD.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PRODUCAO DOS CARGOS PAGOS POR PECA (TS = "P" NO CADCARGO):
      *T - TABELA DE PRECOS POR PRODUTO/OPERACAO DE CADA CARGO
      *L - LANCAMENTO DA PRODUCAO DIARIA POR MATRICULA, COM O PRECO DA
      *    TABELA NA DATA (A IMPORTACAO DO SISTEMA DE PRODUCAO E O
      *    PRODIMP/FPP174)
      *O CALCULO (FPP005/FPP017) SOMA A PRODUCAO DA COMPETENCIA NA
      *VERBA DO CARGO (CPRODVB), COMPLETA O MINIMO GARANTIDO (SALVAL)
      *NO SALARIO E GERA O DSR. RELATORIO POR AREA: RELPROD/FPP175
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

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT PRODTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QTRK
           .

           SELECT PRODDIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QDRK
           .

           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

           SELECT PRPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PPRK
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
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *TABELA DE PRECOS POR PECA E PRODUCAO DIARIA (VER COPYBOOKS)
      *-----------------------------------------------------------------
       FD PRODTAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODTAB1.DAT".
       COPY PRODTAB.
      *-----------------------------------------------------------------
       FD PRODDIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODDIA1.DAT".
       COPY PRODDIA.
      *-----------------------------------------------------------------
      *FOLHA JA CALCULADA (APROVADA OU PENDENTE DE APROVACAO) - A
      *PRODUCAO DA COMPETENCIA NAO E MAIS ALTERADA
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
       FD PRPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRPEND1.DATA".
       COPY PRPEND.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES
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
           01 MODO       PIC X(01).
           01 BRKF       PIC 9(06).
           01 BCARGO     PIC 9(04).
           01 BITEM      PIC X(06).
           01 BDESC      PIC X(30).
           01 BUNID      PIC X(03).
           01 BVALOR     PIC 9(05)V9999.
           01 BQTD       PIC 9(07)V99.
           01 BDATA      PIC 9(08).
           01 BDATAR REDEFINES BDATA.
               03 BANO     PIC 9(04).
               03 BMES     PIC 9(02).
               03 BDIA     PIC 9(02).
           01 BCMES      PIC 9(02).
           01 BCANO      PIC 9(04).
           01 BAREA      PIC 9(03).
           01 HOJE       PIC 9(08).
           01 ADMDATA    PIC 9(08).
           01 PROK       PIC X(01).
           01 PPOK       PIC X(01).
           01 CALCOK     PIC X(01).
           01 TOTLIST    PIC 9(04).
           01 TOTQTD     PIC 9(09)V99.
           01 TOTVAL     PIC 9(09)V99.
           01 NOMEW      PIC X(40).
           01 CARGOW     PIC 9(04).
           01 CDESCW     PIC X(25).
           01 MINIMOW    PIC 9(06)V99.
       LINKAGE SECTION.
           01 LKRK   PIC 9(06).
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKRK LKOPER.
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
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO - FS: " FS
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O PRODTAB
           IF FS = "35"
               OPEN OUTPUT PRODTAB
               CLOSE PRODTAB
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODTAB - FS: " FS
               CLOSE FILEFUNC CADCARGO LOGCTR CHGLOG
               GOBACK
       .
       R01B2.
           OPEN I-O PRODDIA
           IF FS = "35"
               OPEN OUTPUT PRODDIA
               CLOSE PRODDIA
               GO TO R01B2
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODDIA - FS: " FS
               CLOSE FILEFUNC CADCARGO PRODTAB LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PROK
           ELSE
               MOVE "S" TO PROK
           .
           OPEN INPUT PRPEND
           IF FS NOT = "00"
               MOVE "N" TO PPOK
           ELSE
               MOVE "S" TO PPOK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
           IF LKRK NOT = ZEROS
               MOVE "L" TO MODO
               GO TO RL01
           .
       R00M.
           DISPLAY "PRODUCAO: T-TABELA DE PRECOS L-LANCAMENTO DIARIO "
               "F-FIM"
           ACCEPT MODO
           IF MODO = "t"
               MOVE "T" TO MODO
           .
           IF MODO = "l"
               MOVE "L" TO MODO
           .
           IF MODO = "T"
               GO TO RT01
           .
           IF MODO = "L"
               GO TO RL01
           .
           IF MODO = "F" OR MODO = "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R00M
       .
      *-----------------------------------------------------------------
      *TABELA DE PRECOS - SO PARA CARGO POR PRODUCAO. O NOVO PRECO VALE
      *PARA OS LANCAMENTOS SEGUINTES; O JA LANCADO FICA COM O SEU
      *-----------------------------------------------------------------
       RT01.
           DISPLAY "TABELA DE PRECOS - CARGO (0-VOLTA): "
           ACCEPT BCARGO
           IF BCARGO = ZEROS
               GO TO R00M
           .
           MOVE BCARGO TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO NAO CADASTRADO"
               GO TO RT01
           .
           IF TS NOT = "P"
               DISPLAY "CARGO NAO E PAGO POR PRODUCAO (TIPO DE SERVICO "
                   TS ")"
               GO TO RT01
           .
           MOVE CDESC TO CDESCW
           MOVE SALVAL TO MINIMOW
       .
       RT02.
           DISPLAY "CARGO: " BCARGO " " CDESCW " MINIMO GARANTIDO "
               MINIMOW
           PERFORM RTLIST THRU RTLISTX
           DISPLAY "DIGITE: I-INCLUIR A-ALTERAR D-DESATIVAR/REATIVAR "
               "V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RTINCL THRU RTINCLX
               GO TO RT02
           .
           IF OPT = "A" OR OPT = "a"
               PERFORM RTALT THRU RTALTX
               GO TO RT02
           .
           IF OPT = "D" OR OPT = "d"
               PERFORM RTDESAT THRU RTDESATX
               GO TO RT02
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RT01
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RT02
       .
      *-----------------------------------------------------------------
      *LANCAMENTO DIARIO - FUNCIONARIO ATIVO EM CARGO POR PRODUCAO, DIA
      *DESDE A ADMISSAO E ITEM ATIVO NA TABELA DO CARGO
      *-----------------------------------------------------------------
       RL01.
           IF LKRK NOT = ZEROS
               MOVE LKRK TO BRKF
               MOVE ZEROS TO LKRK
               GO TO RL01A
           .
           DISPLAY "PRODUCAO DIARIA - MATRICULA (0-VOLTA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO R00M
           .
       RL01A.
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RL01
           .
           MOVE NOME TO NOMEW
           MOVE ARK2 TO BAREA
           MOVE CRK2 TO CARGOW
           COMPUTE ADMDATA = ADANO * 10000 + ADMES * 100 + ADDIA
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO DO FUNCIONARIO NAO CADASTRADO"
               GO TO RL01
           .
           IF TS NOT = "P"
               DISPLAY "CARGO " CARGOW " NAO E PAGO POR PRODUCAO"
               GO TO RL01
           .
       RL01B.
           DISPLAY "COMPETENCIA - MES (MM, 0-CORRENTE): "
           ACCEPT BCMES
           IF BCMES = ZEROS
               COMPUTE BCANO = HOJE / 10000
               COMPUTE BCMES = (HOJE - BCANO * 10000) / 100
               GO TO RL02
           .
           DISPLAY "COMPETENCIA - ANO (AAAA): "
           ACCEPT BCANO
           IF BCMES > 12 OR BCANO < 1900
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO RL01B
           .
       RL02.
           DISPLAY "FUNCIONARIO: " NOMEW " AREA " BAREA " CARGO "
               CARGOW
           PERFORM RLLIST THRU RLLISTX
           DISPLAY "DIGITE: I-INCLUIR A-ALTERAR E-EXCLUIR "
               "C-COMPETENCIA V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RLINCL THRU RLINCLX
               GO TO RL02
           .
           IF OPT = "A" OR OPT = "a"
               PERFORM RLALT THRU RLALTX
               GO TO RL02
           .
           IF OPT = "E" OR OPT = "e"
               PERFORM RLEXCL THRU RLEXCLX
               GO TO RL02
           .
           IF OPT = "C" OR OPT = "c"
               GO TO RL01B
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RL01
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RL02
       .
       FF1.
           CLOSE FILEFUNC CADCARGO PRODTAB PRODDIA LOGCTR CHGLOG
           IF PROK = "S"
               CLOSE PR
           .
           IF PPOK = "S"
               CLOSE PRPEND
           .
           GOBACK
           .
       RTLIST.
           MOVE ZEROS TO TOTLIST
           MOVE BCARGO TO QTCARGO
           MOVE LOW-VALUES TO QTITEM
           START PRODTAB KEY IS NOT LESS THAN QTRK
           IF FS NOT = "00"
               GO TO RTLIST3
           .
       RTLIST2.
           READ PRODTAB NEXT RECORD
           IF FS NOT = "00" OR QTCARGO NOT = BCARGO
               GO TO RTLIST3
           END-IF
           ADD 1 TO TOTLIST
           DISPLAY QTITEM " " QTDESC " " QTUNID " " QTVALOR " "
               QTATIVA
           GO TO RTLIST2
           .
       RTLIST3.
           IF TOTLIST = ZEROS
               DISPLAY "NENHUM ITEM NA TABELA DO CARGO"
           .
       RTLISTX.
           EXIT.
       RTINCL.
           DISPLAY "CODIGO DO PRODUTO/OPERACAO (6 POSICOES): "
           ACCEPT BITEM
           IF BITEM = SPACES
               GO TO RTINCLX
           .
           MOVE BCARGO TO QTCARGO
           MOVE BITEM TO QTITEM
           READ PRODTAB
           IF FS = "00"
               DISPLAY "ITEM JA CADASTRADO PARA O CARGO"
               GO TO RTINCLX
           .
           DISPLAY "DESCRICAO: "
           ACCEPT BDESC
           IF BDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO RTINCLX
           .
           DISPLAY "UNIDADE (EX: PC, KG, CX): "
           ACCEPT BUNID
           DISPLAY "VALOR POR UNIDADE (EX: 00001,2500): "
           ACCEPT BVALOR
           IF BVALOR = ZEROS
               DISPLAY "VALOR NAO PODE SER ZERO"
               GO TO RTINCLX
           .
           MOVE BCARGO TO QTCARGO
           MOVE BITEM TO QTITEM
           MOVE BDESC TO QTDESC
           MOVE BUNID TO QTUNID
           MOVE BVALOR TO QTVALOR
           MOVE "S" TO QTATIVA
           MOVE OPERID TO QTOPER
           MOVE HOJE TO QTDTALT
           WRITE PRODTABREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR ITEM - FS: " FS
               GO TO RTINCLX
           .
           MOVE "I" TO LOGACAO
           MOVE QTCARGO TO LOGRK
           PERFORM RLOG
           .
       RTINCLX.
           EXIT.
       RTALT.
           PERFORM RTLEITEM THRU RTLEITEMX
           IF FS NOT = "00"
               GO TO RTALTX
           .
           DISPLAY "DESCRICAO ATUAL: " QTDESC
           DISPLAY "NOVA DESCRICAO (BRANCO-MANTEM): "
           MOVE SPACES TO BDESC
           ACCEPT BDESC
           IF BDESC NOT = SPACES
               MOVE BDESC TO QTDESC
           .
           DISPLAY "VALOR ATUAL POR UNIDADE: " QTVALOR
           DISPLAY "NOVO VALOR (0-MANTEM): "
           ACCEPT BVALOR
           IF BVALOR NOT = ZEROS
               MOVE BVALOR TO QTVALOR
           .
           MOVE OPERID TO QTOPER
           MOVE HOJE TO QTDTALT
           REWRITE PRODTABREC
           MOVE "A" TO LOGACAO
           MOVE QTCARGO TO LOGRK
           PERFORM RLOG
           .
       RTALTX.
           EXIT.
       RTDESAT.
      *-----------------------------------------------------------------
      *O ITEM NAO E EXCLUIDO - A PRODUCAO JA LANCADA CONTINUA
      *APONTANDO PARA ELE NO RELATORIO
      *-----------------------------------------------------------------
           PERFORM RTLEITEM THRU RTLEITEMX
           IF FS NOT = "00"
               GO TO RTDESATX
           .
           IF QTATIVA = "N"
               MOVE "S" TO QTATIVA
               DISPLAY "ITEM REATIVADO"
           ELSE
               MOVE "N" TO QTATIVA
               DISPLAY "ITEM DESATIVADO"
           .
           MOVE OPERID TO QTOPER
           MOVE HOJE TO QTDTALT
           REWRITE PRODTABREC
           MOVE "A" TO LOGACAO
           MOVE QTCARGO TO LOGRK
           PERFORM RLOG
           .
       RTDESATX.
           EXIT.
       RTLEITEM.
           DISPLAY "CODIGO DO PRODUTO/OPERACAO: "
           ACCEPT BITEM
           MOVE BCARGO TO QTCARGO
           MOVE BITEM TO QTITEM
           READ PRODTAB
           IF FS NOT = "00"
               DISPLAY "ITEM NAO CADASTRADO PARA O CARGO"
           .
       RTLEITEMX.
           EXIT.
       RLLIST.
      *-----------------------------------------------------------------
      *PRODUCAO DA MATRICULA NA COMPETENCIA ESCOLHIDA, COM TOTAIS
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTLIST TOTQTD TOTVAL
           MOVE BRKF TO QDRKF
           COMPUTE QDDATA = BCANO * 10000 + BCMES * 100
           MOVE LOW-VALUES TO QDITEM
           START PRODDIA KEY IS NOT LESS THAN QDRK
           IF FS NOT = "00"
               GO TO RLLIST3
           .
       RLLIST2.
           READ PRODDIA NEXT RECORD
           IF FS NOT = "00" OR QDRKF NOT = BRKF
               GO TO RLLIST3
           END-IF
           IF QDANO NOT = BCANO OR QDMES NOT = BCMES
               GO TO RLLIST3
           END-IF
           ADD 1 TO TOTLIST
           ADD QDQTD TO TOTQTD
           ADD QDVALOR TO TOTVAL
           DISPLAY QDDIA "/" QDMES "/" QDANO " " QDITEM " QTD "
               QDQTD " X " QDVALUNI " = " QDVALOR " " QDORIG
           GO TO RLLIST2
           .
       RLLIST3.
           IF TOTLIST = ZEROS
               DISPLAY "NENHUMA PRODUCAO LANCADA EM " BCMES "/" BCANO
           ELSE
               DISPLAY "TOTAL DA COMPETENCIA: " TOTVAL
           .
       RLLISTX.
           EXIT.
       RLINCL.
           IF DDDIA NOT = ZEROS OR DDMES NOT = ZEROS
                   OR DDANO NOT = ZEROS
               DISPLAY "FUNCIONARIO DESLIGADO"
               GO TO RLINCLX
           .
           DISPLAY "DATA DA PRODUCAO (AAAAMMDD): "
           ACCEPT BDATA
           IF BMES = ZEROS OR BMES > 12 OR BDIA = ZEROS OR BDIA > 31
                   OR BANO < 1900
               DISPLAY "DATA INVALIDA"
               GO TO RLINCLX
           .
           IF BDATA < ADMDATA OR BDATA > HOJE
               DISPLAY "DATA ANTES DA ADMISSAO OU NO FUTURO"
               GO TO RLINCLX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - INCLUSAO "
                   "NEGADA"
               GO TO RLINCLX
           .
           DISPLAY "CODIGO DO PRODUTO/OPERACAO: "
           ACCEPT BITEM
           MOVE CARGOW TO QTCARGO
           MOVE BITEM TO QTITEM
           READ PRODTAB
           IF FS NOT = "00"
               DISPLAY "ITEM NAO CADASTRADO NA TABELA DO CARGO"
               GO TO RLINCLX
           .
           IF QTATIVA = "N"
               DISPLAY "ITEM DESATIVADO NA TABELA"
               GO TO RLINCLX
           .
           MOVE BRKF TO QDRKF
           MOVE BDATA TO QDDATA
           MOVE BITEM TO QDITEM
           READ PRODDIA
           IF FS = "00"
               DISPLAY "PRODUCAO JA LANCADA NO DIA PARA O ITEM - USE "
                   "A-ALTERAR"
               GO TO RLINCLX
           .
           DISPLAY QTDESC " (" QTUNID ") A " QTVALOR
           DISPLAY "QUANTIDADE PRODUZIDA: "
           ACCEPT BQTD
           IF BQTD = ZEROS
               GO TO RLINCLX
           .
           MOVE BRKF TO QDRKF
           MOVE BDATA TO QDDATA
           MOVE BITEM TO QDITEM
           MOVE BQTD TO QDQTD
           MOVE QTVALOR TO QDVALUNI
           COMPUTE QDVALOR ROUNDED = QDQTD * QDVALUNI
           MOVE "D" TO QDORIG
           MOVE BAREA TO QDARK
           MOVE OPERID TO QDOPER
           MOVE HOJE TO QDDTREG
           WRITE PRODDIAREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PRODUCAO - FS: " FS
               GO TO RLINCLX
           .
           MOVE "I" TO LOGACAO
           COMPUTE LOGRK = QDRKF * 100000000 + QDDATA
           PERFORM RLOG
           .
       RLINCLX.
           EXIT.
       RLALT.
      *-----------------------------------------------------------------
      *SO A QUANTIDADE E ALTERADA - O PRECO GRAVADO NO DIA E MANTIDO
      *-----------------------------------------------------------------
           PERFORM RLLEDIA THRU RLLEDIAX
           IF FS NOT = "00"
               GO TO RLALTX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - ALTERACAO "
                   "NEGADA"
               GO TO RLALTX
           .
           DISPLAY "QUANTIDADE ATUAL: " QDQTD
           DISPLAY "NOVA QUANTIDADE: "
           ACCEPT BQTD
           IF BQTD = ZEROS
               DISPLAY "QUANTIDADE ZERO - USE E-EXCLUIR"
               GO TO RLALTX
           .
           MOVE BQTD TO QDQTD
           COMPUTE QDVALOR ROUNDED = QDQTD * QDVALUNI
           MOVE "D" TO QDORIG
           MOVE OPERID TO QDOPER
           MOVE HOJE TO QDDTREG
           REWRITE PRODDIAREC
           MOVE "A" TO LOGACAO
           COMPUTE LOGRK = QDRKF * 100000000 + QDDATA
           PERFORM RLOG
           .
       RLALTX.
           EXIT.
       RLEXCL.
           PERFORM RLLEDIA THRU RLLEDIAX
           IF FS NOT = "00"
               GO TO RLEXCLX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - EXCLUSAO "
                   "NEGADA"
               GO TO RLEXCLX
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RLEXCLX
           .
           DELETE PRODDIA
           MOVE "E" TO LOGACAO
           COMPUTE LOGRK = QDRKF * 100000000 + QDDATA
           PERFORM RLOG
           .
       RLEXCLX.
           EXIT.
       RLLEDIA.
           DISPLAY "DATA DA PRODUCAO (AAAAMMDD): "
           ACCEPT BDATA
           DISPLAY "CODIGO DO PRODUTO/OPERACAO: "
           ACCEPT BITEM
           MOVE BRKF TO QDRKF
           MOVE BDATA TO QDDATA
           MOVE BITEM TO QDITEM
           READ PRODDIA
           IF FS NOT = "00"
               DISPLAY "PRODUCAO NAO LANCADA"
           .
       RLLEDIAX.
           EXIT.
       RCALC.
      *-----------------------------------------------------------------
      *FOLHA DE BRKF NA COMPETENCIA BMES/BANO JA CALCULADA?
      *-----------------------------------------------------------------
           MOVE "N" TO CALCOK
           IF PROK = "S"
               MOVE BRKF TO RKF
               MOVE BMES TO RKM
               MOVE BANO TO RKY
               READ PR
               IF FS = "00"
                   MOVE "S" TO CALCOK
               END-IF
           .
           IF PPOK = "S" AND CALCOK = "N"
               MOVE BRKF TO PPRKF
               MOVE BMES TO PPRKM
               MOVE BANO TO PPRKY
               READ PRPEND
               IF FS = "00"
                   MOVE "S" TO CALCOK
               END-IF
           .
       RCALCX.
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
           IF OPMFOLHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FOLHA"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMFOLHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FOLHA"
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
           MOVE "CADPROD" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
