       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODIMP.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *IMPORTACAO DA PRODUCAO DIARIA EXPORTADA PELO SISTEMA DE
      *PRODUCAO DA FABRICA PARA O PRODDIA1.DAT (VER CADPROD/FPP173).
      *UMA LINHA POR MATRICULA/DIA/PRODUTO. O PRECO E O DA TABELA DO
      *CARGO NA HORA DA IMPORTACAO. REIMPORTAR O MESMO ARQUIVO
      *SUBSTITUI AS QUANTIDADES JA IMPORTADAS (QUANTIDADE ZERO EXCLUI)
      *MAS NUNCA O QUE FOI DIGITADO NO CADPROD, QUE VAI PARA A CRITICA
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

           SELECT PRODARQ ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT CRITRPT ASSIGN TO NOMECRIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
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
      *FOLHA JA CALCULADA - A PRODUCAO DA COMPETENCIA NAO E ALTERADA
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
      *ARQUIVO DO SISTEMA DE PRODUCAO - MATRICULA, DATA AAAAMMDD,
      *CODIGO DO PRODUTO/OPERACAO E QUANTIDADE COM 2 DECIMAIS
      *IMPLICITAS (000001250 = 12,50)
      *-----------------------------------------------------------------
       FD PRODARQ
           LABEL RECORD IS STANDARD.
       01 PRODLINE PIC X(40).
       01 PRODREG.
           03 QIMAT       PIC 9(06).
           03 QIDATA      PIC 9(08).
           03 QIDATAR REDEFINES QIDATA.
               05 QIANO    PIC 9(04).
               05 QIMES    PIC 9(02).
               05 QIDIA    PIC 9(02).
           03 QIITEM      PIC X(06).
           03 QIQTD       PIC 9(07)V99.
           03 FILLER      PIC X(11).
      *-----------------------------------------------------------------
       FD CRITRPT
           LABEL RECORD IS STANDARD.
       01 CRITLINE PIC X(80).
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 NOMECRIT    PIC X(40).
           01 HOJE        PIC 9(08).
           01 ADMDATA     PIC 9(08).
           01 DEMDATA     PIC 9(08).
           01 PROK        PIC X(01).
           01 PPOK        PIC X(01).
           01 CALCOK      PIC X(01).
           01 MOTIVO      PIC X(36).
           01 LINHA       PIC X(80).
           01 TOTLIDO     PIC 9(06).
           01 TOTGRAV     PIC 9(06).
           01 TOTSUBST    PIC 9(06).
           01 TOTEXCL     PIC 9(06).
           01 TOTCRIT     PIC 9(06).
           01 TOTVAL      PIC 9(09)V99.
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
               GO TO R01
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
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01A.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO - FS: " FS
               CLOSE FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT PRODTAB
           IF FS NOT = "00"
               DISPLAY "TABELA DE PRECOS POR PECA AUSENTE - "
                   "CADASTRE PELO CADPROD"
               CLOSE FILEFUNC CADCARGO
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
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC CADCARGO PRODTAB
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
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTGRAV TOTSUBST TOTEXCL TOTCRIT
           MOVE ZEROS TO TOTVAL
           DISPLAY "IMPORTACAO DA PRODUCAO POR PECA"
           MOVE SPACES TO NOMEARQ
           DISPLAY "DIGITE O NOME DO ARQUIVO DA PRODUCAO: "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R02
       .
       R03.
           MOVE SPACES TO NOMECRIT
           DISPLAY "DIGITE O NOME DO RELATORIO DE CRITICAS: "
           ACCEPT NOMECRIT
           IF NOMECRIT = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R03
       .
       R04.
           OPEN INPUT PRODARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DA PRODUCAO: " FSX
               GO TO RF1
           .
           OPEN OUTPUT CRITRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO: " FSX
               CLOSE PRODARQ
               GO TO RF1
           .
           MOVE SPACES TO LINHA
           STRING "CRITICAS DA IMPORTACAO DA PRODUCAO - " NOMEARQ
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           MOVE ALL "-" TO CRITLINE
           WRITE CRITLINE
       .
       R05.
           READ PRODARQ
           IF FSX NOT = "00"
               GO TO R07
           END-IF
           ADD 1 TO TOTLIDO
           MOVE PRODLINE TO PRODREG
           IF QIMAT NOT NUMERIC OR QIDATA NOT NUMERIC
                   OR QIQTD NOT NUMERIC
               MOVE "LINHA COM CAMPO NAO NUMERICO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           IF QIMES = ZEROS OR QIMES > 12 OR QIDIA = ZEROS
                   OR QIDIA > 31 OR QIANO < 1900 OR QIITEM = SPACES
               MOVE "DATA OU PRODUTO INVALIDO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           IF QIDATA > HOJE
               MOVE "DATA NO FUTURO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           MOVE QIMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE "MATRICULA NAO CADASTRADA" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           COMPUTE ADMDATA = ADANO * 10000 + ADMES * 100 + ADDIA
           COMPUTE DEMDATA = DDANO * 10000 + DDMES * 100 + DDDIA
           IF QIDATA < ADMDATA
                   OR (DEMDATA NOT = ZEROS AND QIDATA > DEMDATA)
               MOVE "DATA FORA DO CONTRATO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00" OR TS NOT = "P"
               MOVE "CARGO NAO E PAGO POR PRODUCAO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           MOVE CRK2 TO QTCARGO
           MOVE QIITEM TO QTITEM
           READ PRODTAB
           IF FS NOT = "00" OR QTATIVA = "N"
               MOVE "PRODUTO FORA DA TABELA DO CARGO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               MOVE "FOLHA DA COMPETENCIA JA CALCULADA" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           PERFORM RGRAVA THRU RGRAVAX
           GO TO R05
       .
       R07.
           MOVE ALL "-" TO CRITLINE
           WRITE CRITLINE
           MOVE SPACES TO LINHA
           STRING "LIDAS " TOTLIDO " NOVAS " TOTGRAV " SUBSTITUIDAS "
               TOTSUBST " EXCLUIDAS " TOTEXCL " CRITICAS " TOTCRIT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           CLOSE PRODARQ CRITRPT
           DISPLAY "LINHAS LIDAS.........: " TOTLIDO
           DISPLAY "LANCAMENTOS NOVOS....: " TOTGRAV
           DISPLAY "SUBSTITUIDOS.........: " TOTSUBST
           DISPLAY "EXCLUIDOS (QTD ZERO).: " TOTEXCL
           DISPLAY "CRITICAS.............: " TOTCRIT
           DISPLAY "VALOR IMPORTADO......: " TOTVAL
           IF TOTCRIT > ZEROS
               DISPLAY "VER CRITICAS EM " NOMECRIT
           .
       RF1.
           CLOSE FILEFUNC CADCARGO PRODTAB PRODDIA
           IF PROK = "S"
               CLOSE PR
           .
           IF PPOK = "S"
               CLOSE PRPEND
           .
           GOBACK
           .
       RGRAVA.
      *-----------------------------------------------------------------
      *LANCAMENTO IMPORTADO ANTES E SUBSTITUIDO; O DIGITADO PREVALECE
      *-----------------------------------------------------------------
           MOVE QIMAT TO QDRKF
           MOVE QIDATA TO QDDATA
           MOVE QIITEM TO QDITEM
           READ PRODDIA
           IF FS = "00"
               IF QDORIG NOT = "I"
                   MOVE "JA DIGITADO NO CADPROD - MANTIDO" TO MOTIVO
                   PERFORM RCRITICA
                   GO TO RGRAVAX
               END-IF
               IF QIQTD = ZEROS
                   DELETE PRODDIA
                   ADD 1 TO TOTEXCL
                   GO TO RGRAVAX
               END-IF
               PERFORM RMONTA
               REWRITE PRODDIAREC
               ADD 1 TO TOTSUBST
               ADD QDVALOR TO TOTVAL
               GO TO RGRAVAX
           .
           IF QIQTD = ZEROS
               GO TO RGRAVAX
           .
           MOVE QIMAT TO QDRKF
           MOVE QIDATA TO QDDATA
           MOVE QIITEM TO QDITEM
           PERFORM RMONTA
           WRITE PRODDIAREC
           IF FS NOT = "00"
               MOVE "ERRO AO GRAVAR" TO MOTIVO
               PERFORM RCRITICA
               GO TO RGRAVAX
           .
           ADD 1 TO TOTGRAV
           ADD QDVALOR TO TOTVAL
           .
       RGRAVAX.
           EXIT.
       RMONTA.
           MOVE QIQTD TO QDQTD
           MOVE QTVALOR TO QDVALUNI
           COMPUTE QDVALOR ROUNDED = QDQTD * QDVALUNI
           MOVE "I" TO QDORIG
           MOVE ARK2 TO QDARK
           MOVE OPERID TO QDOPER
           MOVE HOJE TO QDDTREG
           .
       RCRITICA.
           ADD 1 TO TOTCRIT
           MOVE SPACES TO LINHA
           STRING PRODLINE(1:29) " " MOTIVO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           .
       RCALC.
      *-----------------------------------------------------------------
      *FOLHA DA MATRICULA NA COMPETENCIA DA DATA JA CALCULADA?
      *-----------------------------------------------------------------
           MOVE "N" TO CALCOK
           IF PROK = "S"
               MOVE QIMAT TO RKF
               MOVE QIMES TO RKM
               MOVE QIANO TO RKY
               READ PR
               IF FS = "00"
                   MOVE "S" TO CALCOK
               END-IF
           .
           IF PPOK = "S" AND CALCOK = "N"
               MOVE QIMAT TO PPRKF
               MOVE QIMES TO PPRKM
               MOVE QIANO TO PPRKY
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
