       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARFRAUD.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PARAMETROS DO RELATORIO DE EXCECOES DA FOLHA (RELFRAUD/FPP153) -
      *GRAVIDADE DE CADA VERIFICACAO E OS LIMITES (DIAS DA TROCA DE
      *CONTA, TOLERANCIA SOBRE O DEGRAU, FUNCIONARIOS POR CEP)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUDPAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FRK
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
       FD FRAUDPAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FRAUDPAR1.DAT".
       COPY FRAUDPAR.
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
           01 TEMPAR     PIC X(01).
           01 BSEV       PIC X(01).
           01 BDIAS      PIC 9(03).
           01 BPCT       PIC 9(03)V99.
           01 BMAX       PIC 9(03).
           01 HOJE       PIC 9(08).
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
               CLOSE LOGCTR
               GOBACK
       .
       R01.
           OPEN I-O FRAUDPAR
           IF FS = "35"
               OPEN OUTPUT FRAUDPAR
               CLOSE FRAUDPAR
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FRAUDPAR - FS: " FS
               CLOSE LOGCTR CHGLOG
               GOBACK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE 1 TO FRK
           READ FRAUDPAR
           IF FS = "00"
               MOVE "S" TO TEMPAR
           ELSE
               MOVE "N" TO TEMPAR
               PERFORM RPADRAO
               DISPLAY "SEM PARAMETROS GRAVADOS - VALORES PADRAO"
           .
       R02.
           DISPLAY "PARAMETROS DO RELATORIO DE EXCECOES DA FOLHA"
           DISPLAY "GRAVIDADE: A-ALTA M-MEDIA B-BAIXA N-NAO VERIFICA"
           DISPLAY "1 SEM PONTO E SEM AFASTAMENTO/FERIAS....: "
               FRSEVPON
           DISPLAY "2 SEM EXAME ADMISSIONAL..................: "
               FRSEVASO
           DISPLAY "3 PIS OU CPF EM OUTRA MATRICULA..........: "
               FRSEVDUP
           DISPLAY "4 CONTA ALTERADA PERTO DO PAGAMENTO......: "
               FRSEVBCO " ATE " FRDIASBCO " DIAS"
           DISPLAY "5 SALARIO ACIMA DO DEGRAU DO CARGO.......: "
               FRSEVDEG " TOLERANCIA " FRPCTDEG "%"
           DISPLAY "6 CEP COMPARTILHADO......................: "
               FRSEVCEP " MAIS DE " FRMAXCEP " FUNCIONARIOS"
           DISPLAY "7 PAGO APOS DESLIGAMENTO OU SEM CADASTRO.: "
               FRSEVDEM
           IF TEMPAR = "S"
               DISPLAY "ALTERADO POR " FROPER " EM " FRDTALT
           .
           DISPLAY "DIGITE: 1 A 7-ALTERAR S-SALVAR F-FIM"
           ACCEPT OPT
           IF OPT = "1"
               PERFORM RSEV THRU RSEVX
               MOVE BSEV TO FRSEVPON
               GO TO R02
           .
           IF OPT = "2"
               PERFORM RSEV THRU RSEVX
               MOVE BSEV TO FRSEVASO
               GO TO R02
           .
           IF OPT = "3"
               PERFORM RSEV THRU RSEVX
               MOVE BSEV TO FRSEVDUP
               GO TO R02
           .
           IF OPT = "4"
               PERFORM RSEV THRU RSEVX
               MOVE BSEV TO FRSEVBCO
               DISPLAY "DIAS ANTES OU DEPOIS DO PAGAMENTO: "
               ACCEPT BDIAS
               IF BDIAS = ZEROS
                   DISPLAY "INFORME PELO MENOS 1 DIA"
               ELSE
                   MOVE BDIAS TO FRDIASBCO
               END-IF
               GO TO R02
           .
           IF OPT = "5"
               PERFORM RSEV THRU RSEVX
               MOVE BSEV TO FRSEVDEG
               DISPLAY "TOLERANCIA SOBRE O MAIOR DEGRAU (%): "
               ACCEPT BPCT
               MOVE BPCT TO FRPCTDEG
               GO TO R02
           .
           IF OPT = "6"
               PERFORM RSEV THRU RSEVX
               MOVE BSEV TO FRSEVCEP
               DISPLAY "MAXIMO DE FUNCIONARIOS NO MESMO CEP: "
               ACCEPT BMAX
               IF BMAX = ZEROS
                   DISPLAY "INFORME PELO MENOS 1"
               ELSE
                   MOVE BMAX TO FRMAXCEP
               END-IF
               GO TO R02
           .
           IF OPT = "7"
               PERFORM RSEV THRU RSEVX
               MOVE BSEV TO FRSEVDEM
               GO TO R02
           .
           IF OPT = "S" OR OPT = "s"
               PERFORM RGRAVA THRU RGRAVAX
               GO TO R02
           .
           IF OPT = "F" OR OPT = "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
       .
       FF1.
           CLOSE FRAUDPAR LOGCTR CHGLOG
           GOBACK
           .
       RSEV.
           DISPLAY "GRAVIDADE (A/M/B/N): "
           ACCEPT BSEV
           IF BSEV = "a"
               MOVE "A" TO BSEV
           .
           IF BSEV = "m"
               MOVE "M" TO BSEV
           .
           IF BSEV = "b"
               MOVE "B" TO BSEV
           .
           IF BSEV = "n"
               MOVE "N" TO BSEV
           .
           IF BSEV NOT = "A" AND BSEV NOT = "M" AND BSEV NOT = "B"
                   AND BSEV NOT = "N"
               DISPLAY "GRAVIDADE INVALIDA"
               GO TO RSEV
           .
       RSEVX.
           EXIT.
       RGRAVA.
           MOVE 1 TO FRK
           MOVE OPERID TO FROPER
           MOVE HOJE TO FRDTALT
           IF TEMPAR = "S"
               REWRITE FRAUDPARREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE FRAUDPARREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PARAMETROS - FS: " FS
               GO TO RGRAVAX
           .
           DISPLAY "PARAMETROS GRAVADOS"
           MOVE "S" TO TEMPAR
           MOVE 1 TO LOGRK
           PERFORM RLOG
           .
       RGRAVAX.
           EXIT.
       RPADRAO.
      *-----------------------------------------------------------------
      *VALORES PADRAO - OS MESMOS QUE O RELFRAUD USA SEM O REGISTRO
      *-----------------------------------------------------------------
           MOVE 1 TO FRK
           MOVE "M" TO FRSEVPON
           MOVE "B" TO FRSEVASO
           MOVE "A" TO FRSEVDUP
           MOVE "A" TO FRSEVBCO
           MOVE 10 TO FRDIASBCO
           MOVE "M" TO FRSEVDEG
           MOVE 10 TO FRPCTDEG
           MOVE "B" TO FRSEVCEP
           MOVE 5 TO FRMAXCEP
           MOVE "A" TO FRSEVDEM
           MOVE SPACES TO FROPER
           MOVE ZEROS TO FRDTALT
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
           IF OPMAPROV NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE APROVACAO"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMAPROV NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE APROVACAO"
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
           MOVE "PARFRAUD" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
