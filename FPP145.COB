       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREEMB.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *REEMBOLSO DE DESPESAS E DIARIAS DE VIAGEM - PEDIDOS POR
      *MATRICULA COM DATA, TIPO, VALOR, COMPROVANTE E CENTRO DE CUSTO.
      *CADA PEDIDO PRECISA DA APROVACAO DE UM OPERADOR COM ALCADA
      *(OPMAPROV) DIFERENTE DE QUEM O REGISTROU. OS APROVADOS SAO PAGOS
      *FORA DA FOLHA NA REMESSA SEMANAL TIPO E (FPP026), QUE GERA
      *TAMBEM OS LANCAMENTOS CONTABEIS PELO MAPA DE CONTAS
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

           SELECT CADAREAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ARK
           .

           SELECT REEMB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RBRK
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
      *AREAS - CENTRO DE CUSTO DO PEDIDO
      *-----------------------------------------------------------------
       FD CADAREAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP1".
       01 AR.
           03 ARK   PIC  9(03).
           03 DESC PIC  X(20).
           03 N    PIC  9(01).
           03 NTXT PIC  X(19).
           03 ASRK  PIC  9(03).
           03 AFILIAL PIC 9(02).
      *-----------------------------------------------------------------
      *PEDIDOS DE REEMBOLSO (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD REEMB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REEMB1.DAT".
       COPY REEMB.
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
           01 APROVOK  PIC X(01).
           01 FS         PIC X(02).
           01 OPT        PIC X(01).
           01 BRKF       PIC 9(06).
           01 BSEQ       PIC 9(04).
           01 BDATA      PIC 9(08).
           01 BDATAR REDEFINES BDATA.
               03 BANO     PIC 9(04).
               03 BMES     PIC 9(02).
               03 BDIA     PIC 9(02).
           01 BTIPO      PIC X(01).
           01 BVALOR     PIC 9(07)V99.
           01 BRECIBO    PIC X(15).
           01 BAREA      PIC 9(03).
           01 BHIST      PIC X(30).
           01 HOJE       PIC 9(08).
           01 MAXSEQ     PIC 9(04).
           01 DUPOK      PIC X(01).
           01 TOTLIST    PIC 9(04).
           01 TOTPEND    PIC 9(04).
           01 NOMEW      PIC X(40).
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
               MOVE "S" TO APROVOK
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
           OPEN INPUT CADAREAS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADAREAS"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O REEMB
           IF FS = "35"
               OPEN OUTPUT REEMB
               CLOSE REEMB
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR REEMB - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC CADAREAS LOGCTR CHGLOG
               GOBACK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           IF LKRK NOT = ZEROS
               MOVE LKRK TO BRKF
               MOVE ZEROS TO LKRK
               GO TO R02A
           .
           DISPLAY "REEMBOLSO DE DESPESAS - R-REGISTRO POR MATRICULA "
               "A-APROVACAO F-FIM: "
           ACCEPT OPT
           IF OPT = "R" OR OPT = "r"
               GO TO R02R
           .
           IF OPT = "A" OR OPT = "a"
               PERFORM RAPROV THRU RAPROVX
               GO TO R02
           .
           IF OPT = "F" OR OPT = "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
       .
       R02R.
           DISPLAY "MATRICULA (0-VOLTA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO R02
           .
       R02A.
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO R02R
           .
           MOVE NOME TO NOMEW
       .
       R03.
           DISPLAY "FUNCIONARIO: " NOMEW " AREA " ARK2
           PERFORM RLIST THRU RLISTX
           DISPLAY "DIGITE: I-INCLUIR C-CANCELAR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCL THRU RINCLX
               GO TO R03
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RCANC THRU RCANCX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02R
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC CADAREAS REEMB LOGCTR CHGLOG
           GOBACK
           .
       RLIST.
      *-----------------------------------------------------------------
      *PEDIDOS DA MATRICULA - GUARDA A MAIOR SEQUENCIA PARA A INCLUSAO
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTLIST MAXSEQ
           MOVE BRKF TO RBRKF
           MOVE ZEROS TO RBSEQ
           START REEMB KEY IS NOT LESS THAN RBRK
           IF FS NOT = "00"
               GO TO RLIST3
           .
       RLIST2.
           READ REEMB NEXT RECORD
           IF FS NOT = "00" OR RBRKF NOT = BRKF
               GO TO RLIST3
           END-IF
           ADD 1 TO TOTLIST
           MOVE RBSEQ TO MAXSEQ
           DISPLAY RBSEQ " " RBDIA "/" RBMES "/" RBANO " " RBTIPO
               " " RBVALOR " " RBRECIBO " AREA " RBAREA " SIT " RBSIT
           GO TO RLIST2
           .
       RLIST3.
           IF TOTLIST = ZEROS
               DISPLAY "NENHUM PEDIDO DE REEMBOLSO"
           .
       RLISTX.
           EXIT.
       RINCL.
      *-----------------------------------------------------------------
      *NOVO PEDIDO - DATA NAO FUTURA, VALOR POSITIVO, COMPROVANTE
      *OBRIGATORIO (SALVO DIARIA) E NAO REPETIDO NA MATRICULA, AREA
      *CADASTRADA. ENTRA PENDENTE DE APROVACAO
      *-----------------------------------------------------------------
           IF MAXSEQ = 9999
               DISPLAY "LIMITE DE PEDIDOS DA MATRICULA"
               GO TO RINCLX
           .
           DISPLAY "DATA DA DESPESA (AAAAMMDD): "
           ACCEPT BDATA
           IF BMES = ZEROS OR BMES > 12 OR BDIA = ZEROS OR BDIA > 31
                   OR BANO < 1900
               DISPLAY "DATA INVALIDA"
               GO TO RINCLX
           .
           IF BDATA > HOJE
               DISPLAY "DESPESA COM DATA FUTURA"
               GO TO RINCLX
           .
           DISPLAY "TIPO (D-DIARIA T-TRANSPORTE H-HOSPEDAGEM "
               "A-ALIMENTACAO K-QUILOMETRAGEM O-OUTRAS): "
           ACCEPT BTIPO
           IF BTIPO NOT = "D" AND BTIPO NOT = "T" AND BTIPO NOT = "H"
                   AND BTIPO NOT = "A" AND BTIPO NOT = "K"
                   AND BTIPO NOT = "O"
               DISPLAY "TIPO INVALIDO"
               GO TO RINCLX
           .
           DISPLAY "VALOR: "
           ACCEPT BVALOR
           IF BVALOR = ZEROS
               DISPLAY "VALOR INVALIDO"
               GO TO RINCLX
           .
           MOVE SPACES TO BRECIBO
           DISPLAY "NUMERO DO COMPROVANTE: "
           ACCEPT BRECIBO
           IF BRECIBO = SPACES AND BTIPO NOT = "D"
               DISPLAY "COMPROVANTE OBRIGATORIO"
               GO TO RINCLX
           .
           IF BRECIBO NOT = SPACES
               PERFORM RDUPREC THRU RDUPRECX
               IF DUPOK NOT = "S"
                   GO TO RINCLX
               END-IF
           .
           DISPLAY "CENTRO DE CUSTO (AREA, 0=RATEIO DO FUNCIONARIO): "
           ACCEPT BAREA
           IF BAREA NOT = ZEROS
               MOVE BAREA TO ARK
               READ CADAREAS
               IF FS NOT = "00"
                   DISPLAY "AREA NAO CADASTRADA"
                   GO TO RINCLX
               END-IF
           .
           MOVE SPACES TO BHIST
           DISPLAY "HISTORICO (DESTINO/MOTIVO): "
           ACCEPT BHIST
           MOVE BRKF TO RBRKF
           COMPUTE RBSEQ = MAXSEQ + 1
           MOVE BDATA TO RBDATA
           MOVE BTIPO TO RBTIPO
           MOVE BVALOR TO RBVALOR
           MOVE BRECIBO TO RBRECIBO
           MOVE BAREA TO RBAREA
           MOVE BHIST TO RBHIST
           MOVE "P" TO RBSIT
           MOVE OPERID TO RBOPINC
           MOVE HOJE TO RBDTINC
           MOVE SPACES TO RBOPAPR
           MOVE ZEROS TO RBDTAPR RBDTPAG
           WRITE REEMBREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PEDIDO - FS: " FS
               GO TO RINCLX
           .
           DISPLAY "PEDIDO " RBSEQ " PENDENTE DE APROVACAO"
           MOVE "I" TO LOGACAO
           COMPUTE LOGRK = RBRKF * 10000 + RBSEQ
           PERFORM RLOG
           .
       RINCLX.
           EXIT.
       RDUPREC.
      *-----------------------------------------------------------------
      *O MESMO COMPROVANTE NAO PODE SER REEMBOLSADO DUAS VEZES - SO O
      *PEDIDO RECUSADO LIBERA O NUMERO
      *-----------------------------------------------------------------
           MOVE "S" TO DUPOK
           MOVE BRKF TO RBRKF
           MOVE ZEROS TO RBSEQ
           START REEMB KEY IS NOT LESS THAN RBRK
           IF FS NOT = "00"
               GO TO RDUPRECX
           .
       RDUPREC2.
           READ REEMB NEXT RECORD
           IF FS NOT = "00" OR RBRKF NOT = BRKF
               GO TO RDUPRECX
           END-IF
           IF RBRECIBO = BRECIBO AND RBSIT NOT = "R"
               DISPLAY "COMPROVANTE JA LANCADO NO PEDIDO " RBSEQ
               MOVE "N" TO DUPOK
               GO TO RDUPRECX
           END-IF
           GO TO RDUPREC2
           .
       RDUPRECX.
           EXIT.
       RCANC.
      *-----------------------------------------------------------------
      *PEDIDO JA PAGO NAO E CANCELADO - O ESTORNO E FEITO PELO
      *FINANCEIRO FORA DO SISTEMA
      *-----------------------------------------------------------------
           DISPLAY "SEQUENCIA DO PEDIDO: "
           ACCEPT BSEQ
           MOVE BRKF TO RBRKF
           MOVE BSEQ TO RBSEQ
           READ REEMB
           IF FS NOT = "00"
               DISPLAY "PEDIDO NAO CADASTRADO"
               GO TO RCANCX
           .
           IF RBSIT = "G"
               DISPLAY "PEDIDO JA PAGO EM " RBDTPAG " - CANCELAMENTO "
                   "NEGADO"
               GO TO RCANCX
           .
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RCANCX
           .
           DELETE REEMB
           MOVE "E" TO LOGACAO
           COMPUTE LOGRK = BRKF * 10000 + BSEQ
           PERFORM RLOG
           .
       RCANCX.
           EXIT.
       RAPROV.
      *-----------------------------------------------------------------
      *FILA DE APROVACAO - TODOS OS PEDIDOS PENDENTES, UM A UM. SO
      *OPERADOR COM ALCADA DE APROVACAO E NUNCA O MESMO QUE REGISTROU
      *O PEDIDO (SEGREGACAO DE FUNCOES)
      *-----------------------------------------------------------------
           IF APROVOK NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE APROVACAO"
               GO TO RAPROVX
           .
           MOVE ZEROS TO TOTPEND
           MOVE ZEROS TO RBRKF RBSEQ
           START REEMB KEY IS NOT LESS THAN RBRK
           IF FS NOT = "00"
               GO TO RAPROV3
           .
       RAPROV2.
           READ REEMB NEXT RECORD
           IF FS NOT = "00"
               GO TO RAPROV3
           END-IF
           IF RBSIT NOT = "P"
               GO TO RAPROV2
           END-IF
           ADD 1 TO TOTPEND
           MOVE RBRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE SPACES TO NOME
           END-IF
           DISPLAY "MATRICULA " RBRKF " " NOME
           DISPLAY "PEDIDO " RBSEQ " " RBDIA "/" RBMES "/" RBANO
               " TIPO " RBTIPO " VALOR " RBVALOR " AREA " RBAREA
           DISPLAY "COMPROVANTE " RBRECIBO " " RBHIST
           DISPLAY "REGISTRADO POR " RBOPINC " EM " RBDTINC
           IF RBOPINC = OPERID
               DISPLAY "REGISTRADO PELO PROPRIO OPERADOR - APROVACAO "
                   "POR OUTRO OPERADOR"
               GO TO RAPROV2
           END-IF
           DISPLAY "A-APROVA R-RECUSA P-PULA F-FIM: "
           ACCEPT OPT
           IF OPT = "F" OR OPT = "f"
               GO TO RAPROVX
           END-IF
           IF OPT = "A" OR OPT = "a"
               MOVE "A" TO RBSIT
           ELSE
               IF OPT = "R" OR OPT = "r"
                   MOVE "R" TO RBSIT
               ELSE
                   GO TO RAPROV2
               END-IF
           END-IF
           MOVE OPERID TO RBOPAPR
           MOVE HOJE TO RBDTAPR
           REWRITE REEMBREC
           MOVE "A" TO LOGACAO
           COMPUTE LOGRK = RBRKF * 10000 + RBSEQ
           PERFORM RLOG
           GO TO RAPROV2
           .
       RAPROV3.
           IF TOTPEND = ZEROS
               DISPLAY "NENHUM PEDIDO PENDENTE DE APROVACAO"
           .
       RAPROVX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
      *CADASTRO DE OPERADORES (CADOPER/FPP058); A ALCADA DE APROVACAO
      *FICA GUARDADA PARA A FILA DE PEDIDOS
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
           MOVE OPMAPROV TO APROVOK
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
           MOVE OPMAPROV TO APROVOK
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
           MOVE "CADREEMB" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
