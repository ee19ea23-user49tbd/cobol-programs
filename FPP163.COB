       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADGRUPO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *GRUPOS DE PAGAMENTO COM FREQUENCIA PROPRIA (MENSAL, QUINZENAL
      *OU SEMANAL), VINCULO DO FUNCIONARIO AO GRUPO, GERACAO DO
      *CALENDARIO DE PERIODOS DA COMPETENCIA E TRAVA POR PERIODO.
      *O CALCULO DE CADA PERIODO E O BATCHPAG (FPP017) COM GRUPO E
      *PERIODO, A APROVACAO O APROVPAG (FPP037) OPCAO G E O CREDITO A
      *REMESSA (FPP026) TIPO G. CADASTRO EXIGE OPMCAD; A TRAVA DO
      *PERIODO EXIGE OPMFECHA, COMO A DA COMPETENCIA (FPP023)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYGRP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GRCOD
           .

           SELECT PAYCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CLK
           .

           SELECT FUNCGRP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FURK
           .

           SELECT PAYPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GPK
           ALTERNATE RECORD KEY IS GPCHVF
           .

           SELECT PRPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PPRK
           .

           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RKT
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
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
       FD PAYGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYGRP1.DAT".
       COPY PAYGRP.
      *-----------------------------------------------------------------
       FD PAYCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYCAL1.DAT".
       COPY PAYCAL.
      *-----------------------------------------------------------------
       FD FUNCGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCGRP1.DAT".
       COPY FUNCGRP.
      *-----------------------------------------------------------------
      *PAGAMENTOS DE PERIODO E FILA DE APROVACAO - SO CONSULTADOS NA
      *TRAVA DO PERIODO (NADA PENDENTE DE APROVACAO)
      *-----------------------------------------------------------------
       FD PAYPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYPER1.DAT".
       COPY PAYPER.
      *-----------------------------------------------------------------
       FD PRPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRPEND1.DAT".
       COPY PRPEND.
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
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
           01 PODECAD    PIC X(01).
           01 PODEFECHA  PIC X(01).
           01 GPOK       PIC X(01).
           01 PPOK       PIC X(01).
           01 TEMGRP     PIC X(01).
           01 TEMFUN     PIC X(01).
           01 HOJE       PIC 9(08).
           01 BGRP       PIC 9(02).
           01 BMES       PIC 9(02).
           01 BANO       PIC 9(04).
           01 BPER       PIC 9(01).
           01 BMAT       PIC 9(06).
           01 BDESC      PIC X(30).
           01 BFREQ      PIC X(01).
           01 BFIL       PIC 9(02).
           01 BDIAS      PIC 9(02).
           01 QTPER      PIC 9(01).
           01 PERN       PIC 9(01).
           01 DIAINI     PIC 9(02).
           01 PENDCONT   PIC 9(06).
           01 TOTREG     PIC 9(03).
      *-----------------------------------------------------------------
      *DATA DE TRABALHO DO CALENDARIO (DIA SEGUINTE, DIAS DO MES)
      *-----------------------------------------------------------------
           01 CDATA.
               03 CDANO   PIC 9(04).
               03 CDMES   PIC 9(02).
               03 CDDIA   PIC 9(02).
           01 CDATAN REDEFINES CDATA PIC 9(08).
           01 MESDIAS     PIC X(24) VALUE "312831303130313130313031".
           01 MESDIASR REDEFINES MESDIAS.
               03 MESLEN  PIC 9(02) OCCURS 12 TIMES.
           01 MLEN        PIC 9(02).
           01 WQ          PIC 9(04).
           01 R4          PIC 9(03).
           01 R100        PIC 9(03).
           01 R400        PIC 9(03).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
       R00S.
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               DISPLAY "AVISO: CADASTRO DE OPERADORES AUSENTE"
               DISPLAY "ACESSO LIBERADO - CADASTRE PELO CADOPER"
               MOVE "N" TO OPERCHK
               MOVE "S" TO PODECAD PODEFECHA
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
           OPEN I-O PAYGRP
           IF FS = "35"
               OPEN OUTPUT PAYGRP
               CLOSE PAYGRP
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYGRP - FS: " FS
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01A.
           OPEN I-O PAYCAL
           IF FS = "35"
               OPEN OUTPUT PAYCAL
               CLOSE PAYCAL
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYCAL - FS: " FS
               CLOSE PAYGRP LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O FUNCGRP
           IF FS = "35"
               OPEN OUTPUT FUNCGRP
               CLOSE FUNCGRP
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCGRP - FS: " FS
               CLOSE PAYGRP PAYCAL LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE PAYGRP PAYCAL FUNCGRP LOGCTR CHGLOG
               GOBACK
       .
       R01D.
           OPEN INPUT PAYPER
           IF FS NOT = "00"
               MOVE "N" TO GPOK
           ELSE
               MOVE "S" TO GPOK
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
           DISPLAY "GRUPOS DE PAGAMENTO"
           DISPLAY "1-GRUPOS  2-FUNCIONARIO NO GRUPO  "
               "3-GERAR CALENDARIO"
           DISPLAY "4-TRAVAR/DESTRAVAR PERIODO  "
               "5-CONSULTAR CALENDARIO  0-FIM"
           ACCEPT OPT
           IF OPT = "0"
               GO TO FF1
           .
           IF OPT = "1"
               PERFORM RGRUPO THRU RGRUPOX
               GO TO R02
           .
           IF OPT = "2"
               PERFORM RFUNC THRU RFUNCX
               GO TO R02
           .
           IF OPT = "3"
               PERFORM RGERA THRU RGERAX
               GO TO R02
           .
           IF OPT = "4"
               PERFORM RTRAVA THRU RTRAVAX
               GO TO R02
           .
           IF OPT = "5"
               PERFORM RCONS THRU RCONSX
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
       .
       FF1.
           CLOSE PAYGRP PAYCAL FUNCGRP FILEFUNC LOGCTR CHGLOG
           IF GPOK = "S"
               CLOSE PAYPER
           END-IF
           IF PPOK = "S"
               CLOSE PRPEND
           END-IF
           GOBACK
           .
       RGRUPO.
      *-----------------------------------------------------------------
      *CADASTRO DO GRUPO - A FREQUENCIA NAO MUDA DEPOIS QUE O GRUPO
      *TEM CALENDARIO GERADO (OS PERIODOS JA GRAVADOS FICARIAM SEM
      *SENTIDO); NESSE CASO CRIA-SE OUTRO GRUPO
      *-----------------------------------------------------------------
           IF PODECAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTRO"
               GO TO RGRUPOX
           .
       RGRUPO1.
           PERFORM RLISTA THRU RLISTAX
           DISPLAY "CODIGO DO GRUPO (0-VOLTA): "
           ACCEPT BGRP
           IF BGRP = ZEROS
               GO TO RGRUPOX
           .
       RGRUPO2.
           MOVE BGRP TO GRCOD
           READ PAYGRP
           IF FS = "00"
               MOVE "S" TO TEMGRP
               DISPLAY "GRUPO " GRCOD " - " GRDESC
               DISPLAY "FREQUENCIA " GRFREQ " FILIAL " GRFIL
                   " CREDITO " GRDIASPAG " DIAS APOS O PERIODO"
                   " ATIVO " GRATIVO
           ELSE
               MOVE "N" TO TEMGRP
               DISPLAY "GRUPO NAO CADASTRADO"
           .
           DISPLAY "DIGITE: I-INCLUIR/ALTERAR D-DESATIVAR/ATIVAR "
               "V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RGRGRV THRU RGRGRVX
               GO TO RGRUPO2
           .
           IF OPT = "D" OR OPT = "d"
               PERFORM RGRATV THRU RGRATVX
               GO TO RGRUPO2
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RGRUPO1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RGRUPO2
           .
       RGRUPOX.
           EXIT.
       RLISTA.
           MOVE ZEROS TO TOTREG
           MOVE ZEROS TO GRCOD
           START PAYGRP KEY IS NOT LESS THAN GRCOD
           IF FS NOT = "00"
               DISPLAY "NENHUM GRUPO CADASTRADO"
               GO TO RLISTAX
           .
       RLISTA2.
           READ PAYGRP NEXT RECORD
           IF FS NOT = "00"
               GO TO RLISTAX
           END-IF
           ADD 1 TO TOTREG
           DISPLAY GRCOD " " GRFREQ " " GRATIVO " " GRDESC
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RGRGRV.
           MOVE SPACES TO BDESC
           DISPLAY "DESCRICAO: "
           ACCEPT BDESC
           IF BDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO RGRGRVX
           .
           DISPLAY "FREQUENCIA (M-MENSAL Q-QUINZENAL S-SEMANAL): "
           ACCEPT BFREQ
           IF BFREQ = "m"
               MOVE "M" TO BFREQ
           .
           IF BFREQ = "q"
               MOVE "Q" TO BFREQ
           .
           IF BFREQ = "s"
               MOVE "S" TO BFREQ
           .
           IF BFREQ NOT = "M" AND BFREQ NOT = "Q" AND BFREQ NOT = "S"
               DISPLAY "FREQUENCIA INVALIDA"
               GO TO RGRGRVX
           .
           IF TEMGRP = "S" AND BFREQ NOT = GRFREQ
               MOVE BGRP TO CLGRP
               MOVE ZEROS TO CLANO CLMES CLPER
               START PAYCAL KEY IS NOT LESS THAN CLK
               IF FS = "00"
                   READ PAYCAL NEXT RECORD
                   IF FS = "00" AND CLGRP = BGRP
                       DISPLAY "GRUPO JA TEM CALENDARIO - FREQUENCIA "
                           "NAO PODE MUDAR"
                       GO TO RGRGRVX
                   END-IF
               END-IF
           .
           DISPLAY "FILIAL DO GRUPO (0 = QUALQUER): "
           ACCEPT BFIL
           DISPLAY "DIAS ENTRE O FIM DO PERIODO E O CREDITO: "
           ACCEPT BDIAS
           IF BDIAS > 10
               DISPLAY "PRAZO DE CREDITO ACIMA DE 10 DIAS - NEGADO"
               GO TO RGRGRVX
           .
           MOVE BGRP TO GRCOD
           MOVE BDESC TO GRDESC
           MOVE BFREQ TO GRFREQ
           MOVE BFIL TO GRFIL
           MOVE BDIAS TO GRDIASPAG
           MOVE OPERID TO GROPER
           MOVE HOJE TO GRDTALT
           IF TEMGRP = "S"
               REWRITE PAYGRPREC
               MOVE "A" TO LOGACAO
           ELSE
               MOVE "S" TO GRATIVO
               WRITE PAYGRPREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR GRUPO - FS: " FS
               GO TO RGRGRVX
           .
           DISPLAY "GRUPO GRAVADO"
           MOVE BGRP TO LOGRK
           PERFORM RLOG
           .
       RGRGRVX.
           EXIT.
       RGRATV.
           IF TEMGRP NOT = "S"
               DISPLAY "GRUPO NAO CADASTRADO"
               GO TO RGRATVX
           .
           IF GRATIVO = "S"
               MOVE "N" TO GRATIVO
           ELSE
               MOVE "S" TO GRATIVO
           .
           MOVE OPERID TO GROPER
           MOVE HOJE TO GRDTALT
           REWRITE PAYGRPREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR GRUPO - FS: " FS
               GO TO RGRATVX
           .
           MOVE "A" TO LOGACAO
           MOVE BGRP TO LOGRK
           PERFORM RLOG
           .
       RGRATVX.
           EXIT.
       RFUNC.
      *-----------------------------------------------------------------
      *VINCULO DO FUNCIONARIO - GRUPO ZERO DESFAZ O VINCULO E O
      *FUNCIONARIO VOLTA PARA A FOLHA MENSAL NORMAL. A TROCA VALE
      *PARA A PROXIMA COMPETENCIA AINDA NAO CALCULADA
      *-----------------------------------------------------------------
           IF PODECAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTRO"
               GO TO RFUNCX
           .
       RFUNC1.
           DISPLAY "MATRICULA (0-VOLTA): "
           ACCEPT BMAT
           IF BMAT = ZEROS
               GO TO RFUNCX
           .
           MOVE BMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RFUNC1
           .
           DISPLAY RKT " " NOME " FILIAL " FFILIAL
           MOVE BMAT TO FURK
           READ FUNCGRP
           IF FS = "00"
               MOVE "S" TO TEMFUN
               DISPLAY "GRUPO ATUAL: " FUGRP " DESDE " FUDATA
           ELSE
               MOVE "N" TO TEMFUN
               DISPLAY "SEM GRUPO - FOLHA MENSAL"
           .
           DISPLAY "NOVO GRUPO (0 = FOLHA MENSAL): "
           ACCEPT BGRP
           IF BGRP = ZEROS
               IF TEMFUN = "S"
                   DELETE FUNCGRP RECORD
                   IF FS = "00"
                       DISPLAY "VINCULO REMOVIDO"
                       MOVE "E" TO LOGACAO
                       MOVE BMAT TO LOGRK
                       PERFORM RLOG
                   END-IF
               END-IF
               GO TO RFUNC1
           .
           MOVE BGRP TO GRCOD
           READ PAYGRP
           IF FS NOT = "00" OR GRATIVO NOT = "S"
               DISPLAY "GRUPO INEXISTENTE OU INATIVO"
               GO TO RFUNC1
           .
           IF GRFIL NOT = ZEROS AND GRFIL NOT = FFILIAL
               DISPLAY "GRUPO DE OUTRA FILIAL - NEGADO"
               GO TO RFUNC1
           .
           MOVE BMAT TO FURK
           MOVE BGRP TO FUGRP
           MOVE HOJE TO FUDATA
           MOVE OPERID TO FUOPER
           IF TEMFUN = "S"
               REWRITE FUNCGRPREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE FUNCGRPREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR VINCULO - FS: " FS
               GO TO RFUNC1
           .
           DISPLAY "FUNCIONARIO VINCULADO AO GRUPO " BGRP
           MOVE BMAT TO LOGRK
           PERFORM RLOG
           GO TO RFUNC1
           .
       RFUNCX.
           EXIT.
       RGERA.
      *-----------------------------------------------------------------
      *CALENDARIO DA COMPETENCIA - SEMANAL 1-7, 8-14, 15-21 E 22 AO
      *FIM; QUINZENAL 1-15 E 16 AO FIM; MENSAL 1 AO FIM. O CREDITO E O
      *FIM DO PERIODO MAIS GRDIASPAG DIAS CORRIDOS
      *-----------------------------------------------------------------
           IF PODECAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTRO"
               GO TO RGERAX
           .
           PERFORM RPEDE THRU RPEDEX
           IF BGRP = ZEROS
               GO TO RGERAX
           .
           IF GRATIVO NOT = "S"
               DISPLAY "GRUPO INATIVO"
               GO TO RGERAX
           .
           MOVE BGRP TO CLGRP
           MOVE BANO TO CLANO
           MOVE BMES TO CLMES
           MOVE 1 TO CLPER
           READ PAYCAL
           IF FS = "00"
               DISPLAY "CALENDARIO DA COMPETENCIA JA GERADO"
               GO TO RGERAX
           .
           MOVE BANO TO CDANO
           MOVE BMES TO CDMES
           PERFORM RMESLEN THRU RMESLENX
           MOVE 1 TO QTPER
           IF GRFREQ = "Q"
               MOVE 2 TO QTPER
           .
           IF GRFREQ = "S"
               MOVE 4 TO QTPER
           .
           MOVE 1 TO PERN
           MOVE 1 TO DIAINI
       .
       RGERA2.
           MOVE BGRP TO CLGRP
           MOVE BANO TO CLANO
           MOVE BMES TO CLMES
           MOVE PERN TO CLPER
           MOVE DIAINI TO CLDIAINI
           MOVE MLEN TO CLDIASMES
           IF PERN = QTPER
               MOVE MLEN TO CLDIAFIM
               MOVE "S" TO CLULT
           ELSE
               MOVE "N" TO CLULT
               IF GRFREQ = "S"
                   COMPUTE CLDIAFIM = DIAINI + 6
               ELSE
                   MOVE 15 TO CLDIAFIM
               END-IF
           .
           MOVE BANO TO CDANO
           MOVE BMES TO CDMES
           MOVE CLDIAFIM TO CDDIA
           IF GRDIASPAG > ZEROS
               PERFORM RPROX THRU RPROXX GRDIASPAG TIMES
           .
           MOVE CDATAN TO CLPAG
           MOVE "A" TO CLSTATUS
           MOVE OPERID TO CLOPER
           MOVE HOJE TO CLDTALT
           MOVE SPACE TO CLBJST
           MOVE ZEROS TO CLLASTRK CLTOTLIDO CLTOTGRAV CLTOTSKIP
           WRITE PAYCALREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CALENDARIO - FS: " FS
               GO TO RGERAX
           .
           DISPLAY "PERIODO " CLPER " DIAS " CLDIAINI " A " CLDIAFIM
               " CREDITO " CLPAG " ULTIMO " CLULT
           MOVE "I" TO LOGACAO
           PERFORM RLOGCAL
           IF PERN < QTPER
               COMPUTE DIAINI = CLDIAFIM + 1
               ADD 1 TO PERN
               GO TO RGERA2
           .
           DISPLAY "CALENDARIO GERADO"
           .
       RGERAX.
           EXIT.
       RTRAVA.
      *-----------------------------------------------------------------
      *TRAVA DO PERIODO - SO COM TUDO APROVADO: NOS PERIODOS
      *INTERMEDIARIOS NENHUM PAGAMENTO PENDENTE (PAYPER), NO ULTIMO
      *NENHUM CALCULO DE FUNCIONARIO DO GRUPO NA FILA (PRPEND). A
      *REMESSA TIPO G SO SAI COM O PERIODO TRAVADO
      *-----------------------------------------------------------------
           IF PODEFECHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FECHAMENTO"
               GO TO RTRAVAX
           .
           PERFORM RPEDE THRU RPEDEX
           IF BGRP = ZEROS
               GO TO RTRAVAX
           .
           DISPLAY "PERIODO: "
           ACCEPT BPER
           MOVE BGRP TO CLGRP
           MOVE BANO TO CLANO
           MOVE BMES TO CLMES
           MOVE BPER TO CLPER
           READ PAYCAL
           IF FS NOT = "00"
               DISPLAY "PERIODO NAO CADASTRADO NO CALENDARIO"
               GO TO RTRAVAX
           .
           IF CLSTATUS = "F"
               DISPLAY "PERIODO TRAVADO - DESTRAVAR (S/N): "
               ACCEPT OPT
               IF OPT NOT = "S" AND OPT NOT = "s"
                   GO TO RTRAVAX
               END-IF
               MOVE "A" TO CLSTATUS
               MOVE "A" TO LOGACAO
               GO TO RTRAVA3
           .
           IF CLBJST NOT = "C"
               DISPLAY "AVISO: PERIODO AINDA NAO CONCLUIDO NO BATCHPAG"
           .
           MOVE ZEROS TO PENDCONT
           IF CLULT = "S"
               PERFORM RPENDPR THRU RPENDPRX
           ELSE
               PERFORM RPENDGP THRU RPENDGPX
           .
           IF PENDCONT > ZEROS
               DISPLAY "HA " PENDCONT " CALCULO(S) PENDENTE(S) DE "
                   "APROVACAO (FPP037) - TRAVA NEGADA"
               GO TO RTRAVAX
           .
           DISPLAY "TRAVAR O PERIODO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RTRAVAX
           .
           MOVE "F" TO CLSTATUS
           MOVE "F" TO LOGACAO
           .
       RTRAVA3.
           MOVE OPERID TO CLOPER
           MOVE HOJE TO CLDTALT
           REWRITE PAYCALREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CALENDARIO - FS: " FS
               GO TO RTRAVAX
           .
           DISPLAY "PERIODO " CLPER " STATUS " CLSTATUS
           PERFORM RLOGCAL
           .
       RTRAVAX.
           EXIT.
       RPENDGP.
           IF GPOK NOT = "S"
               GO TO RPENDGPX
           .
           MOVE BANO TO GPANO
           MOVE BMES TO GPMES
           MOVE BGRP TO GPGRP
           MOVE BPER TO GPPER
           MOVE ZEROS TO GPMAT
           START PAYPER KEY IS NOT LESS THAN GPK
           IF FS NOT = "00"
               GO TO RPENDGPX
           .
       RPENDGP2.
           READ PAYPER NEXT RECORD
           IF FS NOT = "00"
               GO TO RPENDGPX
           END-IF
           IF GPANO NOT = BANO OR GPMES NOT = BMES
                   OR GPGRP NOT = BGRP OR GPPER NOT = BPER
               GO TO RPENDGPX
           END-IF
           IF GPSIT = "P"
               ADD 1 TO PENDCONT
           END-IF
           GO TO RPENDGP2
           .
       RPENDGPX.
           EXIT.
       RPENDPR.
           IF PPOK NOT = "S"
               GO TO RPENDPRX
           .
           MOVE ZEROS TO PPRK
           START PRPEND KEY IS NOT LESS THAN PPRK
           IF FS NOT = "00"
               GO TO RPENDPRX
           .
       RPENDPR2.
           READ PRPEND NEXT RECORD
           IF FS NOT = "00"
               GO TO RPENDPRX
           END-IF
           IF PPRKM NOT = BMES OR PPRKY NOT = BANO
               GO TO RPENDPR2
           END-IF
           MOVE PPRKF TO FURK
           READ FUNCGRP
           IF FS = "00" AND FUGRP = BGRP
               ADD 1 TO PENDCONT
           END-IF
           GO TO RPENDPR2
           .
       RPENDPRX.
           EXIT.
       RCONS.
           PERFORM RPEDE THRU RPEDEX
           IF BGRP = ZEROS
               GO TO RCONSX
           .
           MOVE BGRP TO CLGRP
           MOVE BANO TO CLANO
           MOVE BMES TO CLMES
           MOVE ZEROS TO CLPER
           START PAYCAL KEY IS NOT LESS THAN CLK
           IF FS NOT = "00"
               DISPLAY "CALENDARIO NAO GERADO"
               GO TO RCONSX
           .
           MOVE ZEROS TO TOTREG
       .
       RCONS2.
           READ PAYCAL NEXT RECORD
           IF FS NOT = "00"
               GO TO RCONS3
           END-IF
           IF CLGRP NOT = BGRP OR CLANO NOT = BANO OR CLMES NOT = BMES
               GO TO RCONS3
           END-IF
           ADD 1 TO TOTREG
           DISPLAY "PERIODO " CLPER " DIAS " CLDIAINI " A " CLDIAFIM
               " CREDITO " CLPAG " ULTIMO " CLULT " STATUS " CLSTATUS
               " LOTE " CLBJST
           GO TO RCONS2
           .
       RCONS3.
           IF TOTREG = ZEROS
               DISPLAY "CALENDARIO NAO GERADO"
           .
       RCONSX.
           EXIT.
       RPEDE.
      *-----------------------------------------------------------------
      *GRUPO E COMPETENCIA - BGRP ZERADO DEVOLVE AO MENU
      *-----------------------------------------------------------------
           DISPLAY "GRUPO (0-VOLTA): "
           ACCEPT BGRP
           IF BGRP = ZEROS
               GO TO RPEDEX
           .
           MOVE BGRP TO GRCOD
           READ PAYGRP
           IF FS NOT = "00"
               DISPLAY "GRUPO NAO CADASTRADO"
               MOVE ZEROS TO BGRP
               GO TO RPEDEX
           .
           DISPLAY "MES DA COMPETENCIA: "
           ACCEPT BMES
           DISPLAY "ANO DA COMPETENCIA: "
           ACCEPT BANO
           IF BMES = ZEROS OR BMES > 12 OR BANO < 2000
               DISPLAY "COMPETENCIA INVALIDA"
               MOVE ZEROS TO BGRP
           .
       RPEDEX.
           EXIT.
       RMESLEN.
      *-----------------------------------------------------------------
      *DIAS DO MES CDMES/CDANO EM MLEN (FEVEREIRO BISSEXTO = 29)
      *-----------------------------------------------------------------
           MOVE MESLEN(CDMES) TO MLEN
           IF CDMES = 2
               DIVIDE CDANO BY 4 GIVING WQ REMAINDER R4
               DIVIDE CDANO BY 100 GIVING WQ REMAINDER R100
               DIVIDE CDANO BY 400 GIVING WQ REMAINDER R400
               IF R4 = ZEROS AND (R100 NOT = ZEROS OR R400 = ZEROS)
                   MOVE 29 TO MLEN
               END-IF
           .
       RMESLENX.
           EXIT.
       RPROX.
           ADD 1 TO CDDIA
           PERFORM RMESLEN THRU RMESLENX
           IF CDDIA > MLEN
               MOVE 1 TO CDDIA
               ADD 1 TO CDMES
               IF CDMES > 12
                   MOVE 1 TO CDMES
                   ADD 1 TO CDANO
               END-IF
           .
       RPROXX.
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
           IF OPMCAD NOT = "S" AND OPMFECHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTRO"
               GOBACK
           .
           MOVE OPMCAD TO PODECAD
           MOVE OPMFECHA TO PODEFECHA
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR (OPMCAD NOT = "S" AND OPMFECHA NOT = "S")
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTRO"
               GOBACK
           .
           MOVE OPMCAD TO PODECAD
           MOVE OPMFECHA TO PODEFECHA
           .
       RSIGNONQX.
           EXIT.
       RLOGCAL.
      *-----------------------------------------------------------------
      *CHAVE DO PERIODO NO LOG: GGAAAAMMP
      *-----------------------------------------------------------------
           COMPUTE LOGRK = CLGRP * 10000000 + CLANO * 1000
               + CLMES * 10 + CLPER
           PERFORM RLOG
           .
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
           MOVE "CADGRUPO" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
