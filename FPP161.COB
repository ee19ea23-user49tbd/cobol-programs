       IDENTIFICATION DIVISION.
       PROGRAM-ID. IAMFEED.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CARGA DIARIA DE IDENTIDADES PARA A TI (SISTEMA DE GESTAO DE
      *ACESSOS): UM ARQUIVO TEXTO DELIMITADO POR ";" COM OS EVENTOS DO
      *CADASTRO DESDE A CARGA ANTERIOR, NOME IAM_<CARGA>.TXT
      *EVENTOS: A-ADMISSAO M-MUDANCA DE AREA OU CARGO T-TRANSFERENCIA
      *DE FILIAL (TRANSFIL) D-DESLIGAMENTO (DATA FUTURA = AVISO PREVIO)
      *R-DESLIGAMENTO CANCELADO X-MATRICULA EXCLUIDA DO CADASTRO
      *C-CARGA INICIAL (PRIMEIRA EXECUCAO: TODOS OS ATIVOS)
      *OS EVENTOS SAEM DA COMPARACAO DO FUNCDATA COM A FOTOGRAFIA DA
      *CARGA ANTERIOR (IAMSNAP1.DAT); O CHGLOG DA FAIXA INFORMA O
      *PROGRAMA, O OPERADOR E A DATA DA ULTIMA ALTERACAO DA MATRICULA.
      *A ULTIMA LINHA (FIM) TRAZ A QUANTIDADE DE EVENTOS.
      *EM SEGUIDA DESATIVA (OPMATIVO = N) O OPERADOR VINCULADO A
      *MATRICULA (OPMMAT, VER CADOPER/FPP058) DE FUNCIONARIO DESLIGADO
      *(DATA DE DESLIGAMENTO JA ALCANCADA), EXCLUIDO DO CADASTRO OU EM
      *AFASTAMENTO LONGO (MAIS DE LONGODIAS DIAS, DECORRIDOS OU
      *PREVISTOS) E LISTA OS DESATIVADOS NO RELATORIO CATALOGADO.
      *A REATIVACAO E MANUAL, PELO CADOPER.
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
      *-----------------------------------------------------------------
           SELECT CADAREAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ARK
           .

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .
      *-----------------------------------------------------------------
           SELECT IAMCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IMRK
           .

           SELECT IAMSNAP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SNMAT
           .

           SELECT IAMWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS WKMAT
           .
      *-----------------------------------------------------------------
           SELECT IAMARQ ASSIGN TO NOMEIAM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT IAMRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
      *-----------------------------------------------------------------
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

           SELECT RELCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCSEQ
           .

           SELECT RCATCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCCK
           .
       DATA DIVISION.
       FILE SECTION.
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
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
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
       FD IAMCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IAMCTL1.DAT".
       COPY IAMCTL.
      *-----------------------------------------------------------------
       FD IAMSNAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IAMSNAP1.DAT".
       COPY IAMSNAP.
      *-----------------------------------------------------------------
      *ULTIMA ALTERACAO DE CADA MATRICULA NO CHGLOG DA FAIXA (RECRIADO
      *A CADA CARGA)
      *-----------------------------------------------------------------
       FD IAMWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IAMWK1.DAT".
       01 IAMWKREC.
           03 WKMAT       PIC 9(06).
           03 WKPROG      PIC X(08).
           03 WKOPER      PIC X(10).
           03 WKDATA      PIC 9(08).
      *-----------------------------------------------------------------
       FD IAMARQ
           LABEL RECORD IS STANDARD.
       01 IAMLINE PIC X(300).
      *-----------------------------------------------------------------
       FD IAMRPT
           LABEL RECORD IS STANDARD.
       01 IAMRLINE PIC X(132).
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
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107)
      *-----------------------------------------------------------------
       FD RELCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCAT1.DAT".
       COPY RELCAT.
      *-----------------------------------------------------------------
       FD RCATCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RCATCTL1.DAT".
       01 RCATCTLREC.
           03 RCCK    PIC 9(01).
           03 RCCSEQ  PIC 9(08).
       WORKING-STORAGE SECTION.
           01 RCSEQX      PIC 9(08).
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 NOMEIAM     PIC X(40).
           01 LINHA       PIC X(300).
      *-----------------------------------------------------------------
      *CONTROLE DA CARGA
      *-----------------------------------------------------------------
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO   PIC 9(04).
               03 HJMES   PIC 9(02).
               03 HJDIA   PIC 9(02).
           01 HORAX       PIC 9(08).
           01 CTLACHOU    PIC X(01).
           01 INICIAL     PIC X(01).
           01 SEQINI      PIC 9(08).
           01 SEQFIM      PIC 9(08).
           01 EXECX       PIC 9(06).
           01 AREAOK      PIC X(01).
           01 CARGOOK     PIC X(01).
           01 AFOK        PIC X(01).
           01 OPEROK      PIC X(01).
      *-----------------------------------------------------------------
      *EVENTO EM GRAVACAO
      *-----------------------------------------------------------------
           01 EVTIPO      PIC X(01).
           01 EVDATA      PIC 9(08).
           01 DTADM       PIC 9(08).
           01 DTDESL      PIC 9(08).
           01 FILANT      PIC 9(02).
           01 AREAANT     PIC 9(03).
           01 CARGOANT    PIC 9(04).
           01 AREADESC    PIC X(20).
           01 CARGODESC   PIC X(25).
           01 NOMEW       PIC X(40).
      *-----------------------------------------------------------------
      *AFASTAMENTO LONGO: MAIS DE LONGODIAS DIAS DESDE O INICIO OU
      *PREVISTOS NO CADASTRO DO AFASTAMENTO (DIAS CORRIDOS APROXIMADOS
      *PELO MES DE 31 DIAS, COMO NO CONFSOD)
      *-----------------------------------------------------------------
           01 LONGODIAS   PIC 9(03) VALUE 15.
           01 ORDHOJE     PIC 9(07).
           01 ORDINI      PIC 9(07).
           01 ORDPREV     PIC 9(07).
           01 ORDRET      PIC 9(07).
           01 MOTIVO      PIC X(01).
           01 MOTTXT      PIC X(20).
           01 DTREF       PIC 9(08).
           01 DTREFR REDEFINES DTREF.
               03 DRANO   PIC 9(04).
               03 DRMES   PIC 9(02).
               03 DRDIA   PIC 9(02).
      *-----------------------------------------------------------------
      *TOTAIS
      *-----------------------------------------------------------------
           01 QTEVT       PIC 9(06).
           01 QTCARGA     PIC 9(06).
           01 QTADM       PIC 9(06).
           01 QTMUD       PIC 9(06).
           01 QTTRF       PIC 9(06).
           01 QTDESL      PIC 9(06).
           01 QTREAT      PIC 9(06).
           01 QTEXC       PIC 9(06).
           01 QTDES       PIC 9(06).
           01 QTVINC      PIC 9(06).
           01 QTSEMVINC   PIC 9(06).
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
       R0CAT.
           OPEN I-O RELCAT
           IF FS = "35"
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               GO TO R0CAT
           .
       R0CAT2.
           OPEN I-O RCATCTL
           IF FS = "35"
               OPEN OUTPUT RCATCTL
               CLOSE RCATCTL
               GO TO R0CAT2
           .
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE LOGCTR CHGLOG RELCAT RCATCTL
               GOBACK
           .
           OPEN INPUT CADAREAS
           IF FS NOT = "00"
               MOVE "N" TO AREAOK
           ELSE
               MOVE "S" TO AREAOK
           .
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOOK
           ELSE
               MOVE "S" TO CARGOOK
           .
           OPEN INPUT AFAST
           IF FS NOT = "00"
               MOVE "N" TO AFOK
           ELSE
               MOVE "S" TO AFOK
           .
           OPEN I-O OPERMST
           IF FS NOT = "00"
               DISPLAY "SEM CADASTRO DE OPERADORES - NENHUM OPERADOR "
                   "SERA DESATIVADO"
               MOVE "N" TO OPEROK
           ELSE
               MOVE "S" TO OPEROK
           .
       R01A.
           OPEN I-O IAMCTL
           IF FS = "35"
               OPEN OUTPUT IAMCTL
               CLOSE IAMCTL
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR IAMCTL1.DAT - FS: " FS
               GO TO RF1
           .
       R01B.
           OPEN I-O IAMSNAP
           IF FS = "35"
               OPEN OUTPUT IAMSNAP
               CLOSE IAMSNAP
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR IAMSNAP1.DAT - FS: " FS
               GO TO RF1
           .
           OPEN OUTPUT IAMWK
           CLOSE IAMWK
           OPEN I-O IAMWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR IAMWK1.DAT - FS: " FS
               GO TO RF1
           .
       R02.
      *-----------------------------------------------------------------
      *SEM CARGA ANTERIOR TODOS OS ATIVOS VAO COMO CARGA INICIAL (C)
      *-----------------------------------------------------------------
           DISPLAY "CARGA DE IDENTIDADES PARA A TI"
           ACCEPT HOJE FROM DATE YYYYMMDD
           ACCEPT HORAX FROM TIME
           MOVE 1 TO IMRK
           READ IAMCTL
           IF FS = "00"
               MOVE "S" TO CTLACHOU
               MOVE "N" TO INICIAL
           ELSE
               MOVE "N" TO CTLACHOU
               MOVE "S" TO INICIAL
               MOVE ZEROS TO IMSEQ IMEXEC
           .
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS = "00"
               MOVE CTRSEQ TO SEQFIM
           ELSE
               MOVE ZEROS TO SEQFIM
           .
           MOVE IMSEQ TO SEQINI
           IF SEQFIM < SEQINI
               MOVE ZEROS TO SEQINI
           .
           COMPUTE EXECX = IMEXEC + 1
           MOVE ZEROS TO QTEVT QTCARGA QTADM QTMUD QTTRF QTDESL
           MOVE ZEROS TO QTREAT QTEXC QTDES QTVINC QTSEMVINC
           IF INICIAL = "N"
               PERFORM RMARCA THRU RMARCAX
           .
       R03.
           MOVE SPACES TO NOMEIAM
           STRING "IAM_" EXECX ".TXT" DELIMITED BY SIZE
               INTO NOMEIAM
           OPEN OUTPUT IAMARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEIAM ": " FSX
               GO TO RF1
           .
           MOVE SPACES TO IAMLINE
           STRING "EVENTO;MATRICULA;NOME;DATAEVENTO;FILIAL;FILIALANT;"
               "AREA;AREADESC;AREAANT;CARGO;CARGODESC;CARGOANT;"
               "ADMISSAO;DESLIGAMENTO;PROGRAMA;OPERADOR"
               DELIMITED BY SIZE INTO IAMLINE
           WRITE IAMLINE
           PERFORM RCATREG THRU RCATREGX
           OPEN OUTPUT IAMRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEARQ ": " FSX
               CLOSE IAMARQ
               GO TO RF1
           .
           MOVE SPACES TO LINHA
           STRING "OPERADORES DESATIVADOS AUTOMATICAMENTE - CARGA "
               EXECX " DE " HJDIA "/" HJMES "/" HJANO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO IAMRLINE
           WRITE IAMRLINE
           MOVE ALL "-" TO IAMRLINE
           WRITE IAMRLINE
           MOVE SPACES TO LINHA
           STRING "OPERADOR   MATRIC NOME                              "
               "       MOTIVO               DATA REF"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO IAMRLINE
           WRITE IAMRLINE
           MOVE ALL "-" TO IAMRLINE
           WRITE IAMRLINE
       .
       R04.
      *-----------------------------------------------------------------
      *CADASTRO INTEIRO CONTRA A FOTOGRAFIA DA CARGA ANTERIOR
      *-----------------------------------------------------------------
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R05
           .
       R04A.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R05
           .
           PERFORM RCOMPARA THRU RCOMPARAX
           GO TO R04A
           .
       R05.
      *-----------------------------------------------------------------
      *MATRICULAS DA FOTOGRAFIA QUE SAIRAM DO CADASTRO
      *-----------------------------------------------------------------
           MOVE ZEROS TO SNMAT
           START IAMSNAP KEY IS NOT LESS THAN SNMAT
           IF FS NOT = "00"
               GO TO R06
           .
       R05A.
           READ IAMSNAP NEXT RECORD
           IF FS NOT = "00"
               GO TO R06
           .
           MOVE SNMAT TO RKT
           READ FILEFUNC
           IF FS = "00"
               GO TO R05A
           .
           PERFORM REXCLUI THRU REXCLUIX
           GO TO R05A
           .
       R06.
      *-----------------------------------------------------------------
      *OPERADORES VINCULADOS A FUNCIONARIO QUE NAO TRABALHA MAIS
      *-----------------------------------------------------------------
           IF OPEROK NOT = "S"
               GO TO R07
           .
           MOVE SPACES TO OPMID
           START OPERMST KEY IS NOT LESS THAN OPMID
           IF FS NOT = "00"
               GO TO R07
           .
       R06A.
           READ OPERMST NEXT RECORD
           IF FS NOT = "00"
               GO TO R07
           .
           IF OPMMAT = ZEROS
               ADD 1 TO QTSEMVINC
               GO TO R06A
           .
           ADD 1 TO QTVINC
           IF OPMATIVO NOT = "S"
               GO TO R06A
           .
           PERFORM RSITUA THRU RSITUAX
           IF MOTIVO = SPACE
               GO TO R06A
           .
           MOVE "N" TO OPMATIVO
           MOVE HOJE TO OPMDTDES
           MOVE MOTIVO TO OPMMOTDES
           REWRITE OPERMSTREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO DESATIVAR " OPMID " - FS: " FS
               GO TO R06A
           .
           ADD 1 TO QTDES
           PERFORM RDESLIN THRU RDESLINX
           MOVE "B" TO LOGACAO
           MOVE OPMMAT TO LOGRK
           PERFORM RLOG
           GO TO R06A
           .
       R07.
           MOVE SPACES TO IAMLINE
           STRING "FIM;" QTEVT ";" EXECX ";" HOJE
               DELIMITED BY SIZE INTO IAMLINE
           WRITE IAMLINE
           CLOSE IAMARQ
           MOVE ALL "-" TO IAMRLINE
           WRITE IAMRLINE
           IF OPEROK NOT = "S"
               MOVE "SEM CADASTRO DE OPERADORES - NENHUM DESATIVADO"
                   TO IAMRLINE
               WRITE IAMRLINE
           .
           MOVE SPACES TO LINHA
           STRING "OPERADORES DESATIVADOS: " QTDES
               "   COM MATRICULA: " QTVINC
               "   SEM MATRICULA: " QTSEMVINC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO IAMRLINE
           WRITE IAMRLINE
           MOVE SPACES TO LINHA
           STRING "EVENTOS NA CARGA " NOMEIAM DELIMITED BY SPACE
               ": " QTEVT "   LOG " SEQINI " A " SEQFIM
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO IAMRLINE
           WRITE IAMRLINE
           MOVE SPACES TO LINHA
           STRING "CARGA INICIAL: " QTCARGA "   ADMISSOES: " QTADM
               "   MUDANCAS: " QTMUD "   TRANSFERENCIAS: " QTTRF
               "   DESLIGAMENTOS: " QTDESL "   CANCELADOS: " QTREAT
               "   EXCLUIDOS: " QTEXC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO IAMRLINE
           WRITE IAMRLINE
           CLOSE IAMRPT
       .
       R08.
      *-----------------------------------------------------------------
      *A FAIXA DO LOG SO AVANCA COM A CARGA GRAVADA
      *-----------------------------------------------------------------
           MOVE 1 TO IMRK
           MOVE SEQFIM TO IMSEQ
           MOVE EXECX TO IMEXEC
           MOVE HOJE TO IMDATA
           MOVE HORAX(1:6) TO IMHORA
           MOVE OPERID TO IMOPER
           IF CTLACHOU = "S"
               REWRITE IAMCTLREC
           ELSE
               WRITE IAMCTLREC
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR IAMCTL1.DAT - FS: " FS
               GO TO RF1
           .
           MOVE "X" TO LOGACAO
           MOVE EXECX TO LOGRK
           PERFORM RLOG
           DISPLAY "CARGA GRAVADA EM " NOMEIAM ": " QTEVT " EVENTOS"
           DISPLAY "OPERADORES DESATIVADOS: " QTDES
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           .
       RF1.
           CLOSE FILEFUNC IAMCTL IAMSNAP IAMWK
           CLOSE LOGCTR CHGLOG RELCAT RCATCTL
           IF AREAOK = "S"
               CLOSE CADAREAS
           .
           IF CARGOOK = "S"
               CLOSE CADCARGO
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF OPEROK = "S"
               CLOSE OPERMST
           .
           GOBACK
           .
       RMARCA.
      *-----------------------------------------------------------------
      *ULTIMA ALTERACAO DE CADASTRO DE CADA MATRICULA NA FAIXA DO LOG
      *-----------------------------------------------------------------
           COMPUTE LOGSEQ = SEQINI + 1
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               GO TO RMARCAX
           .
       RMARCA2.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00" OR LOGSEQ > SEQFIM
               GO TO RMARCAX
           .
           IF LOGPROG NOT = "PROGGER" AND LOGPROG NOT = "MASSORG"
                   AND LOGPROG NOT = "TRANSFIL"
                   AND LOGPROG NOT = "RESCISAO"
               GO TO RMARCA2
           .
           IF LOGRK = ZEROS OR LOGRK > 999999
               GO TO RMARCA2
           .
           MOVE LOGRK TO WKMAT
           MOVE LOGPROG TO WKPROG
           MOVE LOGOPER TO WKOPER
           MOVE LOGDATE TO WKDATA
           WRITE IAMWKREC
           IF FS = "22"
               REWRITE IAMWKREC
           .
           GO TO RMARCA2
           .
       RMARCAX.
           EXIT.
       RCOMPARA.
           COMPUTE DTADM = ADANO * 10000 + ADMES * 100 + ADDIA
           COMPUTE DTDESL = DDANO * 10000 + DDMES * 100 + DDDIA
           MOVE RKT TO SNMAT
           READ IAMSNAP
           IF FS NOT = "00"
               GO TO RCOMPARA3
           .
           MOVE SNFIL TO FILANT
           MOVE SNAREA TO AREAANT
           MOVE SNCARGO TO CARGOANT
           IF FFILIAL NOT = SNFIL
               MOVE "T" TO EVTIPO
               PERFORM REVENTO THRU REVENTOX
           .
           IF ARK2 NOT = SNAREA OR CRK2 NOT = SNCARGO
               MOVE "M" TO EVTIPO
               PERFORM REVENTO THRU REVENTOX
           .
           IF DTDESL NOT = SNDESL
               IF DTDESL NOT = ZEROS
                   MOVE "D" TO EVTIPO
               ELSE
                   MOVE "R" TO EVTIPO
               END-IF
               PERFORM REVENTO THRU REVENTOX
           .
           IF FFILIAL = SNFIL AND ARK2 = SNAREA AND CRK2 = SNCARGO
                   AND DTDESL = SNDESL AND DTADM = SNADM
               GO TO RCOMPARAX
           .
           PERFORM RSNAP THRU RSNAPX
           REWRITE IAMSNAPREC
           GO TO RCOMPARAX
           .
       RCOMPARA3.
           MOVE ZEROS TO FILANT AREAANT CARGOANT
           IF INICIAL = "S"
               IF DTDESL = ZEROS
                   MOVE "C" TO EVTIPO
                   PERFORM REVENTO THRU REVENTOX
               END-IF
           ELSE
               MOVE "A" TO EVTIPO
               PERFORM REVENTO THRU REVENTOX
               IF DTDESL NOT = ZEROS
                   MOVE "D" TO EVTIPO
                   PERFORM REVENTO THRU REVENTOX
               END-IF
           .
           PERFORM RSNAP THRU RSNAPX
           WRITE IAMSNAPREC
           .
       RCOMPARAX.
           EXIT.
       RSNAP.
           MOVE RKT TO SNMAT
           MOVE ARK2 TO SNAREA
           MOVE CRK2 TO SNCARGO
           MOVE FFILIAL TO SNFIL
           MOVE DTADM TO SNADM
           MOVE DTDESL TO SNDESL
           .
       RSNAPX.
           EXIT.
       REVENTO.
      *-----------------------------------------------------------------
      *UMA LINHA DA CARGA PARA O FUNCIONARIO LIDO (EVTIPO). A DATA DO
      *EVENTO E A DA ADMISSAO, A DO DESLIGAMENTO OU A DO LOG (SEM LOG,
      *A DA CARGA)
      *-----------------------------------------------------------------
           MOVE RKT TO WKMAT
           READ IAMWK
           IF FS NOT = "00"
               MOVE SPACES TO WKPROG WKOPER
               MOVE ZEROS TO WKDATA
           .
           MOVE HOJE TO EVDATA
           IF WKDATA NOT = ZEROS
               MOVE WKDATA TO EVDATA
           .
           IF EVTIPO = "A" OR EVTIPO = "C"
               MOVE DTADM TO EVDATA
           .
           IF EVTIPO = "D"
               MOVE DTDESL TO EVDATA
           .
           MOVE SPACES TO AREADESC CARGODESC
           IF AREAOK = "S"
               MOVE ARK2 TO ARK
               READ CADAREAS
               IF FS = "00"
                   MOVE DESC TO AREADESC
               END-IF
           .
           IF CARGOOK = "S"
               MOVE CRK2 TO CRK
               READ CADCARGO
               IF FS = "00"
                   MOVE CDESC TO CARGODESC
               END-IF
           .
           MOVE NOME TO NOMEW
           INSPECT NOMEW REPLACING ALL ";" BY ","
           INSPECT AREADESC REPLACING ALL ";" BY ","
           INSPECT CARGODESC REPLACING ALL ";" BY ","
           MOVE SPACES TO IAMLINE
           STRING EVTIPO ";" RKT ";" DELIMITED BY SIZE
               NOMEW DELIMITED BY "  "
               ";" EVDATA ";" FFILIAL ";" FILANT ";" ARK2 ";"
               DELIMITED BY SIZE
               AREADESC DELIMITED BY "  "
               ";" AREAANT ";" CRK2 ";" DELIMITED BY SIZE
               CARGODESC DELIMITED BY "  "
               ";" CARGOANT ";" DTADM ";" DTDESL ";"
               DELIMITED BY SIZE
               WKPROG DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WKOPER DELIMITED BY SPACE
               INTO IAMLINE
           WRITE IAMLINE
           ADD 1 TO QTEVT
           IF EVTIPO = "C"
               ADD 1 TO QTCARGA
           .
           IF EVTIPO = "A"
               ADD 1 TO QTADM
           .
           IF EVTIPO = "M"
               ADD 1 TO QTMUD
           .
           IF EVTIPO = "T"
               ADD 1 TO QTTRF
           .
           IF EVTIPO = "D"
               ADD 1 TO QTDESL
           .
           IF EVTIPO = "R"
               ADD 1 TO QTREAT
           .
       REVENTOX.
           EXIT.
       REXCLUI.
      *-----------------------------------------------------------------
      *MATRICULA EXCLUIDA DO CADASTRO - SAI COM OS DADOS DA FOTOGRAFIA
      *E SAI DA FOTOGRAFIA
      *-----------------------------------------------------------------
           MOVE SNMAT TO WKMAT
           READ IAMWK
           IF FS NOT = "00"
               MOVE SPACES TO WKPROG WKOPER
           .
           MOVE SPACES TO IAMLINE
           STRING "X;" SNMAT ";;" HOJE ";" SNFIL ";" SNFIL ";"
               SNAREA ";;" SNAREA ";" SNCARGO ";;" SNCARGO ";"
               SNADM ";" SNDESL ";" DELIMITED BY SIZE
               WKPROG DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WKOPER DELIMITED BY SPACE
               INTO IAMLINE
           WRITE IAMLINE
           ADD 1 TO QTEVT
           ADD 1 TO QTEXC
           DELETE IAMSNAP RECORD
           .
       REXCLUIX.
           EXIT.
       RSITUA.
      *-----------------------------------------------------------------
      *SITUACAO DO FUNCIONARIO VINCULADO AO OPERADOR: MOTIVO EM BRANCO
      *= CONTINUA TRABALHANDO
      *-----------------------------------------------------------------
           MOVE SPACE TO MOTIVO
           MOVE SPACES TO NOMEW
           MOVE ZEROS TO DTREF
           MOVE OPMMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE "X" TO MOTIVO
               MOVE "MATRICULA EXCLUIDA" TO MOTTXT
               MOVE HOJE TO DTREF
               GO TO RSITUAX
           .
           MOVE NOME TO NOMEW
           COMPUTE DTDESL = DDANO * 10000 + DDMES * 100 + DDDIA
           IF DTDESL NOT = ZEROS AND DTDESL NOT > HOJE
               MOVE "D" TO MOTIVO
               MOVE "DESLIGAMENTO" TO MOTTXT
               MOVE DTDESL TO DTREF
               GO TO RSITUAX
           .
           IF AFOK NOT = "S"
               GO TO RSITUAX
           .
           MOVE OPMMAT TO AFRK
           READ AFAST
           IF FS NOT = "00"
               GO TO RSITUAX
           .
           COMPUTE DTREF = AFINIANO * 10000 + AFINIMES * 100 + AFINIDIA
           IF DTREF = ZEROS OR DTREF > HOJE
               MOVE ZEROS TO DTREF
               GO TO RSITUAX
           .
           COMPUTE ORDHOJE = HJANO * 372 + (HJMES - 1) * 31 + HJDIA
           COMPUTE ORDINI = AFINIANO * 372 + (AFINIMES - 1) * 31
               + AFINIDIA
           IF AFRETANO NOT = ZEROS
               COMPUTE ORDRET = AFRETANO * 372 + (AFRETMES - 1) * 31
                   + AFRETDIA
               IF ORDRET NOT > ORDHOJE
                   MOVE ZEROS TO DTREF
                   GO TO RSITUAX
               END-IF
           .
           MOVE ZEROS TO ORDPREV
           IF AFPREVANO NOT = ZEROS
               COMPUTE ORDPREV = AFPREVANO * 372 + (AFPREVMES - 1) * 31
                   + AFPREVDIA
           .
           IF ORDHOJE - ORDINI > LONGODIAS
                   OR ORDPREV - ORDINI > LONGODIAS
               MOVE "A" TO MOTIVO
               MOVE "AFASTAMENTO LONGO" TO MOTTXT
           ELSE
               MOVE ZEROS TO DTREF
           .
       RSITUAX.
           EXIT.
       RDESLIN.
           MOVE SPACES TO LINHA
           STRING OPMID " " OPMMAT " " NOMEW " " MOTTXT " "
               DRDIA "/" DRMES "/" DRANO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO IAMRLINE
           WRITE IAMRLINE
           .
       RDESLINX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA O RELATORIO SOB NOME CONTROLADO COM O OPERADOR
      *-----------------------------------------------------------------
           MOVE 1 TO RCCK
           READ RCATCTL
           IF FS NOT = "00"
               MOVE 1 TO RCCSEQ
               WRITE RCATCTLREC
           ELSE
               ADD 1 TO RCCSEQ
               REWRITE RCATCTLREC
           END-IF
           MOVE RCCSEQ TO RCSEQX
           MOVE SPACES TO NOMEARQ
           STRING "RC" RCSEQX ".TXT"
               INTO NOMEARQ
           MOVE RCCSEQ TO RCSEQ
           MOVE "IAMFEED" TO RCPROG
           MOVE HJMES TO RCKM
           MOVE HJANO TO RCKY
           MOVE ZEROS TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           .
       RCATREGX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - A CARGA DESATIVA OPERADORES, FUNCAO DO
      *CADASTRO DE OPERADORES (CADOPER)
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
           MOVE "IAMFEED" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
