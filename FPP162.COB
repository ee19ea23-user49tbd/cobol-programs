       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOIMP.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CARGA DE SALDOS INICIAIS DE FUNCIONARIOS ABSORVIDOS DE OUTRA
      *EMPRESA COM CONTINUIDADE DO CONTRATO, ANTES DA PRIMEIRA FOLHA.
      *ARQUIVO POSICIONAL DA FOLHA ANTERIOR, UM REGISTRO POR LINHA:
      *H - CNPJ DA EMPRESA ANTERIOR E ULTIMA COMPETENCIA PROCESSADA
      *    POR ELA (CORTE) - OBRIGATORIO, NA 1A LINHA
      *M - FOLHA MENSAL DA EMPRESA ANTERIOR (ATE 12 COMPETENCIAS ATE O
      *    CORTE): RENDIMENTO TRIBUTAVEL, INSS, IRRF E AS VARIAVEIS
      *    HABITUAIS. VAI PARA O PRHIST (E O RESUMO PRSUMM) COMO FOLHA
      *    ARQUIVADA - A DIRF, O INFORME, AS MEDIAS E OS AVOS DO 13O
      *    LEEM DALI
      *G - SALDO DO FGTS (FGTSBAL)
      *F - DIAS DE FERIAS EM ABERTO, VENCIDOS E PROPORCIONAIS
      *    (FERIASBAL, APURADO ATE O CORTE)
      *D - AVOS DO 13O JA ADQUIRIDOS NO ANO DO CORTE E 1A PARCELA JA
      *    PAGA PELA EMPRESA ANTERIOR (GRATNAT DESCONTA)
      *B - SALDO DO BANCO DE HORAS (BANCOHRS, MOVIMENTO TIPO I)
      *E - EMPRESTIMO CONSIGNADO EM CURSO (EMPREST)
      *A CRITICA PASSA O ARQUIVO INTEIRO ANTES DE QUALQUER GRAVACAO;
      *A PREVIA SAI NO RELATORIO CATALOGADO E SO DEPOIS O OPERADOR
      *CONFIRMA A GRAVACAO. MATRICULA COM ALGUMA LINHA REJEITADA FICA
      *INTEIRA DE FORA - AS LINHAS DELA VAO PARA O ARQUIVO DE
      *REJEITADAS (REJ<RELATORIO>.TXT, COM O MESMO REGISTRO H), QUE
      *VOLTA PARA ESTA CARGA DEPOIS DE CORRIGIDO.
      *CADA MATRICULA CARREGADA RECEBE A MARCA DE SALDO INICIAL
      *(SALDOINI1.DAT): AS COMPETENCIAS ATE O CORTE NUNCA SAO
      *CALCULADAS NESTA FOLHA E OS SALDOS NAO SAO RECALCULADOS
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
           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

           SELECT PRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HRK
           .

           SELECT PRSUMM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SMRK
           .

           SELECT FGTSBAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FRK
           .

           SELECT FERIASBAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FERK
           .

           SELECT BANCOHRS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BHRK
           .

           SELECT BANCOHRM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BHMRK
           .

           SELECT EMPREST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EMRK
           .
      *-----------------------------------------------------------------
           SELECT SALDOINI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SIMAT
           .

           SELECT SIWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS WKCHV
           .
      *-----------------------------------------------------------------
           SELECT SALDOARQ ASSIGN TO NOMEENT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT SALDOREJ ASSIGN TO NOMEREJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT SALDORPT ASSIGN TO NOMEARQ
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
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
      *FOLHA ARQUIVADA E RESUMO ANUAL (VER ARQFOLHA/FPP060) - DESTINO
      *DA FOLHA MENSAL DA EMPRESA ANTERIOR
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
       FD PRSUMM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRSUMM1.DAT".
       01 PRSUMMREC.
           03 SMRK.
               05 SMRKF   PIC 9(06).
               05 SMRKY   PIC 9(04).
           03 SMMESES    PIC 9(02).
           03 SMBRUTO    PIC 9(12)V99.
           03 SMINSS     PIC 9(12)V99.
           03 SMIMPR     PIC 9(12)V99.
           03 SMLIQ      PIC 9(12)V99.
      *-----------------------------------------------------------------
      *SALDO FGTS VARIAVEIS
      *-----------------------------------------------------------------
       FD FGTSBAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FGTSBAL.DAT".
       01 FGTSREC.
           03 FRK       PIC 9(06).
           03 ACFGTS    PIC 9(12)V99.
      *-----------------------------------------------------------------
      *FERIAS VARIAVEIS
      *-----------------------------------------------------------------
       FD FERIASBAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERIASBAL.DAT".
       01 FERIASREC.
           03 FERK       PIC 9(06).
           03 DIASACUM   PIC 9(03)V99.
           03 ULTMES     PIC 9(02).
           03 ULTANO     PIC 9(04).
           03 ULTSEQ     PIC 9(03).
      *-----------------------------------------------------------------
       FD BANCOHRS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANCOHRS.DAT".
       COPY BANCOHRS.
      *-----------------------------------------------------------------
       FD BANCOHRM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANCOHRM.DAT".
       COPY BANCOHRM.
      *-----------------------------------------------------------------
       FD EMPREST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST1.DAT".
       COPY EMPREST.
      *-----------------------------------------------------------------
       FD SALDOINI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDOINI1.DAT".
       COPY SALDOINI.
      *-----------------------------------------------------------------
      *TRABALHO DA CRITICA (RECRIADO A CADA CARGA):
      *WKTIPO L - LINHA REJEITADA (WKCOMP = NUMERO DA LINHA)
      *WKTIPO M - MATRICULA COM LINHA REJEITADA
      *WKTIPO K - SALDO JA INFORMADO NO ARQUIVO (MATRICULA + TIPO DO
      *REGISTRO + COMPETENCIA OU CONTRATO) - LINHA DUPLICADA
      *-----------------------------------------------------------------
       FD SIWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SIWK1.DAT".
       01 SIWKREC.
           03 WKCHV.
               05 WKTIPO   PIC X(01).
               05 WKMAT    PIC 9(06).
               05 WKREG    PIC X(01).
               05 WKCOMP   PIC X(12).
           03 WKSIT       PIC X(01).
      *-----------------------------------------------------------------
      *ARQUIVO DA FOLHA ANTERIOR - LEIAUTE POSICIONAL, VALORES COM DUAS
      *DECIMAIS IMPLICITAS E MATRICULA SEMPRE NAS POSICOES 2 A 7
      *-----------------------------------------------------------------
       FD SALDOARQ
           LABEL RECORD IS STANDARD.
       01 SALINE PIC X(150).
       01 SAGEN.
           03 SAXREG      PIC X(01).
           03 SAXMAT      PIC X(06).
           03 FILLER      PIC X(143).
       01 SAHDR.
           03 SAHREG      PIC X(01).
           03 SAHDADOS.
               05 SAHCNPJ PIC 9(14).
               05 SAHMES  PIC 9(02).
               05 SAHANO  PIC 9(04).
           03 FILLER      PIC X(129).
       01 SAMES.
           03 SAMREG      PIC X(01).
           03 SAMDADOS.
               05 SAMMAT   PIC 9(06).
               05 SAMMES   PIC 9(02).
               05 SAMANO   PIC 9(04).
               05 SAMBRUTO PIC 9(10)V99.
               05 SAMINSS  PIC 9(10)V99.
               05 SAMIMPR  PIC 9(10)V99.
               05 SAMHEXT  PIC 9(10)V99.
               05 SAMNOT   PIC 9(10)V99.
               05 SAMDSR   PIC 9(10)V99.
               05 SAMCOMIS PIC 9(10)V99.
           03 SAMROTA     PIC X(01).
           03 FILLER      PIC X(52).
       01 SAFGTS.
           03 SAGREG      PIC X(01).
           03 SAGDADOS.
               05 SAGMAT   PIC 9(06).
               05 SAGSALDO PIC 9(12)V99.
           03 FILLER      PIC X(129).
       01 SAFER.
           03 SAFREG      PIC X(01).
           03 SAFDADOS.
               05 SAFMAT   PIC 9(06).
               05 SAFDIAS  PIC 9(03)V99.
           03 FILLER      PIC X(138).
       01 SA13.
           03 SADREG      PIC X(01).
           03 SADDADOS.
               05 SADMAT    PIC 9(06).
               05 SADANO    PIC 9(04).
               05 SADAVOS   PIC 9(02).
               05 SADADIANT PIC 9(10)V99.
           03 FILLER      PIC X(125).
       01 SABH.
           03 SABREG      PIC X(01).
           03 SABDADOS.
               05 SABMAT   PIC 9(06).
               05 SABHORAS PIC 9(05)V99.
               05 SABMES   PIC 9(02).
               05 SABANO   PIC 9(04).
           03 FILLER      PIC X(130).
       01 SAEMP.
           03 SAEREG      PIC X(01).
           03 SAEMAT      PIC 9(06).
           03 SAECONTR    PIC X(12).
           03 SAEDADOS.
               05 SAEBANCO   PIC 9(03).
               05 SAETOTAL   PIC 9(08)V99.
               05 SAEPARCVAL PIC 9(06)V99.
               05 SAENPARC   PIC 9(03).
               05 SAEPARCPAG PIC 9(03).
               05 SAEINIMES  PIC 9(02).
               05 SAEINIANO  PIC 9(04).
           03 FILLER      PIC X(98).
      *-----------------------------------------------------------------
       FD SALDOREJ
           LABEL RECORD IS STANDARD.
       01 REJLINE PIC X(150).
      *-----------------------------------------------------------------
       FD SALDORPT
           LABEL RECORD IS STANDARD.
       01 SALRLINE PIC X(132).
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES - MESMO CONTROLE DE
      *ACESSO E TRILHA DE AUDITORIA DA FOLHA
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
           01 NOMEENT     PIC X(40).
           01 NOMEREJ     PIC X(40).
           01 LINHA       PIC X(132).
           01 DETALHE     PIC X(80).
           01 MOTIVO      PIC X(40).
           01 SITTXT      PIC X(12).
           01 CONFIRMA    PIC X(01).
           01 PROK        PIC X(01).
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO   PIC 9(04).
               03 HJMES   PIC 9(02).
               03 HJDIA   PIC 9(02).
      *-----------------------------------------------------------------
      *CORTE - ULTIMA COMPETENCIA DA FOLHA ANTERIOR. COMPETENCIAS
      *COMPARADAS PELO ORDINAL ANO * 12 + MES
      *-----------------------------------------------------------------
           01 CORCNPJ     PIC 9(14).
           01 CORMES      PIC 9(02).
           01 CORANO      PIC 9(04).
           01 ORDCOR      PIC 9(06).
           01 ORDCOMP     PIC 9(06).
           01 ORDHOJE     PIC 9(06).
      *-----------------------------------------------------------------
      *LINHA EM TRATAMENTO
      *-----------------------------------------------------------------
           01 NUMLIN      PIC 9(08).
           01 LINOK       PIC X(01).
           01 MATW        PIC 9(06).
           01 NOMEW       PIC X(40).
           01 TIPOW       PIC X(01).
           01 PROXSEQ     PIC 9(02).
           01 VARSOMA     PIC 9(12)V99.
           01 VALED       PIC ZZZ.ZZZ.ZZ9,99.
           01 VALED2      PIC ZZZ.ZZZ.ZZ9,99.
           01 DIASED      PIC ZZ9,99.
           01 HORASED     PIC ZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *TOTAIS
      *-----------------------------------------------------------------
           01 QTLIN       PIC 9(08).
           01 QTREJ       PIC 9(06).
           01 QTRET       PIC 9(06).
           01 QTOK        PIC 9(06).
           01 QTGRAV      PIC 9(06).
           01 QTERRO      PIC 9(06).
           01 QTFUNC      PIC 9(06).
           01 QTM         PIC 9(06).
           01 QTG         PIC 9(06).
           01 QTF         PIC 9(06).
           01 QTD         PIC 9(06).
           01 QTB         PIC 9(06).
           01 QTE         PIC 9(06).
           01 TOTBRUTO    PIC 9(12)V99.
           01 TOTIMPR     PIC 9(12)V99.
           01 TOTFGTS     PIC 9(12)V99.
           01 TOTEMPR     PIC 9(12)V99.
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
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PROK
           ELSE
               MOVE "S" TO PROK
           .
       R01A.
           OPEN I-O PRHIST
           IF FS = "35"
               OPEN OUTPUT PRHIST
               CLOSE PRHIST
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRHIST - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GO TO RF0
           .
       R01B.
           OPEN I-O PRSUMM
           IF FS = "35"
               OPEN OUTPUT PRSUMM
               CLOSE PRSUMM
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRSUMM - FS: " FS
               CLOSE PRHIST
               GO TO RF0
           .
       R01C.
           OPEN I-O FGTSBAL
           IF FS = "35"
               OPEN OUTPUT FGTSBAL
               CLOSE FGTSBAL
               GO TO R01C
           .
           OPEN I-O FERIASBAL
           IF FS = "35"
               OPEN OUTPUT FERIASBAL
               CLOSE FERIASBAL
               OPEN I-O FERIASBAL
           .
           OPEN I-O BANCOHRS
           IF FS = "35"
               OPEN OUTPUT BANCOHRS
               CLOSE BANCOHRS
               OPEN I-O BANCOHRS
           .
           OPEN I-O BANCOHRM
           IF FS = "35"
               OPEN OUTPUT BANCOHRM
               CLOSE BANCOHRM
               OPEN I-O BANCOHRM
           .
           OPEN I-O EMPREST
           IF FS = "35"
               OPEN OUTPUT EMPREST
               CLOSE EMPREST
               OPEN I-O EMPREST
           .
       R01D.
           OPEN I-O SALDOINI
           IF FS = "35"
               OPEN OUTPUT SALDOINI
               CLOSE SALDOINI
               GO TO R01D
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALDOINI1.DAT - FS: " FS
               GO TO RF1
           .
           OPEN OUTPUT SIWK
           CLOSE SIWK
           OPEN I-O SIWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR SIWK1.DAT - FS: " FS
               CLOSE SALDOINI
               GO TO RF1
           .
       R02.
           DISPLAY "CARGA DE SALDOS INICIAIS DA FOLHA ANTERIOR"
           ACCEPT HOJE FROM DATE YYYYMMDD
           COMPUTE ORDHOJE = HJANO * 12 + HJMES
           MOVE ZEROS TO QTLIN QTREJ QTRET QTOK QTGRAV QTERRO QTFUNC
           MOVE ZEROS TO QTM QTG QTF QTD QTB QTE
           MOVE ZEROS TO TOTBRUTO TOTIMPR TOTFGTS TOTEMPR
           MOVE SPACES TO NOMEENT
           DISPLAY "ARQUIVO DA FOLHA ANTERIOR (BRANCO SAI): "
           ACCEPT NOMEENT
           IF NOMEENT = SPACES
               GO TO RF2
           .
       R03.
      *-----------------------------------------------------------------
      *O REGISTRO H VEM NA 1A LINHA E VALE PARA O ARQUIVO INTEIRO
      *-----------------------------------------------------------------
           OPEN INPUT SALDOARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEENT ": " FSX
               GO TO RF2
           .
           READ SALDOARQ
           IF FSX NOT = "00" OR SAHREG NOT = "H"
                   OR SAHDADOS IS NOT NUMERIC
               DISPLAY "ARQUIVO SEM O REGISTRO H (CNPJ E CORTE) NA 1A "
                   "LINHA"
               CLOSE SALDOARQ
               GO TO RF2
           .
           IF SAHMES = ZEROS OR SAHMES > 12 OR SAHANO = ZEROS
               DISPLAY "COMPETENCIA DE CORTE INVALIDA: " SAHMES "/"
                   SAHANO
               CLOSE SALDOARQ
               GO TO RF2
           .
           MOVE SAHCNPJ TO CORCNPJ
           MOVE SAHMES TO CORMES
           MOVE SAHANO TO CORANO
           COMPUTE ORDCOR = CORANO * 12 + CORMES
           IF ORDCOR > ORDHOJE
               DISPLAY "CORTE " CORMES "/" CORANO
                   " POSTERIOR A COMPETENCIA ATUAL"
               CLOSE SALDOARQ
               GO TO RF2
           .
           DISPLAY "EMPRESA ANTERIOR " CORCNPJ " - CORTE " CORMES "/"
               CORANO
       .
       R03A.
           PERFORM RCATREG THRU RCATREGX
           MOVE SPACES TO NOMEREJ
           STRING "REJ" RCSEQX ".TXT" DELIMITED BY SIZE
               INTO NOMEREJ
           OPEN OUTPUT SALDORPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEARQ ": " FSX
               CLOSE SALDOARQ
               GO TO RF2
           .
           OPEN OUTPUT SALDOREJ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEREJ ": " FSX
               CLOSE SALDOARQ SALDORPT
               GO TO RF2
           .
           MOVE SALINE TO REJLINE
           WRITE REJLINE
           MOVE SPACES TO LINHA
           STRING "CARGA DE SALDOS INICIAIS - LOTE " RCSEQX " DE "
               HJDIA "/" HJMES "/" HJANO " - OPERADOR " OPERID
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           MOVE SPACES TO LINHA
           STRING "ARQUIVO " NOMEENT DELIMITED BY SPACE
               "  EMPRESA ANTERIOR " CORCNPJ "  CORTE " CORMES "/"
               CORANO DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           MOVE ALL "=" TO SALRLINE
           WRITE SALRLINE
           MOVE "CRITICA" TO SALRLINE
           WRITE SALRLINE
           MOVE ALL "-" TO SALRLINE
           WRITE SALRLINE
           MOVE ZEROS TO NUMLIN
       .
       R04.
      *-----------------------------------------------------------------
      *1A PASSADA - CRITICA DE TODAS AS LINHAS
      *-----------------------------------------------------------------
           READ SALDOARQ
           IF FSX NOT = "00"
               GO TO R05
           .
           IF SALINE = SPACES
               GO TO R04
           .
           ADD 1 TO NUMLIN
           ADD 1 TO QTLIN
           PERFORM RCRITICA THRU RCRITICAX
           GO TO R04
           .
       R05.
      *-----------------------------------------------------------------
      *2A PASSADA - PREVIA DO QUE SERA GRAVADO; AS LINHAS DE MATRICULA
      *COM REJEICAO FICAM RETIDAS E VAO PARA O ARQUIVO DE REJEITADAS
      *-----------------------------------------------------------------
           CLOSE SALDOARQ
           IF QTREJ = ZEROS
               MOVE "NENHUMA LINHA REJEITADA" TO SALRLINE
               WRITE SALRLINE
           .
           MOVE ALL "=" TO SALRLINE
           WRITE SALRLINE
           MOVE "PREVIA DOS SALDOS" TO SALRLINE
           WRITE SALRLINE
           MOVE ALL "-" TO SALRLINE
           WRITE SALRLINE
           PERFORM RABRE THRU RABREX
           IF FSX NOT = "00"
               GO TO R07
           .
       R05A.
           READ SALDOARQ
           IF FSX NOT = "00"
               GO TO R06
           .
           IF SALINE = SPACES
               GO TO R05A
           .
           ADD 1 TO NUMLIN
           PERFORM RPREVIA THRU RPREVIAX
           GO TO R05A
           .
       R06.
           CLOSE SALDOARQ SALDOREJ
           MOVE ALL "-" TO SALRLINE
           WRITE SALRLINE
           PERFORM RTOTAIS THRU RTOTAISX
           DISPLAY "LINHAS LIDAS.........: " QTLIN
           DISPLAY "REJEITADAS...........: " QTREJ
           DISPLAY "RETIDAS (MATRICULA)..: " QTRET
           DISPLAY "APROVADAS NA CRITICA.: " QTOK
           DISPLAY "PREVIA E CRITICA EM " NOMEARQ
           IF QTREJ > ZEROS OR QTRET > ZEROS
               DISPLAY "LINHAS PARA CORRECAO EM " NOMEREJ
           .
           IF QTOK = ZEROS
               DISPLAY "NADA A GRAVAR"
               GO TO R07
           .
       R06A.
           MOVE SPACE TO CONFIRMA
           DISPLAY "GRAVAR OS SALDOS APROVADOS NA CRITICA (S/N): "
           ACCEPT CONFIRMA
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA
           .
           IF CONFIRMA = "n"
               MOVE "N" TO CONFIRMA
           .
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "N"
               GO TO R06A
           .
           IF CONFIRMA = "N"
               MOVE "*** PREVIA - NADA FOI GRAVADO ***" TO SALRLINE
               WRITE SALRLINE
               DISPLAY "PREVIA - NADA FOI GRAVADO"
               GO TO R07
           .
       R06B.
      *-----------------------------------------------------------------
      *3A PASSADA - GRAVACAO DAS LINHAS APROVADAS
      *-----------------------------------------------------------------
           PERFORM RABRE THRU RABREX
           IF FSX NOT = "00"
               GO TO R07
           .
       R06C.
           READ SALDOARQ
           IF FSX NOT = "00"
               GO TO R06D
           .
           IF SALINE = SPACES
               GO TO R06C
           .
           ADD 1 TO NUMLIN
           PERFORM RGRAVA THRU RGRAVAX
           GO TO R06C
           .
       R06D.
           CLOSE SALDOARQ
           MOVE ALL "-" TO SALRLINE
           WRITE SALRLINE
           MOVE SPACES TO LINHA
           STRING "GRAVADAS: " QTGRAV "   ERROS DE GRAVACAO: " QTERRO
               "   MATRICULAS COM SALDO INICIAL: " QTFUNC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           DISPLAY "LINHAS GRAVADAS......: " QTGRAV
           DISPLAY "ERROS DE GRAVACAO....: " QTERRO
           DISPLAY "MATRICULAS CARREGADAS: " QTFUNC
       .
       R07.
           CLOSE SALDORPT
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
       .
       RF2.
           CLOSE SALDOINI SIWK
       .
       RF1.
           CLOSE PRHIST PRSUMM FGTSBAL FERIASBAL BANCOHRS BANCOHRM
           CLOSE EMPREST
       .
       RF0.
           CLOSE FILEFUNC LOGCTR CHGLOG RELCAT RCATCTL
           IF PROK = "S"
               CLOSE PR
           .
           GOBACK
           .
       RABRE.
      *-----------------------------------------------------------------
      *REABRE O ARQUIVO PARA NOVA PASSADA, JA DEPOIS DO REGISTRO H
      *-----------------------------------------------------------------
           MOVE ZEROS TO NUMLIN
           OPEN INPUT SALDOARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO REABRIR " NOMEENT ": " FSX
               GO TO RABREX
           .
           READ SALDOARQ
           .
       RABREX.
           EXIT.
       RCRITICA.
      *-----------------------------------------------------------------
      *CONFERENCIAS COMUNS: MATRICULA CADASTRADA E ATIVA, SEM SALDO
      *INICIAL ANTERIOR; DEPOIS AS DE CADA TIPO DE REGISTRO
      *-----------------------------------------------------------------
           MOVE "S" TO LINOK
           MOVE ZEROS TO MATW
           MOVE SAXREG TO TIPOW
           IF TIPOW = "H"
               MOVE "REGISTRO H REPETIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITICAX
           .
           IF TIPOW NOT = "M" AND TIPOW NOT = "G" AND TIPOW NOT = "F"
                   AND TIPOW NOT = "D" AND TIPOW NOT = "B"
                   AND TIPOW NOT = "E"
               MOVE "TIPO DE REGISTRO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITICAX
           .
           IF SAXMAT IS NOT NUMERIC
               MOVE "MATRICULA INVALIDA" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITICAX
           .
           MOVE SAXMAT TO MATW
           MOVE MATW TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE "MATRICULA NAO CADASTRADA" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITICAX
           .
           IF DDANO NOT = ZEROS
               MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITICAX
           .
           MOVE MATW TO SIMAT
           READ SALDOINI
           IF FS = "00"
               MOVE SPACES TO MOTIVO
               STRING "SALDO INICIAL JA CARREGADO NO LOTE " SILOTE
                   DELIMITED BY SIZE INTO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITICAX
           .
           IF TIPOW = "M"
               PERFORM RCRITM THRU RCRITMX
           .
           IF TIPOW = "G"
               PERFORM RCRITG THRU RCRITGX
           .
           IF TIPOW = "F"
               PERFORM RCRITF THRU RCRITFX
           .
           IF TIPOW = "D"
               PERFORM RCRITD THRU RCRITDX
           .
           IF TIPOW = "B"
               PERFORM RCRITB THRU RCRITBX
           .
           IF TIPOW = "E"
               PERFORM RCRITE THRU RCRITEX
           .
           IF LINOK NOT = "S"
               GO TO RCRITICAX
           .
      *-----------------------------------------------------------------
      *O MESMO SALDO NAO PODE VIR DUAS VEZES NO ARQUIVO
      *-----------------------------------------------------------------
           MOVE "K" TO WKTIPO
           MOVE MATW TO WKMAT
           MOVE TIPOW TO WKREG
           MOVE SPACES TO WKCOMP
           IF TIPOW = "M"
               MOVE SAMANO TO WKCOMP(1:4)
               MOVE SAMMES TO WKCOMP(5:2)
           .
           IF TIPOW = "E"
               MOVE SAECONTR TO WKCOMP
           .
           MOVE "S" TO WKSIT
           WRITE SIWKREC
           IF FS NOT = "00"
               MOVE "SALDO REPETIDO NO ARQUIVO" TO MOTIVO
               PERFORM RREJEITA
           .
       RCRITICAX.
           EXIT.
       RCRITM.
      *-----------------------------------------------------------------
      *FOLHA MENSAL: ATE 12 COMPETENCIAS TERMINANDO NO CORTE, SEM
      *FOLHA PROPRIA NEM ARQUIVADA NA MESMA COMPETENCIA
      *-----------------------------------------------------------------
           IF SAMDADOS IS NOT NUMERIC
               MOVE "CAMPO NUMERICO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           IF SAMMES = ZEROS OR SAMMES > 12 OR SAMANO = ZEROS
               MOVE "COMPETENCIA INVALIDA" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           COMPUTE ORDCOMP = SAMANO * 12 + SAMMES
           IF ORDCOMP > ORDCOR
               MOVE "COMPETENCIA POSTERIOR AO CORTE" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           IF ORDCOR - ORDCOMP > 11
               MOVE "COMPETENCIA MAIS DE 12 MESES ANTES DO CORTE"
                   TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           IF SAMBRUTO = ZEROS
               MOVE "RENDIMENTO TRIBUTAVEL ZERADO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           IF SAMINSS + SAMIMPR > SAMBRUTO
               MOVE "INSS MAIS IRRF ACIMA DO RENDIMENTO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           COMPUTE VARSOMA = SAMHEXT + SAMNOT + SAMDSR + SAMCOMIS
           IF VARSOMA > SAMBRUTO
               MOVE "VARIAVEIS ACIMA DO RENDIMENTO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           IF SAMROTA NOT = "L" AND SAMROTA NOT = "S"
                   AND SAMROTA NOT = SPACE
               MOVE "ROTA DO IRRF INVALIDA (L/S)" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITMX
           .
           MOVE MATW TO RKF
           MOVE SAMMES TO RKM
           MOVE SAMANO TO RKY
           IF PROK = "S"
               READ PR
               IF FS = "00"
                   MOVE "COMPETENCIA JA CALCULADA NESTA FOLHA"
                       TO MOTIVO
                   PERFORM RREJEITA
                   GO TO RCRITMX
               END-IF
           .
           MOVE RK TO HRK
           READ PRHIST
           IF FS = "00"
               MOVE "COMPETENCIA JA EXISTE NA FOLHA ARQUIVADA"
                   TO MOTIVO
               PERFORM RREJEITA
           .
       RCRITMX.
           EXIT.
       RCRITG.
           IF SAGDADOS IS NOT NUMERIC
               MOVE "CAMPO NUMERICO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITGX
           .
           IF SAGSALDO = ZEROS
               MOVE "SALDO DO FGTS ZERADO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITGX
           .
           MOVE MATW TO FRK
           READ FGTSBAL
           IF FS = "00"
               MOVE "MATRICULA JA TEM SALDO DE FGTS" TO MOTIVO
               PERFORM RREJEITA
           .
       RCRITGX.
           EXIT.
       RCRITF.
      *-----------------------------------------------------------------
      *NO MAXIMO DOIS PERIODOS EM ABERTO (UM VENCIDO E UM EM CURSO) -
      *ACIMA DISSO HA FERIAS EM DOBRO A ACERTAR NA EMPRESA ANTERIOR
      *-----------------------------------------------------------------
           IF SAFDADOS IS NOT NUMERIC
               MOVE "CAMPO NUMERICO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITFX
           .
           IF SAFDIAS = ZEROS OR SAFDIAS > 60
               MOVE "DIAS DE FERIAS FORA DE 0,01 A 60" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITFX
           .
           MOVE MATW TO FERK
           READ FERIASBAL
           IF FS = "00"
               MOVE "MATRICULA JA TEM SALDO DE FERIAS" TO MOTIVO
               PERFORM RREJEITA
           .
       RCRITFX.
           EXIT.
       RCRITD.
           IF SADDADOS IS NOT NUMERIC
               MOVE "CAMPO NUMERICO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITDX
           .
           IF SADANO NOT = CORANO
               MOVE "ANO DO 13O DIFERENTE DO ANO DO CORTE" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITDX
           .
           IF SADAVOS = ZEROS OR SADAVOS > CORMES
               MOVE "AVOS DO 13O FORA DE 1 ATE O MES DO CORTE"
                   TO MOTIVO
               PERFORM RREJEITA
           .
       RCRITDX.
           EXIT.
       RCRITB.
      *-----------------------------------------------------------------
      *CREDITO MAIS ANTIGO DENTRO DO LIMITE LEGAL DE 6 MESES (VER
      *BANCOHRS)
      *-----------------------------------------------------------------
           IF SABDADOS IS NOT NUMERIC
               MOVE "CAMPO NUMERICO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITBX
           .
           IF SABHORAS = ZEROS OR SABHORAS > 999,99
               MOVE "HORAS FORA DE 0,01 A 999,99" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITBX
           .
           IF SABMES = ZEROS OR SABMES > 12 OR SABANO = ZEROS
               MOVE "COMPETENCIA DO CREDITO INVALIDA" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITBX
           .
           COMPUTE ORDCOMP = SABANO * 12 + SABMES
           IF ORDCOMP > ORDCOR
               MOVE "CREDITO POSTERIOR AO CORTE" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITBX
           .
           IF ORDCOR - ORDCOMP > 5
               MOVE "CREDITO VENCIDO (MAIS DE 6 MESES)" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITBX
           .
           MOVE MATW TO BHRK
           READ BANCOHRS
           IF FS = "00"
               MOVE "MATRICULA JA TEM BANCO DE HORAS" TO MOTIVO
               PERFORM RREJEITA
           .
       RCRITBX.
           EXIT.
       RCRITE.
           IF SAEDADOS IS NOT NUMERIC
               MOVE "CAMPO NUMERICO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITEX
           .
           IF SAECONTR = SPACES
               MOVE "CONTRATO NAO INFORMADO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITEX
           .
           IF SAEPARCVAL = ZEROS OR SAENPARC = ZEROS
               MOVE "PARCELA OU QUANTIDADE DE PARCELAS ZERADA"
                   TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITEX
           .
           IF SAEPARCPAG NOT < SAENPARC
               MOVE "EMPRESTIMO JA QUITADO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITEX
           .
           IF SAEINIMES = ZEROS OR SAEINIMES > 12 OR SAEINIANO = ZEROS
               MOVE "INICIO DO DESCONTO INVALIDO" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITEX
           .
           IF SAETOTAL < SAEPARCVAL
               MOVE "TOTAL MENOR QUE A PARCELA" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITEX
           .
           MOVE MATW TO EMRKF
           MOVE ZEROS TO EMSEQ
           START EMPREST KEY IS NOT LESS THAN EMRK
           IF FS NOT = "00"
               GO TO RCRITEX
           .
       RCRITE2.
           READ EMPREST NEXT RECORD
           IF FS NOT = "00" OR EMRKF NOT = MATW
               GO TO RCRITEX
           .
           IF EMCONTR = SAECONTR
               MOVE "CONTRATO JA CADASTRADO NO EMPREST" TO MOTIVO
               PERFORM RREJEITA
               GO TO RCRITEX
           .
           GO TO RCRITE2
           .
       RCRITEX.
           EXIT.
       RREJEITA.
      *-----------------------------------------------------------------
      *LINHA REJEITADA: MOTIVO NO RELATORIO, LINHA NO ARQUIVO DE
      *REJEITADAS E A MATRICULA INTEIRA RETIDA
      *-----------------------------------------------------------------
           MOVE "N" TO LINOK
           ADD 1 TO QTREJ
           MOVE SPACES TO LINHA
           STRING "LINHA " NUMLIN " TIPO " TIPOW " MAT " SAXMAT
               " REJEITADA - " MOTIVO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           MOVE SALINE TO REJLINE
           WRITE REJLINE
           MOVE "L" TO WKTIPO
           MOVE ZEROS TO WKMAT
           MOVE SPACE TO WKREG
           MOVE NUMLIN TO WKCOMP
           MOVE "N" TO WKSIT
           WRITE SIWKREC
           IF MATW NOT = ZEROS
               MOVE "M" TO WKTIPO
               MOVE MATW TO WKMAT
               MOVE SPACE TO WKREG
               MOVE SPACES TO WKCOMP
               WRITE SIWKREC
           .
       RSITLIN.
      *-----------------------------------------------------------------
      *SITUACAO DA LINHA NA CRITICA: LINOK N = REJEITADA, R = RETIDA
      *PELA MATRICULA, S = APROVADA
      *-----------------------------------------------------------------
           MOVE "S" TO LINOK
           MOVE SAXREG TO TIPOW
           MOVE "L" TO WKTIPO
           MOVE ZEROS TO WKMAT
           MOVE SPACE TO WKREG
           MOVE NUMLIN TO WKCOMP
           READ SIWK
           IF FS = "00"
               MOVE "N" TO LINOK
               GO TO RSITLINX
           .
           MOVE SAXMAT TO MATW
           MOVE "M" TO WKTIPO
           MOVE MATW TO WKMAT
           MOVE SPACES TO WKCOMP
           READ SIWK
           IF FS = "00"
               MOVE "R" TO LINOK
           .
           MOVE MATW TO RKT
           READ FILEFUNC
           IF FS = "00"
               MOVE NOME TO NOMEW
           ELSE
               MOVE SPACES TO NOMEW
           .
       RSITLINX.
           EXIT.
       RPREVIA.
           PERFORM RSITLIN THRU RSITLINX
           IF LINOK = "N"
               GO TO RPREVIAX
           .
           IF LINOK = "R"
               ADD 1 TO QTRET
               MOVE SALINE TO REJLINE
               WRITE REJLINE
               MOVE "RETIDA" TO SITTXT
               MOVE "MATRICULA COM OUTRA LINHA REJEITADA" TO DETALHE
               PERFORM RLINREL
               GO TO RPREVIAX
           .
           ADD 1 TO QTOK
           MOVE "A CARREGAR" TO SITTXT
           PERFORM RDETALHE THRU RDETALHEX
           PERFORM RLINREL
           .
       RPREVIAX.
           EXIT.
       RDETALHE.
      *-----------------------------------------------------------------
      *VALORES DA LINHA PARA A PREVIA, COM OS TOTAIS POR TIPO
      *-----------------------------------------------------------------
           MOVE SPACES TO DETALHE
           IF TIPOW = "M"
               ADD 1 TO QTM
               ADD SAMBRUTO TO TOTBRUTO
               ADD SAMIMPR TO TOTIMPR
               MOVE SAMBRUTO TO VALED
               MOVE SAMIMPR TO VALED2
               STRING "FOLHA " SAMMES "/" SAMANO " TRIBUTAVEL " VALED
                   " IRRF " VALED2
                   DELIMITED BY SIZE INTO DETALHE
               GO TO RDETALHEX
           .
           IF TIPOW = "G"
               ADD 1 TO QTG
               ADD SAGSALDO TO TOTFGTS
               MOVE SAGSALDO TO VALED
               STRING "SALDO FGTS " VALED
                   DELIMITED BY SIZE INTO DETALHE
               GO TO RDETALHEX
           .
           IF TIPOW = "F"
               ADD 1 TO QTF
               MOVE SAFDIAS TO DIASED
               STRING "FERIAS EM ABERTO " DIASED " DIAS ATE " CORMES
                   "/" CORANO
                   DELIMITED BY SIZE INTO DETALHE
               GO TO RDETALHEX
           .
           IF TIPOW = "D"
               ADD 1 TO QTD
               MOVE SADADIANT TO VALED
               STRING "13O " SADANO " AVOS " SADAVOS
                   " 1A PARCELA PAGA " VALED
                   DELIMITED BY SIZE INTO DETALHE
               GO TO RDETALHEX
           .
           IF TIPOW = "B"
               ADD 1 TO QTB
               MOVE SABHORAS TO HORASED
               STRING "BANCO DE HORAS " HORASED " H CREDITO DESDE "
                   SABMES "/" SABANO
                   DELIMITED BY SIZE INTO DETALHE
               GO TO RDETALHEX
           .
           ADD 1 TO QTE
           COMPUTE VARSOMA = SAEPARCVAL * (SAENPARC - SAEPARCPAG)
           ADD VARSOMA TO TOTEMPR
           MOVE SAEPARCVAL TO VALED
           STRING "EMPRESTIMO " SAECONTR " PARCELA " VALED " PAGAS "
               SAEPARCPAG "/" SAENPARC
               DELIMITED BY SIZE INTO DETALHE
           .
       RDETALHEX.
           EXIT.
       RLINREL.
           MOVE SPACES TO LINHA
           STRING "LINHA " NUMLIN " " TIPOW " " MATW " " NOMEW(1:22)
               " " SITTXT " " DETALHE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           .
       RTOTAIS.
           MOVE SPACES TO LINHA
           STRING "LINHAS LIDAS: " QTLIN "   REJEITADAS: " QTREJ
               "   RETIDAS: " QTRET "   APROVADAS: " QTOK
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           MOVE SPACES TO LINHA
           STRING "APROVADAS POR TIPO - FOLHA MENSAL: " QTM
               "  FGTS: " QTG "  FERIAS: " QTF "  13O: " QTD
               "  BANCO DE HORAS: " QTB "  EMPRESTIMOS: " QTE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           MOVE TOTBRUTO TO VALED
           MOVE TOTIMPR TO VALED2
           MOVE SPACES TO LINHA
           STRING "RENDIMENTO TRIBUTAVEL: " VALED "   IRRF: " VALED2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           MOVE TOTFGTS TO VALED
           MOVE TOTEMPR TO VALED2
           MOVE SPACES TO LINHA
           STRING "SALDO FGTS: " VALED "   SALDO DE EMPRESTIMOS: "
               VALED2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SALRLINE
           WRITE SALRLINE
           IF QTREJ > ZEROS OR QTRET > ZEROS
               MOVE SPACES TO LINHA
               STRING "LINHAS REJEITADAS E RETIDAS EM " NOMEREJ
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO SALRLINE
               WRITE SALRLINE
           .
       RTOTAISX.
           EXIT.
       RGRAVA.
      *-----------------------------------------------------------------
      *GRAVACAO DE UMA LINHA APROVADA - A MARCA DE SALDO INICIAL DA
      *MATRICULA NASCE NA PRIMEIRA LINHA E ACUMULA AS SEGUINTES
      *-----------------------------------------------------------------
           PERFORM RSITLIN THRU RSITLINX
           IF LINOK NOT = "S"
               GO TO RGRAVAX
           .
           PERFORM RMARCA THRU RMARCAX
           IF FS NOT = "00"
               GO TO RGRAVAX
           .
           IF TIPOW = "M"
               PERFORM RGRVM THRU RGRVMX
           .
           IF TIPOW = "G"
               PERFORM RGRVG THRU RGRVGX
           .
           IF TIPOW = "F"
               PERFORM RGRVF THRU RGRVFX
           .
           IF TIPOW = "D"
               MOVE SADANO TO SI13ANO
               MOVE SADAVOS TO SI13AVOS
               MOVE SADADIANT TO SI13ADIANT
               MOVE "00" TO FS
           .
           IF TIPOW = "B"
               PERFORM RGRVB THRU RGRVBX
           .
           IF TIPOW = "E"
               PERFORM RGRVE THRU RGRVEX
           .
           IF FS NOT = "00"
               ADD 1 TO QTERRO
               MOVE SPACES TO LINHA
               STRING "LINHA " NUMLIN " TIPO " TIPOW " MAT " MATW
                   " ERRO NA GRAVACAO - FS " FS
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO SALRLINE
               WRITE SALRLINE
               GO TO RGRAVAX
           .
           REWRITE SALDOINIREC
           ADD 1 TO QTGRAV
           .
       RGRAVAX.
           EXIT.
       RMARCA.
           MOVE MATW TO SIMAT
           READ SALDOINI
           IF FS = "00"
               GO TO RMARCAX
           .
           MOVE MATW TO SIMAT
           MOVE CORCNPJ TO SICNPJ
           MOVE CORMES TO SICORMES
           MOVE CORANO TO SICORANO
           MOVE ZEROS TO SIQTMES SIBRUTO SIIMPR SIFGTS SIFERDIAS
           MOVE ZEROS TO SI13ANO SI13AVOS SI13ADIANT SIBHSALDO
           MOVE ZEROS TO SIQTEMPR
           MOVE RCSEQX TO SILOTE
           MOVE HOJE TO SIDATA
           MOVE OPERID TO SIOPER
           WRITE SALDOINIREC
           IF FS NOT = "00"
               ADD 1 TO QTERRO
               MOVE SPACES TO LINHA
               STRING "MAT " MATW " ERRO AO GRAVAR SALDOINI - FS " FS
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO SALRLINE
               WRITE SALRLINE
               GO TO RMARCAX
           .
           ADD 1 TO QTFUNC
           MOVE "I" TO LOGACAO
           MOVE MATW TO LOGRK
           PERFORM RLOG
           MOVE "00" TO FS
           .
       RMARCAX.
           EXIT.
       RGRVM.
      *-----------------------------------------------------------------
      *FOLHA DA EMPRESA ANTERIOR GRAVADA COMO COMPETENCIA ARQUIVADA NO
      *LAYOUT ATUAL (HVER 02) - SO RENDIMENTO, DESCONTOS LEGAIS E
      *VARIAVEIS; O FGTS DO PERIODO JA ESTA NO SALDO DO REGISTRO G
      *-----------------------------------------------------------------
           MOVE MATW TO RKF
           MOVE SAMMES TO RKM
           MOVE SAMANO TO RKY
           MOVE ZEROS TO PSALVALB PINSS PIMPR PSALF PSLIQUID
           MOVE ZEROS TO PFGTS PFGTSAC PNHREXT PVALHREXT PNHNOT
           MOVE ZEROS TO PVALHNOT PVALINSPER PVALSIND PVALPENSAO
           MOVE ZEROS TO PVALLANCE PVALLANCD PVALADIANT PVALBENEF
           MOVE ZEROS TO PNHFER PVALHFER PVALEMPR PVALDSR PVALCOMIS
           MOVE ZEROS TO PVALSDABAT PVALSDNOVO PVALVINC PVALATRAS
           MOVE ZEROS TO PVALINTRA PVALANUEN PVALPENH PVALREDIR
           MOVE SPACES TO PTIPOHE
           MOVE SAMBRUTO TO PSALVALB
           MOVE SAMINSS TO PINSS
           MOVE SAMIMPR TO PIMPR
           MOVE SAMHEXT TO PVALHREXT
           MOVE SAMNOT TO PVALHNOT
           MOVE SAMDSR TO PVALDSR
           MOVE SAMCOMIS TO PVALCOMIS
           COMPUTE PSLIQUID = SAMBRUTO - SAMINSS - SAMIMPR
           IF SAMROTA = SPACE
               MOVE "L" TO PIRRFROTA
           ELSE
               MOVE SAMROTA TO PIRRFROTA
           .
           MOVE SPACES TO PRHREC
           MOVE PRM TO PRHREC
           MOVE 2 TO HVER
           WRITE PRHREC
           IF FS NOT = "00"
               GO TO RGRVMX
           .
           MOVE RKF TO SMRKF
           MOVE RKY TO SMRKY
           READ PRSUMM
           IF FS NOT = "00"
               MOVE ZEROS TO SMMESES SMBRUTO SMINSS SMIMPR SMLIQ
               WRITE PRSUMMREC
           .
           ADD 1 TO SMMESES
           ADD PSALVALB TO SMBRUTO
           ADD PINSS TO SMINSS
           ADD PIMPR TO SMIMPR
           ADD PSLIQUID TO SMLIQ
           REWRITE PRSUMMREC
           IF FS NOT = "00"
               GO TO RGRVMX
           .
           ADD 1 TO SIQTMES
           IF SAMANO = CORANO
               ADD SAMBRUTO TO SIBRUTO
               ADD SAMIMPR TO SIIMPR
           .
       RGRVMX.
           EXIT.
       RGRVG.
           MOVE MATW TO FRK
           MOVE SAGSALDO TO ACFGTS
           WRITE FGTSREC
           IF FS = "00"
               MOVE SAGSALDO TO SIFGTS
           .
       RGRVGX.
           EXIT.
       RGRVF.
      *-----------------------------------------------------------------
      *APURADO ATE O CORTE - O FERIAS/FPP019 ACUMULA DALI EM DIANTE
      *-----------------------------------------------------------------
           MOVE MATW TO FERK
           MOVE SAFDIAS TO DIASACUM
           MOVE CORMES TO ULTMES
           MOVE CORANO TO ULTANO
           MOVE ZEROS TO ULTSEQ
           WRITE FERIASREC
           IF FS = "00"
               MOVE SAFDIAS TO SIFERDIAS
           .
       RGRVFX.
           EXIT.
       RGRVB.
           MOVE MATW TO BHRK
           MOVE SABHORAS TO BHSALDO
           MOVE SABMES TO BHCREDMES
           MOVE SABANO TO BHCREDANO
           MOVE 1 TO BHULTSEQ
           WRITE BANCOHRSREC
           IF FS NOT = "00"
               GO TO RGRVBX
           .
           MOVE MATW TO BHMRKF
           MOVE 1 TO BHMSEQ
           MOVE "I" TO BHMTIPO
           MOVE SABHORAS TO BHMHORAS
           MOVE CORMES TO BHMMES
           MOVE CORANO TO BHMANO
           WRITE BANCOHRMREC
           MOVE SABHORAS TO SIBHSALDO
           MOVE "00" TO FS
           .
       RGRVBX.
           EXIT.
       RGRVE.
      *-----------------------------------------------------------------
      *CONTRATO EM CURSO NA PROXIMA SEQUENCIA DA MATRICULA; A ULTIMA
      *COMPETENCIA DESCONTADA E O CORTE, ENTAO A FOLHA SEGUE DALI
      *-----------------------------------------------------------------
           MOVE ZEROS TO PROXSEQ
           MOVE MATW TO EMRKF
           MOVE ZEROS TO EMSEQ
           START EMPREST KEY IS NOT LESS THAN EMRK
           IF FS NOT = "00"
               GO TO RGRVE3
           .
       RGRVE2.
           READ EMPREST NEXT RECORD
           IF FS = "00" AND EMRKF = MATW
               MOVE EMSEQ TO PROXSEQ
               GO TO RGRVE2
           .
       RGRVE3.
           ADD 1 TO PROXSEQ
           MOVE MATW TO EMRKF
           MOVE PROXSEQ TO EMSEQ
           MOVE SAECONTR TO EMCONTR
           MOVE SAEBANCO TO EMBANCO
           MOVE SAETOTAL TO EMTOTAL
           MOVE SAEPARCVAL TO EMPARCVAL
           MOVE SAENPARC TO EMNPARC
           MOVE SAEPARCPAG TO EMPARCPAG
           MOVE SAEINIMES TO EMINIMES
           MOVE SAEINIANO TO EMINIANO
           MOVE CORMES TO EMULTMES
           MOVE CORANO TO EMULTANO
           MOVE "A" TO EMSTATUS
           WRITE EMPRESTREC
           IF FS = "00"
               ADD 1 TO SIQTEMPR
           .
       RGRVEX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA O RELATORIO SOB NOME CONTROLADO COM O OPERADOR - O
      *NUMERO DO RELATORIO E O LOTE DA CARGA
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
           MOVE "SALDOIMP" TO RCPROG
           MOVE CORMES TO RCKM
           MOVE CORANO TO RCKY
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
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO DE FOLHA NO CADASTRO
      *DE OPERADORES (CADOPER/FPP058)
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
           MOVE "SALDOIMP" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
