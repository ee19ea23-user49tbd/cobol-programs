       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSCONC.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CONCILIACAO DA GUIA DO FGTS DIGITAL - O DETALHAMENTO DA GUIA
      *(MONTADA PELO GOVERNO A PARTIR DOS EVENTOS ESOCIAL) E CONFERIDO
      *POR TRABALHADOR CONTRA O PFGTS DA FOLHA (PRT1, OU PRHIST SE A
      *COMPETENCIA JA FOI ARQUIVADA) MAIS O FGTS DAS CONVOCACOES DO
      *INTERMITENTE PAGAS NA COMPETENCIA (CONVOC1.DAT) E CONTRA A
      *MULTA DE 40% DO TERMO DE RESCISAO (RESCIS1.DAT), COM O SALDO DO
      *FGTSBAL PARA
      *CONFERENCIA DA BASE. CADA DIVERGENCIA SAI COM A SITUACAO DO
      *EVENTO NO ESOCRET (FPP076) E O EVENTO A REENVIAR: S1200 PARA O
      *DEPOSITO MENSAL, S2299 PARA A MULTA RESCISORIA. UMA SEGUNDA
      *PASSADA NA FOLHA DA COMPETENCIA DA GUIA LISTA QUEM TEM FGTS
      *APURADO E NAO CONSTA DA GUIA. NADA E GRAVADO NOS CADASTROS
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .
      *-----------------------------------------------------------------
           SELECT PRIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PXRK
           ALTERNATE RECORD KEY IS PXFK
           .
      *-----------------------------------------------------------------
           SELECT PRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HRK
           .
      *-----------------------------------------------------------------
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
           SELECT FGTSBAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FGRK
           .
      *-----------------------------------------------------------------
           SELECT RESCIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RSRK
           .
      *-----------------------------------------------------------------
           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .
      *-----------------------------------------------------------------
           SELECT EVSTAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EVSRK
           .
      *-----------------------------------------------------------------
           SELECT GUIADIG ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
      *-----------------------------------------------------------------
           SELECT CRITRPT ASSIGN TO NOMECRIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
      *-----------------------------------------------------------------
           SELECT CONCRPT ASSIGN TO NOMEREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
      *-----------------------------------------------------------------
           SELECT RELCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCSEQ
           .
      *-----------------------------------------------------------------
           SELECT RCATCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCCK
           .
       DATA DIVISION.
       FILE SECTION.
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
      *INDICE DA FOLHA POR COMPETENCIA (VER PRIDXGER/FPP148)
      *-----------------------------------------------------------------
       FD PRIDX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRIDX1.DAT".
       COPY PRIDX.
      *-----------------------------------------------------------------
      *FOLHAS DOS ANOS JA ARQUIVADOS (VER PRHIST)
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *SALDO FGTS VARIAVEIS
      *-----------------------------------------------------------------
       FD FGTSBAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FGTSBAL.DAT".
       01 FGTSREC.
           03 FGRK      PIC 9(06).
           03 ACFGTS    PIC 9(12)V99.
      *-----------------------------------------------------------------
      *CONVOCACOES PAGAS DO INTERMITENTE (VER PAGINTER/FPP129) - O FGTS
      *DELAS CONTA COMO O DA FOLHA NA COMPETENCIA DO PAGAMENTO
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
      *TERMO DE RESCISAO (VER RESCISAO/FPP038)
      *-----------------------------------------------------------------
       FD RESCIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RESCIS1.DAT".
       01 RESCISREC.
           03 RSRK        PIC 9(06).
           03 RSDDIA      PIC 9(02).
           03 RSDMES      PIC 9(02).
           03 RSDANO      PIC 9(04).
           03 RSSALDOSAL  PIC 9(10)V99.
           03 RSFERVENC   PIC 9(10)V99.
           03 RSFERPROP   PIC 9(10)V99.
           03 RSFERTERCO  PIC 9(10)V99.
           03 RS13PROP    PIC 9(10)V99.
           03 RSAVISO     PIC 9(10)V99.
           03 RSMULTFGTS  PIC 9(10)V99.
           03 RSEMPREST   PIC 9(10)V99.
           03 RSBANCOH    PIC 9(10)V99.
           03 RSTOTAL     PIC 9(12)V99.
           03 RSART479    PIC 9(10)V99.
           03 RSMEDHE     PIC 9(10)V99.
           03 RSMEDNOT    PIC 9(10)V99.
           03 RSMEDDSR    PIC 9(10)V99.
           03 RSMEDCOM    PIC 9(10)V99.
           03 RSIRRF      PIC 9(10)V99.
      *-----------------------------------------------------------------
      *SITUACAO DOS EVENTOS ESOCIAL TRANSMITIDOS (VER ESOCRET/FPP076)
      *-----------------------------------------------------------------
       FD EVSTAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EVSTAT1.DAT".
       01 EVSTATREC.
           03 EVSRK.
               05 EVSMAT   PIC 9(06).
               05 EVSCOD   PIC X(05).
               05 EVSCOMP  PIC 9(06).
           03 EVSPROT     PIC X(15).
           03 EVSSTAT     PIC X(01).
           03 EVSMOTIV    PIC X(02).
           03 EVSDATA     PIC 9(08).
      *-----------------------------------------------------------------
      *DETALHAMENTO DA GUIA DO FGTS DIGITAL - TIPO 0-HEADER (COMPETENCIA
      *AAAAMM DA GUIA, IDENTIFICADOR E EMISSAO), 1-TRABALHADOR (CPF,
      *MATRICULA ESOCIAL, COMPETENCIA AAAAMM - A GUIA PODE TRAZER
      *COMPETENCIAS EM ATRASO -, BASE, FGTS MENSAL, FGTS RESCISORIO E
      *MULTA RESCISORIA) E 9-TRAILER (QUANTIDADE E SOMA DOS VALORES)
      *-----------------------------------------------------------------
       FD GUIADIG
           LABEL RECORD IS STANDARD.
       01 GDLINE PIC X(100).
       01 GDHEADER.
           03 GHTIPO      PIC X(01).
           03 GHCOMP      PIC 9(06).
           03 GHCOMPR REDEFINES GHCOMP.
               05 GHANO    PIC 9(04).
               05 GHMES    PIC 9(02).
           03 GHGUIA      PIC X(20).
           03 GHDATA      PIC 9(08).
           03 FILLER      PIC X(65).
       01 GDDETALHE.
           03 GDTIPO      PIC X(01).
           03 GDCPF       PIC 9(11).
           03 GDMAT       PIC 9(06).
           03 GDCOMP      PIC 9(06).
           03 GDCOMPR REDEFINES GDCOMP.
               05 GDANO    PIC 9(04).
               05 GDMES    PIC 9(02).
           03 GDBASE      PIC 9(10)V99.
           03 GDMENSAL    PIC 9(10)V99.
           03 GDRESC      PIC 9(10)V99.
           03 GDMULTA     PIC 9(10)V99.
           03 FILLER      PIC X(28).
       01 GDTRAILER.
           03 GTTIPO      PIC X(01).
           03 GTQTDE      PIC 9(06).
           03 GTTOTAL     PIC 9(12)V99.
           03 FILLER      PIC X(79).
      *-----------------------------------------------------------------
       FD CRITRPT
           LABEL RECORD IS STANDARD.
       01 CRITLINE PIC X(80).
      *-----------------------------------------------------------------
       FD CONCRPT
           LABEL RECORD IS STANDARD.
       01 CONCLINE PIC X(132).
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107) - A SAIDA FICA
      *RETIDA SOB NOME CONTROLADO E PODE SER REIMPRESSA
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
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO - O FGTS PRESCREVE EM 5 ANOS
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
      *-----------------------------------------------------------------
      *TOLERANCIA DE ARREDONDAMENTO POR TRABALHADOR - O FGTS DIGITAL
      *ARREDONDA RUBRICA A RUBRICA E A FOLHA ARREDONDA A BASE
      *-----------------------------------------------------------------
           01 DIFTOL      PIC 9(01)V99 VALUE 0,05.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 PXOK        PIC X(01).
           01 HISTOK      PIC X(01).
           01 FGOK        PIC X(01).
           01 RESOK       PIC X(01).
           01 EVSOK       PIC X(01).
           01 CONVOK      PIC X(01).
           01 NOMEARQ     PIC X(40).
           01 NOMECRIT    PIC X(40).
           01 NOMEREL     PIC X(40).
           01 HOJE        PIC 9(08).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 BMES        PIC 9(02).
           01 BANO        PIC 9(04).
           01 GUIAID      PIC X(20).
           01 MOTIVO      PIC X(40).
           01 LINHA       PIC X(132).
           01 NOMEW       PIC X(25).
      *-----------------------------------------------------------------
      *TRABALHADOR CORRENTE - VALORES DA GUIA E DA NOSSA APURACAO
      *-----------------------------------------------------------------
           01 CURMAT      PIC 9(06).
           01 CURMES      PIC 9(02).
           01 CURANO      PIC 9(04).
           01 FOLHAOK     PIC X(01).
           01 DESLIG      PIC X(01).
           01 GUIAFG      PIC 9(10)V99.
           01 GUIAMUL     PIC 9(10)V99.
           01 FOLHAFG     PIC 9(10)V99.
           01 TERMOMUL    PIC 9(10)V99.
           01 SALDOFG     PIC 9(12)V99.
           01 SALDOMUL    PIC 9(10)V99.
           01 DIFFG       PIC S9(10)V99.
           01 DIFMUL      PIC S9(10)V99.
           01 DIVFG       PIC X(01).
           01 DIVMUL      PIC X(01).
           01 ORIGMUL     PIC X(12).
      *-----------------------------------------------------------------
      *EVENTO A CONSULTAR NO EVSTAT E A ACAO SUGERIDA
      *-----------------------------------------------------------------
           01 EVCODW      PIC X(05).
           01 EVACHOU     PIC X(01).
           01 EVSTATW     PIC X(01).
           01 EVMOTW      PIC X(02).
           01 EVDATAW     PIC 9(08).
           01 ACAO        PIC X(80).
      *-----------------------------------------------------------------
      *MATRICULAS DA COMPETENCIA DA GUIA JA CONFERIDAS NA PRIMEIRA
      *PASSADA - A SEGUNDA PASSADA NA FOLHA SO LISTA AS QUE FALTAM
      *-----------------------------------------------------------------
           01 GUIATAB.
               03 GUIAENT OCCURS 5000 TIMES.
                   05 GUIAMAT PIC 9(06).
           01 GUIAQTD     PIC 9(04).
           01 GUIAIDX     PIC 9(04).
           01 GUIAACHOU   PIC X(01).
           01 GUIACHEIA   PIC X(01).
           01 TRAILOK     PIC X(01).
           01 TOTLIDO     PIC 9(06).
           01 TOTTRAB     PIC 9(06).
           01 TOTOK       PIC 9(06).
           01 TOTDIV      PIC 9(06).
           01 TOTAUS      PIC 9(06).
           01 TOTCRIT     PIC 9(06).
           01 TOTARQ      PIC 9(12)V99.
           01 TOTGFG      PIC 9(12)V99.
           01 TOTGMUL     PIC 9(12)V99.
           01 TOTFFG      PIC 9(12)V99.
           01 TOTTMUL     PIC 9(12)V99.
           01 VALE1       PIC ZZ.ZZZ.ZZ9,99.
           01 VALE2       PIC ZZ.ZZZ.ZZ9,99.
           01 VALE3       PIC ZZ.ZZZ.ZZ9,99.
           01 VALE4       PIC ZZ.ZZZ.ZZ9,99.
           01 VALT1       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 VALT2       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
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
           OPEN INPUT PR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PR"
               CLOSE RELCAT RCATCTL
               GOBACK
       .
       R01PX.
           OPEN INPUT PRIDX
           IF FS NOT = "00"
               DISPLAY "AVISO: INDICE DA FOLHA AUSENTE - LEITURA LENTA"
               DISPLAY "RODE O CONVERTE, OPCAO 18, PARA CRIAR O INDICE"
               MOVE "N" TO PXOK
           ELSE
               MOVE "S" TO PXOK
       .
       R01H.
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE RELCAT RCATCTL PR
               IF PXOK = "S"
                   CLOSE PRIDX
               END-IF
               IF HISTOK = "S"
                   CLOSE PRHIST
               END-IF
               GOBACK
       .
       R01F.
           OPEN INPUT FGTSBAL
           IF FS NOT = "00"
               MOVE "N" TO FGOK
           ELSE
               MOVE "S" TO FGOK
       .
       R01R.
           OPEN INPUT RESCIS
           IF FS NOT = "00"
               MOVE "N" TO RESOK
           ELSE
               MOVE "S" TO RESOK
       .
       R01I.
           OPEN INPUT CONVOC
           IF FS NOT = "00"
               MOVE "N" TO CONVOK
           ELSE
               MOVE "S" TO CONVOK
       .
       R01E.
           OPEN INPUT EVSTAT
           IF FS NOT = "00"
               DISPLAY "AVISO: SEM RECIBOS DO ESOCIAL (ESOCRET/FPP076)"
               DISPLAY "TODOS OS EVENTOS SAIRAO COMO NAO TRANSMITIDOS"
               MOVE "N" TO EVSOK
           ELSE
               MOVE "S" TO EVSOK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TOTLIDO TOTTRAB TOTOK TOTDIV TOTAUS TOTCRIT
           MOVE ZEROS TO TOTARQ TOTGFG TOTGMUL TOTFFG TOTTMUL
           MOVE ZEROS TO GUIAQTD
           MOVE "N" TO GUIACHEIA
           MOVE "N" TO TRAILOK
           DISPLAY "CONCILIACAO DA GUIA DO FGTS DIGITAL"
           MOVE SPACES TO NOMEARQ
           DISPLAY "ARQUIVO DE DETALHAMENTO DA GUIA (BRANCO-SAI): "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               GO TO RF1
           .
       R03.
           MOVE SPACES TO NOMECRIT
           DISPLAY "DIGITE O NOME DO RELATORIO DE CRITICAS: "
           ACCEPT NOMECRIT
           IF NOMECRIT = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R03
           .
           OPEN INPUT GUIADIG
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DA GUIA: " FSX
               GO TO RF1
           .
      *-----------------------------------------------------------------
      *O HEADER DA A COMPETENCIA DA GUIA - SEM ELE O ARQUIVO NAO E O
      *DETALHAMENTO DO FGTS DIGITAL
      *-----------------------------------------------------------------
           READ GUIADIG
           IF FSX NOT = "00"
               DISPLAY "ARQUIVO DA GUIA VAZIO"
               CLOSE GUIADIG
               GO TO RF1
           .
           IF GHTIPO NOT = "0" OR GHCOMP NOT NUMERIC
                   OR GHMES = ZEROS OR GHMES > 12
               DISPLAY "ARQUIVO SEM HEADER DA GUIA DO FGTS DIGITAL"
               CLOSE GUIADIG
               GO TO RF1
           .
           MOVE GHMES TO BMES
           MOVE GHANO TO BANO
           MOVE GHGUIA TO GUIAID
           OPEN OUTPUT CRITRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO: " FSX
               CLOSE GUIADIG
               GO TO RF1
           .
           MOVE SPACES TO LINHA
           STRING "CRITICAS DA GUIA DO FGTS DIGITAL " GUIAID
               " - COMPETENCIA " BMES "/" BANO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           MOVE ALL "-" TO CRITLINE
           WRITE CRITLINE
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEREL = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               CLOSE GUIADIG CRITRPT
               GO TO RF1
           .
           OPEN OUTPUT CONCRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               CLOSE GUIADIG CRITRPT
               GO TO RF1
           .
           MOVE ALL "=" TO CONCLINE
           WRITE CONCLINE
           MOVE SPACES TO LINHA
           STRING "CONCILIACAO DA GUIA DO FGTS DIGITAL " GUIAID
               " - COMPETENCIA " BMES "/" BANO " - EMITIDO EM " HOJE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONCLINE
           WRITE CONCLINE
           MOVE "SO DIVERGENCIAS - FGTS GUIA = MENSAL + RESCISORIO"
               TO CONCLINE
           WRITE CONCLINE
           MOVE SPACES TO LINHA
           STRING "MATRIC NOME                      COMP   "
               "     FGTS GUIA    FGTS FOLHA"
               "    MULTA GUIA   MULTA TERMO"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONCLINE
           WRITE CONCLINE
           MOVE ALL "=" TO CONCLINE
           WRITE CONCLINE
       .
       R05.
      *-----------------------------------------------------------------
      *PRIMEIRA PASSADA - CADA TRABALHADOR DA GUIA CONTRA A FOLHA E O
      *TERMO DE RESCISAO DA COMPETENCIA DA LINHA
      *-----------------------------------------------------------------
           READ GUIADIG
           IF FSX NOT = "00"
               GO TO R06
           END-IF
           ADD 1 TO TOTLIDO
           IF GDTIPO = "9"
               PERFORM RTRAILER THRU RTRAILERX
               GO TO R05
           END-IF
           IF GDTIPO NOT = "1"
               MOVE "TIPO DE REGISTRO INVALIDO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           IF GDCPF NOT NUMERIC OR GDMAT NOT NUMERIC
                   OR GDCOMP NOT NUMERIC OR GDMENSAL NOT NUMERIC
                   OR GDRESC NOT NUMERIC OR GDMULTA NOT NUMERIC
               MOVE "LINHA COM CAMPO NAO NUMERICO" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           IF GDMES = ZEROS OR GDMES > 12 OR GDANO = ZEROS
               MOVE "COMPETENCIA INVALIDA" TO MOTIVO
               PERFORM RCRITICA
               GO TO R05
           END-IF
           ADD GDMENSAL GDRESC GDMULTA TO TOTARQ
           IF GDMAT = ZEROS
               MOVE GDCPF TO CPF
               READ FILEFUNC KEY IS CPF
               IF FS NOT = "00"
                   MOVE "CPF NAO CADASTRADO" TO MOTIVO
                   PERFORM RCRITICA
                   GO TO R05
               END-IF
           ELSE
               MOVE GDMAT TO RKT
               READ FILEFUNC
               IF FS NOT = "00"
                   MOVE "MATRICULA NAO CADASTRADA" TO MOTIVO
                   PERFORM RCRITICA
                   GO TO R05
               END-IF
               IF CPF NOT = GDCPF
                   MOVE "CPF DIFERE DO CADASTRO - CONFERIR S2200/S2205"
                       TO MOTIVO
                   PERFORM RCRITICA
                   GO TO R05
               END-IF
           END-IF
           MOVE RKT TO CURMAT
           MOVE GDMES TO CURMES
           MOVE GDANO TO CURANO
           IF CURMES = BMES AND CURANO = BANO
               PERFORM RGUIATAB THRU RGUIATABX
               IF GUIAACHOU = "S"
                   MOVE "TRABALHADOR REPETIDO NA GUIA" TO MOTIVO
                   PERFORM RCRITICA
                   GO TO R05
               END-IF
               IF GUIAQTD NOT < 5000
                   MOVE "S" TO GUIACHEIA
               ELSE
                   ADD 1 TO GUIAQTD
                   MOVE CURMAT TO GUIAMAT (GUIAQTD)
               END-IF
           END-IF
           ADD 1 TO TOTTRAB
           COMPUTE GUIAFG = GDMENSAL + GDRESC
           MOVE GDMULTA TO GUIAMUL
           PERFORM RFOLHA THRU RFOLHAX
           PERFORM RCONFERE THRU RCONFEREX
           GO TO R05
       .
       R06.
           IF TRAILOK NOT = "S"
               MOVE SPACES TO GDLINE
               MOVE "ARQUIVO SEM TRAILER OU TRAILER NAO CONFERE"
                   TO MOTIVO
               PERFORM RCRITICA
           .
           CLOSE GUIADIG
           IF GUIACHEIA = "S"
               MOVE SPACES TO CONCLINE
               WRITE CONCLINE
               MOVE "MAIS DE 5000 TRABALHADORES NA GUIA - A PASSADA DOS"
                   TO CONCLINE
               WRITE CONCLINE
               MOVE "AUSENTES NA GUIA NAO FOI FEITA" TO CONCLINE
               WRITE CONCLINE
               GO TO R08
           .
           MOVE BMES TO BRKM
           MOVE BANO TO BRKY
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               GO TO R07I
           .
       R07.
      *-----------------------------------------------------------------
      *SEGUNDA PASSADA - FGTS APURADO NA FOLHA DA COMPETENCIA DA GUIA
      *(OU MULTA NO TERMO) PARA QUEM NAO VEIO NA GUIA
      *-----------------------------------------------------------------
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R07I
           END-IF
           IF RKM NOT = BMES OR RKY NOT = BANO
               GO TO R07
           END-IF
           MOVE RKF TO CURMAT
           PERFORM RGUIATAB THRU RGUIATABX
           IF GUIAACHOU = "S"
               GO TO R07
           END-IF
           MOVE BMES TO CURMES
           MOVE BANO TO CURANO
           MOVE "S" TO FOLHAOK
           MOVE PFGTS TO FOLHAFG
           PERFORM RCONVFG THRU RCONVFGX
           PERFORM RTERMO THRU RTERMOX
           IF FOLHAFG = ZEROS AND TERMOMUL = ZEROS
               GO TO R07
           END-IF
           MOVE CURMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE SPACES TO NOME
           END-IF
           ADD 1 TO TOTAUS
           MOVE ZEROS TO GUIAFG GUIAMUL
           PERFORM RCONFERE THRU RCONFEREX
           GO TO R07
       .
       R07I.
      *-----------------------------------------------------------------
      *INTERMITENTE COM CONVOCACAO PAGA NA COMPETENCIA DA GUIA QUE NAO
      *VEIO NELA - O INTERMITENTE NAO TEM FOLHA, SO A CONVOCACAO
      *-----------------------------------------------------------------
           IF CONVOK NOT = "S"
               GO TO R08
           .
           MOVE ZEROS TO IVMAT IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO R08
           .
       R07I2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF IVSIT NOT = "G" OR IVPGM NOT = BMES OR IVPGY NOT = BANO
               GO TO R07I2
           END-IF
           MOVE IVMAT TO CURMAT
           PERFORM RGUIATAB THRU RGUIATABX
           IF GUIAACHOU = "S"
               GO TO R07I3
           END-IF
           MOVE BMES TO CURMES
           MOVE BANO TO CURANO
           MOVE "N" TO FOLHAOK
           MOVE ZEROS TO FOLHAFG
           PERFORM RCONVFG THRU RCONVFGX
           PERFORM RTERMO THRU RTERMOX
           MOVE CURMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE SPACES TO NOME
           END-IF
           ADD 1 TO TOTAUS
           MOVE ZEROS TO GUIAFG GUIAMUL
           PERFORM RCONFERE THRU RCONFEREX
       .
       R07I3.
      *-----------------------------------------------------------------
      *A MATRICULA JA FOI TRATADA INTEIRA - SEGUE NA PROXIMA
      *-----------------------------------------------------------------
           MOVE CURMAT TO IVMAT
           MOVE 999 TO IVSEQ
           START CONVOC KEY IS GREATER THAN IVRK
           IF FS NOT = "00"
               GO TO R08
           .
           GO TO R07I2
       .
       R08.
           MOVE ALL "=" TO CONCLINE
           WRITE CONCLINE
           MOVE TOTGFG TO VALT1
           MOVE TOTFFG TO VALT2
           MOVE SPACES TO LINHA
           STRING "TOTAL FGTS  - GUIA " VALT1 "  FOLHA " VALT2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONCLINE
           WRITE CONCLINE
           MOVE TOTGMUL TO VALT1
           MOVE TOTTMUL TO VALT2
           MOVE SPACES TO LINHA
           STRING "TOTAL MULTA - GUIA " VALT1 "  TERMO " VALT2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONCLINE
           WRITE CONCLINE
           MOVE SPACES TO LINHA
           STRING "TRABALHADORES NA GUIA " TOTTRAB " CONFEREM " TOTOK
               " DIVERGENTES " TOTDIV " AUSENTES NA GUIA " TOTAUS
               " CRITICADOS " TOTCRIT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONCLINE
           WRITE CONCLINE
           CLOSE CONCRPT CRITRPT
           DISPLAY "LINHAS LIDAS DA GUIA.....: " TOTLIDO
           DISPLAY "TRABALHADORES CONFERIDOS.: " TOTTRAB
           DISPLAY "SEM DIVERGENCIA..........: " TOTOK
           DISPLAY "DIVERGENTES..............: " TOTDIV
           DISPLAY "AUSENTES NA GUIA.........: " TOTAUS
           DISPLAY "LINHAS CRITICADAS........: " TOTCRIT
           IF TOTDIV > ZEROS OR TOTAUS > ZEROS
               DISPLAY "REENVIE OS EVENTOS INDICADOS (FPP039) ANTES DE"
               DISPLAY "EMITIR A GUIA DEFINITIVA NO FGTS DIGITAL"
           .
           DISPLAY "RELATORIO GRAVADO EM " NOMEREL
       .
       RF1.
           CLOSE RELCAT RCATCTL PR FILEFUNC
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF HISTOK = "S"
               CLOSE PRHIST
           END-IF
           IF FGOK = "S"
               CLOSE FGTSBAL
           END-IF
           IF RESOK = "S"
               CLOSE RESCIS
           END-IF
           IF EVSOK = "S"
               CLOSE EVSTAT
           END-IF
           IF CONVOK = "S"
               CLOSE CONVOC
           END-IF
           GOBACK
           .
       RF2.
           EXIT PROGRAM
           .
       RFOLHA.
      *-----------------------------------------------------------------
      *PFGTS DA COMPETENCIA CURMES/CURANO - FOLHA ATIVA OU ARQUIVADA
      *-----------------------------------------------------------------
           MOVE "N" TO FOLHAOK
           MOVE ZEROS TO FOLHAFG
           MOVE CURMAT TO RKF
           MOVE CURMES TO RKM
           MOVE CURANO TO RKY
           READ PR
           IF FS = "00"
               MOVE "S" TO FOLHAOK
               MOVE PFGTS TO FOLHAFG
               GO TO RFOLHA2
           .
           IF HISTOK = "S"
               MOVE RK TO HRK
               READ PRHIST
               IF FS = "00"
                   MOVE PRHREC TO PRM
                   MOVE "S" TO FOLHAOK
                   MOVE PFGTS TO FOLHAFG
               END-IF
           .
       RFOLHA2.
           PERFORM RCONVFG THRU RCONVFGX
           PERFORM RTERMO THRU RTERMOX
           .
       RFOLHAX.
           EXIT.
       RCONVFG.
      *-----------------------------------------------------------------
      *SOMA AO FOLHAFG O FGTS DAS CONVOCACOES DE CURMAT PAGAS EM
      *CURMES/CURANO
      *-----------------------------------------------------------------
           IF CONVOK NOT = "S"
               GO TO RCONVFGX
           .
           MOVE CURMAT TO IVMAT
           MOVE ZEROS TO IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO RCONVFGX
           .
       RCONVFG2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00" OR IVMAT NOT = CURMAT
               GO TO RCONVFGX
           END-IF
           IF IVSIT = "G" AND IVPGM = CURMES AND IVPGY = CURANO
               MOVE "S" TO FOLHAOK
               ADD IVFGTS TO FOLHAFG
           END-IF
           GO TO RCONVFG2
           .
       RCONVFGX.
           EXIT.
       RTERMO.
      *-----------------------------------------------------------------
      *MULTA DE 40% DO TERMO QUANDO O DESLIGAMENTO E DA COMPETENCIA;
      *SEM TERMO GRAVADO, 40% DO SALDO DO FGTSBAL SE O CADASTRO JA
      *TEM A DEMISSAO NA COMPETENCIA
      *-----------------------------------------------------------------
           MOVE "N" TO DESLIG
           MOVE ZEROS TO TERMOMUL SALDOFG SALDOMUL
           MOVE SPACES TO ORIGMUL
           IF FGOK = "S"
               MOVE CURMAT TO FGRK
               READ FGTSBAL
               IF FS = "00"
                   MOVE ACFGTS TO SALDOFG
                   COMPUTE SALDOMUL ROUNDED = ACFGTS * 40 / 100
               END-IF
           .
           IF RESOK = "S"
               MOVE CURMAT TO RSRK
               READ RESCIS
               IF FS = "00" AND RSDMES = CURMES AND RSDANO = CURANO
                   MOVE "S" TO DESLIG
                   MOVE RSMULTFGTS TO TERMOMUL
                   MOVE "TERMO" TO ORIGMUL
                   GO TO RTERMOX
               END-IF
           .
           MOVE CURMAT TO RKT
           READ FILEFUNC
           IF FS = "00" AND DDDIA NOT = ZEROS
                   AND DDMES = CURMES AND DDANO = CURANO
               MOVE "S" TO DESLIG
               MOVE SALDOMUL TO TERMOMUL
               MOVE "SEM TERMO" TO ORIGMUL
           .
       RTERMOX.
           EXIT.
       RCONFERE.
      *-----------------------------------------------------------------
      *COMPARA GUIA X FOLHA (FGTS) E GUIA X TERMO (MULTA) E LISTA A
      *DIVERGENCIA COM O EVENTO A REENVIAR
      *-----------------------------------------------------------------
           ADD GUIAFG TO TOTGFG
           ADD GUIAMUL TO TOTGMUL
           ADD FOLHAFG TO TOTFFG
           ADD TERMOMUL TO TOTTMUL
           MOVE "N" TO DIVFG DIVMUL
           COMPUTE DIFFG = GUIAFG - FOLHAFG
           COMPUTE DIFMUL = GUIAMUL - TERMOMUL
           IF DIFFG > DIFTOL OR DIFFG < - DIFTOL
               MOVE "S" TO DIVFG
           .
           IF DIFMUL > DIFTOL OR DIFMUL < - DIFTOL
               MOVE "S" TO DIVMUL
           .
           IF DIVFG NOT = "S" AND DIVMUL NOT = "S"
               ADD 1 TO TOTOK
               GO TO RCONFEREX
           .
           ADD 1 TO TOTDIV
           MOVE NOME TO NOMEW
           MOVE GUIAFG TO VALE1
           MOVE FOLHAFG TO VALE2
           MOVE GUIAMUL TO VALE3
           MOVE TERMOMUL TO VALE4
           MOVE SPACES TO LINHA
           STRING CURMAT " " NOMEW " " CURMES "/" CURANO " "
               VALE1 " " VALE2 " " VALE3 " " VALE4
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONCLINE
           WRITE CONCLINE
           IF DIVFG = "S"
               MOVE "S1200" TO EVCODW
               PERFORM REVENTO THRU REVENTOX
               MOVE SPACES TO LINHA
               IF FOLHAOK = "S"
                   STRING "       FGTS DIVERGENTE -> " ACAO
                       DELIMITED BY SIZE INTO LINHA
               ELSE
                   STRING "       SEM FOLHA NA COMPETENCIA -> " ACAO
                       DELIMITED BY SIZE INTO LINHA
               END-IF
               MOVE LINHA TO CONCLINE
               WRITE CONCLINE
           .
           IF DIVMUL = "S"
               MOVE "S2299" TO EVCODW
               PERFORM REVENTO THRU REVENTOX
               MOVE SPACES TO LINHA
               IF DESLIG = "S"
                   STRING "       MULTA DIVERGENTE (" ORIGMUL ") -> "
                       ACAO
                       DELIMITED BY SIZE INTO LINHA
               ELSE
                   STRING "       MULTA SEM DESLIGAMENTO NA "
                       "COMPETENCIA -> " ACAO
                       DELIMITED BY SIZE INTO LINHA
               END-IF
               MOVE LINHA TO CONCLINE
               WRITE CONCLINE
           .
           IF DESLIG = "S" OR GUIAMUL > ZEROS
               MOVE SALDOFG TO VALT1
               MOVE SALDOMUL TO VALE1
               MOVE SPACES TO LINHA
               STRING "       SALDO FGTSBAL " VALT1 " - 40% "
                   VALE1
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO CONCLINE
               WRITE CONCLINE
           .
       RCONFEREX.
           EXIT.
       REVENTO.
      *-----------------------------------------------------------------
      *SITUACAO DO EVENTO EVCODW DA MATRICULA NO EVSTAT: O S1200 PELA
      *COMPETENCIA (MMAAAA); O S2299 PELO ULTIMO RECIBO DA MATRICULA.
      *SEM RECIBO - ENVIAR; REJEITADO - REENVIAR CORRIGIDO; ACEITO -
      *O GOVERNO TEM OUTRO VALOR, RETIFICAR
      *-----------------------------------------------------------------
           MOVE "N" TO EVACHOU
           IF EVSOK NOT = "S"
               GO TO REVENTO3
           .
           MOVE CURMAT TO EVSMAT
           MOVE EVCODW TO EVSCOD
           IF EVCODW = "S1200"
               COMPUTE EVSCOMP = CURMES * 10000 + CURANO
               READ EVSTAT
               IF FS = "00"
                   MOVE "S" TO EVACHOU
                   MOVE EVSSTAT TO EVSTATW
                   MOVE EVSMOTIV TO EVMOTW
                   MOVE EVSDATA TO EVDATAW
               END-IF
               GO TO REVENTO3
           .
           MOVE ZEROS TO EVSCOMP
           START EVSTAT KEY IS NOT LESS THAN EVSRK
           IF FS NOT = "00"
               GO TO REVENTO3
           .
       REVENTO2.
           READ EVSTAT NEXT RECORD
           IF FS NOT = "00" OR EVSMAT NOT = CURMAT
                   OR EVSCOD NOT = EVCODW
               GO TO REVENTO3
           END-IF
           MOVE "S" TO EVACHOU
           MOVE EVSSTAT TO EVSTATW
           MOVE EVSMOTIV TO EVMOTW
           MOVE EVSDATA TO EVDATAW
           GO TO REVENTO2
           .
       REVENTO3.
           MOVE SPACES TO ACAO
           IF EVACHOU NOT = "S"
               STRING "ENVIAR " EVCODW " - SEM RECIBO NO ESOCRET"
                   DELIMITED BY SIZE INTO ACAO
               GO TO REVENTOX
           .
           IF EVSTATW = "R"
               STRING "REENVIAR " EVCODW " - REJEITADO EM " EVDATAW
                   " MOTIVO " EVMOTW
                   DELIMITED BY SIZE INTO ACAO
               GO TO REVENTOX
           .
           STRING "RETIFICAR " EVCODW " - ACEITO EM " EVDATAW
               " COM OUTRO VALOR"
               DELIMITED BY SIZE INTO ACAO
           .
       REVENTOX.
           EXIT.
       RGUIATAB.
      *-----------------------------------------------------------------
      *PROCURA CURMAT NA TABELA DE MATRICULAS DA GUIA
      *-----------------------------------------------------------------
           MOVE "N" TO GUIAACHOU
           MOVE ZEROS TO GUIAIDX
       RGUIATAB2.
           ADD 1 TO GUIAIDX
           IF GUIAIDX > GUIAQTD
               GO TO RGUIATABX
           .
           IF GUIAMAT (GUIAIDX) = CURMAT
               MOVE "S" TO GUIAACHOU
               GO TO RGUIATABX
           .
           GO TO RGUIATAB2.
       RGUIATABX.
           EXIT.
       RTRAILER.
      *-----------------------------------------------------------------
      *TRAILER - A SOMA DO ARQUIVO TEM DE BATER COM O TOTAL INFORMADO
      *-----------------------------------------------------------------
           IF GTTOTAL NOT NUMERIC OR GTTOTAL NOT = TOTARQ
               MOVE "TOTAL DO TRAILER NAO CONFERE COM AS LINHAS"
                   TO MOTIVO
               PERFORM RCRITICA
               GO TO RTRAILERX
           .
           MOVE "S" TO TRAILOK
           .
       RTRAILERX.
           EXIT.
       RCRITICA.
           ADD 1 TO TOTCRIT
           MOVE SPACES TO LINHA
           STRING GDLINE(1:30) " " MOTIVO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           .
       RPXINI.
      *-----------------------------------------------------------------
      *POSICIONA NA COMPETENCIA PELO INDICE; SEM ELE VOLTA A VARRER A
      *FOLHA DESDE O INICIO
      *-----------------------------------------------------------------
           IF PXOK = "S"
               MOVE BRKY TO PXRKY
               MOVE BRKM TO PXRKM
               MOVE ZEROS TO PXRKF
               START PRIDX KEY IS NOT LESS THAN PXRK
               GO TO RPXINIX
           .
           MOVE ZEROS TO RK
           START PR KEY IS NOT LESS THAN RK
           .
       RPXINIX.
           EXIT.
       RPXLE.
      *-----------------------------------------------------------------
      *PROXIMO REGISTRO DA FOLHA - FS "10" NO FIM DA COMPETENCIA.
      *ENTRADA SEM REGISTRO NA FOLHA (INDICE DEFASADO) E IGNORADA
      *-----------------------------------------------------------------
           IF PXOK NOT = "S"
               READ PR NEXT RECORD
               GO TO RPXLEX
           .
           READ PRIDX NEXT RECORD
           IF FS NOT = "00"
               GO TO RPXLEX
           .
           IF PXRKY NOT = BRKY OR PXRKM NOT = BRKM
               MOVE "10" TO FS
               GO TO RPXLEX
           .
           MOVE PXRKF TO RKF
           MOVE PXRKM TO RKM
           MOVE PXRKY TO RKY
           READ PR
           IF FS = "23"
               GO TO RPXLE
           .
       RPXLEX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO - A REIMPRESSAO SAI DO
      *RELCATAL (FPP107)
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
           MOVE SPACES TO NOMEREL
           STRING "RC" RCSEQX ".TXT"
               INTO NOMEREL
           MOVE RCCSEQ TO RCSEQ
           MOVE "FGTSCONC" TO RCPROG
           MOVE BMES TO RCKM
           MOVE BANO TO RCKY
           MOVE ZEROS TO RCFIL
           MOVE SPACES TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEREL TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           DISPLAY "RELATORIO CATALOGADO COMO " NOMEREL
           .
       RCATREGX.
           EXIT.
