       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHAREG.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *FICHA DE REGISTRO DE EMPREGADO (PORTARIA 671) - UM DOCUMENTO
      *POR MATRICULA, OU DE TODA UMA FILIAL, COM OS DADOS DO
      *EMPREGADOR (CADFIL), A IDENTIFICACAO DO EMPREGADO E A VIDA DO
      *CONTRATO EM ORDEM CRONOLOGICA: ADMISSAO, CARGOS (CARGOHIST),
      *ENDERECOS (ADDRHIST), TRANSFERENCIAS (TRANSFIL), FERIAS
      *(FERPAG), AFASTAMENTO (AFAST), MUDANCAS DE TIPO DE CONTRATO OU
      *JORNADA (LOG DO PROGGER, ACAO J, NO CHGHIST E NO CHGLOG), AVISO
      *PREVIO E DESLIGAMENTO (CADASTRO OU TERMO DE RESCISAO).
      *A LINHA DO TEMPO E MONTADA NO ARQUIVO DE TRABALHO FICHWK1.DAT
      *(CHAVE MATRICULA + DATA + SEQUENCIA). CADA EMISSAO, PRIMEIRA OU
      *REIMPRESSAO, FICA NO CATALOGO (RELCAT) COM O OPERADOR.
      *EXIGE O PRIVILEGIO DE DADOS PESSOAIS (OPMDADOS)
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

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .
      *-----------------------------------------------------------------
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT CARGOHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CHIRK
           .

           SELECT ADDRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ADHRK
           .

           SELECT TRANSFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TFRK
           .
      *-----------------------------------------------------------------
           SELECT FERPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FPRK
           .

           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .

           SELECT AVISO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AVRK
           .

           SELECT RESCIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RSRK
           .
      *-----------------------------------------------------------------
           SELECT CHGLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LOGSEQ
           .

           SELECT CHGHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HLSEQ
           .

           SELECT FICHWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FWK
           .
      *-----------------------------------------------------------------
           SELECT FICHRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
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
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *EMPREGADOR (FILIAL), CARGOS E HISTORICOS DO PROGGER
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD CARGOHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOHIST.DAT".
       01 CARGOHISTREC.
           03 CHIRK.
               05 CHIRKF  PIC 9(06).
               05 CHISEQ  PIC 9(03).
           03 CHICRK     PIC 9(04).
           03 CHIDIA     PIC 9(02).
           03 CHIMES     PIC 9(02).
           03 CHIANO     PIC 9(04).
      *-----------------------------------------------------------------
       FD ADDRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADDRHIST.DAT".
       01 ADDRHISTREC.
           03 ADHRK.
               05 ADHRKF        PIC 9(06).
               05 ADHSEQ        PIC 9(03).
           03 ADHCEP           PIC 9(08).
           03 ADHNUM            PIC 9(05).
           03 ADHCOMPLEMENTO    PIC X(12).
           03 ADHDIA            PIC 9(02).
           03 ADHMES            PIC 9(02).
           03 ADHANO            PIC 9(04).
           03 ADHFDIA           PIC 9(02).
           03 ADHFMES           PIC 9(02).
           03 ADHFANO           PIC 9(04).
      *-----------------------------------------------------------------
       FD TRANSFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TRANSFIL.DAT".
       COPY TRANSFIL.
      *-----------------------------------------------------------------
      *FERIAS, AFASTAMENTO, AVISO PREVIO E TERMO DE RESCISAO
      *-----------------------------------------------------------------
       FD FERPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERPAG.DAT".
       COPY FERPAG.
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
       FD AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AVISO1.DAT".
       COPY AVISO.
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
      *-----------------------------------------------------------------
      *INDENIZACAO DO ART. 479 - METADE DOS DIAS RESTANTES DO
      *CONTRATO DE EXPERIENCIA ROMPIDO PELO EMPREGADOR (CADEXPER)
      *-----------------------------------------------------------------
           03 RSART479    PIC 9(10)V99.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS DOS 12 MESES ANTERIORES A
      *DEMISSAO, REFLETIDAS NAS FERIAS+TERCO, NO 13O E NO AVISO
      *-----------------------------------------------------------------
           03 RSMEDHE     PIC 9(10)V99.
           03 RSMEDNOT    PIC 9(10)V99.
           03 RSMEDDSR    PIC 9(10)V99.
           03 RSMEDCOM    PIC 9(10)V99.
      *-----------------------------------------------------------------
      *IRRF RETIDO NO TERMO - SALDO DE SALARIO E BANCO DE HORAS NA
      *TABELA MENSAL (COM O REDUTOR), 13O EM SEPARADO (EXCLUSIVA);
      *FERIAS INDENIZADAS, AVISO INDENIZADO E MULTAS SAO ISENTOS
      *-----------------------------------------------------------------
           03 RSIRRF      PIC 9(10)V99.
      *-----------------------------------------------------------------
      *LOG DE ALTERACOES (ANO CORRENTE) E O ARQUIVO MORTO DOS ANOS
      *FECHADOS (VER AUDLOG/FPP059)
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
       FD CHGHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGHIST1.DAT".
       COPY CHGHIST.
      *-----------------------------------------------------------------
      *LINHA DO TEMPO (RECRIADA A CADA EXECUCAO)
      *-----------------------------------------------------------------
       FD FICHWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FICHWK1.DAT".
       01 FICHWKREC.
           03 FWK.
               05 FWMAT    PIC 9(06).
               05 FWDATA   PIC 9(08).
               05 FWSEQ    PIC 9(06).
           03 FWTXT        PIC X(100).
      *-----------------------------------------------------------------
       FD FICHRPT
           LABEL RECORD IS STANDARD.
       01 FICHLINE PIC X(132).
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
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO - O REGISTRO DE EMPREGADO E
      *GUARDADO POR PRAZO INDETERMINADO; FICA O MAXIMO DO CAMPO
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 9999.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 OPT         PIC X(01).
           01 BMAT        PIC 9(06).
           01 BFIL        PIC 9(02).
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO   PIC 9(04).
               03 HJMES   PIC 9(02).
               03 HJDIA   PIC 9(02).
           01 FWSEQX      PIC 9(06).
           01 TOTFICHA    PIC 9(06).
           01 TOTEVT      PIC 9(04).
           01 LINHA       PIC X(132).
           01 EVTXT       PIC X(100).
           01 EVDATA      PIC 9(08).
      *-----------------------------------------------------------------
      *ARQUIVOS OPCIONAIS
      *-----------------------------------------------------------------
           01 FILOK       PIC X(01).
           01 CARGOK      PIC X(01).
           01 CHIOK       PIC X(01).
           01 ADHOK       PIC X(01).
           01 TRFOK       PIC X(01).
           01 FEROK       PIC X(01).
           01 AFOK        PIC X(01).
           01 AVIOK       PIC X(01).
           01 RESOK       PIC X(01).
           01 LOGOK       PIC X(01).
           01 HLOK        PIC X(01).
      *-----------------------------------------------------------------
      *TRABALHO DA FICHA
      *-----------------------------------------------------------------
           01 ADMDT       PIC 9(08).
           01 DEMDT       PIC 9(08).
           01 FILADM      PIC 9(02).
           01 CARGADM     PIC 9(04).
           01 DESCW       PIC X(25).
           01 CAUSATXT    PIC X(12).
           01 CONTRTXT    PIC X(12).
           01 SALED       PIC ZZZ.ZZ9,99.
           01 CPFED       PIC 999.999.999B99.
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - FORMATACAO DD/MM/AAAA
      *-----------------------------------------------------------------
           01 DTCHK       PIC 9(08).
           01 DTCHKR REDEFINES DTCHK.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DTTXT       PIC X(10).
           01 DTTXT2      PIC X(10).
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
               GO TO R0CAT
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
               DISPLAY "ERRO AO ABRIR FILEFUNC - FS: " FS
               CLOSE RELCAT RCATCTL
               GOBACK
           .
           PERFORM RABRE THRU RABREX
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TOTFICHA FWSEQX
           .
       R02.
           DISPLAY "FICHA DE REGISTRO DE EMPREGADO"
           DISPLAY "EMITIR POR: M-MATRICULA F-FILIAL S-SAIR"
           ACCEPT OPT
           IF OPT = "S" OR OPT = "s"
               GO TO RF1
           .
           MOVE ZEROS TO BMAT BFIL
           IF OPT = "M" OR OPT = "m"
               DISPLAY "MATRICULA: "
               ACCEPT BMAT
               MOVE BMAT TO RKT
               READ FILEFUNC
               IF FS NOT = "00"
                   DISPLAY "MATRICULA NAO CADASTRADA"
                   GO TO R02
               END-IF
               MOVE FFILIAL TO BFIL
               GO TO R03
           .
           IF OPT = "F" OR OPT = "f"
               DISPLAY "FILIAL: "
               ACCEPT BFIL
               IF BFIL = ZEROS
                   DISPLAY "FILIAL INVALIDA"
                   GO TO R02
               END-IF
               GO TO R03
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
           .
       R03.
      *-----------------------------------------------------------------
      *ARQUIVO DE TRABALHO - AS MUDANCAS DE CONTRATO/JORNADA DO LOG
      *ENTRAM PRIMEIRO, NUMA PASSADA SO PELO CHGHIST E PELO CHGLOG
      *-----------------------------------------------------------------
           OPEN OUTPUT FICHWK
           CLOSE FICHWK
           OPEN I-O FICHWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR FICHWK1.DAT - FS: " FS
               GO TO RF1
           .
           IF HLOK = "S"
               PERFORM RHLOG THRU RHLOGX
           .
           IF LOGOK = "S"
               PERFORM RCLOG THRU RCLOGX
           .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT FICHRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               CLOSE FICHWK
               GO TO RF1
           .
           IF BMAT NOT = ZEROS
               MOVE BMAT TO RKT
               READ FILEFUNC
               PERFORM RFICHA THRU RFICHAX
               GO TO R08
           .
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R08
           .
       R06.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           .
           IF FFILIAL NOT = BFIL
               GO TO R06
           .
           PERFORM RFICHA THRU RFICHAX
           GO TO R06
           .
       R08.
           CLOSE FICHRPT FICHWK
           DISPLAY "FICHAS EMITIDAS: " TOTFICHA
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           .
       RF1.
           CLOSE RELCAT RCATCTL FILEFUNC
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RFICHA.
      *-----------------------------------------------------------------
      *UMA FICHA - EMPREGADOR, EMPREGADO, LINHA DO TEMPO, SITUACAO
      *-----------------------------------------------------------------
           ADD 1 TO TOTFICHA
           MOVE ZEROS TO TOTEVT
           COMPUTE ADMDT = ADANO * 10000 + ADMES * 100 + ADDIA
           COMPUTE DEMDT = DDANO * 10000 + DDMES * 100 + DDDIA
           IF TOTFICHA > 1
               MOVE SPACES TO FICHLINE
               WRITE FICHLINE
           .
           MOVE ALL "=" TO FICHLINE
           WRITE FICHLINE
           MOVE "FICHA DE REGISTRO DE EMPREGADO" TO FICHLINE
           WRITE FICHLINE
           MOVE ALL "=" TO FICHLINE
           WRITE FICHLINE
           PERFORM REMPREG THRU REMPREGX
           PERFORM RIDENT THRU RIDENTX
           PERFORM RMONTA THRU RMONTAX
           MOVE ALL "-" TO FICHLINE
           WRITE FICHLINE
           MOVE "HISTORICO DO CONTRATO DE TRABALHO" TO FICHLINE
           WRITE FICHLINE
           MOVE ALL "-" TO FICHLINE
           WRITE FICHLINE
           PERFORM RIMPR THRU RIMPRX
           PERFORM RSITUA THRU RSITUAX
           .
       RFICHAX.
           EXIT.
       REMPREG.
           MOVE SPACES TO FILRAZAO FILENDER FILCIDADE FILUF
           MOVE ZEROS TO FILCNPJ
           IF FILOK = "S"
               MOVE FFILIAL TO FILRK
               READ CADFIL
               IF FS NOT = "00"
                   MOVE "FILIAL NAO CADASTRADA" TO FILRAZAO
               END-IF
           .
           MOVE SPACES TO LINHA
           STRING "EMPREGADOR: " FILRAZAO " CNPJ " FILCNPJ
               " FILIAL " FFILIAL
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           MOVE SPACES TO LINHA
           STRING "ENDERECO: " FILENDER " " FILCIDADE "/" FILUF
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           .
       REMPREGX.
           EXIT.
       RIDENT.
      *-----------------------------------------------------------------
      *IDENTIFICACAO DO EMPREGADO E DADOS ATUAIS DO CONTRATO
      *-----------------------------------------------------------------
           MOVE ALL "-" TO FICHLINE
           WRITE FICHLINE
           MOVE SPACES TO LINHA
           STRING "MATRICULA: " RKT "  NOME: " NOME
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           COMPUTE DTCHK = DNANO * 10000 + DNMES * 100 + DNDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE CPF TO CPFED
           MOVE SPACES TO LINHA
           STRING "CPF: " CPFED "  RG: " RG "  PIS: " PISNUM
               "  NASCIMENTO: " DTTXT "  SEXO: " SEXOTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           MOVE SPACES TO LINHA
           STRING "ENDERECO ATUAL: CEP " CEP2 " NUM " NUM " "
               COMPLEMENTO "  DEPENDENTES: " NUMDEPEND
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           MOVE CRK2 TO CRK
           PERFORM RCARGO THRU RCARGOX
           MOVE SALVAL TO SALED
           PERFORM RCONTR THRU RCONTRX
           MOVE SPACES TO LINHA
           STRING "CARGO ATUAL: " CRK2 " " DESCW " CBO " CCBO
               " SALARIO DO CARGO " SALED " (" TS ")"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           MOVE SPACES TO LINHA
           STRING "CONTRATO ATUAL: " CONTRTXT "  JORNADA: " JORNADA
               " HORAS/MES"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           .
       RIDENTX.
           EXIT.
       RMONTA.
      *-----------------------------------------------------------------
      *EVENTOS DA MATRICULA NA LINHA DO TEMPO
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *ADMISSAO - CARGO DA PRIMEIRA ENTRADA DO HISTORICO E FILIAL DE
      *ORIGEM DA PRIMEIRA TRANSFERENCIA (SEM ELAS, OS ATUAIS)
      *-----------------------------------------------------------------
           MOVE CRK2 TO CARGADM
           MOVE FFILIAL TO FILADM
           IF CHIOK = "S"
               MOVE RKT TO CHIRKF
               MOVE ZEROS TO CHISEQ
               START CARGOHIST KEY IS NOT LESS THAN CHIRK
               IF FS = "00"
                   READ CARGOHIST NEXT RECORD
                   IF FS = "00" AND CHIRKF = RKT
                       MOVE CHICRK TO CARGADM
                   END-IF
               END-IF
           .
           IF TRFOK = "S"
               MOVE RKT TO TFRKF
               MOVE ZEROS TO TFSEQ
               START TRANSFIL KEY IS NOT LESS THAN TFRK
               IF FS = "00"
                   READ TRANSFIL NEXT RECORD
                   IF FS = "00" AND TFRKF = RKT
                       MOVE TFFILORI TO FILADM
                   END-IF
               END-IF
           .
           MOVE CARGADM TO CRK
           PERFORM RCARGO THRU RCARGOX
           MOVE ADMDT TO EVDATA
           MOVE SPACES TO EVTXT
           STRING "ADMISSAO NA FILIAL " FILADM " NO CARGO " CARGADM
               " " DESCW
               DELIMITED BY SIZE INTO EVTXT
           PERFORM RADD THRU RADDX
           .
       RMONTA1.
      *-----------------------------------------------------------------
      *MUDANCAS DE CARGO - A PRIMEIRA ENTRADA E A DA ADMISSAO
      *-----------------------------------------------------------------
           IF CHIOK NOT = "S"
               GO TO RMONTA3
           .
           MOVE RKT TO CHIRKF
           MOVE ZEROS TO CHISEQ
           START CARGOHIST KEY IS NOT LESS THAN CHIRK
           IF FS NOT = "00"
               GO TO RMONTA3
           .
           READ CARGOHIST NEXT RECORD
           IF FS NOT = "00" OR CHIRKF NOT = RKT
               GO TO RMONTA3
           .
       RMONTA2.
           READ CARGOHIST NEXT RECORD
           IF FS NOT = "00" OR CHIRKF NOT = RKT
               GO TO RMONTA3
           END-IF
           MOVE CHICRK TO CRK
           PERFORM RCARGO THRU RCARGOX
           COMPUTE EVDATA = CHIANO * 10000 + CHIMES * 100 + CHIDIA
           MOVE SPACES TO EVTXT
           STRING "ALTERACAO DE CARGO/SALARIO PARA O CARGO " CHICRK
               " " DESCW
               DELIMITED BY SIZE INTO EVTXT
           PERFORM RADD THRU RADDX
           GO TO RMONTA2
           .
       RMONTA3.
           IF ADHOK NOT = "S"
               GO TO RMONTA5
           .
           MOVE RKT TO ADHRKF
           MOVE ZEROS TO ADHSEQ
           START ADDRHIST KEY IS NOT LESS THAN ADHRK
           IF FS NOT = "00"
               GO TO RMONTA5
           .
       RMONTA4.
           READ ADDRHIST NEXT RECORD
           IF FS NOT = "00" OR ADHRKF NOT = RKT
               GO TO RMONTA5
           END-IF
           COMPUTE EVDATA = ADHANO * 10000 + ADHMES * 100 + ADHDIA
           MOVE SPACES TO EVTXT
           STRING "ENDERECO: CEP " ADHCEP " NUM " ADHNUM " "
               ADHCOMPLEMENTO
               DELIMITED BY SIZE INTO EVTXT
           PERFORM RADD THRU RADDX
           GO TO RMONTA4
           .
       RMONTA5.
           IF TRFOK NOT = "S"
               GO TO RMONTA7
           .
           MOVE RKT TO TFRKF
           MOVE ZEROS TO TFSEQ
           START TRANSFIL KEY IS NOT LESS THAN TFRK
           IF FS NOT = "00"
               GO TO RMONTA7
           .
       RMONTA6.
           READ TRANSFIL NEXT RECORD
           IF FS NOT = "00" OR TFRKF NOT = RKT
               GO TO RMONTA7
           END-IF
           COMPUTE EVDATA = TFANO * 10000 + TFMES * 100 + TFDIA
           MOVE SPACES TO EVTXT
           STRING "TRANSFERENCIA DA FILIAL " TFFILORI
               " PARA A FILIAL " TFFILDES
               DELIMITED BY SIZE INTO EVTXT
           PERFORM RADD THRU RADDX
           GO TO RMONTA6
           .
       RMONTA7.
           IF FEROK NOT = "S"
               GO TO RMONTA9
           .
           MOVE RKT TO FPRKF
           MOVE ZEROS TO FPSEQ
           START FERPAG KEY IS NOT LESS THAN FPRK
           IF FS NOT = "00"
               GO TO RMONTA9
           .
       RMONTA8.
           READ FERPAG NEXT RECORD
           IF FS NOT = "00" OR FPRKF NOT = RKT
               GO TO RMONTA9
           END-IF
           COMPUTE EVDATA = FPINIANO * 10000 + FPINIMES * 100
               + FPINIDIA
           MOVE SPACES TO EVTXT
           IF FPDIASAB NOT = ZEROS
               STRING "FERIAS: " FPDIAS " DIAS DE GOZO E " FPDIASAB
                   " DIAS DE ABONO PECUNIARIO"
                   DELIMITED BY SIZE INTO EVTXT
           ELSE
               STRING "FERIAS: " FPDIAS " DIAS DE GOZO"
                   DELIMITED BY SIZE INTO EVTXT
           END-IF
           PERFORM RADD THRU RADDX
           GO TO RMONTA8
           .
       RMONTA9.
      *-----------------------------------------------------------------
      *AFASTAMENTO (UM REGISTRO POR MATRICULA), AVISO PREVIO E O
      *DESLIGAMENTO - A DATA DO CADASTRO OU, SEM ELA, A DO TERMO
      *-----------------------------------------------------------------
           IF AFOK NOT = "S"
               GO TO RMONTA10
           .
           MOVE RKT TO AFRK
           READ AFAST
           IF FS NOT = "00" OR AFINIANO = ZEROS
               GO TO RMONTA10
           .
           MOVE "OUTRA" TO CAUSATXT
           IF AFCAUSA = "A"
               MOVE "ACIDENTE" TO CAUSATXT
           .
           IF AFCAUSA = "D"
               MOVE "DOENCA" TO CAUSATXT
           .
           IF AFCAUSA = "E"
               MOVE "DOENCA INSS" TO CAUSATXT
           .
           IF AFCAUSA = "M"
               MOVE "MATERNIDADE" TO CAUSATXT
           .
           IF AFCAUSA = "P"
               MOVE "PATERNIDADE" TO CAUSATXT
           .
           COMPUTE EVDATA = AFINIANO * 10000 + AFINIMES * 100 + AFINIDIA
           MOVE SPACES TO EVTXT
           STRING "AFASTAMENTO POR " CAUSATXT
               DELIMITED BY SIZE INTO EVTXT
           PERFORM RADD THRU RADDX
           IF AFRETANO NOT = ZEROS
               COMPUTE EVDATA = AFRETANO * 10000 + AFRETMES * 100
                   + AFRETDIA
               MOVE SPACES TO EVTXT
               STRING "RETORNO DO AFASTAMENTO POR " CAUSATXT
                   DELIMITED BY SIZE INTO EVTXT
               PERFORM RADD THRU RADDX
           .
       RMONTA10.
           IF AVIOK NOT = "S"
               GO TO RMONTA11
           .
           MOVE RKT TO AVRK
           READ AVISO
           IF FS NOT = "00" OR AVANO = ZEROS
               GO TO RMONTA11
           .
           COMPUTE EVDATA = AVANO * 10000 + AVMES * 100 + AVDIA
           COMPUTE DTCHK = AVULTANO * 10000 + AVULTMES * 100 + AVULTDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO EVTXT
           IF AVTIPO = "I"
               STRING "AVISO PREVIO INDENIZADO DE " AVDIAS
                   " DIAS, PROJETADO ATE " DTTXT
                   DELIMITED BY SIZE INTO EVTXT
           ELSE
               STRING "AVISO PREVIO TRABALHADO DE " AVDIAS
                   " DIAS, ATE " DTTXT
                   DELIMITED BY SIZE INTO EVTXT
           END-IF
           PERFORM RADD THRU RADDX
           .
       RMONTA11.
           IF DEMDT = ZEROS AND RESOK = "S"
               MOVE RKT TO RSRK
               READ RESCIS
               IF FS = "00" AND RSDANO NOT = ZEROS
                   COMPUTE DEMDT = RSDANO * 10000 + RSDMES * 100
                       + RSDDIA
               END-IF
           .
           IF DEMDT NOT = ZEROS
               MOVE DEMDT TO EVDATA
               MOVE "DESLIGAMENTO" TO EVTXT
               PERFORM RADD THRU RADDX
           .
       RMONTAX.
           EXIT.
       RADD.
           ADD 1 TO FWSEQX
           MOVE RKT TO FWMAT
           MOVE EVDATA TO FWDATA
           MOVE FWSEQX TO FWSEQ
           MOVE EVTXT TO FWTXT
           WRITE FICHWKREC
           .
       RADDX.
           EXIT.
       RIMPR.
      *-----------------------------------------------------------------
      *LINHA DO TEMPO DA MATRICULA EM ORDEM DE DATA
      *-----------------------------------------------------------------
           MOVE RKT TO FWMAT
           MOVE ZEROS TO FWDATA FWSEQ
           START FICHWK KEY IS NOT LESS THAN FWK
           IF FS NOT = "00"
               GO TO RIMPRX
           .
       RIMPR2.
           READ FICHWK NEXT RECORD
           IF FS NOT = "00" OR FWMAT NOT = RKT
               GO TO RIMPRX
           END-IF
           ADD 1 TO TOTEVT
           MOVE FWDATA TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           IF FWDATA = ZEROS
               MOVE "SEM DATA" TO DTTXT
           END-IF
           MOVE SPACES TO LINHA
           STRING DTTXT "  " FWTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           GO TO RIMPR2
           .
       RIMPRX.
           EXIT.
       RSITUA.
           MOVE ALL "-" TO FICHLINE
           WRITE FICHLINE
           MOVE DEMDT TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE HOJE TO DTCHK
           MOVE DTTXT TO DTTXT2
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           IF DEMDT = ZEROS
               STRING "SITUACAO EM " DTTXT ": CONTRATO EM VIGOR - "
                   TOTEVT " REGISTROS NO HISTORICO"
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               STRING "SITUACAO EM " DTTXT ": DESLIGADO EM " DTTXT2
                   " - " TOTEVT " REGISTROS NO HISTORICO"
                   DELIMITED BY SIZE INTO LINHA
           .
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           MOVE SPACES TO LINHA
           STRING "EMITIDA POR " OPERID
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHLINE
           WRITE FICHLINE
           .
       RSITUAX.
           EXIT.
       RCARGO.
      *-----------------------------------------------------------------
      *DESCRICAO DO CARGO EM CRK (BRANCO SE NAO CADASTRADO)
      *-----------------------------------------------------------------
           MOVE SPACES TO DESCW
           IF CARGOK NOT = "S"
               MOVE ZEROS TO SALVAL CCBO
               MOVE SPACES TO TS
               GO TO RCARGOX
           .
           READ CADCARGO
           IF FS NOT = "00"
               MOVE ZEROS TO SALVAL CCBO
               MOVE SPACES TO TS
               GO TO RCARGOX
           .
           MOVE CDESC TO DESCW
           .
       RCARGOX.
           EXIT.
       RCONTR.
           MOVE "CLT" TO CONTRTXT
           IF CONTRTIPO = "A"
               MOVE "APRENDIZ" TO CONTRTXT
           .
           IF CONTRTIPO = "E"
               MOVE "ESTAGIO" TO CONTRTXT
           .
           IF CONTRTIPO = "I"
               MOVE "INTERMITENTE" TO CONTRTXT
           .
       RCONTRX.
           EXIT.
       RHLOG.
      *-----------------------------------------------------------------
      *MUDANCAS DE TIPO DE CONTRATO OU JORNADA NOS ANOS FECHADOS
      *-----------------------------------------------------------------
           MOVE ZEROS TO HLSEQ
           START CHGHIST KEY IS NOT LESS THAN HLSEQ
           IF FS NOT = "00"
               GO TO RHLOGX
           .
       RHLOG2.
           READ CHGHIST NEXT RECORD
           IF FS NOT = "00"
               GO TO RHLOGX
           END-IF
           IF HLPROG NOT = "PROGGER" OR HLACAO NOT = "J"
               GO TO RHLOG2
           END-IF
           IF BMAT NOT = ZEROS AND HLRK NOT = BMAT
               GO TO RHLOG2
           END-IF
           MOVE HLRK TO RKT
           MOVE HLDATE TO EVDATA
           MOVE SPACES TO EVTXT
           STRING "ALTERACAO DO TIPO DE CONTRATO OU DA JORNADA "
               "(REGISTRADA POR " HLOPER ")"
               DELIMITED BY SIZE INTO EVTXT
           PERFORM RADD THRU RADDX
           GO TO RHLOG2
           .
       RHLOGX.
           EXIT.
       RCLOG.
      *-----------------------------------------------------------------
      *AS MESMAS MUDANCAS NO LOG DO ANO CORRENTE
      *-----------------------------------------------------------------
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               GO TO RCLOGX
           .
       RCLOG2.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO RCLOGX
           END-IF
           IF LOGPROG NOT = "PROGGER" OR LOGACAO NOT = "J"
               GO TO RCLOG2
           END-IF
           IF BMAT NOT = ZEROS AND LOGRK NOT = BMAT
               GO TO RCLOG2
           END-IF
           MOVE LOGRK TO RKT
           MOVE LOGDATE TO EVDATA
           MOVE SPACES TO EVTXT
           STRING "ALTERACAO DO TIPO DE CONTRATO OU DA JORNADA "
               "(REGISTRADA POR " LOGOPER ")"
               DELIMITED BY SIZE INTO EVTXT
           PERFORM RADD THRU RADDX
           GO TO RCLOG2
           .
       RCLOGX.
           EXIT.
       RFMTDT.
      *-----------------------------------------------------------------
      *DTCHK (AAAAMMDD) EM DD/MM/AAAA - ZEROS SAI EM BRANCO
      *-----------------------------------------------------------------
           MOVE SPACES TO DTTXT
           IF DTCHK = ZEROS
               GO TO RFMTDTX
           .
           STRING DVVDIA "/" DVVMES "/" DVVANO
               DELIMITED BY SIZE INTO DTTXT
           .
       RFMTDTX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO COM O OPERADOR - TODA
      *EMISSAO DA FICHA, INCLUSIVE A REIMPRESSAO, FICA REGISTRADA
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
           MOVE "FICHAREG" TO RCPROG
           MOVE HJMES TO RCKM
           MOVE HJANO TO RCKY
           MOVE BFIL TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           DISPLAY "RELATORIO CATALOGADO COMO " NOMEARQ
           .
       RCATREGX.
           EXIT.
       RABRE.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
           .
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOK
           ELSE
               MOVE "S" TO CARGOK
           .
           OPEN INPUT CARGOHIST
           IF FS NOT = "00"
               MOVE "N" TO CHIOK
           ELSE
               MOVE "S" TO CHIOK
           .
           OPEN INPUT ADDRHIST
           IF FS NOT = "00"
               MOVE "N" TO ADHOK
           ELSE
               MOVE "S" TO ADHOK
           .
           OPEN INPUT TRANSFIL
           IF FS NOT = "00"
               MOVE "N" TO TRFOK
           ELSE
               MOVE "S" TO TRFOK
           .
       RABRE2.
           OPEN INPUT FERPAG
           IF FS NOT = "00"
               MOVE "N" TO FEROK
           ELSE
               MOVE "S" TO FEROK
           .
           OPEN INPUT AFAST
           IF FS NOT = "00"
               MOVE "N" TO AFOK
           ELSE
               MOVE "S" TO AFOK
           .
           OPEN INPUT AVISO
           IF FS NOT = "00"
               MOVE "N" TO AVIOK
           ELSE
               MOVE "S" TO AVIOK
           .
           OPEN INPUT RESCIS
           IF FS NOT = "00"
               MOVE "N" TO RESOK
           ELSE
               MOVE "S" TO RESOK
           .
           OPEN INPUT CHGLOG
           IF FS NOT = "00"
               MOVE "N" TO LOGOK
           ELSE
               MOVE "S" TO LOGOK
           .
           OPEN INPUT CHGHIST
           IF FS NOT = "00"
               MOVE "N" TO HLOK
           ELSE
               MOVE "S" TO HLOK
           .
       RABREX.
           EXIT.
       RFECHA.
           IF FILOK = "S"
               CLOSE CADFIL
           .
           IF CARGOK = "S"
               CLOSE CADCARGO
           .
           IF CHIOK = "S"
               CLOSE CARGOHIST
           .
           IF ADHOK = "S"
               CLOSE ADDRHIST
           .
           IF TRFOK = "S"
               CLOSE TRANSFIL
           .
           IF FEROK = "S"
               CLOSE FERPAG
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF AVIOK = "S"
               CLOSE AVISO
           .
           IF RESOK = "S"
               CLOSE RESCIS
           .
           IF LOGOK = "S"
               CLOSE CHGLOG
           .
           IF HLOK = "S"
               CLOSE CHGHIST
           .
       RFECHAX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - A FICHA TRAZ DOCUMENTOS E ENDERECO, ENTAO
      *SO SAI PARA O OPERADOR COM PRIVILEGIO DE DADOS PESSOAIS
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
           IF OPMDADOS NOT = "S"
               DISPLAY "OPERADOR SEM PRIVILEGIO DE DADOS PESSOAIS"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMDADOS NOT = "S"
               DISPLAY "OPERADOR SEM PRIVILEGIO DE DADOS PESSOAIS"
               GOBACK
           .
       RSIGNONQX.
           EXIT.
