       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIEXTR.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *EXTRATO PARA O DW CORPORATIVO: UM ARQUIVO TEXTO DELIMITADO POR
      *";" (COM LINHA DE CABECALHO) POR TABELA - DIMENSOES FUNC
      *(FUNCDATA), AREA (CADAREAS), CARGO (CADCARGO), FILIAL (CADFIL) E
      *MUNIC (CADMUNIC) E FATOS FOLHA (PRT1), FERIAS (FERPAG), AFAST,
      *HORAS E AUSENC (ABSENC) - MAIS O ARQUIVO DE CONTROLE BICTL COM
      *QUANTIDADE DE REGISTROS E TOTAIS DE CADA ARQUIVO, PARA O DW
      *CONFERIR A CARGA. NOMES: BI<TABELA>_<EXTRATO>.TXT
      *MODO C (CARGA COMPLETA): TODAS AS TABELAS INTEIRAS, OPER "C"
      *MODO I (INCREMENTAL): SO O QUE O CHGLOG REGISTROU DEPOIS DO
      *ULTIMO EXTRATO (BIEXT1.DAT). CADA MATRICULA ALTERADA VEM COM A
      *LINHA DO FUNC E TODOS OS SEUS FATOS, OPER "A" - O DW SUBSTITUI
      *TUDO O QUE TEM DAQUELA MATRICULA; MATRICULA EXCLUIDA DO CADASTRO
      *VEM SO NO FUNC COM OPER "E". AREA, CARGO E FILIAL ALTERADAS VEM
      *INTEIRAS (OPER "C"); MUNIC SO NA CARGA COMPLETA (NAO TEM LOG).
      *SEM EXTRATO ANTERIOR, OU COM O LOG JA ARQUIVADO (AUDLOG) ALEM
      *DO ULTIMO EXTRATO, O INCREMENTAL VIRA CARGA COMPLETA.
      *ALTERACOES FEITAS SEM LOG (LGPDANON, ADMIMP, BAIXA DE FERIAS
      *PAGAS NA REMESSA, COMPLEMENTO DO AFASTAMENTO NO BATCHPAG) SO
      *CHEGAM AO DW NA PROXIMA CARGA COMPLETA.
      *MASCARA S (LGPD): CPF E PIS SO COM OS DIGITOS DO MEIO, NOME SO
      *COM AS INICIAIS, AGENCIA E CONTA TROCADAS POR *, CEP SO COM O
      *PREFIXO. RG, TELEFONE, E-MAIL, ENDERECO E PCD NUNCA SAEM.
      *PARAMETROS PELA LINHA DE COMANDO (MESMO ESQUEMA DO BATCHPAG)
      *PARA RODAR AGENDADO: BIEXTR <MODO> <MASCARA>, EX.: BIEXTR I S
      *TOTAIS DO BICTL: CARGO SALARIO; FOLHA BRUTO E LIQUIDO; FERIAS
      *BRUTO E ABONO; AFAST COMPLEMENTO; HORAS EXTRAS E NOTURNAS;
      *AUSENC DIAS
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

           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .

           SELECT CADMUNIC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS MURK
           .
      *-----------------------------------------------------------------
           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

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

           SELECT HORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HARK
           .

           SELECT ABSENC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ABRK
           .
      *-----------------------------------------------------------------
           SELECT BIEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BXRK
           .

           SELECT BIWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS WKMAT
           .
      *-----------------------------------------------------------------
           SELECT BIOUT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT BICTL ASSIGN TO NOMECTL
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
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
       FD CADMUNIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMUNI1.DAT".
       COPY CADMUNIC.
      *-----------------------------------------------------------------
      *FOLHA APROVADA (VER APROVPAG/FPP037)
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
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
       FD HORAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HORAS1.DAT".
       COPY HORAS.
      *-----------------------------------------------------------------
       FD ABSENC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ABSENC.DAT".
       01 ABSENCREC.
           03 ABRK.
               05 ABRKF   PIC 9(06).
               05 ABSEQ   PIC 9(03).
           03 ABMES      PIC 9(02).
           03 ABANO      PIC 9(04).
           03 ABTIPO     PIC X(01).
           03 ABTIPOTXT  PIC X(15).
           03 ABDIAS     PIC 9(02).
      *-----------------------------------------------------------------
       FD BIEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BIEXT1.DAT".
       COPY BIEXT.
      *-----------------------------------------------------------------
      *MATRICULAS ALTERADAS DESDE O ULTIMO EXTRATO (RECRIADO A CADA
      *INCREMENTAL) - UMA VEZ SO, POR MAIS LOGS QUE TENHA
      *-----------------------------------------------------------------
       FD BIWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BIWK1.DAT".
       01 BIWKREC.
           03 WKMAT       PIC 9(06).
      *-----------------------------------------------------------------
       FD BIOUT
           LABEL RECORD IS STANDARD.
       01 BILINE PIC X(400).
      *-----------------------------------------------------------------
       FD BICTL
           LABEL RECORD IS STANDARD.
       01 BICTLLINE PIC X(200).
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
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 CMDLINE     PIC X(40).
           01 NOMEARQ     PIC X(40).
           01 NOMECTL     PIC X(40).
           01 LINHA       PIC X(400).
           01 CABEC       PIC X(200).
      *-----------------------------------------------------------------
      *PARAMETROS E FAIXA DO LOG COBERTA PELO EXTRATO
      *-----------------------------------------------------------------
           01 MODO        PIC X(01).
           01 MASCARA     PIC X(01).
           01 SEQINI      PIC 9(08).
           01 SEQFIM      PIC 9(08).
           01 EXECX       PIC 9(06).
           01 DATAEXT     PIC 9(08).
           01 HORAEXT     PIC 9(08).
           01 BXACHOU     PIC X(01).
           01 WKOK        PIC X(01).
      *-----------------------------------------------------------------
      *ARQUIVOS OPCIONAIS (AUSENTE = ARQUIVO SO COM O CABECALHO)
      *-----------------------------------------------------------------
           01 AREAOK      PIC X(01).
           01 CARGOOK     PIC X(01).
           01 FILOK       PIC X(01).
           01 MUNOK       PIC X(01).
           01 PROK        PIC X(01).
           01 FEROK       PIC X(01).
           01 AFOK        PIC X(01).
           01 HOROK       PIC X(01).
           01 AUSOK       PIC X(01).
      *-----------------------------------------------------------------
      *CADASTROS ALTERADOS NO PERIODO (SO NO INCREMENTAL)
      *-----------------------------------------------------------------
           01 AREAMUD     PIC X(01).
           01 CARGOMUD    PIC X(01).
           01 FILMUD      PIC X(01).
           01 QTMARCA     PIC 9(06).
      *-----------------------------------------------------------------
      *PROGRAMAS QUE GRAVAM NO LOG O QUE O EXTRATO LEVA, E COMO A
      *CHAVE DO LOG VIRA MATRICULA:
      *M-LOGRK E A MATRICULA  F-CHAVE DA FOLHA (MATRICULA + MES + ANO)
      *OU DO 13O (MATRICULA + ANO + PARCELA)  H-MATRICULA + DATA
      *T-MATRICULA + SEQUENCIA DA CAT (2) OU SO A MATRICULA
      *S-MATRICULA + SEQUENCIA DO ATESTADO (3) OU SO A MATRICULA
      *A-AREAS  C-CARGOS  L-FILIAIS (A TABELA VAI INTEIRA)
      *-----------------------------------------------------------------
           01 PGTABV.
               03 FILLER PIC X(09) VALUE "PROGGER M".
               03 FILLER PIC X(09) VALUE "MASSORG M".
               03 FILLER PIC X(09) VALUE "TRANSFILM".
               03 FILLER PIC X(09) VALUE "RESCISAOM".
               03 FILLER PIC X(09) VALUE "PONTOIMPM".
               03 FILLER PIC X(09) VALUE "CADAFASTM".
               03 FILLER PIC X(09) VALUE "ABSENCIAM".
               03 FILLER PIC X(09) VALUE "FERIAS  M".
               03 FILLER PIC X(09) VALUE "FERCOLETM".
               03 FILLER PIC X(09) VALUE "CADCAT  T".
               03 FILLER PIC X(09) VALUE "APROVPAGF".
               03 FILLER PIC X(09) VALUE "FPP005  F".
               03 FILLER PIC X(09) VALUE "AUTEXTRAH".
               03 FILLER PIC X(09) VALUE "FPP002  A".
               03 FILLER PIC X(09) VALUE "FPP003  C".
               03 FILLER PIC X(09) VALUE "CADFILIAL".
               03 FILLER PIC X(09) VALUE "ATESTADOS".
           01 PGTAB REDEFINES PGTABV.
               03 PGENT OCCURS 17 TIMES.
                   05 PGPROG  PIC X(08).
                   05 PGTIPO  PIC X(01).
           01 PGQT        PIC 9(02) VALUE 17.
           01 PGSUB       PIC 9(02).
           01 TIPOLOG     PIC X(01).
           01 CHAVE       PIC 9(14).
           01 CHQUOC      PIC 9(14).
           01 CHMES       PIC 9(02).
           01 CHANO       PIC 9(04).
      *-----------------------------------------------------------------
      *ARQUIVO EM GRAVACAO
      *-----------------------------------------------------------------
           01 TABNOME     PIC X(08).
           01 TPREG       PIC X(01).
           01 QTREG       PIC 9(08).
           01 TOT1        PIC 9(14)V99.
           01 TOT2        PIC 9(14)V99.
           01 ET1         PIC 9(14),99.
           01 ET2         PIC 9(14),99.
           01 E1          PIC 9(10),99.
           01 E2          PIC 9(10),99.
           01 E3          PIC 9(10),99.
           01 E4          PIC 9(10),99.
           01 E5          PIC 9(10),99.
           01 E6          PIC 9(10),99.
           01 E7          PIC 9(10),99.
           01 E8          PIC 9(10),99.
           01 E9          PIC 9(10),99.
           01 E10         PIC 9(10),99.
           01 EH          PIC 9(03),99.
           01 QTARQ       PIC 9(02).
           01 QTTOT       PIC 9(08).
      *-----------------------------------------------------------------
      *DADOS PESSOAIS DO FUNCIONARIO COMO VAO NO ARQUIVO
      *-----------------------------------------------------------------
           01 MNOME       PIC X(40).
           01 MCPF        PIC X(11).
           01 MPIS        PIC X(11).
           01 MCEP        PIC X(08).
           01 MAGENC      PIC X(06).
           01 MCONTA      PIC X(10).
           01 NSUB        PIC 9(02).
           01 NPOS        PIC 9(02).
           01 NANT        PIC X(01).
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
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE LOGCTR CHGLOG
               GOBACK
           .
           MOVE "N" TO WKOK
       .
       R01A.
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
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
           .
           OPEN INPUT CADMUNIC
           IF FS NOT = "00"
               MOVE "N" TO MUNOK
           ELSE
               MOVE "S" TO MUNOK
           .
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PROK
           ELSE
               MOVE "S" TO PROK
           .
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
           OPEN INPUT HORAS
           IF FS NOT = "00"
               MOVE "N" TO HOROK
           ELSE
               MOVE "S" TO HOROK
           .
           OPEN INPUT ABSENC
           IF FS NOT = "00"
               MOVE "N" TO AUSOK
           ELSE
               MOVE "S" TO AUSOK
           .
       R01B.
           OPEN I-O BIEXT
           IF FS = "35"
               OPEN OUTPUT BIEXT
               CLOSE BIEXT
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BIEXT1.DAT - FS: " FS
               GO TO RF1
           .
       R02.
           DISPLAY "EXTRATO PARA O DW CORPORATIVO"
           MOVE SPACES TO CMDLINE MODO MASCARA
           ACCEPT CMDLINE FROM COMMAND-LINE
           IF CMDLINE NOT = SPACES
               UNSTRING CMDLINE DELIMITED BY SPACE
                   INTO MODO MASCARA
               IF (MODO NOT = "C" AND MODO NOT = "I")
                       OR (MASCARA NOT = "S" AND MASCARA NOT = "N")
                   DISPLAY "PARAMETROS INVALIDOS - USE: BIEXTR C|I S|N"
                   GO TO RF1
               END-IF
               GO TO R03
           .
       R02A.
           DISPLAY "MODO (C-CARGA COMPLETA I-INCREMENTAL): "
           ACCEPT MODO
           IF MODO NOT = "C" AND MODO NOT = "I"
               GO TO R02A
           .
       R02B.
           DISPLAY "MASCARAR DADOS PESSOAIS - LGPD (S/N): "
           ACCEPT MASCARA
           IF MASCARA NOT = "S" AND MASCARA NOT = "N"
               GO TO R02B
           .
       R03.
      *-----------------------------------------------------------------
      *FAIXA DO LOG: DO ULTIMO EXTRATO ATE O CONTADOR ATUAL. O QUE FOR
      *GRAVADO NO LOG DURANTE O EXTRATO FICA PARA O PROXIMO
      *-----------------------------------------------------------------
           MOVE 1 TO BXRK
           READ BIEXT
           IF FS = "00"
               MOVE "S" TO BXACHOU
           ELSE
               MOVE "N" TO BXACHOU
               MOVE ZEROS TO BXSEQ BXEXEC
           .
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS = "00"
               MOVE CTRSEQ TO SEQFIM
           ELSE
               MOVE ZEROS TO SEQFIM
           .
           MOVE ZEROS TO SEQINI QTMARCA
           MOVE "N" TO AREAMUD CARGOMUD FILMUD
           IF MODO = "C"
               GO TO R04
           .
           IF BXACHOU = "N"
               DISPLAY "SEM EXTRATO ANTERIOR - GERANDO CARGA COMPLETA"
               MOVE "C" TO MODO
               GO TO R04
           .
           IF SEQFIM < BXSEQ
               DISPLAY "CONTADOR DO LOG ABAIXO DO ULTIMO EXTRATO"
               DISPLAY "GERANDO CARGA COMPLETA"
               MOVE "C" TO MODO
               GO TO R04
           .
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS = "00"
               READ CHGLOG NEXT RECORD
           .
           IF FS = "00" AND LOGSEQ > BXSEQ + 1
               DISPLAY "LOG ARQUIVADO ALEM DO ULTIMO EXTRATO (AUDLOG)"
               DISPLAY "GERANDO CARGA COMPLETA"
               MOVE "C" TO MODO
               GO TO R04
           .
           MOVE BXSEQ TO SEQINI
           OPEN OUTPUT BIWK
           CLOSE BIWK
           OPEN I-O BIWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BIWK1.DAT - FS: " FS
               GO TO RF1
           .
           MOVE "S" TO WKOK
           PERFORM RMARCA THRU RMARCAX
           DISPLAY "LOG " SEQINI " A " SEQFIM ": " QTMARCA
               " MATRICULAS ALTERADAS"
           .
       R04.
           COMPUTE EXECX = BXEXEC + 1
           ACCEPT DATAEXT FROM DATE YYYYMMDD
           ACCEPT HORAEXT FROM TIME
           MOVE SPACES TO NOMECTL
           STRING "BICTL_" EXECX ".TXT" DELIMITED BY SIZE
               INTO NOMECTL
           OPEN OUTPUT BICTL
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMECTL ": " FSX
               GO TO RF1
           .
           MOVE SPACES TO BICTLLINE
           STRING "ARQUIVO;TABELA;MODO;REGISTROS;TOTAL1;TOTAL2;"
               "SEQINI;SEQFIM;DATA;HORA;MASCARA"
               DELIMITED BY SIZE INTO BICTLLINE
           WRITE BICTLLINE
           MOVE ZEROS TO QTARQ QTTOT
       .
       R05.
           PERFORM RXFUNC THRU RXFUNCX
           PERFORM RXAREA THRU RXAREAX
           PERFORM RXCARGO THRU RXCARGOX
           PERFORM RXFIL THRU RXFILX
           PERFORM RXMUNIC THRU RXMUNICX
           PERFORM RXFOLHA THRU RXFOLHAX
           PERFORM RXFER THRU RXFERX
           PERFORM RXAFAST THRU RXAFASTX
           PERFORM RXHORAS THRU RXHORASX
           PERFORM RXAUS THRU RXAUSX
           CLOSE BICTL
           .
       R06.
      *-----------------------------------------------------------------
      *SO DEPOIS DE TODOS OS ARQUIVOS GRAVADOS O CONTROLE AVANCA - SE O
      *EXTRATO CAIR NO MEIO, O PROXIMO INCREMENTAL REPETE A MESMA FAIXA
      *-----------------------------------------------------------------
           MOVE 1 TO BXRK
           MOVE SEQFIM TO BXSEQ
           MOVE EXECX TO BXEXEC
           MOVE DATAEXT TO BXDATA
           MOVE HORAEXT(1:6) TO BXHORA
           MOVE MODO TO BXMODO
           MOVE MASCARA TO BXMASC
           MOVE OPERID TO BXOPER
           IF BXACHOU = "S"
               REWRITE BIEXTREC
           ELSE
               WRITE BIEXTREC
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BIEXT1.DAT - FS: " FS
               GO TO RF1
           .
           MOVE "X" TO LOGACAO
           MOVE EXECX TO LOGRK
           PERFORM RLOG
           DISPLAY "EXTRATO " EXECX " MODO " MODO ": " QTARQ
               " ARQUIVOS, " QTTOT " REGISTROS"
           DISPLAY "CONTROLE GRAVADO EM " NOMECTL
           .
       RF1.
           CLOSE FILEFUNC BIEXT LOGCTR CHGLOG
           IF WKOK = "S"
               CLOSE BIWK
           .
           IF AREAOK = "S"
               CLOSE CADAREAS
           .
           IF CARGOOK = "S"
               CLOSE CADCARGO
           .
           IF FILOK = "S"
               CLOSE CADFIL
           .
           IF MUNOK = "S"
               CLOSE CADMUNIC
           .
           IF PROK = "S"
               CLOSE PR
           .
           IF FEROK = "S"
               CLOSE FERPAG
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF HOROK = "S"
               CLOSE HORAS
           .
           IF AUSOK = "S"
               CLOSE ABSENC
           .
           GOBACK
           .
       RMARCA.
      *-----------------------------------------------------------------
      *PERCORRE O LOG DA FAIXA E MARCA MATRICULAS E CADASTROS ALTERADOS
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
           MOVE 1 TO PGSUB
       .
       RMARCA3.
           IF PGSUB > PGQT
               GO TO RMARCA2
           .
           IF PGPROG(PGSUB) NOT = LOGPROG
               ADD 1 TO PGSUB
               GO TO RMARCA3
           .
           MOVE PGTIPO(PGSUB) TO TIPOLOG
           IF TIPOLOG = "A"
               MOVE "S" TO AREAMUD
               GO TO RMARCA2
           .
           IF TIPOLOG = "C"
               MOVE "S" TO CARGOMUD
               GO TO RMARCA2
           .
           IF TIPOLOG = "L"
               MOVE "S" TO FILMUD
               GO TO RMARCA2
           .
           PERFORM RCHAVE THRU RCHAVEX
           IF CHAVE > ZEROS AND CHAVE < 1000000
               MOVE CHAVE TO WKMAT
               WRITE BIWKREC
               IF FS = "00"
                   ADD 1 TO QTMARCA
               END-IF
           .
           GO TO RMARCA2
           .
       RMARCAX.
           EXIT.
       RCHAVE.
      *-----------------------------------------------------------------
      *CHAVE DO LOG -> MATRICULA. A FOLHA TERMINA EM ANO VALIDO
      *PRECEDIDO DE MES VALIDO; O 13O NAO (MESMA REGRA DO CONFSOD)
      *-----------------------------------------------------------------
           MOVE LOGRK TO CHAVE
           IF TIPOLOG = "H"
               DIVIDE LOGRK BY 100000000 GIVING CHAVE
               GO TO RCHAVEX
           .
           IF TIPOLOG = "T"
               IF LOGRK > 999999
                   DIVIDE LOGRK BY 100 GIVING CHAVE
               END-IF
               GO TO RCHAVEX
           .
           IF TIPOLOG = "S"
               IF LOGRK > 999999
                   DIVIDE LOGRK BY 1000 GIVING CHAVE
               END-IF
               GO TO RCHAVEX
           .
           IF TIPOLOG NOT = "F"
               GO TO RCHAVEX
           .
           DIVIDE LOGRK BY 10000 GIVING CHQUOC REMAINDER CHANO
           DIVIDE CHQUOC BY 100 GIVING CHQUOC REMAINDER CHMES
           IF CHANO > 1899 AND CHANO < 2100
                   AND CHMES > ZEROS AND CHMES < 13
               DIVIDE LOGRK BY 1000000 GIVING CHAVE
           ELSE
               DIVIDE LOGRK BY 100000 GIVING CHAVE
           .
       RCHAVEX.
           EXIT.
       RXFUNC.
           MOVE "FUNC" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;MATRICULA;NOME;CPF;PIS;SEXO;GENERO;"
               "NASCIMENTO;ADMISSAO;DESLIGAMENTO;AREA;CARGO;FILIAL;"
               "CEP;BANCO;AGENCIA;CONTA;PAGAMENTO;CONTRATO;JORNADA;"
               "DEPENDENTES"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           IF MODO = "I"
               GO TO RXFUNCI
           .
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO RXFUNCF
           .
       RXFUNC2.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO RXFUNCF
           .
           PERFORM RLFUNC THRU RLFUNCX
           GO TO RXFUNC2
           .
       RXFUNCI.
           MOVE ZEROS TO WKMAT
           START BIWK KEY IS NOT LESS THAN WKMAT
           IF FS NOT = "00"
               GO TO RXFUNCF
           .
       RXFUNCI2.
           READ BIWK NEXT RECORD
           IF FS NOT = "00"
               GO TO RXFUNCF
           .
           MOVE WKMAT TO RKT
           READ FILEFUNC
           IF FS = "00"
               PERFORM RLFUNC THRU RLFUNCX
           ELSE
               MOVE SPACES TO LINHA
               STRING "E;" WKMAT DELIMITED BY SIZE INTO LINHA
               PERFORM RGRAVA THRU RGRAVAX
           .
           GO TO RXFUNCI2
           .
       RXFUNCF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXFUNCX.
           EXIT.
       RLFUNC.
           PERFORM RMASC THRU RMASCX
           MOVE SPACES TO LINHA
           STRING TPREG ";" RKT ";" DELIMITED BY SIZE
               MNOME DELIMITED BY "  "
               ";" MCPF ";" MPIS ";" SEXO ";" GENERO ";"
               DNANO DNMES DNDIA ";" ADANO ADMES ADDIA ";"
               DDANO DDMES DDDIA ";" ARK2 ";" CRK2 ";" FFILIAL ";"
               MCEP ";" BANCOCOD ";" MAGENC ";" MCONTA ";"
               PAGTIPO ";" CONTRTIPO ";" JORNADA ";" NUMDEPEND
               DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           .
       RLFUNCX.
           EXIT.
       RMASC.
      *-----------------------------------------------------------------
      *DADOS PESSOAIS: COMO ESTAO OU MASCARADOS (LGPD). O NOME
      *MASCARADO FICA SO COM AS INICIAIS ("JOAO DA SILVA" -> "J.D.S.")
      *-----------------------------------------------------------------
           MOVE NOME TO MNOME
           INSPECT MNOME REPLACING ALL ";" BY ","
           MOVE CPF TO MCPF
           MOVE PISNUM TO MPIS
           MOVE CEP2 TO MCEP
           MOVE SPACES TO MAGENC MCONTA
           STRING AGENCIA "-" AGENCIADV DELIMITED BY SIZE INTO MAGENC
           STRING CONTA "-" CONTADV DELIMITED BY SIZE INTO MCONTA
           IF MASCARA NOT = "S"
               GO TO RMASCX
           .
           MOVE "***" TO MCPF(1:3)
           MOVE "**" TO MCPF(10:2)
           MOVE "***" TO MPIS(1:3)
           MOVE "**" TO MPIS(10:2)
           MOVE "000" TO MCEP(6:3)
           MOVE "****-*" TO MAGENC
           MOVE "********-*" TO MCONTA
           MOVE SPACES TO MNOME
           MOVE SPACE TO NANT
           MOVE 1 TO NSUB NPOS
       .
       RMASC2.
           IF NSUB > 40
               GO TO RMASCX
           .
           IF NOME(NSUB:1) NOT = SPACE AND NANT = SPACE AND NPOS < 39
               MOVE NOME(NSUB:1) TO MNOME(NPOS:1)
               MOVE "." TO MNOME(NPOS + 1:1)
               ADD 2 TO NPOS
           .
           MOVE NOME(NSUB:1) TO NANT
           ADD 1 TO NSUB
           GO TO RMASC2
           .
       RMASCX.
           EXIT.
       RXAREA.
           MOVE "AREA" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;AREA;DESCRICAO;NIVEL;NIVELTXT;AREASUP;FILIAL"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           MOVE "C" TO TPREG
           IF AREAOK NOT = "S"
               GO TO RXAREAF
           .
           IF MODO = "I" AND AREAMUD NOT = "S"
               GO TO RXAREAF
           .
           MOVE ZEROS TO ARK
           START CADAREAS KEY IS NOT LESS THAN ARK
           IF FS NOT = "00"
               GO TO RXAREAF
           .
       RXAREA2.
           READ CADAREAS NEXT RECORD
           IF FS NOT = "00"
               GO TO RXAREAF
           .
           INSPECT DESC REPLACING ALL ";" BY ","
           INSPECT NTXT REPLACING ALL ";" BY ","
           MOVE SPACES TO LINHA
           STRING TPREG ";" ARK ";" DELIMITED BY SIZE
               DESC DELIMITED BY "  "
               ";" N ";" DELIMITED BY SIZE
               NTXT DELIMITED BY "  "
               ";" ASRK ";" AFILIAL DELIMITED BY SIZE
               INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           GO TO RXAREA2
           .
       RXAREAF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXAREAX.
           EXIT.
       RXCARGO.
           MOVE "CARGO" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;CARGO;DESCRICAO;SALARIO;FILIAL;CCT;CBO"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           MOVE "C" TO TPREG
           IF CARGOOK NOT = "S"
               GO TO RXCARGOF
           .
           IF MODO = "I" AND CARGOMUD NOT = "S"
               GO TO RXCARGOF
           .
           MOVE ZEROS TO CRK
           START CADCARGO KEY IS NOT LESS THAN CRK
           IF FS NOT = "00"
               GO TO RXCARGOF
           .
       RXCARGO2.
           READ CADCARGO NEXT RECORD
           IF FS NOT = "00"
               GO TO RXCARGOF
           .
           INSPECT CDESC REPLACING ALL ";" BY ","
           MOVE SALVAL TO E1
           ADD SALVAL TO TOT1
           MOVE SPACES TO LINHA
           STRING TPREG ";" CRK ";" DELIMITED BY SIZE
               CDESC DELIMITED BY "  "
               ";" E1 ";" CFILIAL ";" CCTCOD ";" CCBO
               DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           GO TO RXCARGO2
           .
       RXCARGOF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXCARGOX.
           EXIT.
       RXFIL.
           MOVE "FILIAL" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;FILIAL;RAZAO;CNPJ;CIDADE;UF;MUNICIPIO;REGIME"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           MOVE "C" TO TPREG
           IF FILOK NOT = "S"
               GO TO RXFILF
           .
           IF MODO = "I" AND FILMUD NOT = "S"
               GO TO RXFILF
           .
           MOVE ZEROS TO FILRK
           START CADFIL KEY IS NOT LESS THAN FILRK
           IF FS NOT = "00"
               GO TO RXFILF
           .
       RXFIL2.
           READ CADFIL NEXT RECORD
           IF FS NOT = "00"
               GO TO RXFILF
           .
           INSPECT FILRAZAO REPLACING ALL ";" BY ","
           INSPECT FILCIDADE REPLACING ALL ";" BY ","
           MOVE SPACES TO LINHA
           STRING TPREG ";" FILRK ";" DELIMITED BY SIZE
               FILRAZAO DELIMITED BY "  "
               ";" FILCNPJ ";" DELIMITED BY SIZE
               FILCIDADE DELIMITED BY "  "
               ";" FILUF ";" FILMUNIC ";" FILREGIME
               DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           GO TO RXFIL2
           .
       RXFILF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXFILX.
           EXIT.
       RXMUNIC.
           MOVE "MUNIC" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;MUNICIPIO;NOME;UF"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           IF MUNOK NOT = "S" OR MODO = "I"
               GO TO RXMUNICF
           .
           MOVE ZEROS TO MURK
           START CADMUNIC KEY IS NOT LESS THAN MURK
           IF FS NOT = "00"
               GO TO RXMUNICF
           .
       RXMUNIC2.
           READ CADMUNIC NEXT RECORD
           IF FS NOT = "00"
               GO TO RXMUNICF
           .
           MOVE SPACES TO LINHA
           STRING TPREG ";" MURK ";" DELIMITED BY SIZE
               MUNOME DELIMITED BY "  "
               ";" MUUF DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           GO TO RXMUNIC2
           .
       RXMUNICF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXMUNICX.
           EXIT.
       RXFOLHA.
           MOVE "FOLHA" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;MATRICULA;MES;ANO;BRUTO;INSS;IRRF;FGTS;"
               "LIQUIDO;HORAEXTRA;ADICNOT;BENEFICIOS;PROVENTOS;"
               "DESCONTOS"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           IF PROK NOT = "S"
               GO TO RXFOLHAF
           .
           IF MODO = "I"
               GO TO RXFOLHAI
           .
           MOVE ZEROS TO RK
           START PR KEY IS NOT LESS THAN RK
           IF FS NOT = "00"
               GO TO RXFOLHAF
           .
       RXFOLHA2.
           READ PR NEXT RECORD
           IF FS NOT = "00"
               GO TO RXFOLHAF
           .
           PERFORM RLFOLHA THRU RLFOLHAX
           GO TO RXFOLHA2
           .
       RXFOLHAI.
           MOVE ZEROS TO WKMAT
           START BIWK KEY IS NOT LESS THAN WKMAT
           IF FS NOT = "00"
               GO TO RXFOLHAF
           .
       RXFOLHAI2.
           READ BIWK NEXT RECORD
           IF FS NOT = "00"
               GO TO RXFOLHAF
           .
           MOVE WKMAT TO RKF
           MOVE ZEROS TO RKM RKY
           START PR KEY IS NOT LESS THAN RK
           IF FS NOT = "00"
               GO TO RXFOLHAI2
           .
       RXFOLHAI3.
           READ PR NEXT RECORD
           IF FS NOT = "00" OR RKF NOT = WKMAT
               GO TO RXFOLHAI2
           .
           PERFORM RLFOLHA THRU RLFOLHAX
           GO TO RXFOLHAI3
           .
       RXFOLHAF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXFOLHAX.
           EXIT.
       RLFOLHA.
           MOVE PSALVALB TO E1
           MOVE PINSS TO E2
           MOVE PIMPR TO E3
           MOVE PFGTS TO E4
           MOVE PSLIQUID TO E5
           MOVE PVALHREXT TO E6
           MOVE PVALHNOT TO E7
           MOVE PVALBENEF TO E8
           MOVE PVALLANCE TO E9
           MOVE PVALLANCD TO E10
           ADD PSALVALB TO TOT1
           ADD PSLIQUID TO TOT2
           MOVE SPACES TO LINHA
           STRING TPREG ";" RKF ";" RKM ";" RKY ";" E1 ";" E2 ";"
               E3 ";" E4 ";" E5 ";" E6 ";" E7 ";" E8 ";" E9 ";" E10
               DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           .
       RLFOLHAX.
           EXIT.
       RXFER.
           MOVE "FERIAS" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;MATRICULA;SEQ;DIAS;INICIO;BASE;TERCO;BRUTO;"
               "DIASABONO;ABONO;PAGO"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           IF FEROK NOT = "S"
               GO TO RXFERF
           .
           IF MODO = "I"
               GO TO RXFERI
           .
           MOVE ZEROS TO FPRK
           START FERPAG KEY IS NOT LESS THAN FPRK
           IF FS NOT = "00"
               GO TO RXFERF
           .
       RXFER2.
           READ FERPAG NEXT RECORD
           IF FS NOT = "00"
               GO TO RXFERF
           .
           PERFORM RLFER THRU RLFERX
           GO TO RXFER2
           .
       RXFERI.
           MOVE ZEROS TO WKMAT
           START BIWK KEY IS NOT LESS THAN WKMAT
           IF FS NOT = "00"
               GO TO RXFERF
           .
       RXFERI2.
           READ BIWK NEXT RECORD
           IF FS NOT = "00"
               GO TO RXFERF
           .
           MOVE WKMAT TO FPRKF
           MOVE ZEROS TO FPSEQ
           START FERPAG KEY IS NOT LESS THAN FPRK
           IF FS NOT = "00"
               GO TO RXFERI2
           .
       RXFERI3.
           READ FERPAG NEXT RECORD
           IF FS NOT = "00" OR FPRKF NOT = WKMAT
               GO TO RXFERI2
           .
           PERFORM RLFER THRU RLFERX
           GO TO RXFERI3
           .
       RXFERF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXFERX.
           EXIT.
       RLFER.
           MOVE FPBASE TO E1
           MOVE FPTERCO TO E2
           MOVE FPBRUTO TO E3
           MOVE FPABONO TO E4
           ADD FPBRUTO TO TOT1
           ADD FPABONO TO TOT2
           MOVE SPACES TO LINHA
           STRING TPREG ";" FPRKF ";" FPSEQ ";" FPDIAS ";"
               FPINIANO FPINIMES FPINIDIA ";" E1 ";" E2 ";" E3 ";"
               FPDIASAB ";" E4 ";" FPPAGO
               DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           .
       RLFERX.
           EXIT.
       RXAFAST.
           MOVE "AFAST" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;MATRICULA;CAUSA;INICIO;PREVISAO;RETORNO;"
               "COMPLEMENTO"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           IF AFOK NOT = "S"
               GO TO RXAFASTF
           .
           IF MODO = "I"
               GO TO RXAFASTI
           .
           MOVE ZEROS TO AFRK
           START AFAST KEY IS NOT LESS THAN AFRK
           IF FS NOT = "00"
               GO TO RXAFASTF
           .
       RXAFAST2.
           READ AFAST NEXT RECORD
           IF FS NOT = "00"
               GO TO RXAFASTF
           .
           PERFORM RLAFAST THRU RLAFASTX
           GO TO RXAFAST2
           .
       RXAFASTI.
           MOVE ZEROS TO WKMAT
           START BIWK KEY IS NOT LESS THAN WKMAT
           IF FS NOT = "00"
               GO TO RXAFASTF
           .
       RXAFASTI2.
           READ BIWK NEXT RECORD
           IF FS NOT = "00"
               GO TO RXAFASTF
           .
           MOVE WKMAT TO AFRK
           READ AFAST
           IF FS = "00"
               PERFORM RLAFAST THRU RLAFASTX
           .
           GO TO RXAFASTI2
           .
       RXAFASTF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXAFASTX.
           EXIT.
       RLAFAST.
           MOVE AFCOMP TO E1
           ADD AFCOMP TO TOT1
           MOVE SPACES TO LINHA
           STRING TPREG ";" AFRK ";" AFCAUSA ";"
               AFINIANO AFINIMES AFINIDIA ";"
               AFPREVANO AFPREVMES AFPREVDIA ";"
               AFRETANO AFRETMES AFRETDIA ";" E1
               DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           .
       RLAFASTX.
           EXIT.
       RXHORAS.
           MOVE "HORAS" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;MATRICULA;MES;ANO;HORASEXTRA;TIPOHE;"
               "HORASNOT;HORASFER;ATRASOMIN;INTRAJORNADA"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           IF HOROK NOT = "S"
               GO TO RXHORASF
           .
           IF MODO = "I"
               GO TO RXHORASI
           .
           MOVE ZEROS TO HARK
           START HORAS KEY IS NOT LESS THAN HARK
           IF FS NOT = "00"
               GO TO RXHORASF
           .
       RXHORAS2.
           READ HORAS NEXT RECORD
           IF FS NOT = "00"
               GO TO RXHORASF
           .
           PERFORM RLHORAS THRU RLHORASX
           GO TO RXHORAS2
           .
       RXHORASI.
           MOVE ZEROS TO WKMAT
           START BIWK KEY IS NOT LESS THAN WKMAT
           IF FS NOT = "00"
               GO TO RXHORASF
           .
       RXHORASI2.
           READ BIWK NEXT RECORD
           IF FS NOT = "00"
               GO TO RXHORASF
           .
           MOVE WKMAT TO HARKF
           MOVE ZEROS TO HARKM HARKY
           START HORAS KEY IS NOT LESS THAN HARK
           IF FS NOT = "00"
               GO TO RXHORASI2
           .
       RXHORASI3.
           READ HORAS NEXT RECORD
           IF FS NOT = "00" OR HARKF NOT = WKMAT
               GO TO RXHORASI2
           .
           PERFORM RLHORAS THRU RLHORASX
           GO TO RXHORASI3
           .
       RXHORASF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXHORASX.
           EXIT.
       RLHORAS.
           MOVE HAINTRA TO EH
           ADD HAHREXT TO TOT1
           ADD HAHNOT TO TOT2
           MOVE SPACES TO LINHA
           STRING TPREG ";" HARKF ";" HARKM ";" HARKY ";"
               HAHREXT ";" HATIPOHE ";" HAHNOT ";" HAHFER ";"
               HAATRMIN ";" EH
               DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           .
       RLHORASX.
           EXIT.
       RXAUS.
           MOVE "AUSENC" TO TABNOME
           MOVE SPACES TO CABEC
           STRING "OPER;MATRICULA;SEQ;MES;ANO;TIPO;DESCRICAO;DIAS"
               DELIMITED BY SIZE INTO CABEC
           PERFORM RABRE THRU RABREX
           IF AUSOK NOT = "S"
               GO TO RXAUSF
           .
           IF MODO = "I"
               GO TO RXAUSI
           .
           MOVE ZEROS TO ABRK
           START ABSENC KEY IS NOT LESS THAN ABRK
           IF FS NOT = "00"
               GO TO RXAUSF
           .
       RXAUS2.
           READ ABSENC NEXT RECORD
           IF FS NOT = "00"
               GO TO RXAUSF
           .
           PERFORM RLAUS THRU RLAUSX
           GO TO RXAUS2
           .
       RXAUSI.
           MOVE ZEROS TO WKMAT
           START BIWK KEY IS NOT LESS THAN WKMAT
           IF FS NOT = "00"
               GO TO RXAUSF
           .
       RXAUSI2.
           READ BIWK NEXT RECORD
           IF FS NOT = "00"
               GO TO RXAUSF
           .
           MOVE WKMAT TO ABRKF
           MOVE ZEROS TO ABSEQ
           START ABSENC KEY IS NOT LESS THAN ABRK
           IF FS NOT = "00"
               GO TO RXAUSI2
           .
       RXAUSI3.
           READ ABSENC NEXT RECORD
           IF FS NOT = "00" OR ABRKF NOT = WKMAT
               GO TO RXAUSI2
           .
           PERFORM RLAUS THRU RLAUSX
           GO TO RXAUSI3
           .
       RXAUSF.
           PERFORM RFECHA THRU RFECHAX
           .
       RXAUSX.
           EXIT.
       RLAUS.
           INSPECT ABTIPOTXT REPLACING ALL ";" BY ","
           ADD ABDIAS TO TOT1
           MOVE SPACES TO LINHA
           STRING TPREG ";" ABRKF ";" ABSEQ ";" ABMES ";" ABANO ";"
               ABTIPO ";" DELIMITED BY SIZE
               ABTIPOTXT DELIMITED BY "  "
               ";" ABDIAS DELIMITED BY SIZE INTO LINHA
           PERFORM RGRAVA THRU RGRAVAX
           .
       RLAUSX.
           EXIT.
       RABRE.
      *-----------------------------------------------------------------
      *ABRE O ARQUIVO DA TABELA (TABNOME) E GRAVA O CABECALHO (CABEC).
      *SEM O ARQUIVO O EXTRATO PARA E O CONTROLE NAO AVANCA
      *-----------------------------------------------------------------
           MOVE SPACES TO NOMEARQ
           STRING "BI" TABNOME DELIMITED BY SPACE
               "_" EXECX ".TXT" DELIMITED BY SIZE
               INTO NOMEARQ
           OPEN OUTPUT BIOUT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEARQ ": " FSX
               DISPLAY "EXTRATO INTERROMPIDO - CONTROLE NAO ATUALIZADO"
               CLOSE BICTL
               GO TO RF1
           .
           WRITE BILINE FROM CABEC
           MOVE ZEROS TO QTREG TOT1 TOT2
           IF MODO = "I"
               MOVE "A" TO TPREG
           ELSE
               MOVE "C" TO TPREG
           .
       RABREX.
           EXIT.
       RGRAVA.
           WRITE BILINE FROM LINHA
           ADD 1 TO QTREG
           .
       RGRAVAX.
           EXIT.
       RFECHA.
           CLOSE BIOUT
           MOVE TOT1 TO ET1
           MOVE TOT2 TO ET2
           MOVE SPACES TO BICTLLINE
           STRING NOMEARQ DELIMITED BY SPACE
               ";" TABNOME DELIMITED BY SPACE
               ";" MODO ";" QTREG ";" ET1 ";" ET2 ";" SEQINI ";"
               SEQFIM ";" DATAEXT ";" HORAEXT(1:6) ";" MASCARA
               DELIMITED BY SIZE INTO BICTLLINE
           WRITE BICTLLINE
           ADD 1 TO QTARQ
           ADD QTREG TO QTTOT
           DISPLAY NOMEARQ " " QTREG " REGISTROS"
           .
       RFECHAX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - O EXTRATO LEVA DADOS PESSOAIS PARA FORA DA
      *FOLHA, ENTAO SO COM PRIVILEGIO DE DADOS PESSOAIS
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
           MOVE "BIEXTR" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
