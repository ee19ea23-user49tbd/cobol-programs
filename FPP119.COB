       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOCALC.
       AUTHOR. AUT.
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
           SELECT PRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HRK
           .
      *-----------------------------------------------------------------
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .
      *-----------------------------------------------------------------
           SELECT CARGSAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CSRK
           .
      *-----------------------------------------------------------------
           SELECT DEGRAU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DGRK
           .
      *-----------------------------------------------------------------
           SELECT FUNCSTEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FSRK
           .
      *-----------------------------------------------------------------
           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO
           .
      *-----------------------------------------------------------------
           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .
      *-----------------------------------------------------------------
           SELECT MULTVINC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS MVRK
           .
      *-----------------------------------------------------------------
           SELECT DEPPROVA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DVRK
           .
      *-----------------------------------------------------------------
           SELECT PENSAO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PENRK
           .
      *-----------------------------------------------------------------
           SELECT PENSPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PYRK
           .
      *-----------------------------------------------------------------
           SELECT PENHORA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PHRK
           .
      *-----------------------------------------------------------------
           SELECT SALDODEV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SDRK
           .
      *-----------------------------------------------------------------
           SELECT CADVERBA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
           .
      *-----------------------------------------------------------------
           SELECT MOVVERB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VMRK
           .
      *-----------------------------------------------------------------
           SELECT PREVMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PZRK
           .
      *-----------------------------------------------------------------
           SELECT RRAMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RQRK
           .
      *-----------------------------------------------------------------
           SELECT PRODDIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QDRK
           .
      *-----------------------------------------------------------------
           SELECT MEMORPT ASSIGN TO NOMEARQ
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
      *SALARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *FOLHA ARQUIVADA (VER ARQFOLHA/FPP060) - LIDA DE FORMA
      *TRANSPARENTE QUANDO A COMPETENCIA JA SAIU DA BASE ATIVA
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *HISTORICO DE REAJUSTES DO CARGO (VER DISSIDIO) - DA O SALARIO
      *VIGENTE NA COMPETENCIA, COMO NO RETROCALC/FPP092
      *-----------------------------------------------------------------
       FD CARGSAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGSAL1.DAT".
       01 CARGSALREC.
           03 CSRK.
               05 CSCARGO   PIC 9(04).
               05 CSMES     PIC 9(02).
               05 CSANO     PIC 9(04).
           03 CSSALANT     PIC 9(06)V99.
           03 CSSALNOVO    PIC 9(06)V99.
           03 CSPCT        PIC 9(03)V99.
      *-----------------------------------------------------------------
      *DEGRAUS SALARIAIS (VER CADGRAU/FPP088)
      *-----------------------------------------------------------------
       FD DEGRAU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEGRAU1.DAT".
       COPY DEGRAU.
      *-----------------------------------------------------------------
       FD FUNCSTEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCSTEP.DAT".
       COPY FUNCSTEP.
      *-----------------------------------------------------------------
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
      *BASE DECLARADA DO OUTRO EMPREGADOR (VER CADVINC/FPP091)
      *-----------------------------------------------------------------
       FD MULTVINC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MULTVIN1.DAT".
       COPY MULTVINC.
      *-----------------------------------------------------------------
      *COMPROVACOES DO SALARIO-FAMILIA (VER CADPROVA/FPP113)
      *-----------------------------------------------------------------
       FD DEPPROVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPPROV1.DAT".
       COPY DEPPROVA.
      *-----------------------------------------------------------------
      *ORDENS DE PENSAO (VER CADPENSA/FPP046) E O VALOR APURADO POR
      *ORDEM NA COMPETENCIA
      *-----------------------------------------------------------------
       FD PENSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENSAO1.DAT".
       COPY PENSAO.
      *-----------------------------------------------------------------
       FD PENSPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENSPAG1.DAT".
       COPY PENSPAG.
      *-----------------------------------------------------------------
      *PENHORAS JUDICIAIS (VER CADPENH/FPP098)
      *-----------------------------------------------------------------
       FD PENHORA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENHORA1.DAT".
       COPY PENHORA.
      *-----------------------------------------------------------------
       FD SALDODEV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDODEV.DAT".
       COPY SALDODEV.
      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS E DETALHE POR VERBA (VER CADVERBA/FPP117)
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
      *-----------------------------------------------------------------
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *PRODUCAO DIARIA DOS CARGOS POR PECA (VER CADPROD/FPP173)
      *-----------------------------------------------------------------
       FD PRODDIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODDIA1.DAT".
       COPY PRODDIA.
      *-----------------------------------------------------------------
      *CONTRIBUICOES A PREVIDENCIA COMPLEMENTAR (VER CADPREV/FPP146) -
      *A DEDUCAO DO IRRF FOI LIMITADA PELO ACUMULADO DO ANO, ENTAO A
      *MEMORIA USA A GRAVADA NO MES
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
      *-----------------------------------------------------------------
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE - O RENDIMENTO SAI DA BASE
      *MENSAL E O IMPOSTO PELA TABELA ACUMULADA SOMA NO IRRF
      *-----------------------------------------------------------------
       FD RRAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
      *-----------------------------------------------------------------
       FD MEMORPT
           LABEL RECORD IS STANDARD.
       01 MEMOLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - A MEMORIA INSTRUI CONTESTACAO
      *DO LIQUIDO, QUE PRESCREVE EM 5 ANOS
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BRKF        PIC 9(06).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 HISTOK      PIC X(01).
           01 TAXOK       PIC X(01).
           01 CARGOK      PIC X(01).
           01 GRAUOK      PIC X(01).
           01 AFOK        PIC X(01).
           01 VINCOK      PIC X(01).
           01 PROVAOK     PIC X(01).
           01 PENSOK      PIC X(01).
           01 PYOK        PIC X(01).
           01 PENHOK      PIC X(01).
           01 SDOK        PIC X(01).
           01 VERBOK      PIC X(01).
           01 MVOK        PIC X(01).
           01 PREVOK      PIC X(01).
           01 PREVDED     PIC 9(10)V99.
           01 RRAOK       PIC X(01).
           01 RRAV        PIC 9(10)V99.
           01 RRAI        PIC 9(10)V99.
           01 RRAG        PIC 9(10)V99.
           01 RRAM        PIC 9(03).
           01 PRODOK      PIC X(01).
           01 VALPROD     PIC 9(08)V99.
           01 PRODMIN     PIC 9(08)V99.
           01 PRODHRB     PIC 9(08)V99.
           01 PRODHRS     PIC 9(04)V99.
           01 ORIGEM      PIC X(08).
           01 DIVQTD      PIC 9(03).
      *-----------------------------------------------------------------
      *LINHA DA MEMORIA: ROTULO, VALOR APURADO PELAS REGRAS E O VALOR
      *GRAVADO NO REGISTRO DA FOLHA - A DIFERENCA E MARCADA
      *-----------------------------------------------------------------
           01 LINHA       PIC X(132).
           01 MTITULO     PIC X(80).
           01 MROTULO     PIC X(48).
           01 MVALC       PIC S9(10)V99.
           01 MVALG       PIC S9(10)V99.
           01 VALED       PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 VALED2      PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 ALIQED      PIC Z9,99.
           01 QTDED       PIC ZZZZ9.
      *-----------------------------------------------------------------
      *SALARIO DE REFERENCIA E PRORATA - MESMAS PICTURES DO CALCULO
      *(FPP005/FPP017) PARA REPRODUZIR OS MESMOS ARREDONDAMENTOS
      *-----------------------------------------------------------------
           01 SALREF      PIC 9(06)V99.
           01 SALORIG     PIC X(30).
           01 MELHORQ     PIC 9(06).
           01 MENORP      PIC 9(06).
           01 SALANTW     PIC 9(06)V99.
           01 CSORDW      PIC 9(06).
           01 JORNBASE    PIC 9(03).
           01 HORASDIA    PIC 9(02)V99.
           01 WORKDIAS    PIC 9(02).
           01 SBCONT      PIC 9(09).
           01 SALVALB     PIC 9(10).
           01 HRVALOR     PIC 9(10)V99.
           01 AFFORA      PIC X(01).
           01 AFMATER     PIC X(01).
           01 AFCOMPINI   PIC 9(06).
           01 AFCOMPRET   PIC 9(06).
           01 AFCOMPCUR   PIC 9(06).
           01 AFCOMPSEG   PIC 9(06).
           01 AFRESID     PIC 9(02).
           01 AFCAREN     PIC 9(02).
           01 BRUTOW      PIC S9(10)V99.
      *-----------------------------------------------------------------
      *BASES, INSS E IRRF
      *-----------------------------------------------------------------
           01 AJUINS      PIC S9(10)V99.
           01 AJUIRF      PIC S9(10)V99.
           01 BASEW       PIC S9(10)V99.
           01 BASEINS     PIC 9(10)V99.
           01 BASEIRF     PIC 9(10)V99.
           01 INSS        PIC 9(10)V99.
           01 FAIXAW      PIC 9(01).
           01 ALIQW       PIC 9(02)V99.
           01 WBASEV      PIC 9(10)V99.
           01 WINSSV      PIC 9(10)V99.
           01 INSSTOTW    PIC 9(10)V99.
           01 INSSAQUI    PIC S9(10)V99.
           01 VALVINC     PIC 9(10)V99.
           01 IMPR        PIC 9(10)V99.
           01 IMPRL       PIC 9(10)V99.
           01 REDIRL      PIC 9(10)V99.
           01 WBASEIR     PIC 9(10)V99.
           01 WIRVAL      PIC 9(10)V99.
           01 WREDIR      PIC 9(10)V99.
           01 WREDW       PIC S9(10)V99.
           01 VALREDIR    PIC 9(10)V99.
           01 IRROTA      PIC X(01).
      *-----------------------------------------------------------------
      *SALARIO-FAMILIA, DESCONTOS E LIQUIDO
      *-----------------------------------------------------------------
           01 NUMD        PIC 9(02).
           01 NSUSP       PIC 9(02).
           01 SALF        PIC 9(10)V99.
           01 VALSIND     PIC 9(10)V99.
           01 LIQW        PIC S9(10)V99.
           01 LIQANT      PIC S9(10)V99.
           01 SDNOVOW     PIC 9(10)V99.
      *-----------------------------------------------------------------
      *ORDENS DE PENSAO VIGENTES - MESMA CASCATA DO PENSCALC
      *-----------------------------------------------------------------
           01 PENSTAB.
               03 PENSENT OCCURS 10 TIMES.
                   05 PTSEQ   PIC 9(02).
                   05 PTDATA  PIC 9(08).
                   05 PTTIPO  PIC X(01).
                   05 PTPCT   PIC 9(02)V99.
                   05 PTVAL   PIC 9(08)V99.
           01 PTQTD       PIC 9(02).
           01 PTIDX       PIC 9(02).
           01 PTJDX       PIC 9(02).
           01 SWPENS      PIC X(25).
           01 PENVALW     PIC 9(10)V99.
           01 PYVALW      PIC 9(10)V99.
           01 VALPENSAO   PIC 9(10)V99.
      *-----------------------------------------------------------------
      *PENHORAS: MESMA MARGEM CONSIGNAVEL DO CALCULO
      *-----------------------------------------------------------------
           01 MARGEMPCT   PIC 9(02) VALUE 35.
           01 MARGEMW     PIC 9(10)V99.
           01 GALLOW      PIC S9(10)V99.
           01 PHSOMA      PIC 9(10)V99.
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
               GOBACK
       .
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01B.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               GOBACK
       .
       R01C.
           OPEN INPUT CADTAXA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXA"
               GOBACK
       .
       R01D.
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01E.
           OPEN INPUT CARGSAL
           IF FS NOT = "00"
               MOVE "N" TO CARGOK
           ELSE
               MOVE "S" TO CARGOK
       .
       R01F.
           OPEN INPUT DEGRAU
           IF FS NOT = "00"
               MOVE "N" TO GRAUOK
               GO TO R01G
           .
           OPEN INPUT FUNCSTEP
           IF FS NOT = "00"
               CLOSE DEGRAU
               MOVE "N" TO GRAUOK
           ELSE
               MOVE "S" TO GRAUOK
       .
       R01G.
           OPEN INPUT AFAST
           IF FS NOT = "00"
               MOVE "N" TO AFOK
           ELSE
               MOVE "S" TO AFOK
       .
       R01H.
           OPEN INPUT MULTVINC
           IF FS NOT = "00"
               MOVE "N" TO VINCOK
           ELSE
               MOVE "S" TO VINCOK
       .
       R01I.
           OPEN INPUT DEPPROVA
           IF FS NOT = "00"
               MOVE "N" TO PROVAOK
           ELSE
               MOVE "S" TO PROVAOK
       .
       R01J.
           OPEN INPUT PENSAO
           IF FS NOT = "00"
               MOVE "N" TO PENSOK
           ELSE
               MOVE "S" TO PENSOK
       .
       R01K.
           OPEN INPUT PENSPAG
           IF FS NOT = "00"
               MOVE "N" TO PYOK
           ELSE
               MOVE "S" TO PYOK
       .
       R01L.
           OPEN INPUT PENHORA
           IF FS NOT = "00"
               MOVE "N" TO PENHOK
           ELSE
               MOVE "S" TO PENHOK
       .
       R01M.
           OPEN INPUT SALDODEV
           IF FS NOT = "00"
               MOVE "N" TO SDOK
           ELSE
               MOVE "S" TO SDOK
       .
       R01N.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01O.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01P.
           OPEN INPUT PREVMOV
           IF FS NOT = "00"
               MOVE "N" TO PREVOK
           ELSE
               MOVE "S" TO PREVOK
       .
       R01Q.
           OPEN INPUT RRAMOV
           IF FS NOT = "00"
               MOVE "N" TO RRAOK
           ELSE
               MOVE "S" TO RRAOK
       .
       R01R.
           OPEN INPUT PRODDIA
           IF FS NOT = "00"
               MOVE "N" TO PRODOK
           ELSE
               MOVE "S" TO PRODOK
       .
       R02.
           DISPLAY "MEMORIA DE CALCULO DA FOLHA"
           DISPLAY "DIGITE O CODIGO DO FUNCIONARIO (RK): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               DISPLAY "CODIGO NAO PODE SER NULO"
               GO TO R02
       .
       R02A.
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
           IF BRKM = ZEROS OR BRKM > 12
               DISPLAY "MES INVALIDO"
               GO TO R02A
       .
       R02B.
           DISPLAY "DIGITE O ANO DA COMPETENCIA (RKY): "
           ACCEPT BRKY
           IF BRKY = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO R02B
       .
       R03.
      *-----------------------------------------------------------------
      *FOLHA APROVADA DA COMPETENCIA - BASE ATIVA OU ARQUIVADA
      *-----------------------------------------------------------------
           MOVE BRKF TO RKF
           MOVE BRKM TO RKM
           MOVE BRKY TO RKY
           MOVE "PRT1" TO ORIGEM
           READ PR
           IF FS = "00"
               GO TO R03A
           .
           IF HISTOK NOT = "S"
               DISPLAY "FOLHA NAO ENCONTRADA PARA A COMPETENCIA"
               GO TO RF1
           .
           MOVE RK TO HRK
           READ PRHIST
           IF FS NOT = "00"
               DISPLAY "FOLHA NAO ENCONTRADA PARA A COMPETENCIA"
               GO TO RF1
           .
           MOVE PRHREC TO PRM
           IF HVER < 1
               MOVE ZEROS TO PVALVINC PVALATRAS PVALINTRA
               MOVE ZEROS TO PVALANUEN PVALPENH
               MOVE "L" TO PIRRFROTA
           END-IF
           IF HVER < 2
               MOVE ZEROS TO PVALREDIR
           END-IF
           MOVE "PRHIST" TO ORIGEM
       .
       R03A.
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RF1
           .
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO DO FUNCIONARIO NAO CADASTRADO"
               GO TO RF1
           .
           MOVE BRKY TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               MOVE "N" TO TAXOK
           ELSE
               MOVE "S" TO TAXOK
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT MEMORPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ZEROS TO DIVQTD
           MOVE ALL "=" TO MEMOLINE
           WRITE MEMOLINE
           MOVE SPACES TO LINHA
           STRING "MEMORIA DE CALCULO - RK " BRKF " - " NOME
               " - COMPETENCIA " BRKM "/" BRKY
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           STRING "CARGO " CRK " " CDESC " - FILIAL " FFILIAL
               " - FOLHA LIDA DE " ORIGEM
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           IF TAXOK = "S"
               STRING "TABELA DE TAXAS DO ANO " TXANO " (CADTAXA)"
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               STRING "TABELA DE TAXAS DO ANO " BRKY
                   " NAO CADASTRADA - INSS E IRRF SAEM ZERADOS"
                   DELIMITED BY SIZE INTO LINHA
           END-IF
           PERFORM RTEXTO
           MOVE "CADA ETAPA PARTE DOS VALORES GRAVADOS DA ETAPA ANTERIOR
      -        " - A PRIMEIRA DIVERGENCIA APONTA A ORIGEM" TO LINHA
           PERFORM RTEXTO
       .
       R06.
           PERFORM RSALARIO THRU RSALARIOX
           PERFORM RBRUTO THRU RBRUTOX
           PERFORM RBASES THRU RBASESX
           PERFORM RINSS THRU RINSSX
           PERFORM RIRRF THRU RIRRFX
           PERFORM RSALFAM THRU RSALFAMX
           PERFORM RLIQ THRU RLIQX
           PERFORM RPENS THRU RPENSX
           PERFORM RPENH THRU RPENHX
           PERFORM RSALDO THRU RSALDOX
       .
       R07.
           MOVE ALL "=" TO MEMOLINE
           WRITE MEMOLINE
           MOVE SPACES TO LINHA
           IF DIVQTD = ZEROS
               MOVE "O CALCULO GRAVADO CONFERE COM AS REGRAS E CADASTROS
      -            " DA COMPETENCIA" TO LINHA
           ELSE
               STRING "LINHAS DIVERGENTES: " DIVQTD
                   " - VER AS MARCAS <<< DIVERGE ACIMA"
                   DELIMITED BY SIZE INTO LINHA
           END-IF
           PERFORM RTEXTO
           DISPLAY "LINHAS DIVERGENTES: " DIVQTD
           GO TO RF2
           .
       RSALARIO.
      *-----------------------------------------------------------------
      *1. SALARIO DE REFERENCIA: DEGRAU DO FUNCIONARIO, SENAO O
      *REAJUSTE DO CARGO VIGENTE NA COMPETENCIA (CARGSAL), SENAO O
      *SALVAL ATUAL DO CARGO; PRORATA DO RPRORATA/RAFJUST
      *-----------------------------------------------------------------
           MOVE "1. SALARIO DE REFERENCIA E PRORATA" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE SALVAL TO SALREF
           MOVE "SALARIO ATUAL DO CARGO" TO SALORIG
           PERFORM RSALVIG THRU RSALVIGX
           PERFORM RDEGRAU THRU RDEGRAUX
           MOVE SPACES TO MROTULO
           STRING "VALOR DE REFERENCIA - " SALORIG
               DELIMITED BY SIZE INTO MROTULO
           MOVE SALREF TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE JORNADA TO JORNBASE
           IF JORNBASE = ZEROS
               MOVE 220 TO JORNBASE
           .
           MOVE SPACES TO LINHA
           STRING "    TIPO DE SALARIO " TS " " TSTXT
               " - JORNADA MENSAL " JORNBASE " HORAS"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           COMPUTE HORASDIA ROUNDED = JORNBASE / 27,5
           PERFORM RPRORATA THRU RPRORATAX
           MOVE WORKDIAS TO QTDED
           MOVE SPACES TO LINHA
           STRING "    DIAS PAGOS NO MES (MES COMERCIAL DE 30): " QTDED
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           IF AFFORA = "S"
               MOVE "    AFASTADO O MES INTEIRO - A EMPRESA NAO PAGA
      -            " SALARIO (INSS ASSUME)" TO LINHA
               PERFORM RTEXTO
           .
           IF AFMATER = "S"
               MOVE "    LICENCA MATERNIDADE - PAGAMENTO INTEGRAL"
                   TO LINHA
               PERFORM RTEXTO
           .
           MOVE ZEROS TO SBCONT HRVALOR
           MOVE SALREF TO SALVALB
           IF TS = "H"
               MOVE SALVALB TO HRVALOR
               COMPUTE SBCONT ROUNDED = JORNBASE * WORKDIAS / 30
               COMPUTE SALVALB = SALVALB * SBCONT
               MOVE SBCONT TO QTDED
               MOVE SPACES TO LINHA
               STRING "    HORISTA: HORAS PAGAS = JORNADA X DIAS / 30 "
                   "= " QTDED DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
           ELSE
               IF TS = "D"
                   COMPUTE HRVALOR ROUNDED = SALVALB / HORASDIA
                   MOVE WORKDIAS TO SBCONT
                   COMPUTE SALVALB = SALVALB * SBCONT
                   MOVE "    DIARISTA: VALOR DO DIA X DIAS PAGOS"
                       TO LINHA
                   PERFORM RTEXTO
               ELSE
                   IF TS = "P"
                       PERFORM RPRODMEM THRU RPRODMEMX
                   ELSE
                       COMPUTE SALVALB ROUNDED = SALVALB * WORKDIAS / 30
                       COMPUTE HRVALOR ROUNDED = SALVALB / JORNBASE
                       MOVE "    MENSALISTA: SALARIO X DIAS PAGOS / 30"
                           TO LINHA
                       PERFORM RTEXTO
                   END-IF
               END-IF
           END-IF
           MOVE "VALOR DA HORA" TO MROTULO
           MOVE HRVALOR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "SALARIO DO MES PRORRATEADO" TO MROTULO
           MOVE SALVALB TO MVALC
           IF MVOK NOT = "S"
               PERFORM RLINVAL THRU RLINVALX
               GO TO RSALARIOX
           .
      *    O SALARIO DO MES SO FICA GRAVADO NA VERBA 0001 DO DETALHE
           MOVE BRKF TO VMRKF
           MOVE BRKM TO VMRKM
           MOVE BRKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE 1 TO VMCOD
           READ MOVVERB
           IF FS NOT = "00"
               MOVE ZEROS TO VMVALOR
           .
           MOVE VMVALOR TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           .
       RSALARIOX.
           EXIT.
       RPRODMEM.
      *-----------------------------------------------------------------
      *CARGO POR PRODUCAO - MESMA REGRA DO PRODCALC DA FOLHA: O SALARIO
      *E O QUE FALTA DA PRODUCAO DO MES PARA O MINIMO GARANTIDO
      *PRORRATEADO; A PRODUCAO VAI NA VERBA DO CARGO (LANCAMENTOS)
      *-----------------------------------------------------------------
           MOVE ZEROS TO VALPROD
           COMPUTE PRODMIN ROUNDED = SALVALB * WORKDIAS / 30
           IF PRODOK = "S"
               MOVE BRKF TO QDRKF
               COMPUTE QDDATA = BRKY * 10000 + BRKM * 100
               MOVE LOW-VALUES TO QDITEM
               START PRODDIA KEY IS NOT LESS THAN QDRK
               IF FS = "00"
                   PERFORM RPRODSCAN
               END-IF
           .
           MOVE PRODMIN TO PRODHRB
           IF VALPROD > PRODMIN
               MOVE VALPROD TO PRODHRB
           .
           COMPUTE PRODHRS ROUNDED = JORNBASE * WORKDIAS / 30
           IF PRODHRS > ZEROS
               COMPUTE HRVALOR ROUNDED = PRODHRB / PRODHRS
           ELSE
               COMPUTE HRVALOR ROUNDED = SALVALB / JORNBASE
           .
           MOVE "    POR PRODUCAO: MINIMO GARANTIDO X DIAS PAGOS / 30"
               TO LINHA
           PERFORM RTEXTO
           MOVE "MINIMO GARANTIDO PRORRATEADO" TO MROTULO
           MOVE PRODMIN TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "PRODUCAO DO MES (VERBA DO CARGO)" TO MROTULO
           MOVE VALPROD TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE ZEROS TO SALVALB
           IF PRODMIN > VALPROD
               COMPUTE SALVALB = PRODMIN - VALPROD
           .
           MOVE "    SALARIO = COMPLEMENTO ATE O MINIMO; HORA NORMAL ="
               TO LINHA
           PERFORM RTEXTO
           MOVE "    MAIOR DOS DOIS / (JORNADA X DIAS PAGOS / 30)"
               TO LINHA
           PERFORM RTEXTO
           .
       RPRODMEMX.
           EXIT.
       RPRODSCAN.
           READ PRODDIA NEXT RECORD
           IF FS = "00"
               IF QDRKF = BRKF AND QDANO = BRKY AND QDMES = BRKM
                   ADD QDVALOR TO VALPROD
                   GO TO RPRODSCAN
               END-IF
           END-IF
           .
       RSALVIG.
      *-----------------------------------------------------------------
      *ULTIMO REAJUSTE DO CARGO COM VIGENCIA ATE A COMPETENCIA E, NA
      *FALTA DELE, O SALARIO ANTERIOR DO REAJUSTE SEGUINTE MAIS
      *PROXIMO (MESMA REGRA DO RSALVELHO DO RETROCALC)
      *-----------------------------------------------------------------
           IF CARGOK NOT = "S"
               GO TO RSALVIGX
           .
           MOVE ZEROS TO MELHORQ MENORP SALANTW
           MOVE CRK2 TO CSCARGO
           MOVE ZEROS TO CSMES CSANO
           START CARGSAL KEY IS NOT LESS THAN CSRK
           IF FS NOT = "00"
               GO TO RSALVIGX
           .
       RSALVIG2.
           READ CARGSAL NEXT RECORD
           IF FS NOT = "00" OR CSCARGO NOT = CRK2
               GO TO RSALVIG3
           END-IF
           COMPUTE CSORDW = CSANO * 100 + CSMES
           IF CSORDW NOT > (BRKY * 100 + BRKM)
               IF CSORDW > MELHORQ
                   MOVE CSORDW TO MELHORQ
                   MOVE CSSALNOVO TO SALREF
               END-IF
           ELSE
               IF MENORP = ZEROS OR CSORDW < MENORP
                   MOVE CSORDW TO MENORP
                   MOVE CSSALANT TO SALANTW
               END-IF
           END-IF
           GO TO RSALVIG2
           .
       RSALVIG3.
           IF MELHORQ NOT = ZEROS
               MOVE "REAJUSTE VIGENTE (CARGSAL)" TO SALORIG
           ELSE
               IF MENORP NOT = ZEROS
                   MOVE SALANTW TO SALREF
                   MOVE "ANTERIOR AO REAJUSTE (CARGSAL)" TO SALORIG
           .
       RSALVIGX.
           EXIT.
       RDEGRAU.
      *-----------------------------------------------------------------
      *DEGRAU SALARIAL DO FUNCIONARIO SUBSTITUI O SALVAL DO CARGO,
      *COMO NO STEPCALC - O FUNCSTEP SO GUARDA O DEGRAU ATUAL
      *-----------------------------------------------------------------
           IF GRAUOK NOT = "S"
               GO TO RDEGRAUX
           .
           MOVE BRKF TO FSRK
           READ FUNCSTEP
           IF FS NOT = "00"
               GO TO RDEGRAUX
           .
           MOVE CRK TO DGCARGO
           MOVE FSSTEP TO DGSTEP
           READ DEGRAU
           IF FS = "00"
               MOVE DGVALOR TO SALREF
               MOVE SPACES TO SALORIG
               STRING "DEGRAU " FSSTEP " DO CARGO (ATUAL)"
                   DELIMITED BY SIZE INTO SALORIG
           .
       RDEGRAUX.
           EXIT.
       RPRORATA.
      *    MES COMERCIAL DE 30 DIAS - MESMA REGRA DO RPRORATA DO
      *    CALCULO PARA ADMISSAO, DEMISSAO E AFASTAMENTO NO MES
           MOVE 30 TO WORKDIAS
           IF ADANO = BRKY AND ADMES = BRKM
               COMPUTE WORKDIAS = 31 - ADDIA
               IF ADDIA = ZEROS OR WORKDIAS > 30
                   MOVE 30 TO WORKDIAS
               END-IF
               MOVE SPACES TO LINHA
               STRING "    ADMITIDO NA COMPETENCIA EM " ADDIA "/" ADMES
                   "/" ADANO DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
           END-IF
           IF DDANO = BRKY AND DDMES = BRKM
                   AND (DDDIA NOT = ZEROS OR DDMES NOT = ZEROS
                        OR DDANO NOT = ZEROS)
               IF ADANO = BRKY AND ADMES = BRKM
                   COMPUTE WORKDIAS = DDDIA - ADDIA + 1
               ELSE
                   MOVE DDDIA TO WORKDIAS
               END-IF
               MOVE SPACES TO LINHA
               STRING "    DESLIGADO NA COMPETENCIA EM " DDDIA "/" DDMES
                   "/" DDANO DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
           END-IF
           MOVE "N" TO AFFORA AFMATER
           IF AFOK NOT = "S"
               GO TO RPRORATAX
           .
           MOVE BRKF TO AFRK
           READ AFAST
           IF FS = "00"
               PERFORM RAFJUST THRU RAFJUSTX
           .
       RPRORATAX.
           EXIT.
       RAFJUST.
      *-----------------------------------------------------------------
      *AFASTAMENTO: MESMA JANELA DE 15 DIAS DA EMPRESA DO RAFJUST DO
      *CALCULO (ACIDENTE/DOENCA); MATERNIDADE E PATERNIDADE PAGAM
      *INTEGRAL
      *-----------------------------------------------------------------
           COMPUTE AFCOMPINI = AFINIANO * 100 + AFINIMES
           IF AFRETANO = ZEROS
               MOVE 999999 TO AFCOMPRET
           ELSE
               COMPUTE AFCOMPRET = AFRETANO * 100 + AFRETMES
           END-IF
           COMPUTE AFCOMPCUR = BRKY * 100 + BRKM
           IF AFCOMPCUR < AFCOMPINI OR AFCOMPCUR > AFCOMPRET
               GO TO RAFJUSTX
           .
           MOVE SPACES TO LINHA
           STRING "    AFASTAMENTO CAUSA " AFCAUSA " DESDE " AFINIDIA
               "/" AFINIMES "/" AFINIANO " RETORNO " AFRETDIA "/"
               AFRETMES "/" AFRETANO DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           IF AFCAUSA = "M"
               MOVE "S" TO AFMATER
               GO TO RAFJUSTX
           .
           IF AFCAUSA = "P"
               GO TO RAFJUSTX
           .
           MOVE 15 TO AFCAREN
      *-----------------------------------------------------------------
      *DOENCA ENCAMINHADA PELA SOMA DE ATESTADOS DO MESMO CID (VER
      *ATESTADO/FPP167): OS 15 DIAS DA EMPRESA JA FORAM PAGOS NOS
      *ATESTADOS - O INSS ASSUME DESDE O INICIO DO AFASTAMENTO
      *-----------------------------------------------------------------
           IF AFCAUSA = "E"
               MOVE ZEROS TO AFCAREN
           .
           IF AFCOMPCUR = AFCOMPINI
               IF AFINIDIA + AFCAREN - 1 < WORKDIAS
                   COMPUTE WORKDIAS = AFINIDIA + AFCAREN - 1
               END-IF
               IF AFCOMPCUR = AFCOMPRET
                   COMPUTE WORKDIAS = WORKDIAS + 31 - AFRETDIA
                   IF WORKDIAS > 30
                       MOVE 30 TO WORKDIAS
                   END-IF
               END-IF
               IF WORKDIAS = ZEROS
                   MOVE "S" TO AFFORA
               END-IF
               GO TO RAFJUSTX
           .
           IF AFINIMES = 12
               COMPUTE AFCOMPSEG = (AFINIANO + 1) * 100 + 1
           ELSE
               COMPUTE AFCOMPSEG = AFCOMPINI + 1
           END-IF
           MOVE ZEROS TO AFRESID
           IF AFCOMPCUR = AFCOMPSEG AND AFINIDIA + AFCAREN - 1 > 30
               COMPUTE AFRESID = AFINIDIA + AFCAREN - 1 - 30
           END-IF
           IF AFCOMPCUR = AFCOMPRET
               IF AFRESID > AFRETDIA - 1
                   COMPUTE AFRESID = AFRETDIA - 1
               END-IF
               COMPUTE WORKDIAS = 31 - AFRETDIA + AFRESID
               IF WORKDIAS > 30
                   MOVE 30 TO WORKDIAS
               END-IF
               GO TO RAFJUSTX
           .
           IF AFRESID > ZEROS
               MOVE AFRESID TO WORKDIAS
               GO TO RAFJUSTX
           .
           MOVE ZEROS TO WORKDIAS
           MOVE "S" TO AFFORA
           .
       RAFJUSTX.
           EXIT.
       RBRUTO.
      *-----------------------------------------------------------------
      *2. COMPOSICAO DO BRUTO: SALARIO DO MES MAIS AS VARIAVEIS
      *APURADAS NO CALCULO (GRAVADAS) MENOS OS ATRASOS
      *-----------------------------------------------------------------
           MOVE "2. COMPOSICAO DO SALARIO BRUTO" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE "SALARIO DO MES PRORRATEADO" TO MROTULO
           MOVE SALVALB TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(+) ADICIONAL POR TEMPO DE SERVICO" TO MROTULO
           MOVE PVALANUEN TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(+) COMISSOES" TO MROTULO
           MOVE PVALCOMIS TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(+) INTERVALO INTRAJORNADA SUPRIMIDO" TO MROTULO
           MOVE PVALINTRA TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE SPACES TO MROTULO
           STRING "(+) HORAS EXTRAS - " PNHREXT " H TIPO " PTIPOHE
               DELIMITED BY SIZE INTO MROTULO
           MOVE PVALHREXT TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE SPACES TO MROTULO
           STRING "(+) HORAS EM DOMINGO/FERIADO - " PNHFER " H"
               DELIMITED BY SIZE INTO MROTULO
           MOVE PVALHFER TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE SPACES TO MROTULO
           STRING "(+) ADICIONAL NOTURNO - " PNHNOT " H"
               DELIMITED BY SIZE INTO MROTULO
           MOVE PVALHNOT TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(+) REFLEXO NO DSR" TO MROTULO
           MOVE PVALDSR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(+) INSALUBRIDADE/PERICULOSIDADE" TO MROTULO
           MOVE PVALINSPER TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(+) LANCAMENTOS DE PROVENTO" TO MROTULO
           MOVE PVALLANCE TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(-) ATRASOS" TO MROTULO
           MOVE PVALATRAS TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           COMPUTE BRUTOW = SALVALB + PVALANUEN + PVALCOMIS + PVALINTRA
               + PVALHREXT + PVALHFER + PVALHNOT + PVALDSR + PVALINSPER
               + PVALLANCE - PVALATRAS
           MOVE "SALARIO BRUTO" TO MROTULO
           MOVE BRUTOW TO MVALC
           MOVE PSALVALB TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           .
       RBRUTOX.
           EXIT.
       RBASES.
      *-----------------------------------------------------------------
      *3. BASES DE INCIDENCIA: O BRUTO GRAVADO AJUSTADO PELAS
      *INCIDENCIAS DAS VERBAS DA EMPRESA NO CADVERBA (MESMA REGRA DO
      *LANCVERB) - BASE NEGATIVA VALE ZERO
      *-----------------------------------------------------------------
           MOVE "3. BASES DE INCIDENCIA DO INSS E DO IRRF" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE ZEROS TO AJUINS AJUIRF
           IF MVOK NOT = "S" OR VERBOK NOT = "S"
               GO TO RBASES3
           .
           MOVE BRKF TO VMRKF
           MOVE BRKM TO VMRKM
           MOVE BRKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE 100 TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RBASES3
           .
       RBASES2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RBASES3
           .
           IF VMRKF NOT = BRKF OR VMRKM NOT = BRKM OR VMRKY NOT = BRKY
               OR VMSIT NOT = "A"
               GO TO RBASES3
           .
           MOVE VMCOD TO VBCOD
           READ CADVERBA
           IF FS NOT = "00"
               GO TO RBASES2
           .
           MOVE SPACES TO MROTULO
           STRING "VERBA " VMCOD " " VMDESC(1:20) " " VMTIPO
               " INSS:" VBINSS " IRRF:" VBIRRF
               DELIMITED BY SIZE INTO MROTULO
           MOVE VMVALOR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           IF VMTIPO = "P"
               IF VBINSS NOT = "S"
                   SUBTRACT VMVALOR FROM AJUINS
               END-IF
               IF VBIRRF NOT = "S"
                   SUBTRACT VMVALOR FROM AJUIRF
               END-IF
           ELSE
               IF VMTIPO = "D"
                   IF VBINSS = "S"
                       SUBTRACT VMVALOR FROM AJUINS
                   END-IF
                   IF VBIRRF = "S"
                       SUBTRACT VMVALOR FROM AJUIRF
                   END-IF
               ELSE
                   IF VBINSS = "S"
                       ADD VMVALOR TO AJUINS
                   END-IF
                   IF VBIRRF = "S"
                       ADD VMVALOR TO AJUIRF
                   END-IF
               END-IF
           END-IF
           GO TO RBASES2
           .
       RBASES3.
           PERFORM RRRALE THRU RRRALEX
           IF RRAV > ZEROS
               MOVE "(-) RRA - TRIBUTACAO EXCLUSIVA (ITEM 5)" TO MROTULO
               MOVE RRAV TO MVALC
               PERFORM RLINVAL THRU RLINVALX
               SUBTRACT RRAV FROM AJUIRF
           .
           MOVE "AJUSTE DAS VERBAS NA BASE DO INSS" TO MROTULO
           MOVE AJUINS TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "AJUSTE DAS VERBAS NA BASE DO IRRF" TO MROTULO
           MOVE AJUIRF TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           COMPUTE BASEW = PSALVALB + AJUINS
           IF BASEW < ZEROS
               MOVE ZEROS TO BASEW
           .
           MOVE BASEW TO BASEINS
           COMPUTE BASEW = PSALVALB + AJUIRF
           IF BASEW < ZEROS
               MOVE ZEROS TO BASEW
           .
           MOVE BASEW TO BASEIRF
           MOVE "BASE DO INSS" TO MROTULO
           MOVE BASEINS TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "BASE DO IRRF (ANTES DO INSS)" TO MROTULO
           MOVE BASEIRF TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           .
       RBASESX.
           EXIT.
       RINSS.
      *-----------------------------------------------------------------
      *4. INSS: ALIQUOTA DA FAIXA DO INSSCALC SOBRE A BASE INTEIRA E
      *O TETO DA TABELA; COM OUTRO VINCULO, A FAIXA E O TETO VALEM
      *SOBRE A BASE COMBINADA (INSSVINC)
      *-----------------------------------------------------------------
           MOVE "4. INSS DO EMPREGADO" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE ZEROS TO INSS VALVINC
           IF CONTRTIPO = "E"
               MOVE "    ESTAGIARIO - SEM RETENCAO DE INSS" TO LINHA
               PERFORM RTEXTO
               GO TO RINSS3
           .
           IF TAXOK NOT = "S"
               MOVE "    SEM TABELA DO ANO - INSS ZERO" TO LINHA
               PERFORM RTEXTO
               GO TO RINSS3
           .
           MOVE TXI1PCT TO ALIQED
           MOVE TXI1LIM TO VALED
           MOVE SPACES TO LINHA
           STRING "    FAIXA 1: BASE ABAIXO DE " VALED " ALIQUOTA "
               ALIQED DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TXI2PCT TO ALIQED
           MOVE TXI2LIM TO VALED
           MOVE SPACES TO LINHA
           STRING "    FAIXA 2: BASE ABAIXO DE " VALED " ALIQUOTA "
               ALIQED DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TXI3PCT TO ALIQED
           MOVE SPACES TO LINHA
           STRING "    FAIXA 3: ACIMA DA FAIXA 2 - ALIQUOTA " ALIQED
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TXITETOGAT TO VALED
           MOVE TXITETOVAL TO VALED2
           MOVE SPACES TO LINHA
           STRING "    TETO: INSS ACIMA DE " VALED " VIRA " VALED2
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE ZEROS TO FAIXAW ALIQW
           IF BASEINS > 0,01 AND BASEINS < TXI1LIM
               MOVE 1 TO FAIXAW
               MOVE TXI1PCT TO ALIQW
           ELSE
               IF BASEINS > TXI1LIM AND BASEINS < TXI2LIM
                   MOVE 2 TO FAIXAW
                   MOVE TXI2PCT TO ALIQW
               ELSE
                   IF BASEINS > TXI2LIM
                       MOVE 3 TO FAIXAW
                       MOVE TXI3PCT TO ALIQW
           .
           IF FAIXAW = ZEROS
               MOVE "    BASE SEM ENQUADRAMENTO EM FAIXA - INSS ZERO"
                   TO LINHA
               PERFORM RTEXTO
               GO TO RINSS2
           .
           COMPUTE INSS = BASEINS * ALIQW
           MOVE ALIQW TO ALIQED
           MOVE SPACES TO MROTULO
           STRING "BASE X ALIQUOTA " ALIQED " DA FAIXA " FAIXAW
               DELIMITED BY SIZE INTO MROTULO
           MOVE INSS TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           IF INSS > TXITETOGAT
               MOVE TXITETOVAL TO INSS
               MOVE "TETO APLICADO" TO MROTULO
               MOVE INSS TO MVALC
               PERFORM RLINVAL THRU RLINVALX
           .
       RINSS2.
           IF VINCOK NOT = "S"
               GO TO RINSS3
           .
           MOVE BRKF TO MVRKF
           MOVE BRKM TO MVRKM
           MOVE BRKY TO MVRKY
           READ MULTVINC
           IF FS NOT = "00"
               GO TO RINSS3
           .
           MOVE "BASE DECLARADA DO OUTRO VINCULO" TO MROTULO
           MOVE MVBASE TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           COMPUTE WBASEV = BASEINS + MVBASE
           MOVE "BASE COMBINADA" TO MROTULO
           MOVE WBASEV TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           PERFORM RINSSFX THRU RINSSFXX
           MOVE WINSSV TO INSSTOTW
           MOVE "INSS SOBRE A BASE COMBINADA" TO MROTULO
           MOVE INSSTOTW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE MVBASE TO WBASEV
           PERFORM RINSSFX THRU RINSSFXX
           MOVE "(-) INSS JA RETIDO NO OUTRO VINCULO" TO MROTULO
           MOVE WINSSV TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           COMPUTE INSSAQUI = INSSTOTW - WINSSV
           IF INSSAQUI < ZEROS
               MOVE ZEROS TO INSSAQUI
           .
           IF INSSAQUI NOT = INSS
               IF INSS > INSSAQUI
                   COMPUTE VALVINC = INSS - INSSAQUI
               ELSE
                   COMPUTE VALVINC = INSSAQUI - INSS
               END-IF
               MOVE INSSAQUI TO INSS
           .
           MOVE "AJUSTE POR OUTRO VINCULO" TO MROTULO
           MOVE VALVINC TO MVALC
           MOVE PVALVINC TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           .
       RINSS3.
           MOVE "INSS" TO MROTULO
           MOVE INSS TO MVALC
           MOVE PINSS TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           .
       RINSSX.
           EXIT.
       RINSSFX.
      *-----------------------------------------------------------------
      *FAIXA E TETO SOBRE UMA BASE GENERICA - REGRA DO INSSFAIXA
      *-----------------------------------------------------------------
           MOVE ZEROS TO WINSSV
           IF WBASEV > 0,01 AND WBASEV < TXI1LIM
               COMPUTE WINSSV = WBASEV * TXI1PCT
           ELSE
               IF WBASEV NOT < TXI1LIM AND WBASEV < TXI2LIM
                   COMPUTE WINSSV = WBASEV * TXI2PCT
               ELSE
                   IF WBASEV NOT < TXI2LIM AND WBASEV > ZEROS
                       COMPUTE WINSSV = WBASEV * TXI3PCT
           .
           IF WINSSV > TXITETOGAT
               MOVE TXITETOVAL TO WINSSV
           .
       RINSSFXX.
           EXIT.
       RIRRF.
      *-----------------------------------------------------------------
      *5. IRRF: ROTA DAS DEDUCOES LEGAIS (BASE MENOS O INSS GRAVADO,
      *FAIXAS DO IMPSRCALC E REDUTOR) CONTRA A ROTA DO DESCONTO
      *SIMPLIFICADO (IMPRSIMP) - PREVALECE A MENOR
      *-----------------------------------------------------------------
           MOVE "5. IMPOSTO DE RENDA RETIDO NA FONTE" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE NUMDEPEND TO QTDED
           MOVE SPACES TO LINHA
           STRING "    DEPENDENTES NO CADASTRO: " QTDED
               " - A TABELA DO ANO NAO TRAZ DEDUCAO POR DEPENDENTE NO"
               " IRRF (SO CONTAM NO SALARIO-FAMILIA)"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE ZEROS TO IMPR IMPRL REDIRL VALREDIR
           MOVE "L" TO IRROTA
           IF TAXOK NOT = "S"
               MOVE "    SEM TABELA DO ANO - IRRF ZERO" TO LINHA
               PERFORM RTEXTO
               GO TO RIRRF3
           .
           IF BASEIRF > PINSS
               COMPUTE IMPRL = BASEIRF - PINSS
           .
           PERFORM RPREVDED THRU RPREVDEDX
           IF PREVDED > ZEROS
               MOVE "(-) PREVIDENCIA COMPLEMENTAR DEDUZIDA" TO MROTULO
               MOVE PREVDED TO MVALC
               PERFORM RLINVAL THRU RLINVALX
               IF IMPRL > PREVDED
                   SUBTRACT PREVDED FROM IMPRL
               ELSE
                   MOVE ZEROS TO IMPRL
               END-IF
           .
           MOVE "ROTA LEGAL: BASE DO IRRF MENOS O INSS" TO MROTULO
           MOVE IMPRL TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE SPACES TO LINHA
           IF IMPRL < TXR1LIM
               MOVE TXR1LIM TO VALED
               STRING "    ABAIXO DA 1A FAIXA (" VALED
                   ") - SEM ALIQUOTA APLICADA"
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               IF IMPRL > TXR1LIM AND IMPRL < TXR2LIM
                   COMPUTE IMPRL = IMPRL * TXR1PCT
                   MOVE TXR1PCT TO ALIQED
                   STRING "    FAIXA 1 DO IRRF - ALIQUOTA " ALIQED
                       DELIMITED BY SIZE INTO LINHA
               ELSE
                   IF IMPRL > TXR2LIM AND IMPRL < TXR3LIM
                       COMPUTE IMPRL = IMPRL * TXR2PCT
                       MOVE TXR2PCT TO ALIQED
                       STRING "    FAIXA 2 DO IRRF - ALIQUOTA " ALIQED
                           DELIMITED BY SIZE INTO LINHA
                   ELSE
                       IF IMPRL > TXR3LIM
                           COMPUTE IMPRL = IMPRL * TXR3PCT
                           MOVE TXR3PCT TO ALIQED
                           STRING "    FAIXA 3 DO IRRF - ALIQUOTA "
                               ALIQED DELIMITED BY SIZE INTO LINHA
                       ELSE
                           STRING "    BASE NO LIMITE EXATO DA FAIXA -"
                               " SEM ALIQUOTA APLICADA"
                               DELIMITED BY SIZE INTO LINHA
           .
           PERFORM RTEXTO
           MOVE IMPRL TO WIRVAL
           PERFORM RIRREDUT THRU RIRREDUTX
           MOVE WIRVAL TO IMPRL
           MOVE WREDIR TO REDIRL
           MOVE "(-) REDUTOR MENSAL (ROTA LEGAL)" TO MROTULO
           MOVE REDIRL TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "IRRF PELA ROTA LEGAL" TO MROTULO
           MOVE IMPRL TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE IMPRL TO IMPR
           MOVE REDIRL TO VALREDIR
           IF TXRSIMPL = ZEROS
               MOVE "    DESCONTO SIMPLIFICADO DESLIGADO NO ANO"
                   TO LINHA
               PERFORM RTEXTO
               GO TO RIRRF3
           .
           IF BASEIRF > TXRSIMPL
               COMPUTE WBASEIR = BASEIRF - TXRSIMPL
           ELSE
               MOVE ZEROS TO WBASEIR
           .
           MOVE TXRSIMPL TO VALED
           MOVE SPACES TO MROTULO
           STRING "ROTA SIMPLIFICADA: BASE MENOS " VALED
               DELIMITED BY SIZE INTO MROTULO
           MOVE WBASEIR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           PERFORM RIRFX THRU RIRFXX
           PERFORM RIRREDUT THRU RIRREDUTX
           MOVE "(-) REDUTOR MENSAL (ROTA SIMPLIFICADA)" TO MROTULO
           MOVE WREDIR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "IRRF PELA ROTA SIMPLIFICADA" TO MROTULO
           MOVE WIRVAL TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           IF WIRVAL < IMPR
               MOVE WIRVAL TO IMPR
               MOVE WREDIR TO VALREDIR
               MOVE "S" TO IRROTA
           .
       RIRRF3.
           PERFORM RRRAIR THRU RRRAIRX
           MOVE SPACES TO LINHA
           IF IRROTA = PIRRFROTA
               STRING "    ROTA ESCOLHIDA: " IRROTA
                   " (L-DEDUCOES LEGAIS S-SIMPLIFICADO) - GRAVADA: "
                   PIRRFROTA DELIMITED BY SIZE INTO LINHA
           ELSE
               ADD 1 TO DIVQTD
               STRING "    ROTA ESCOLHIDA: " IRROTA
                   " (L-DEDUCOES LEGAIS S-SIMPLIFICADO) - GRAVADA: "
                   PIRRFROTA "  <<< DIVERGE"
                   DELIMITED BY SIZE INTO LINHA
           END-IF
           PERFORM RTEXTO
           MOVE "REDUTOR DO IRRF" TO MROTULO
           MOVE VALREDIR TO MVALC
           MOVE PVALREDIR TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           MOVE "IRRF" TO MROTULO
           MOVE IMPR TO MVALC
           MOVE PIMPR TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           .
       RIRRFX.
           EXIT.
       RPREVDED.
      *-----------------------------------------------------------------
      *PARTE DA CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR DEDUZIDA DA
      *BASE DO IRRF NO MES (APROVADA JUNTO COM A FOLHA)
      *-----------------------------------------------------------------
           MOVE ZEROS TO PREVDED
           IF PREVOK NOT = "S"
               GO TO RPREVDEDX
           .
           MOVE RKF TO PZRKF
           MOVE RKY TO PZANO
           MOVE RKM TO PZMES
           MOVE "A" TO PZSIT
           READ PREVMOV
           IF FS = "00"
               MOVE PZDEDUZ TO PREVDED
           .
       RPREVDEDX.
           EXIT.
       RRRALE.
      *-----------------------------------------------------------------
      *RRA APROVADO NA COMPETENCIA - RENDIMENTO, MESES E IRRF GRAVADO
      *-----------------------------------------------------------------
           MOVE ZEROS TO RRAV RRAI RRAG RRAM
           IF RRAOK NOT = "S"
               GO TO RRRALEX
           .
           MOVE RKF TO RQRKF
           MOVE RKY TO RQANO
           MOVE RKM TO RQMES
           MOVE "A" TO RQSIT
           READ RRAMOV
           IF FS = "00"
               MOVE RQVALOR TO RRAV
               MOVE RQMESES TO RRAM
               MOVE RQIMPR TO RRAG
           .
       RRRALEX.
           EXIT.
       RRRAIR.
      *-----------------------------------------------------------------
      *RRA - FAIXAS DO MES MULTIPLICADAS PELOS MESES (REGRA DO RRACALC)
      *SOBRE O RENDIMENTO ACUMULADO; O IMPOSTO SOMA NO IRRF DA FOLHA
      *-----------------------------------------------------------------
           IF RRAV = ZEROS OR RRAM = ZEROS
               GO TO RRRAIRX
           .
           MOVE SPACES TO LINHA
           STRING "    RRA: " RRAM " MES(ES) - TABELA ACUMULADA, "
               "TRIBUTACAO EXCLUSIVA NA FONTE"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE "RENDIMENTO RECEBIDO ACUMULADAMENTE" TO MROTULO
           MOVE RRAV TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE ZEROS TO RRAI
           IF TAXOK NOT = "S"
               GO TO RRRAIR2
           .
           IF RRAV < TXR1LIM * RRAM
               GO TO RRRAIR2
           .
           IF RRAV < TXR2LIM * RRAM
               COMPUTE RRAI ROUNDED = RRAV * TXR1PCT
           ELSE
               IF RRAV < TXR3LIM * RRAM
                   COMPUTE RRAI ROUNDED = RRAV * TXR2PCT
               ELSE
                   COMPUTE RRAI ROUNDED = RRAV * TXR3PCT
           .
       RRRAIR2.
           MOVE "IRRF DO RRA" TO MROTULO
           MOVE RRAI TO MVALC
           MOVE RRAG TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           ADD RRAI TO IMPR
           .
       RRRAIRX.
           EXIT.
       RIRFX.
      *-----------------------------------------------------------------
      *FAIXAS DO IRRF SOBRE UMA BASE GENERICA - REGRA DO IRFAIXA
      *-----------------------------------------------------------------
           MOVE ZEROS TO WIRVAL
           IF WBASEIR < TXR1LIM
               MOVE ZEROS TO WIRVAL
           ELSE
               IF WBASEIR < TXR2LIM
                   COMPUTE WIRVAL = WBASEIR * TXR1PCT
               ELSE
                   IF WBASEIR < TXR3LIM
                       COMPUTE WIRVAL = WBASEIR * TXR2PCT
                   ELSE
                       COMPUTE WIRVAL = WBASEIR * TXR3PCT
           .
       RIRFXX.
           EXIT.
       RIRREDUT.
      *-----------------------------------------------------------------
      *REDUTOR MENSAL SOBRE O IMPOSTO DAS FAIXAS (WIRVAL) PELO
      *RENDIMENTO TRIBUTAVEL (BASEIRF) - REGRA DO IRREDUT
      *-----------------------------------------------------------------
           MOVE ZEROS TO WREDIR
           IF TXRDLIM = ZEROS OR WIRVAL = ZEROS
               GO TO RIRREDUTX
           .
           IF BASEIRF NOT > TXRDISEN
               MOVE WIRVAL TO WREDIR
           ELSE
               IF BASEIRF NOT > TXRDLIM
                   COMPUTE WREDW ROUNDED = TXRDPARC - TXRDFAT * BASEIRF
                   IF WREDW > ZEROS
                       MOVE WREDW TO WREDIR
           .
           IF WREDIR > WIRVAL
               MOVE WIRVAL TO WREDIR
           .
           SUBTRACT WREDIR FROM WIRVAL
           .
       RIRREDUTX.
           EXIT.
       RSALFAM.
      *-----------------------------------------------------------------
      *6. SALARIO-FAMILIA: COTA POR DEPENDENTE COM A COMPROVACAO EM
      *DIA (SITUACAO ATUAL DO CADPROVA) ABAIXO DO TETO DA TABELA
      *-----------------------------------------------------------------
           MOVE "6. SALARIO-FAMILIA" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE NUMDEPEND TO NUMD
           MOVE ZEROS TO NSUSP SALF
           IF PROVAOK NOT = "S" OR NUMD = ZEROS
               GO TO RSALFAM3
           .
           MOVE BRKF TO DVRKF
           MOVE ZEROS TO DVSEQ
           START DEPPROVA KEY IS NOT LESS THAN DVRK
           IF FS NOT = "00"
               GO TO RSALFAM3
           .
       RSALFAM2.
           READ DEPPROVA NEXT RECORD
           IF FS NOT = "00" OR DVRKF NOT = BRKF
               GO TO RSALFAM3
           END-IF
           IF DVSIT = "S"
               ADD 1 TO NSUSP
           END-IF
           GO TO RSALFAM2
           .
       RSALFAM3.
           IF NSUSP NOT < NUMD
               MOVE ZEROS TO NUMD
           ELSE
               SUBTRACT NSUSP FROM NUMD
           .
           MOVE SPACES TO LINHA
           STRING "    DEPENDENTES " NUMDEPEND
               " - SUSPENSOS POR FALTA DE COMPROVACAO " NSUSP
               " - COTAS " NUMD
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           IF TAXOK = "S"
               MOVE TXSFTETO TO VALED
               MOVE SPACES TO LINHA
               STRING "    TETO DO BRUTO PARA O BENEFICIO: " VALED
                   " - COTA DE 34,00 POR DEPENDENTE"
                   DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
               IF PSALVALB < TXSFTETO
                   COMPUTE SALF = NUMD * 34,00
               END-IF
           .
           MOVE "SALARIO-FAMILIA" TO MROTULO
           MOVE SALF TO MVALC
           MOVE PSALF TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           .
       RSALFAMX.
           EXIT.
       RLIQ.
      *-----------------------------------------------------------------
      *7. DESCONTOS DIRETOS - CONTRIBUICAO SINDICAL DO CARGO E OS
      *DESCONTOS APURADOS NO CALCULO (GRAVADOS)
      *-----------------------------------------------------------------
           MOVE "7. DESCONTOS DIRETOS E LIQUIDO ANTES DAS ORDENS"
               TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE ZEROS TO VALSIND
           IF BSIND = 1
               COMPUTE VALSIND ROUNDED = PSALVALB * VSIND / 100
           ELSE
               IF BSIND = 2
                   MOVE VSIND TO VALSIND
           .
           MOVE "CONTRIBUICAO SINDICAL" TO MROTULO
           MOVE VALSIND TO MVALC
           MOVE PVALSIND TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           MOVE "(-) LANCAMENTOS DE DESCONTO" TO MROTULO
           MOVE PVALLANCD TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           COMPUTE LIQW = PSALVALB - PINSS - PIMPR + PSALF - PVALSIND
               - PVALLANCD
           MOVE "BRUTO - INSS - IRRF + SAL FAM - SIND - LANC"
               TO MROTULO
           MOVE LIQW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(-) COPARTICIPACAO DE BENEFICIOS" TO MROTULO
           MOVE PVALBENEF TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(-) PARCELA DE CONSIGNADO" TO MROTULO
           MOVE PVALEMPR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(-) ADIANTAMENTO QUINZENAL" TO MROTULO
           MOVE PVALADIANT TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           COMPUTE LIQW = LIQW - PVALBENEF - PVALEMPR - PVALADIANT
           MOVE "LIQUIDO ANTES DE PENSAO E PENHORA" TO MROTULO
           MOVE LIQW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           .
       RLIQX.
           EXIT.
       RPENS.
      *-----------------------------------------------------------------
      *8. PENSAO ALIMENTICIA: ORDENS VIGENTES NA COMPETENCIA EM
      *CASCATA PELA DATA DA ORDEM (PENSCALC), CADA UMA LIMITADA AO
      *LIQUIDO QUE RESTA; GRAVADO = VALOR DA ORDEM NO PENSPAG
      *-----------------------------------------------------------------
           MOVE "8. PENSAO ALIMENTICIA" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE LIQW TO LIQANT
           MOVE ZEROS TO VALPENSAO PTQTD
           IF PENSOK NOT = "S"
               GO TO RPENS4
           .
           MOVE BRKF TO PENRKF
           MOVE ZEROS TO PENSEQ
           START PENSAO KEY IS NOT LESS THAN PENRK
           IF FS NOT = "00"
               GO TO RPENS4
           .
       RPENS2.
           READ PENSAO NEXT RECORD
           IF FS NOT = "00" OR PENRKF NOT = BRKF
               GO TO RPENS3
           END-IF
           IF (BRKY * 100 + BRKM) NOT <
                   (PENINIANO * 100 + PENINIMES)
                   AND (PENFIMANO = ZEROS OR (BRKY * 100 + BRKM)
                       NOT > (PENFIMANO * 100 + PENFIMMES))
               IF PTQTD < 10
                   ADD 1 TO PTQTD
                   MOVE PENSEQ TO PTSEQ(PTQTD)
                   MOVE PENORDATA TO PTDATA(PTQTD)
                   MOVE PENTIPO TO PTTIPO(PTQTD)
                   MOVE PENPCT TO PTPCT(PTQTD)
                   MOVE PENVALOR TO PTVAL(PTQTD)
               END-IF
           END-IF
           GO TO RPENS2
           .
       RPENS3.
           PERFORM RPENSORD THRU RPENSORDX
           MOVE ZEROS TO PTIDX
           .
       RPENS3A.
           ADD 1 TO PTIDX
           IF PTIDX > PTQTD
               GO TO RPENS4
           .
           IF PTTIPO(PTIDX) = "P"
               COMPUTE PENVALW ROUNDED = LIQW * PTPCT(PTIDX) / 100
               MOVE PTPCT(PTIDX) TO ALIQED
               MOVE SPACES TO MROTULO
               STRING "ORDEM " PTSEQ(PTIDX) " DE " PTDATA(PTIDX)
                   " - " ALIQED "% DO LIQUIDO"
                   DELIMITED BY SIZE INTO MROTULO
           ELSE
               MOVE PTVAL(PTIDX) TO PENVALW
               MOVE SPACES TO MROTULO
               STRING "ORDEM " PTSEQ(PTIDX) " DE " PTDATA(PTIDX)
                   " - VALOR FIXO"
                   DELIMITED BY SIZE INTO MROTULO
           .
           IF PENVALW > LIQW
               MOVE LIQW TO PENVALW
           .
           SUBTRACT PENVALW FROM LIQW
           ADD PENVALW TO VALPENSAO
           MOVE ZEROS TO PYVALW
           IF PYOK = "S"
               MOVE BRKF TO PYRKF
               MOVE BRKM TO PYRKM
               MOVE BRKY TO PYRKY
               MOVE PTSEQ(PTIDX) TO PYSEQ
               READ PENSPAG
               IF FS = "00"
                   MOVE PYVALOR TO PYVALW
               END-IF
           END-IF
           MOVE PENVALW TO MVALC
           MOVE PYVALW TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           GO TO RPENS3A
           .
       RPENS4.
           IF PTQTD = ZEROS
               MOVE "    NENHUMA ORDEM DE PENSAO VIGENTE NA COMPETENCIA"
                   TO LINHA
               PERFORM RTEXTO
           .
           MOVE "PENSAO ALIMENTICIA" TO MROTULO
           MOVE VALPENSAO TO MVALC
           MOVE PVALPENSAO TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           COMPUTE LIQW = LIQANT - PVALPENSAO
           .
       RPENSX.
           EXIT.
       RPENSORD.
      *-----------------------------------------------------------------
      *ORDENA AS ORDENS PELA DATA (MAIS ANTIGA PRIMEIRO) - PENSORD
      *-----------------------------------------------------------------
           IF PTQTD < 2
               GO TO RPENSORDX
           .
           MOVE 1 TO PTIDX
           .
       RPENSORD2.
           IF PTIDX NOT < PTQTD
               GO TO RPENSORDX
           .
           COMPUTE PTJDX = PTIDX + 1
           .
       RPENSORD3.
           IF PTJDX > PTQTD
               ADD 1 TO PTIDX
               GO TO RPENSORD2
           .
           IF PTDATA(PTJDX) < PTDATA(PTIDX)
               MOVE PENSENT(PTIDX) TO SWPENS
               MOVE PENSENT(PTJDX) TO PENSENT(PTIDX)
               MOVE SWPENS TO PENSENT(PTJDX)
           .
           ADD 1 TO PTJDX
           GO TO RPENSORD3
           .
       RPENSORDX.
           EXIT.
       RPENH.
      *-----------------------------------------------------------------
      *9. PENHORAS: MARGEM CONSIGNAVEL DE 35% DO LIQUIDO ANTES DOS
      *CONSIGNADOS, CONSUMIDA PRIMEIRO PELO CONSIGNADO (GARNCALC). A
      *ORDEM GUARDA SO O VALOR DA ULTIMA COMPETENCIA DESCONTADA
      *-----------------------------------------------------------------
           MOVE "9. PENHORAS JUDICIAIS" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           COMPUTE MARGEMW ROUNDED =
               (LIQW + PVALEMPR) * MARGEMPCT / 100
           COMPUTE GALLOW = MARGEMW - PVALEMPR
           IF GALLOW < ZEROS
               MOVE ZEROS TO GALLOW
           .
           MOVE "MARGEM CONSIGNAVEL (35% DO LIQUIDO + CONSIGNADO)"
               TO MROTULO
           MOVE MARGEMW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "MARGEM LIVRE PARA PENHORAS (MENOS O CONSIGNADO)"
               TO MROTULO
           MOVE GALLOW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE ZEROS TO PHSOMA
           IF PENHOK NOT = "S"
               GO TO RPENH3
           .
           MOVE BRKF TO PHRKF
           MOVE ZEROS TO PHSEQ
           START PENHORA KEY IS NOT LESS THAN PHRK
           IF FS NOT = "00"
               GO TO RPENH3
           .
       RPENH2.
           READ PENHORA NEXT RECORD
           IF FS NOT = "00" OR PHRKF NOT = BRKF
               GO TO RPENH3
           END-IF
           IF PHULTANO NOT = BRKY OR PHULTMES NOT = BRKM
               GO TO RPENH2
           END-IF
           MOVE SPACES TO MROTULO
           STRING "ORDEM " PHSEQ " " PHPROC " CLASSE " PHPRIOR
               " TIPO " PHTIPO DELIMITED BY SIZE INTO MROTULO
           MOVE PHULTVAL TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           ADD PHULTVAL TO PHSOMA
           GO TO RPENH2
           .
       RPENH3.
           MOVE "PENHORA JUDICIAL" TO MROTULO
           MOVE PHSOMA TO MVALC
           MOVE PVALPENH TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           IF PHSOMA NOT = PVALPENH
               MOVE "    ORDEM DESCONTADA EM COMPETENCIA POSTERIOR NAO
      -            " GUARDA MAIS O VALOR DESTA" TO LINHA
               PERFORM RTEXTO
           .
           SUBTRACT PVALPENH FROM LIQW
           .
       RPENHX.
           EXIT.
       RSALDO.
      *-----------------------------------------------------------------
      *10. SALDO DEVEDOR: O SALDO DE COMPETENCIAS ANTERIORES E
      *ABATIDO DO LIQUIDO QUE SOBROU; LIQUIDO NEGATIVO VIRA NOVO
      *SALDO LEVADO PARA AS PROXIMAS COMPETENCIAS (LIQUIDCALC)
      *-----------------------------------------------------------------
           MOVE "10. SALDO DEVEDOR E LIQUIDO FINAL" TO MTITULO
           PERFORM RTITULO THRU RTITULOX
           MOVE "LIQUIDO ANTES DO SALDO DEVEDOR" TO MROTULO
           MOVE LIQW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(-) SALDO DEVEDOR ANTERIOR ABATIDO (GRAVADO)"
               TO MROTULO
           MOVE PVALSDABAT TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           SUBTRACT PVALSDABAT FROM LIQW
           MOVE ZEROS TO SDNOVOW
           IF LIQW < ZEROS
               COMPUTE SDNOVOW = ZEROS - LIQW
               MOVE ZEROS TO LIQW
           .
           MOVE "NOVO SALDO DEVEDOR LEVADO ADIANTE" TO MROTULO
           MOVE SDNOVOW TO MVALC
           MOVE PVALSDNOVO TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           IF SDOK = "S"
               MOVE BRKF TO SDRK
               READ SALDODEV
               IF FS = "00"
                   MOVE "SALDO DEVEDOR ATUAL NO CADASTRO (INFORMATIVO)"
                       TO MROTULO
                   MOVE SDVALOR TO MVALC
                   PERFORM RLINVAL THRU RLINVALX
               END-IF
           .
           MOVE "LIQUIDO A RECEBER" TO MROTULO
           MOVE LIQW TO MVALC
           MOVE PSLIQUID TO MVALG
           PERFORM RLINCMP THRU RLINCMPX
           .
       RSALDOX.
           EXIT.
       RTITULO.
           MOVE SPACES TO MEMOLINE
           WRITE MEMOLINE
           MOVE MTITULO TO MEMOLINE
           WRITE MEMOLINE
           MOVE ALL "-" TO MEMOLINE
           WRITE MEMOLINE
           .
       RTITULOX.
           EXIT.
       RTEXTO.
           MOVE LINHA TO MEMOLINE
           WRITE MEMOLINE
           MOVE SPACES TO LINHA
           .
       RLINVAL.
           MOVE MVALC TO VALED
           MOVE SPACES TO LINHA
           STRING "  " MROTULO " " VALED
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           .
       RLINVALX.
           EXIT.
       RLINCMP.
           MOVE MVALC TO VALED
           MOVE MVALG TO VALED2
           MOVE SPACES TO LINHA
           IF MVALC = MVALG
               STRING "  " MROTULO " " VALED "  GRAVADO " VALED2
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               ADD 1 TO DIVQTD
               STRING "  " MROTULO " " VALED "  GRAVADO " VALED2
                   "  <<< DIVERGE" DELIMITED BY SIZE INTO LINHA
           END-IF
           PERFORM RTEXTO
           .
       RLINCMPX.
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
           MOVE SPACES TO NOMEARQ
           STRING "RC" RCSEQX ".TXT"
               INTO NOMEARQ
           MOVE RCCSEQ TO RCSEQ
           MOVE "MEMOCALC" TO RCPROG
           MOVE BRKM TO RCKM
           MOVE BRKY TO RCKY
           MOVE FFILIAL TO RCFIL
           MOVE SPACES TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           DISPLAY "RELATORIO CATALOGADO COMO " NOMEARQ
           .
       RCATREGX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC CADCARGO CADTAXA
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RF2.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC CADCARGO CADTAXA MEMORPT
           PERFORM RFECHA THRU RFECHAX
           DISPLAY "MEMORIA GRAVADA EM " NOMEARQ
           GOBACK
           .
       RFECHA.
           IF HISTOK = "S"
               CLOSE PRHIST
           .
           IF CARGOK = "S"
               CLOSE CARGSAL
           .
           IF GRAUOK = "S"
               CLOSE DEGRAU FUNCSTEP
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF VINCOK = "S"
               CLOSE MULTVINC
           .
           IF PROVAOK = "S"
               CLOSE DEPPROVA
           .
           IF PENSOK = "S"
               CLOSE PENSAO
           .
           IF PYOK = "S"
               CLOSE PENSPAG
           .
           IF PENHOK = "S"
               CLOSE PENHORA
           .
           IF SDOK = "S"
               CLOSE SALDODEV
           .
           IF VERBOK = "S"
               CLOSE CADVERBA
           .
           IF MVOK = "S"
               CLOSE MOVVERB
           .
           IF PREVOK = "S"
               CLOSE PREVMOV
           .
           IF RRAOK = "S"
               CLOSE RRAMOV
           .
           IF PRODOK = "S"
               CLOSE PRODDIA
           .
       RFECHAX.
           EXIT.
