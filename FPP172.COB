       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXAPREV.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PREVIA DO IMPACTO DE UMA NOVA TABELA DE TAXAS. RECALCULA A
      *COMPETENCIA (PADRAO: A ULTIMA FECHADA NO PERLOCK) DE CADA
      *FUNCIONARIO ATIVO DUAS VEZES - COM A TABELA VIGENTE DO ANO NO
      *CADTAXA E COM O RASCUNHO DO CADTAXR (DIGITADO PELO FPP022 EM
      *MODO RASCUNHO) - E LISTA AS DIFERENCAS DE INSS, IRRF, LIQUIDO E
      *ENCARGOS DO EMPREGADOR POR FUNCIONARIO E POR FILIAL, COM O
      *RESUMO DE QUEM GANHA E QUEM PERDE. SO LEITURA: NADA E GRAVADO NA
      *FOLHA E O RASCUNHO NUNCA E LIDO PELO CALCULO (FPP005/FPP017)
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
           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO
           .
      *-----------------------------------------------------------------
           SELECT CADTAXR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXRANO
           .
      *-----------------------------------------------------------------
           SELECT PERLOCK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PLK
           .
      *-----------------------------------------------------------------
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
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
           SELECT PREVRPT ASSIGN TO NOMEARQ
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

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
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
      *INDICE DA FOLHA POR COMPETENCIA (VER PRIDXGER/FPP148) - A CHAVE
      *POR FILIAL JA ENTREGA A COMPETENCIA AGRUPADA POR FILIAL
      *-----------------------------------------------------------------
       FD PRIDX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRIDX1.DAT".
       COPY PRIDX.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *TABELA VIGENTE DO ANO E RASCUNHO (VER FPP022) - OS DOIS SAO
      *GUARDADOS INTEIROS NA WORKING E MOVIDOS PARA O TAXA ANTES DE
      *CADA CALCULO
      *-----------------------------------------------------------------
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
      *-----------------------------------------------------------------
       FD CADTAXR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXR1.DAT".
       COPY TAXARASC.
      *-----------------------------------------------------------------
      *FECHAMENTO DAS COMPETENCIAS (VER FPP023) - F = FECHADA
      *-----------------------------------------------------------------
       FD PERLOCK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERLOCK1.DAT".
       01 PERREC.
           03 PLK.
               05 PLKM     PIC 9(02).
               05 PLKY     PIC 9(04).
           03 PLSTATUS    PIC X(01).
      *-----------------------------------------------------------------
      *REGIME PREVIDENCIARIO DA FILIAL (VER CADFILIA) - RAT X FAP,
      *TERCEIROS E CPRB DOS ENCARGOS DO EMPREGADOR
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
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
      *CADASTRO DE VERBAS E DETALHE POR VERBA (VER CADVERBA/FPP117) -
      *AJUSTAM AS BASES PELAS INCIDENCIAS, COMO NA MEMORIA DE CALCULO
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
      *PREVIDENCIA COMPLEMENTAR DEDUZIDA NO MES (VER CADPREV/FPP146) E
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE (VER RETROCALC/FPP092)
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
      *-----------------------------------------------------------------
       FD RRAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
      *-----------------------------------------------------------------
       FD PREVRPT
           LABEL RECORD IS STANDARD.
       01 PREVLINE PIC X(132).
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
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
       WORKING-STORAGE SECTION.
           01 OPERID      PIC X(10).
           01 SENHA       PIC X(08).
           01 OPERCHK     PIC X(01).
           01 TENTAT      PIC 9(01).
           01 RCSEQX      PIC 9(08).
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO - A PREVIA SO INTERESSA ATE A
      *NOVA TABELA ENTRAR EM VIGOR
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 365.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(132).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 FILSEL      PIC 9(02).
           01 RASCANO     PIC 9(04).
           01 ULTCOMP     PIC 9(06).
           01 ULTCOMPR REDEFINES ULTCOMP.
               03 ULTY     PIC 9(04).
               03 ULTM     PIC 9(02).
           01 COMPW       PIC 9(06).
           01 FECHADA     PIC X(01).
           01 PXOK        PIC X(01).
           01 FILOK       PIC X(01).
           01 VINCOK      PIC X(01).
           01 PROVAOK     PIC X(01).
           01 VERBOK      PIC X(01).
           01 MVOK        PIC X(01).
           01 PREVOK      PIC X(01).
           01 RRAOK       PIC X(01).
      *-----------------------------------------------------------------
      *AS DUAS TABELAS INTEIRAS (LAYOUT DO CADTAXA)
      *-----------------------------------------------------------------
           01 TXATUAL     PIC X(152).
           01 TXRASC      PIC X(152).
      *-----------------------------------------------------------------
      *DADOS DO FUNCIONARIO QUE NAO DEPENDEM DA TABELA
      *-----------------------------------------------------------------
           01 FILW        PIC 9(02).
           01 FILIDX      PIC 9(03).
           01 NUMD        PIC 9(02).
           01 NSUSP       PIC 9(02).
           01 MVBASEW     PIC 9(10)V99.
           01 PREVDED     PIC 9(10)V99.
           01 RRAV        PIC 9(10)V99.
           01 RRAM        PIC 9(03).
           01 AJUINS      PIC S9(10)V99.
           01 AJUIRF      PIC S9(10)V99.
           01 BASEW       PIC S9(10)V99.
           01 BASEINS     PIC 9(10)V99.
           01 BASEIRF     PIC 9(10)V99.
           01 LIQOUTROS   PIC S9(10)V99.
      *-----------------------------------------------------------------
      *CALCULO SOBRE A TABELA QUE ESTIVER NO TAXA - MESMAS PICTURES DO
      *FPP005 PARA OS MESMOS ARREDONDAMENTOS
      *-----------------------------------------------------------------
           01 INSS        PIC 9(10)V99.
           01 WBASEV      PIC 9(10)V99.
           01 WINSSV      PIC 9(10)V99.
           01 INSSTOTW    PIC 9(10)V99.
           01 INSSAQUI    PIC S9(10)V99.
           01 IMPR        PIC 9(10)V99.
           01 IMPRL       PIC 9(10)V99.
           01 WBASEIR     PIC 9(10)V99.
           01 WIRVAL      PIC 9(10)V99.
           01 WREDIR      PIC 9(10)V99.
           01 WREDW       PIC S9(10)V99.
           01 RRAI        PIC 9(10)V99.
           01 SALF        PIC 9(10)V99.
           01 LIQW        PIC S9(10)V99.
           01 REGPAT      PIC 9(03)V9(04).
           01 REGRAT      PIC 9(03)V9(04).
           01 REGTER      PIC 9(03)V9(04).
           01 ENCW        PIC 9(10)V99.
      *-----------------------------------------------------------------
      *RESULTADO COM A TABELA VIGENTE (A) E COM O RASCUNHO (B)
      *-----------------------------------------------------------------
           01 INSSA       PIC 9(10)V99.
           01 INSSB       PIC 9(10)V99.
           01 IRA         PIC 9(10)V99.
           01 IRB         PIC 9(10)V99.
           01 LIQA        PIC S9(10)V99.
           01 LIQB        PIC S9(10)V99.
           01 ENCA        PIC 9(10)V99.
           01 ENCB        PIC 9(10)V99.
           01 DIFLIQ      PIC S9(10)V99.
           01 DIFENC      PIC S9(10)V99.
           01 DIFABS      PIC 9(10)V99.
           01 DIVMARCA    PIC X(01).
      *-----------------------------------------------------------------
      *TOTAIS POR FILIAL - POSICAO = FILIAL + 1
      *-----------------------------------------------------------------
           01 FILTAB.
               03 FTENT OCCURS 100 TIMES.
                   05 FTQTD    PIC 9(06).
                   05 FTINSSA  PIC 9(12)V99.
                   05 FTINSSB  PIC 9(12)V99.
                   05 FTIRA    PIC 9(12)V99.
                   05 FTIRB    PIC 9(12)V99.
                   05 FTLIQA   PIC S9(12)V99.
                   05 FTLIQB   PIC S9(12)V99.
                   05 FTENCA   PIC 9(12)V99.
                   05 FTENCB   PIC 9(12)V99.
      *-----------------------------------------------------------------
      *RESUMO - QUEM GANHA E QUEM PERDE NO LIQUIDO, POR FAIXA DE
      *VARIACAO: ATE 50,00 / ATE 200,00 / ATE 500,00 / ACIMA
      *-----------------------------------------------------------------
           01 FAIXATAB.
               03 FXENT OCCURS 4 TIMES.
                   05 FXGANHA  PIC 9(06).
                   05 FXPERDE  PIC 9(06).
           01 FXIDX       PIC 9(01).
           01 FXROT       PIC X(24).
           01 QTDLIDOS    PIC 9(06).
           01 QTDCALC     PIC 9(06).
           01 QTDDESL     PIC 9(06).
           01 QTDGANHA    PIC 9(06).
           01 QTDPERDE    PIC 9(06).
           01 QTDIGUAL    PIC 9(06).
           01 QTDDIV      PIC 9(06).
           01 TOTGANHO    PIC 9(12)V99.
           01 TOTPERDA    PIC 9(12)V99.
           01 MAXGANHO    PIC 9(10)V99.
           01 MAXGANHOF   PIC 9(06).
           01 MAXPERDA    PIC 9(10)V99.
           01 MAXPERDAF   PIC 9(06).
           01 MEDIAW      PIC 9(10)V99.
           01 TGINSSA     PIC 9(12)V99.
           01 TGINSSB     PIC 9(12)V99.
           01 TGIRA       PIC 9(12)V99.
           01 TGIRB       PIC 9(12)V99.
           01 TGLIQA      PIC S9(12)V99.
           01 TGLIQB      PIC S9(12)V99.
           01 TGENCA      PIC 9(12)V99.
           01 TGENCB      PIC 9(12)V99.
      *-----------------------------------------------------------------
           01 NOMEW       PIC X(24).
           01 ED1         PIC ZZZZZZ9,99-.
           01 ED2         PIC ZZZZZZ9,99-.
           01 ED3         PIC ZZZZZZ9,99-.
           01 ED4         PIC ZZZZZZ9,99-.
           01 ED5         PIC ZZZZZZ9,99-.
           01 ED6         PIC ZZZZZZ9,99-.
           01 ED7         PIC ZZZZZZ9,99-.
           01 ED8         PIC ZZZZZZ9,99-.
           01 VALED       PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 VALED2      PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 VALED3      PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 QTDED       PIC ZZZZZ9.
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
           OPEN INPUT PR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PR"
               CLOSE RELCAT RCATCTL
               GOBACK
       .
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE RELCAT RCATCTL PR
               GOBACK
       .
       R01B.
           OPEN INPUT CADTAXA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXA"
               CLOSE RELCAT RCATCTL PR FILEFUNC
               GOBACK
       .
       R01C.
           OPEN INPUT CADTAXR
           IF FS NOT = "00"
               DISPLAY "NENHUM RASCUNHO DE TABELA CADASTRADO"
               DISPLAY "DIGITE O RASCUNHO NA OPCAO 8 (TAXAS), MODO R"
               CLOSE RELCAT RCATCTL PR FILEFUNC CADTAXA
               GOBACK
       .
       R01D.
           OPEN INPUT PRIDX
           IF FS NOT = "00"
               DISPLAY "AVISO: INDICE DA FOLHA AUSENTE - LEITURA LENTA"
               DISPLAY "RODE O CONVERTE, OPCAO 18, PARA CRIAR O INDICE"
               MOVE "N" TO PXOK
           ELSE
               MOVE "S" TO PXOK
       .
       R01E.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
       .
       R01F.
           OPEN INPUT MULTVINC
           IF FS NOT = "00"
               MOVE "N" TO VINCOK
           ELSE
               MOVE "S" TO VINCOK
       .
       R01G.
           OPEN INPUT DEPPROVA
           IF FS NOT = "00"
               MOVE "N" TO PROVAOK
           ELSE
               MOVE "S" TO PROVAOK
       .
       R01H.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01I.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01J.
           OPEN INPUT PREVMOV
           IF FS NOT = "00"
               MOVE "N" TO PREVOK
           ELSE
               MOVE "S" TO PREVOK
       .
       R01K.
           OPEN INPUT RRAMOV
           IF FS NOT = "00"
               MOVE "N" TO RRAOK
           ELSE
               MOVE "S" TO RRAOK
       .
       R02.
      *-----------------------------------------------------------------
      *COMPETENCIA - PADRAO E A ULTIMA FECHADA NO PERLOCK
      *-----------------------------------------------------------------
           PERFORM RULTFECH THRU RULTFECHX
           DISPLAY "PREVIA DE IMPACTO DA TABELA DE TAXAS"
           IF ULTCOMP NOT = ZEROS
               DISPLAY "ULTIMA COMPETENCIA FECHADA: " ULTM "/" ULTY
               DISPLAY "COMPETENCIA - MES (0 = ULTIMA FECHADA): "
           ELSE
               DISPLAY "COMPETENCIA - MES: "
           .
           MOVE ZEROS TO BRKM BRKY
           ACCEPT BRKM
           IF BRKM = ZEROS AND ULTCOMP NOT = ZEROS
               MOVE ULTM TO BRKM
               MOVE ULTY TO BRKY
               GO TO R02A
           .
           DISPLAY "COMPETENCIA - ANO: "
           ACCEPT BRKY
           IF BRKM = ZEROS OR BRKM > 12 OR BRKY = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO R02
           .
       R02A.
           MOVE "N" TO FECHADA
           MOVE BRKM TO PLKM
           MOVE BRKY TO PLKY
           OPEN INPUT PERLOCK
           IF FS = "00"
               READ PERLOCK
               IF FS = "00" AND PLSTATUS = "F"
                   MOVE "S" TO FECHADA
               END-IF
               CLOSE PERLOCK
           END-IF
           IF FECHADA NOT = "S"
               DISPLAY "AVISO: COMPETENCIA NAO FECHADA - A FOLHA AINDA"
                   " PODE MUDAR"
           .
           MOVE BRKY TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               DISPLAY "TABELA DE TAXAS DO ANO " BRKY " NAO CADASTRADA"
               GO TO RF1
           .
           MOVE TAXA TO TXATUAL
       .
       R02B.
      *-----------------------------------------------------------------
      *RASCUNHO - PADRAO: O DO ANO SEGUINTE (VIRADA DE ANO) E, SE NAO
      *HOUVER, O DO PROPRIO ANO (MUDANCA NO MEIO DO ANO)
      *-----------------------------------------------------------------
           DISPLAY "ANO DO RASCUNHO (0 = ANO SEGUINTE OU O MESMO): "
           MOVE ZEROS TO RASCANO
           ACCEPT RASCANO
           IF RASCANO NOT = ZEROS
               MOVE RASCANO TO TXRANO
               READ CADTAXR
               IF FS NOT = "00"
                   DISPLAY "RASCUNHO DO ANO " RASCANO " NAO CADASTRADO"
                   GO TO R02B
               END-IF
               GO TO R02C
           .
           COMPUTE TXRANO = BRKY + 1
           READ CADTAXR
           IF FS NOT = "00"
               MOVE BRKY TO TXRANO
               READ CADTAXR
               IF FS NOT = "00"
                   DISPLAY "SEM RASCUNHO PARA " BRKY " NEM O SEGUINTE"
                   DISPLAY "DIGITE-O NA OPCAO 8 (TAXAS), MODO R"
                   GO TO RF1
               END-IF
           .
       R02C.
           MOVE TXRANO TO RASCANO
           MOVE TAXRREC TO TXRASC
           DISPLAY "FILIAL (0 = TODAS): "
           MOVE ZEROS TO FILSEL
           ACCEPT FILSEL
       .
       R03.
           MOVE ZEROS TO QTDLIDOS QTDCALC QTDDESL QTDGANHA QTDPERDE
           MOVE ZEROS TO QTDIGUAL QTDDIV TOTGANHO TOTPERDA
           MOVE ZEROS TO MAXGANHO MAXGANHOF MAXPERDA MAXPERDAF
           MOVE ZEROS TO TGINSSA TGINSSB TGIRA TGIRB TGLIQA TGLIQB
           MOVE ZEROS TO TGENCA TGENCB
           MOVE ZEROS TO FILIDX
           PERFORM RZERAFIL THRU RZERAFILX
           MOVE ZEROS TO FXIDX
           PERFORM RZERAFX THRU RZERAFXX
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO RF1
           .
           OPEN OUTPUT PREVRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           PERFORM RCABEC THRU RCABECX
           PERFORM RPXINI THRU RPXINIX
       .
       R04.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R05
           .
           IF PXOK NOT = "S"
               IF RKM NOT = BRKM OR RKY NOT = BRKY
                   GO TO R04
               END-IF
           .
           ADD 1 TO QTDLIDOS
           MOVE RKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               GO TO R04
           .
           IF DDANO NOT = ZEROS
               ADD 1 TO QTDDESL
               GO TO R04
           .
           IF PXOK = "S"
               MOVE PXFIL TO FILW
           ELSE
               MOVE FFILIAL TO FILW
           .
           IF FILSEL NOT = ZEROS AND FILW NOT = FILSEL
               GO TO R04
           .
           PERFORM RFUNC THRU RFUNCX
           MOVE TXATUAL TO TAXA
           PERFORM RCALC THRU RCALCX
           MOVE INSS TO INSSA
           MOVE IMPR TO IRA
           MOVE LIQW TO LIQA
           MOVE ENCW TO ENCA
           MOVE TXRASC TO TAXA
           PERFORM RCALC THRU RCALCX
           MOVE INSS TO INSSB
           MOVE IMPR TO IRB
           MOVE LIQW TO LIQB
           MOVE ENCW TO ENCB
           PERFORM RACUM THRU RACUMX
           PERFORM RDETALHE THRU RDETALHEX
           GO TO R04
       .
       R05.
           PERFORM RFILIAIS THRU RFILIAISX
           PERFORM RRESUMO THRU RRESUMOX
           CLOSE PREVRPT
           DISPLAY "FUNCIONARIOS RECALCULADOS: " QTDCALC
               " GANHAM: " QTDGANHA " PERDEM: " QTDPERDE
               " SEM MUDANCA: " QTDIGUAL
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
       .
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC CADTAXA CADTAXR
           IF PXOK = "S"
               CLOSE PRIDX
           .
           IF FILOK = "S"
               CLOSE CADFIL
           .
           IF VINCOK = "S"
               CLOSE MULTVINC
           .
           IF PROVAOK = "S"
               CLOSE DEPPROVA
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
           GOBACK
           .
       RULTFECH.
      *-----------------------------------------------------------------
      *ULTIMA COMPETENCIA FECHADA - A CHAVE DO PERLOCK E MES + ANO,
      *ENTAO O ARQUIVO INTEIRO E LIDO E FICA A MAIOR ANO/MES
      *-----------------------------------------------------------------
           MOVE ZEROS TO ULTCOMP
           OPEN INPUT PERLOCK
           IF FS NOT = "00"
               GO TO RULTFECHX
           .
       RULTFECH2.
           READ PERLOCK NEXT RECORD
           IF FS NOT = "00"
               CLOSE PERLOCK
               GO TO RULTFECHX
           END-IF
           IF PLSTATUS = "F"
               COMPUTE COMPW = PLKY * 100 + PLKM
               IF COMPW > ULTCOMP
                   MOVE COMPW TO ULTCOMP
               END-IF
           END-IF
           GO TO RULTFECH2
           .
       RULTFECHX.
           EXIT.
       RZERAFIL.
           ADD 1 TO FILIDX
           IF FILIDX > 100
               GO TO RZERAFILX
           .
           MOVE ZEROS TO FTQTD(FILIDX) FTINSSA(FILIDX) FTINSSB(FILIDX)
           MOVE ZEROS TO FTIRA(FILIDX) FTIRB(FILIDX) FTLIQA(FILIDX)
           MOVE ZEROS TO FTLIQB(FILIDX) FTENCA(FILIDX) FTENCB(FILIDX)
           GO TO RZERAFIL
           .
       RZERAFILX.
           EXIT.
       RZERAFX.
           ADD 1 TO FXIDX
           IF FXIDX > 4
               GO TO RZERAFXX
           .
           MOVE ZEROS TO FXGANHA(FXIDX) FXPERDE(FXIDX)
           GO TO RZERAFX
           .
       RZERAFXX.
           EXIT.
       RPXINI.
      *-----------------------------------------------------------------
      *POSICIONA NA COMPETENCIA PELA CHAVE POR FILIAL DO INDICE; SEM
      *ELE VOLTA A VARRER A FOLHA DESDE O INICIO
      *-----------------------------------------------------------------
           IF PXOK = "S"
               MOVE BRKY TO PXFKY
               MOVE BRKM TO PXFKM
               MOVE FILSEL TO PXFIL
               MOVE ZEROS TO PXFKF
               START PRIDX KEY IS NOT LESS THAN PXFK
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
           IF PXFKY NOT = BRKY OR PXFKM NOT = BRKM
               MOVE "10" TO FS
               GO TO RPXLEX
           .
           IF FILSEL NOT = ZEROS AND PXFIL NOT = FILSEL
               MOVE "10" TO FS
               GO TO RPXLEX
           .
           MOVE PXFKF TO RKF
           MOVE PXFKM TO RKM
           MOVE PXFKY TO RKY
           READ PR
           IF FS = "23"
               GO TO RPXLE
           .
       RPXLEX.
           EXIT.
       RFUNC.
      *-----------------------------------------------------------------
      *O QUE NAO DEPENDE DA TABELA: BASES DO INSS E DO IRRF (BRUTO
      *GRAVADO AJUSTADO PELAS INCIDENCIAS DAS VERBAS E SEM O RRA),
      *OUTRO VINCULO, PREVIDENCIA DEDUZIDA, COTAS DO SALARIO-FAMILIA
      *E A PARTE DO LIQUIDO ALHEIA A TABELA
      *-----------------------------------------------------------------
           MOVE ZEROS TO AJUINS AJUIRF MVBASEW PREVDED RRAV RRAM
           IF MVOK NOT = "S" OR VERBOK NOT = "S"
               GO TO RFUNC3
           .
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE 100 TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RFUNC3
           .
       RFUNC2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RFUNC3
           .
           IF VMRKF NOT = RKF OR VMRKM NOT = RKM OR VMRKY NOT = RKY
               OR VMSIT NOT = "A"
               GO TO RFUNC3
           .
           MOVE VMCOD TO VBCOD
           READ CADVERBA
           IF FS NOT = "00"
               GO TO RFUNC2
           .
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
           GO TO RFUNC2
           .
       RFUNC3.
           IF RRAOK = "S"
               MOVE RKF TO RQRKF
               MOVE RKY TO RQANO
               MOVE RKM TO RQMES
               MOVE "A" TO RQSIT
               READ RRAMOV
               IF FS = "00"
                   MOVE RQVALOR TO RRAV
                   MOVE RQMESES TO RRAM
                   SUBTRACT RQVALOR FROM AJUIRF
               END-IF
           .
           IF PREVOK = "S"
               MOVE RKF TO PZRKF
               MOVE RKY TO PZANO
               MOVE RKM TO PZMES
               MOVE "A" TO PZSIT
               READ PREVMOV
               IF FS = "00"
                   MOVE PZDEDUZ TO PREVDED
               END-IF
           .
           IF VINCOK = "S"
               MOVE RKF TO MVRKF
               MOVE RKM TO MVRKM
               MOVE RKY TO MVRKY
               READ MULTVINC
               IF FS = "00"
                   MOVE MVBASE TO MVBASEW
               END-IF
           .
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
           COMPUTE LIQOUTROS = PSLIQUID + PINSS + PIMPR - PSALF
           MOVE NUMDEPEND TO NUMD
           MOVE ZEROS TO NSUSP
           IF PROVAOK NOT = "S" OR NUMD = ZEROS
               GO TO RFUNC5
           .
           MOVE RKF TO DVRKF
           MOVE ZEROS TO DVSEQ
           START DEPPROVA KEY IS NOT LESS THAN DVRK
           IF FS NOT = "00"
               GO TO RFUNC5
           .
       RFUNC4.
           READ DEPPROVA NEXT RECORD
           IF FS NOT = "00" OR DVRKF NOT = RKF
               GO TO RFUNC5
           END-IF
           IF DVSIT = "S"
               ADD 1 TO NSUSP
           END-IF
           GO TO RFUNC4
           .
       RFUNC5.
           IF NSUSP NOT < NUMD
               MOVE ZEROS TO NUMD
           ELSE
               SUBTRACT NSUSP FROM NUMD
           .
           PERFORM RFILREG THRU RFILREGX
           .
       RFUNCX.
           EXIT.
       RFILREG.
      *-----------------------------------------------------------------
      *LE A FILIAL UMA VEZ POR FUNCIONARIO - O REGIME E APLICADO SOBRE
      *CADA TABELA NO RREGIME
      *-----------------------------------------------------------------
           MOVE ZEROS TO FILRATPCT FILFAP FILTERPCT FILCPRBPCT
           MOVE SPACES TO FILREGIME
           IF FILOK NOT = "S" OR FILW = ZEROS
               GO TO RFILREGX
           .
           MOVE FILW TO FILRK
           READ CADFIL
           IF FS NOT = "00"
               MOVE ZEROS TO FILRATPCT FILFAP FILTERPCT FILCPRBPCT
               MOVE SPACES TO FILREGIME
           .
       RFILREGX.
           EXIT.
       RCALC.
      *-----------------------------------------------------------------
      *INSS (INSSCALC/INSSVINC), IRRF PELAS DUAS ROTAS COM O REDUTOR
      *(IMPSRCALC/IMPRSIMP/IRREDUT), IRRF DO RRA (RRACALC),
      *SALARIO-FAMILIA (SALFCALC) E ENCARGOS DO EMPREGADOR, TUDO SOBRE
      *A TABELA QUE ESTA NO TAXA
      *-----------------------------------------------------------------
           MOVE ZEROS TO INSS
           IF CONTRTIPO = "E"
               GO TO RCALC2
           .
           IF BASEINS > 0,01 AND BASEINS < TXI1LIM
               COMPUTE INSS = BASEINS * TXI1PCT
           ELSE
               IF BASEINS > TXI1LIM AND BASEINS < TXI2LIM
                   COMPUTE INSS = BASEINS * TXI2PCT
               ELSE
                   IF BASEINS > TXI2LIM
                       COMPUTE INSS = BASEINS * TXI3PCT
           .
           IF INSS > TXITETOGAT
               MOVE TXITETOVAL TO INSS
           .
           IF MVBASEW = ZEROS
               GO TO RCALC2
           .
           COMPUTE WBASEV = BASEINS + MVBASEW
           PERFORM RINSSFX THRU RINSSFXX
           MOVE WINSSV TO INSSTOTW
           MOVE MVBASEW TO WBASEV
           PERFORM RINSSFX THRU RINSSFXX
           COMPUTE INSSAQUI = INSSTOTW - WINSSV
           IF INSSAQUI < ZEROS
               MOVE ZEROS TO INSSAQUI
           .
           MOVE INSSAQUI TO INSS
           .
       RCALC2.
           MOVE ZEROS TO IMPRL
           IF BASEIRF > INSS
               COMPUTE IMPRL = BASEIRF - INSS
           .
           IF IMPRL > PREVDED
               SUBTRACT PREVDED FROM IMPRL
           ELSE
               MOVE ZEROS TO IMPRL
           .
           IF IMPRL > TXR1LIM AND IMPRL < TXR2LIM
               COMPUTE IMPRL = IMPRL * TXR1PCT
           ELSE
               IF IMPRL > TXR2LIM AND IMPRL < TXR3LIM
                   COMPUTE IMPRL = IMPRL * TXR2PCT
               ELSE
                   IF IMPRL > TXR3LIM
                       COMPUTE IMPRL = IMPRL * TXR3PCT
           .
           MOVE IMPRL TO WIRVAL
           PERFORM RIRREDUT THRU RIRREDUTX
           MOVE WIRVAL TO IMPR
           IF TXRSIMPL = ZEROS
               GO TO RCALC3
           .
           IF BASEIRF > TXRSIMPL
               COMPUTE WBASEIR = BASEIRF - TXRSIMPL
           ELSE
               MOVE ZEROS TO WBASEIR
           .
           PERFORM RIRFX THRU RIRFXX
           PERFORM RIRREDUT THRU RIRREDUTX
           IF WIRVAL < IMPR
               MOVE WIRVAL TO IMPR
           .
       RCALC3.
           MOVE ZEROS TO RRAI
           IF RRAV = ZEROS OR RRAM = ZEROS
               GO TO RCALC4
           .
           IF RRAV < TXR1LIM * RRAM
               GO TO RCALC4
           .
           IF RRAV < TXR2LIM * RRAM
               COMPUTE RRAI ROUNDED = RRAV * TXR1PCT
           ELSE
               IF RRAV < TXR3LIM * RRAM
                   COMPUTE RRAI ROUNDED = RRAV * TXR2PCT
               ELSE
                   COMPUTE RRAI ROUNDED = RRAV * TXR3PCT
           .
           ADD RRAI TO IMPR
           .
       RCALC4.
           MOVE ZEROS TO SALF
           IF PSALVALB < TXSFTETO
               COMPUTE SALF = NUMD * 34,00
           .
           COMPUTE LIQW = LIQOUTROS - INSS - IMPR + SALF
           PERFORM RREGIME THRU RREGIMEX
           MOVE PFGTS TO ENCW
           IF CONTRTIPO NOT = "E"
               COMPUTE ENCW ROUNDED = PFGTS
                   + BASEINS * (REGPAT + REGRAT + REGTER) / 100
           .
       RCALCX.
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
       RREGIME.
      *-----------------------------------------------------------------
      *PERCENTUAIS DO EMPREGADOR DA FILIAL SOBRE A TABELA NO TAXA:
      *RAT X FAP E TERCEIROS DO CADFIL (ZERADOS = TABELA DO ANO); NA
      *CPRB A PATRONAL SOBRE A FOLHA E A DA REONERACAO DO ANO
      *(TXREOPAT) - A CPRB SOBRE A RECEITA FICA FORA DA PREVIA
      *-----------------------------------------------------------------
           MOVE TXPATPCT TO REGPAT
           MOVE TXRATPCT TO REGRAT
           MOVE TXTERPCT TO REGTER
           IF FILRATPCT NOT = ZEROS
               MOVE FILRATPCT TO REGRAT
           .
           IF FILFAP NOT = ZEROS
               COMPUTE REGRAT ROUNDED = REGRAT * FILFAP
           .
           IF FILTERPCT NOT = ZEROS
               MOVE FILTERPCT TO REGTER
           .
           IF FILREGIME = "C"
               MOVE TXREOPAT TO REGPAT
           .
       RREGIMEX.
           EXIT.
       RACUM.
      *-----------------------------------------------------------------
      *TOTAIS DA FILIAL, TOTAL GERAL E CONTAGEM DE GANHOS E PERDAS
      *-----------------------------------------------------------------
           ADD 1 TO QTDCALC
           COMPUTE FILIDX = FILW + 1
           ADD 1 TO FTQTD(FILIDX)
           ADD INSSA TO FTINSSA(FILIDX) TGINSSA
           ADD INSSB TO FTINSSB(FILIDX) TGINSSB
           ADD IRA TO FTIRA(FILIDX) TGIRA
           ADD IRB TO FTIRB(FILIDX) TGIRB
           ADD LIQA TO FTLIQA(FILIDX) TGLIQA
           ADD LIQB TO FTLIQB(FILIDX) TGLIQB
           ADD ENCA TO FTENCA(FILIDX) TGENCA
           ADD ENCB TO FTENCB(FILIDX) TGENCB
           COMPUTE DIFLIQ = LIQB - LIQA
           COMPUTE DIFENC = ENCB - ENCA
      *-----------------------------------------------------------------
      *O RECALCULO COM A TABELA VIGENTE DEVE BATER COM A FOLHA GRAVADA
      *- SE NAO BATE, O REGISTRO FOI CALCULADO EM OUTRA SITUACAO
      *(TABELA ALTERADA DEPOIS, CALCULO MANUAL) E E MARCADO
      *-----------------------------------------------------------------
           MOVE SPACE TO DIVMARCA
           IF INSSA NOT = PINSS OR IRA NOT = PIMPR
               MOVE "*" TO DIVMARCA
               ADD 1 TO QTDDIV
           .
           IF DIFLIQ = ZEROS
               ADD 1 TO QTDIGUAL
               GO TO RACUMX
           .
           IF DIFLIQ > ZEROS
               MOVE DIFLIQ TO DIFABS
           ELSE
               COMPUTE DIFABS = ZEROS - DIFLIQ
           .
           MOVE 4 TO FXIDX
           IF DIFABS NOT > 500,00
               MOVE 3 TO FXIDX
           .
           IF DIFABS NOT > 200,00
               MOVE 2 TO FXIDX
           .
           IF DIFABS NOT > 50,00
               MOVE 1 TO FXIDX
           .
           IF DIFLIQ > ZEROS
               ADD 1 TO QTDGANHA FXGANHA(FXIDX)
               ADD DIFABS TO TOTGANHO
               IF DIFABS > MAXGANHO
                   MOVE DIFABS TO MAXGANHO
                   MOVE RKF TO MAXGANHOF
               END-IF
           ELSE
               ADD 1 TO QTDPERDE FXPERDE(FXIDX)
               ADD DIFABS TO TOTPERDA
               IF DIFABS > MAXPERDA
                   MOVE DIFABS TO MAXPERDA
                   MOVE RKF TO MAXPERDAF
               END-IF
           .
       RACUMX.
           EXIT.
       RCABEC.
           MOVE ALL "=" TO PREVLINE
           WRITE PREVLINE
           MOVE SPACES TO LINHA
           STRING "PREVIA DE IMPACTO DA TABELA DE TAXAS - COMPETENCIA "
               BRKM "/" BRKY " - TABELA VIGENTE " BRKY
               " X RASCUNHO " RASCANO
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           IF FECHADA = "S"
               STRING "COMPETENCIA FECHADA - FOLHA GRAVADA NAO E "
                   "ALTERADA"
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               STRING "COMPETENCIA AINDA ABERTA - FOLHA GRAVADA NAO E "
                   "ALTERADA"
                   DELIMITED BY SIZE INTO LINHA
           END-IF
           PERFORM RTEXTO
           IF FILSEL NOT = ZEROS
               MOVE SPACES TO LINHA
               STRING "SOMENTE A FILIAL " FILSEL
                   DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
           .
           MOVE ALL "=" TO PREVLINE
           WRITE PREVLINE
           MOVE SPACES TO LINHA
           STRING "MATRIC NOME                     FL  "
               " INSS ATUAL  INSS RASC. "
               " IRRF ATUAL  IRRF RASC. "
               "  LIQ ATUAL   LIQ RASC. "
               "   DIF LIQ.  DIF ENCARG"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE ALL "-" TO PREVLINE
           WRITE PREVLINE
           .
       RCABECX.
           EXIT.
       RDETALHE.
           MOVE NOME TO NOMEW
           MOVE INSSA TO ED1
           MOVE INSSB TO ED2
           MOVE IRA TO ED3
           MOVE IRB TO ED4
           MOVE LIQA TO ED5
           MOVE LIQB TO ED6
           MOVE DIFLIQ TO ED7
           MOVE DIFENC TO ED8
           MOVE SPACES TO LINHA
           STRING RKF " " NOMEW " " FILW DIVMARCA " " ED1 " " ED2 " "
               ED3 " " ED4 " " ED5 " " ED6 " " ED7 " " ED8
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           .
       RDETALHEX.
           EXIT.
       RFILIAIS.
      *-----------------------------------------------------------------
      *DIFERENCAS POR FILIAL
      *-----------------------------------------------------------------
           MOVE ALL "=" TO PREVLINE
           WRITE PREVLINE
           MOVE "DIFERENCAS POR FILIAL (RASCUNHO MENOS VIGENTE)"
               TO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           STRING "FL RAZAO SOCIAL              QTDE "
               "       DIF INSS        DIF IRRF "
               "    DIF LIQUIDO   DIF ENCARGOS"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE ALL "-" TO PREVLINE
           WRITE PREVLINE
           MOVE ZEROS TO FILIDX
       .
       RFILIAIS2.
           ADD 1 TO FILIDX
           IF FILIDX > 100
               GO TO RFILIAIS3
           .
           IF FTQTD(FILIDX) = ZEROS
               GO TO RFILIAIS2
           .
           COMPUTE FILW = FILIDX - 1
           MOVE SPACES TO FILRAZAO
           IF FILOK = "S"
               MOVE FILW TO FILRK
               READ CADFIL
               IF FS NOT = "00"
                   MOVE "FILIAL NAO CADASTRADA" TO FILRAZAO
               END-IF
           .
           MOVE FTQTD(FILIDX) TO QTDED
           COMPUTE DIFLIQ = FTINSSB(FILIDX) - FTINSSA(FILIDX)
           MOVE DIFLIQ TO ED1
           COMPUTE DIFLIQ = FTIRB(FILIDX) - FTIRA(FILIDX)
           MOVE DIFLIQ TO ED2
           COMPUTE DIFLIQ = FTLIQB(FILIDX) - FTLIQA(FILIDX)
           MOVE DIFLIQ TO VALED
           COMPUTE DIFLIQ = FTENCB(FILIDX) - FTENCA(FILIDX)
           MOVE DIFLIQ TO VALED2
           MOVE SPACES TO LINHA
           STRING FILW " " FILRAZAO(1:24) " " QTDED "     " ED1
               "     " ED2 " " VALED " " VALED2
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE FTLIQA(FILIDX) TO VALED
           MOVE FTLIQB(FILIDX) TO VALED2
           MOVE SPACES TO LINHA
           STRING "   LIQUIDO ATUAL " VALED " RASCUNHO " VALED2
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE FTENCA(FILIDX) TO VALED
           MOVE FTENCB(FILIDX) TO VALED2
           MOVE SPACES TO LINHA
           STRING "   ENCARGOS ATUAL" VALED " RASCUNHO " VALED2
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           GO TO RFILIAIS2
           .
       RFILIAIS3.
           MOVE ALL "-" TO PREVLINE
           WRITE PREVLINE
           .
       RFILIAISX.
           EXIT.
       RRESUMO.
      *-----------------------------------------------------------------
      *RESUMO GERAL - TOTAIS, QUEM GANHA E QUEM PERDE E POR QUANTO
      *-----------------------------------------------------------------
           MOVE ALL "=" TO PREVLINE
           WRITE PREVLINE
           MOVE "RESUMO" TO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           STRING "REGISTROS DA COMPETENCIA LIDOS: " QTDLIDOS
               " - DESLIGADOS (FORA DA PREVIA): " QTDDESL
               " - RECALCULADOS: " QTDCALC
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           STRING "                         VIGENTE"
               "            RASCUNHO           DIFERENCA"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TGINSSA TO VALED
           MOVE TGINSSB TO VALED2
           COMPUTE DIFLIQ = TGINSSB - TGINSSA
           MOVE DIFLIQ TO VALED3
           MOVE SPACES TO LINHA
           STRING "INSS DO EMPREGADO " VALED " " VALED2 " " VALED3
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TGIRA TO VALED
           MOVE TGIRB TO VALED2
           COMPUTE DIFLIQ = TGIRB - TGIRA
           MOVE DIFLIQ TO VALED3
           MOVE SPACES TO LINHA
           STRING "IRRF              " VALED " " VALED2 " " VALED3
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TGLIQA TO VALED
           MOVE TGLIQB TO VALED2
           COMPUTE DIFLIQ = TGLIQB - TGLIQA
           MOVE DIFLIQ TO VALED3
           MOVE SPACES TO LINHA
           STRING "LIQUIDO           " VALED " " VALED2 " " VALED3
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TGENCA TO VALED
           MOVE TGENCB TO VALED2
           COMPUTE DIFLIQ = TGENCB - TGENCA
           MOVE DIFLIQ TO VALED3
           MOVE SPACES TO LINHA
           STRING "ENCARGOS EMPREG.  " VALED " " VALED2 " " VALED3
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE ALL "-" TO PREVLINE
           WRITE PREVLINE
           MOVE TOTGANHO TO VALED
           MOVE ZEROS TO MEDIAW
           IF QTDGANHA > ZEROS
               COMPUTE MEDIAW ROUNDED = TOTGANHO / QTDGANHA
           .
           MOVE MEDIAW TO VALED2
           MOVE MAXGANHO TO VALED3
           MOVE SPACES TO LINHA
           STRING "GANHAM NO LIQUIDO: " QTDGANHA " TOTAL " VALED
               " MEDIA " VALED2 " MAIOR " VALED3 " (MATRICULA "
               MAXGANHOF ")"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE TOTPERDA TO VALED
           MOVE ZEROS TO MEDIAW
           IF QTDPERDE > ZEROS
               COMPUTE MEDIAW ROUNDED = TOTPERDA / QTDPERDE
           .
           MOVE MEDIAW TO VALED2
           MOVE MAXPERDA TO VALED3
           MOVE SPACES TO LINHA
           STRING "PERDEM NO LIQUIDO: " QTDPERDE " TOTAL " VALED
               " MEDIA " VALED2 " MAIOR " VALED3 " (MATRICULA "
               MAXPERDAF ")"
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           STRING "SEM MUDANCA NO LIQUIDO: " QTDIGUAL
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE "VARIACAO DO LIQUIDO        GANHAM  PERDEM" TO LINHA
           PERFORM RTEXTO
           MOVE ZEROS TO FXIDX
       .
       RRESUMO2.
           ADD 1 TO FXIDX
           IF FXIDX > 4
               GO TO RRESUMO3
           .
           IF FXIDX = 1
               MOVE "ATE 50,00" TO FXROT
           .
           IF FXIDX = 2
               MOVE "DE 50,01 A 200,00" TO FXROT
           .
           IF FXIDX = 3
               MOVE "DE 200,01 A 500,00" TO FXROT
           .
           IF FXIDX = 4
               MOVE "ACIMA DE 500,00" TO FXROT
           .
           MOVE SPACES TO LINHA
           STRING "  " FXROT " " FXGANHA(FXIDX) "  " FXPERDE(FXIDX)
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           GO TO RRESUMO2
           .
       RRESUMO3.
           MOVE ALL "-" TO PREVLINE
           WRITE PREVLINE
           IF QTDDIV > ZEROS
               MOVE SPACES TO LINHA
               STRING "* " QTDDIV " REGISTRO(S) ONDE O RECALCULO COM A "
                   "TABELA VIGENTE NAO BATE COM O INSS/IRRF GRAVADO "
                   "(VER MEMOCALC)"
                   DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
           .
           MOVE "PENSAO, PENHORA, CONSIGNADO E ADIANTAMENTO FICAM COMO"
               TO LINHA
           PERFORM RTEXTO
           MOVE "GRAVADOS; FGTS NAO DEPENDE DA TABELA E ENTRA IGUAL NOS"
               TO LINHA
           PERFORM RTEXTO
           MOVE "DOIS ENCARGOS; A CPRB SOBRE A RECEITA NAO ENTRA"
               TO LINHA
           PERFORM RTEXTO
           MOVE ALL "=" TO PREVLINE
           WRITE PREVLINE
           .
       RRESUMOX.
           EXIT.
       RTEXTO.
           MOVE LINHA TO PREVLINE
           WRITE PREVLINE
           MOVE SPACES TO LINHA
           .
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO COM O OPERADOR - A
      *REIMPRESSAO SAI DO RELCATAL (FPP107)
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
           MOVE "TAXAPREV" TO RCPROG
           MOVE BRKM TO RCKM
           MOVE BRKY TO RCKY
           MOVE FILSEL TO RCFIL
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
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - A PREVIA MOSTRA O LIQUIDO DE CADA
      *FUNCIONARIO: EXIGE O PRIVILEGIO DE FOLHA
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
