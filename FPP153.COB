       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFRAUD.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *EXCECOES DA FOLHA ANTES DA REMESSA AO BANCO (FPP026) - CADA
      *MATRICULA PAGA NA COMPETENCIA (LIQUIDO MAIOR QUE ZERO) E
      *CONFERIDA CONTRA OS SINAIS DE FUNCIONARIO FANTASMA E FRAUDE:
      *1 SEM BATIDA DE PONTO (PONTODET) E SEM AFASTAMENTO OU FERIAS
      *2 SEM EXAME ADMISSIONAL (ASO TIPO A)
      *3 PIS OU CPF EM OUTRA MATRICULA ATIVA
      *4 CONTA BANCARIA ALTERADA NO LOG (PROGGER, ACAO B) PERTO DO
      *  PAGAMENTO
      *5 SALARIO BASE ACIMA DO MAIOR DEGRAU DO CARGO
      *6 CEP COMPARTILHADO POR MUITOS FUNCIONARIOS ATIVOS
      *7 PAGO DEPOIS DO DESLIGAMENTO (CADASTRO OU TERMO DE RESCISAO)
      *  OU PAGO SEM CADASTRO
      *GRAVIDADES E LIMITES NO PARFRAUD/FPP152 (FRAUDPAR1.DAT). OS
      *CEPS E AS TROCAS DE CONTA SAO APURADOS ANTES, NO ARQUIVO DE
      *TRABALHO FRAUDWK1.DAT
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
           SELECT PONTODET ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PDRK
           .

           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .

           SELECT FERPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FPRK
           .

           SELECT ASO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ASORK
           .

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT DEGRAU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DGRK
           .

           SELECT RESCIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RSRK
           .

           SELECT CHGLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LOGSEQ
           .

           SELECT FRAUDPAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FRK
           .

           SELECT FRAUDWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS WFK
           .
      *-----------------------------------------------------------------
           SELECT FRDRPT ASSIGN TO NOMEARQ
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
      *FOLHA APROVADA E O INDICE POR COMPETENCIA (VER PRIDXGER/FPP148)
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
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
      *BATIDAS DIARIAS DO RELOGIO DE PONTO (MESMO LAYOUT DO PONTOIMP)
      *-----------------------------------------------------------------
       FD PONTODET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTODET.DAT".
       01 PONTODETREC.
           03 PDRK.
               05 PDMAT    PIC 9(06).
               05 PDDATA   PIC 9(08).
           03 PDE1        PIC 9(04).
           03 PDS1        PIC 9(04).
           03 PDE2        PIC 9(04).
           03 PDS2        PIC 9(04).
           03 PDATRMIN    PIC 9(04).
           03 PDINTRA     PIC 9(02)V99.
      *-----------------------------------------------------------------
      *AFASTAMENTOS, FERIAS PAGAS E EXAMES OCUPACIONAIS
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
       FD FERPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERPAG.DAT".
       COPY FERPAG.
      *-----------------------------------------------------------------
       FD ASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ASO1.DAT".
       COPY ASO.
      *-----------------------------------------------------------------
      *CARGOS E DEGRAUS SALARIAIS
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD DEGRAU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEGRAU1.DAT".
       COPY DEGRAU.
      *-----------------------------------------------------------------
      *TERMO DE RESCISAO (MESMO LAYOUT DO FPP038)
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
      *LOG DE ALTERACOES - TROCAS DE CONTA BANCARIA
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
           03 LOGDATER REDEFINES LOGDATE.
               05 LGANO   PIC 9(04).
               05 LGMES   PIC 9(02).
               05 LGDIA   PIC 9(02).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
      *-----------------------------------------------------------------
       FD FRAUDPAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FRAUDPAR1.DAT".
       COPY FRAUDPAR.
      *-----------------------------------------------------------------
      *ARQUIVO DE TRABALHO (RECRIADO A CADA EXECUCAO)
      *WFTIPO C: WFCHV = CEP, WFQTD = FUNCIONARIOS ATIVOS NO CEP
      *WFTIPO B: WFCHV = MATRICULA, ULTIMA TROCA DE CONTA NA JANELA
      *-----------------------------------------------------------------
       FD FRAUDWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FRAUDWK1.DAT".
       01 FRAUDWKREC.
           03 WFK.
               05 WFTIPO   PIC X(01).
               05 WFCHV    PIC 9(11).
           03 WFQTD        PIC 9(05).
           03 WFDATA       PIC 9(08).
           03 WFOPER       PIC X(10).
      *-----------------------------------------------------------------
       FD FRDRPT
           LABEL RECORD IS STANDARD.
       01 FRDLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - PRAZO DOS DOCUMENTOS DO
      *CONTRATO DE TRABALHO (5 ANOS)
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 PXOK        PIC X(01).
           01 PONOK       PIC X(01).
           01 AFOK        PIC X(01).
           01 FEROK       PIC X(01).
           01 ASOOK       PIC X(01).
           01 CARGOK      PIC X(01).
           01 DEGOK       PIC X(01).
           01 RESOK       PIC X(01).
           01 LOGOK       PIC X(01).
           01 BFIL        PIC 9(02).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 BCOMP       PIC 9(06).
           01 HOJE        PIC 9(08).
           01 PAGDT       PIC 9(08).
           01 PAGDTR REDEFINES PAGDT.
               03 PGANO   PIC 9(04).
               03 PGMES   PIC 9(02).
               03 PGDIA   PIC 9(02).
      *-----------------------------------------------------------------
      *DATAS EM DIAS APROXIMADOS (ANO * 372 + (MES - 1) * 31 + DIA),
      *COMO NO RESTO DO SISTEMA - BASTAM PARA JANELAS E SOBREPOSICOES
      *-----------------------------------------------------------------
           01 PDINI       PIC 9(08).
           01 PDFIM       PIC 9(08).
           01 ORDINI      PIC 9(07).
           01 ORDFIM      PIC 9(07).
           01 ORDPAG      PIC 9(07).
           01 ORDJINI     PIC 9(07).
           01 ORDJFIM     PIC 9(07).
           01 ORDA        PIC 9(07).
           01 ORDB        PIC 9(07).
      *-----------------------------------------------------------------
      *OCORRENCIA EM MONTAGEM E TOTAIS POR GRAVIDADE
      *-----------------------------------------------------------------
           01 HITSEV      PIC X(01).
           01 MOTTXT      PIC X(100).
           01 CABOK       PIC X(01).
           01 LINHA       PIC X(132).
           01 TOTPAGO     PIC 9(06).
           01 TOTFUNC     PIC 9(06).
           01 TOTALTA     PIC 9(06).
           01 TOTMEDIA    PIC 9(06).
           01 TOTBAIXA    PIC 9(06).
           01 TOTCEP      PIC 9(06).
           01 TOTBCO      PIC 9(06).
      *-----------------------------------------------------------------
      *CONFERENCIAS POR MATRICULA
      *-----------------------------------------------------------------
           01 FUNCRK      PIC 9(06).
           01 CPFW        PIC 9(11).
           01 PISW        PIC 9(11).
           01 DUPRK       PIC 9(06).
           01 TEMASO      PIC X(01).
           01 TETO        PIC 9(08)V99.
           01 TETOMES     PIC 9(10)V99.
           01 LIMITE      PIC 9(10)V99.
           01 JORNBASE    PIC 9(03).
           01 DEMCOMP     PIC 9(06).
           01 DEMDT       PIC 9(08).
           01 DEMORIG     PIC X(08).
           01 VALED       PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 VALED2      PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 LIQED       PIC Z.ZZZ.ZZZ.ZZ9,99.
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
               DISPLAY "ERRO AO ABRIR PR - FS: " FS
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
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE RELCAT RCATCTL PR
               IF PXOK = "S"
                   CLOSE PRIDX
               END-IF
               GOBACK
       .
       R01B.
           OPEN INPUT PONTODET
           IF FS NOT = "00"
               MOVE "N" TO PONOK
           ELSE
               MOVE "S" TO PONOK
           .
           OPEN INPUT AFAST
           IF FS NOT = "00"
               MOVE "N" TO AFOK
           ELSE
               MOVE "S" TO AFOK
           .
           OPEN INPUT FERPAG
           IF FS NOT = "00"
               MOVE "N" TO FEROK
           ELSE
               MOVE "S" TO FEROK
           .
           OPEN INPUT ASO
           IF FS NOT = "00"
               MOVE "N" TO ASOOK
           ELSE
               MOVE "S" TO ASOOK
           .
       R01C.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOK
           ELSE
               MOVE "S" TO CARGOK
           .
           OPEN INPUT DEGRAU
           IF FS NOT = "00"
               MOVE "N" TO DEGOK
           ELSE
               MOVE "S" TO DEGOK
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
       R01D.
      *-----------------------------------------------------------------
      *PARAMETROS - SEM O REGISTRO VALEM OS PADROES DO PARFRAUD
      *-----------------------------------------------------------------
           PERFORM RPADRAO
           OPEN INPUT FRAUDPAR
           IF FS = "00"
               MOVE 1 TO FRK
               READ FRAUDPAR
               IF FS NOT = "00"
                   PERFORM RPADRAO
               END-IF
               CLOSE FRAUDPAR
           .
       R02.
           MOVE ZEROS TO TOTPAGO TOTFUNC TOTALTA TOTMEDIA TOTBAIXA
           MOVE ZEROS TO TOTCEP TOTBCO
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "EXCECOES DA FOLHA - ANTES DA REMESSA AO BANCO"
           DISPLAY "DIGITE A FILIAL (00 = TODAS): "
           ACCEPT BFIL
           DISPLAY "COMPETENCIA - MES (MM): "
           ACCEPT BRKM
           DISPLAY "COMPETENCIA - ANO (AAAA): "
           ACCEPT BRKY
           IF BRKM = ZEROS OR BRKM > 12 OR BRKY = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO R02
           .
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): "
           ACCEPT PAGDT
           IF PAGDT = ZEROS
               MOVE HOJE TO PAGDT
           .
           IF PGMES = ZEROS OR PGMES > 12 OR PGDIA = ZEROS
                   OR PGDIA > 31
               DISPLAY "DATA INVALIDA"
               GO TO R02
           .
           COMPUTE BCOMP = BRKY * 100 + BRKM
           COMPUTE PDINI = BRKY * 10000 + BRKM * 100 + 1
           COMPUTE PDFIM = BRKY * 10000 + BRKM * 100 + 31
           COMPUTE ORDINI = BRKY * 372 + (BRKM - 1) * 31 + 1
           COMPUTE ORDFIM = ORDINI + 30
           COMPUTE ORDPAG = PGANO * 372 + (PGMES - 1) * 31 + PGDIA
           COMPUTE ORDJINI = ORDPAG - FRDIASBCO
           COMPUTE ORDJFIM = ORDPAG + FRDIASBCO
       .
       R03.
           OPEN OUTPUT FRAUDWK
           CLOSE FRAUDWK
           OPEN I-O FRAUDWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR FRAUDWK1.DAT - FS: " FS
               GO TO RF1
           .
           IF FRSEVCEP NOT = "N"
               PERFORM RCEPS THRU RCEPSX
           .
           IF FRSEVBCO NOT = "N" AND LOGOK = "S"
               PERFORM RBANCO THRU RBANCOX
           .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT FRDRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               CLOSE FRAUDWK
               GO TO RF1
           .
           PERFORM RCABEC THRU RCABECX
           PERFORM RPXINI THRU RPXINIX
       .
       R06.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R08
           .
           IF RKM NOT = BRKM OR RKY NOT = BRKY
               GO TO R06
           .
           IF PSLIQUID = ZEROS
               GO TO R06
           .
           PERFORM RFUNC THRU RFUNCX
           GO TO R06
           .
       R08.
           MOVE ALL "=" TO FRDLINE
           WRITE FRDLINE
           MOVE SPACES TO LINHA
           STRING "PAGOS CONFERIDOS: " TOTPAGO
               "  COM OCORRENCIA: " TOTFUNC
               "  OCORRENCIAS ALTA: " TOTALTA
               "  MEDIA: " TOTMEDIA "  BAIXA: " TOTBAIXA
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FRDLINE
           WRITE FRDLINE
           MOVE ALL "=" TO FRDLINE
           WRITE FRDLINE
           CLOSE FRDRPT FRAUDWK
           DISPLAY "PAGOS CONFERIDOS: " TOTPAGO
               " COM OCORRENCIA: " TOTFUNC
           DISPLAY "OCORRENCIAS - ALTA: " TOTALTA " MEDIA: " TOTMEDIA
               " BAIXA: " TOTBAIXA
           IF TOTALTA > ZEROS
               DISPLAY "HA OCORRENCIAS DE GRAVIDADE ALTA - APURE ANTES "
                   "DE LIBERAR A REMESSA"
           .
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           .
       RF1.
           CLOSE RELCAT RCATCTL PR FILEFUNC
           IF PXOK = "S"
               CLOSE PRIDX
           .
           IF PONOK = "S"
               CLOSE PONTODET
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF FEROK = "S"
               CLOSE FERPAG
           .
           IF ASOOK = "S"
               CLOSE ASO
           .
           IF CARGOK = "S"
               CLOSE CADCARGO
           .
           IF DEGOK = "S"
               CLOSE DEGRAU
           .
           IF RESOK = "S"
               CLOSE RESCIS
           .
           IF LOGOK = "S"
               CLOSE CHGLOG
           .
           GOBACK
           .
       RCABEC.
      *-----------------------------------------------------------------
      *CABECALHO - COMPETENCIA, PAGAMENTO, PARAMETROS EM USO E AS
      *CONFERENCIAS PREJUDICADAS POR ARQUIVO AUSENTE
      *-----------------------------------------------------------------
           MOVE ALL "=" TO FRDLINE
           WRITE FRDLINE
           MOVE PAGDT TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "EXCECOES DA FOLHA (FANTASMA/FRAUDE) - COMPETENCIA "
               BRKM "/" BRKY " FILIAL " BFIL " (00 = TODAS)"
               " PAGAMENTO EM " DTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FRDLINE
           WRITE FRDLINE
           MOVE SPACES TO LINHA
           STRING "GRAVIDADES (A-ALTA M-MEDIA B-BAIXA N-NAO VERIFICA):"
               " PONTO " FRSEVPON " ASO " FRSEVASO
               " PIS/CPF " FRSEVDUP " CONTA " FRSEVBCO
               " DEGRAU " FRSEVDEG " CEP " FRSEVCEP
               " DESLIGADO " FRSEVDEM
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FRDLINE
           WRITE FRDLINE
           MOVE SPACES TO LINHA
           STRING "LIMITES: CONTA ALTERADA ATE " FRDIASBCO
               " DIAS DO PAGAMENTO, TOLERANCIA DO DEGRAU " FRPCTDEG
               "%, MAIS DE " FRMAXCEP " ATIVOS NO MESMO CEP"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FRDLINE
           WRITE FRDLINE
           IF PONOK NOT = "S" AND FRSEVPON NOT = "N"
               MOVE "SEM BATIDAS - PONTO NAO CONFERIDO" TO FRDLINE
               WRITE FRDLINE
           .
           IF ASOOK NOT = "S" AND FRSEVASO NOT = "N"
               MOVE "SEM ASO - ADMISSIONAL NAO CONFERIDO" TO FRDLINE
               WRITE FRDLINE
           .
           IF LOGOK NOT = "S" AND FRSEVBCO NOT = "N"
               MOVE "SEM LOG - TROCA DE CONTA NAO CONFERIDA" TO FRDLINE
               WRITE FRDLINE
           .
           IF CARGOK NOT = "S" AND FRSEVDEG NOT = "N"
               MOVE "SEM CADASTRO DE CARGOS - DEGRAU NAO CONFERIDO"
                   TO FRDLINE
               WRITE FRDLINE
           .
           MOVE ALL "=" TO FRDLINE
           WRITE FRDLINE
           .
       RCABECX.
           EXIT.
       RFUNC.
      *-----------------------------------------------------------------
      *UMA MATRICULA PAGA - AS SETE CONFERENCIAS
      *-----------------------------------------------------------------
           MOVE "N" TO CABOK
           MOVE RKF TO FUNCRK
           MOVE RKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               IF BFIL NOT = ZEROS
                   GO TO RFUNCX
               END-IF
               ADD 1 TO TOTPAGO
               MOVE SPACES TO NOME
               MOVE ZEROS TO FFILIAL
               IF FRSEVDEM NOT = "N"
                   MOVE FRSEVDEM TO HITSEV
                   MOVE "PAGO SEM CADASTRO DE FUNCIONARIO" TO MOTTXT
                   PERFORM RLINHA THRU RLINHAX
               END-IF
               GO TO RFUNCX
           .
           IF BFIL NOT = ZEROS AND FFILIAL NOT = BFIL
               GO TO RFUNCX
           .
           ADD 1 TO TOTPAGO
           IF FRSEVPON NOT = "N" AND PONOK = "S"
               PERFORM RCKPON THRU RCKPONX
           .
           IF FRSEVASO NOT = "N" AND ASOOK = "S"
               PERFORM RCKASO THRU RCKASOX
           .
           IF FRSEVBCO NOT = "N" AND LOGOK = "S"
               PERFORM RCKBCO THRU RCKBCOX
           .
           IF FRSEVDEG NOT = "N" AND CARGOK = "S"
               PERFORM RCKDEG THRU RCKDEGX
           .
           IF FRSEVCEP NOT = "N"
               PERFORM RCKCEP THRU RCKCEPX
           .
           IF FRSEVDEM NOT = "N"
               PERFORM RCKDEM THRU RCKDEMX
           .
      *-----------------------------------------------------------------
      *A DE PIS/CPF POR ULTIMO - ELA PASSA POR OUTRAS MATRICULAS
      *-----------------------------------------------------------------
           IF FRSEVDUP NOT = "N"
               PERFORM RCKDUP THRU RCKDUPX
           .
       RFUNCX.
           EXIT.
       RCKPON.
      *-----------------------------------------------------------------
      *1 - ALGUMA BATIDA NA COMPETENCIA, OU AFASTAMENTO OU FERIAS QUE
      *TOQUEM O MES, JUSTIFICAM O PAGAMENTO
      *-----------------------------------------------------------------
           MOVE RKT TO PDMAT
           MOVE PDINI TO PDDATA
           START PONTODET KEY IS NOT LESS THAN PDRK
           IF FS = "00"
               READ PONTODET NEXT RECORD
               IF FS = "00" AND PDMAT = RKT AND PDDATA NOT > PDFIM
                   GO TO RCKPONX
               END-IF
           .
           IF AFOK NOT = "S"
               GO TO RCKPON2
           .
           MOVE RKT TO AFRK
           READ AFAST
           IF FS NOT = "00" OR AFINIANO = ZEROS
               GO TO RCKPON2
           .
           COMPUTE ORDA = AFINIANO * 372 + (AFINIMES - 1) * 31
               + AFINIDIA
           MOVE 9999999 TO ORDB
           IF AFRETANO NOT = ZEROS
               COMPUTE ORDB = AFRETANO * 372 + (AFRETMES - 1) * 31
                   + AFRETDIA
           .
           IF ORDA NOT > ORDFIM AND ORDB NOT < ORDINI
               GO TO RCKPONX
           .
       RCKPON2.
           IF FEROK NOT = "S"
               GO TO RCKPON4
           .
           MOVE RKT TO FPRKF
           MOVE ZEROS TO FPSEQ
           START FERPAG KEY IS NOT LESS THAN FPRK
           IF FS NOT = "00"
               GO TO RCKPON4
           .
       RCKPON3.
           READ FERPAG NEXT RECORD
           IF FS NOT = "00" OR FPRKF NOT = RKT
               GO TO RCKPON4
           END-IF
           IF FPINIANO = ZEROS
               GO TO RCKPON3
           END-IF
           COMPUTE ORDA = FPINIANO * 372 + (FPINIMES - 1) * 31
               + FPINIDIA
           COMPUTE ORDB = ORDA + FPDIAS - 1
           IF ORDA NOT > ORDFIM AND ORDB NOT < ORDINI
               GO TO RCKPONX
           END-IF
           GO TO RCKPON3
           .
       RCKPON4.
           MOVE FRSEVPON TO HITSEV
           MOVE "SEM PONTO NO MES E SEM AFASTAMENTO OU FERIAS"
               TO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKPONX.
           EXIT.
       RCKASO.
      *-----------------------------------------------------------------
      *2 - EXAME ADMISSIONAL REGISTRADO (QUALQUER RESULTADO)
      *-----------------------------------------------------------------
           MOVE "N" TO TEMASO
           MOVE RKT TO ASOMAT
           MOVE ZEROS TO ASOSEQ
           START ASO KEY IS NOT LESS THAN ASORK
           IF FS NOT = "00"
               GO TO RCKASO3
           .
       RCKASO2.
           READ ASO NEXT RECORD
           IF FS NOT = "00" OR ASOMAT NOT = RKT
               GO TO RCKASO3
           END-IF
           IF ASOTIPO = "A"
               MOVE "S" TO TEMASO
               GO TO RCKASO3
           END-IF
           GO TO RCKASO2
           .
       RCKASO3.
           IF TEMASO = "S"
               GO TO RCKASOX
           .
           MOVE FRSEVASO TO HITSEV
           MOVE "SEM EXAME ADMISSIONAL (ASO) REGISTRADO" TO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKASOX.
           EXIT.
       RCKBCO.
      *-----------------------------------------------------------------
      *4 - TROCA DE CONTA APURADA NO RBANCO PARA A MATRICULA
      *-----------------------------------------------------------------
           MOVE "B" TO WFTIPO
           MOVE RKT TO WFCHV
           READ FRAUDWK
           IF FS NOT = "00"
               GO TO RCKBCOX
           .
           MOVE WFDATA TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE FRSEVBCO TO HITSEV
           MOVE SPACES TO MOTTXT
           STRING "CONTA BANCARIA ALTERADA EM " DTTXT " POR " WFOPER
               " - " WFQTD " ALTERACAO(OES) PERTO DO PAGAMENTO"
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKBCOX.
           EXIT.
       RCKDEG.
      *-----------------------------------------------------------------
      *5 - TETO DO CARGO: MAIOR DEGRAU (OU O SALARIO DO CARGO SEM
      *DEGRAUS) MENSALIZADO PELO TIPO DE SALARIO, COMO NO CALCULO
      *(HORISTA X JORNADA, DIARISTA X 30), MAIS A TOLERANCIA
      *-----------------------------------------------------------------
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               GO TO RCKDEGX
           .
           MOVE SALVAL TO TETO
           IF DEGOK NOT = "S"
               GO TO RCKDEG3
           .
           MOVE CRK2 TO DGCARGO
           MOVE SPACES TO DGSTEP
           START DEGRAU KEY IS NOT LESS THAN DGRK
           IF FS NOT = "00"
               GO TO RCKDEG3
           .
           MOVE ZEROS TO ORDA
       .
       RCKDEG2.
           READ DEGRAU NEXT RECORD
           IF FS NOT = "00" OR DGCARGO NOT = CRK2
               GO TO RCKDEG3
           END-IF
           IF ORDA = ZEROS
               MOVE DGVALOR TO TETO
               MOVE 1 TO ORDA
           END-IF
           IF DGVALOR > TETO
               MOVE DGVALOR TO TETO
           END-IF
           GO TO RCKDEG2
           .
       RCKDEG3.
           MOVE JORNADA TO JORNBASE
           IF JORNBASE = ZEROS
               MOVE 220 TO JORNBASE
           .
           IF TS = "H"
               COMPUTE TETOMES = TETO * JORNBASE
           ELSE
               IF TS = "D"
                   COMPUTE TETOMES = TETO * 30
               ELSE
                   MOVE TETO TO TETOMES
           .
           COMPUTE LIMITE ROUNDED = TETOMES
               + TETOMES * FRPCTDEG / 100
           IF TETOMES = ZEROS OR PSALVALB NOT > LIMITE
               GO TO RCKDEGX
           .
           MOVE PSALVALB TO VALED
           MOVE TETOMES TO VALED2
           MOVE FRSEVDEG TO HITSEV
           MOVE SPACES TO MOTTXT
           STRING "SALARIO BASE " VALED " ACIMA DO TETO DO CARGO "
               CRK2 " (" VALED2 " + " FRPCTDEG "%)"
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKDEGX.
           EXIT.
       RCKCEP.
      *-----------------------------------------------------------------
      *6 - CEP COM MAIS ATIVOS QUE O LIMITE (CONTADOS NO RCEPS)
      *-----------------------------------------------------------------
           IF CEP2 = ZEROS
               GO TO RCKCEPX
           .
           MOVE "C" TO WFTIPO
           MOVE CEP2 TO WFCHV
           READ FRAUDWK
           IF FS NOT = "00" OR WFQTD NOT > FRMAXCEP
               GO TO RCKCEPX
           .
           MOVE FRSEVCEP TO HITSEV
           MOVE SPACES TO MOTTXT
           STRING "CEP " CEP2 " NUM " NUM " COMPARTILHADO POR "
               WFQTD " FUNCIONARIOS ATIVOS"
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKCEPX.
           EXIT.
       RCKDEM.
      *-----------------------------------------------------------------
      *7 - DESLIGAMENTO NO CADASTRO OU, SEM ELE, TERMO DE RESCISAO -
      *O PAGAMENTO DE COMPETENCIA POSTERIOR AO MES DO DESLIGAMENTO E
      *OCORRENCIA (O SALDO DO PROPRIO MES SAI NA RESCISAO OU NA FOLHA)
      *-----------------------------------------------------------------
           MOVE ZEROS TO DEMCOMP DEMDT
           IF DDANO NOT = ZEROS
               COMPUTE DEMCOMP = DDANO * 100 + DDMES
               COMPUTE DEMDT = DDANO * 10000 + DDMES * 100 + DDDIA
               MOVE "CADASTRO" TO DEMORIG
               GO TO RCKDEM2
           .
           IF RESOK NOT = "S"
               GO TO RCKDEMX
           .
           MOVE RKT TO RSRK
           READ RESCIS
           IF FS NOT = "00" OR RSDANO = ZEROS
               GO TO RCKDEMX
           .
           COMPUTE DEMCOMP = RSDANO * 100 + RSDMES
           COMPUTE DEMDT = RSDANO * 10000 + RSDMES * 100 + RSDDIA
           MOVE "RESCISAO" TO DEMORIG
           .
       RCKDEM2.
           IF BCOMP NOT > DEMCOMP
               GO TO RCKDEMX
           .
           MOVE DEMDT TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE FRSEVDEM TO HITSEV
           MOVE SPACES TO MOTTXT
           STRING "PAGO NA COMPETENCIA " BRKM "/" BRKY
               " APOS O DESLIGAMENTO EM " DTTXT " (" DEMORIG ")"
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKDEMX.
           EXIT.
       RCKDUP.
      *-----------------------------------------------------------------
      *3 - OUTRA MATRICULA ATIVA (SEM DESLIGAMENTO) COM O MESMO CPF OU
      *O MESMO PIS - A READMISSAO DEPOIS DO DESLIGAMENTO NAO CONTA.
      *NO FIM O REGISTRO DA MATRICULA E RELIDO
      *-----------------------------------------------------------------
           MOVE CPF TO CPFW
           MOVE PISNUM TO PISW
           IF CPFW = ZEROS
               GO TO RCKDUP3
           .
           MOVE ZEROS TO DUPRK
           START FILEFUNC KEY IS NOT LESS THAN CPF
           IF FS NOT = "00"
               GO TO RCKDUP3
           .
       RCKDUP2.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00" OR CPF NOT = CPFW
               GO TO RCKDUP2A
           END-IF
           IF RKT NOT = FUNCRK AND DDANO = ZEROS AND DUPRK = ZEROS
               MOVE RKT TO DUPRK
           END-IF
           GO TO RCKDUP2
           .
       RCKDUP2A.
           IF DUPRK = ZEROS
               GO TO RCKDUP3
           .
           PERFORM RRELE
           MOVE FRSEVDUP TO HITSEV
           MOVE SPACES TO MOTTXT
           STRING "CPF " CPFW " TAMBEM NA MATRICULA ATIVA " DUPRK
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKDUP3.
           IF PISW = ZEROS
               GO TO RCKDUP5
           .
           MOVE ZEROS TO DUPRK
           MOVE PISW TO PISNUM
           START FILEFUNC KEY IS NOT LESS THAN PISNUM
           IF FS NOT = "00"
               GO TO RCKDUP5
           .
       RCKDUP4.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00" OR PISNUM NOT = PISW
               GO TO RCKDUP4A
           END-IF
           IF RKT NOT = FUNCRK AND DDANO = ZEROS AND DUPRK = ZEROS
               MOVE RKT TO DUPRK
           END-IF
           GO TO RCKDUP4
           .
       RCKDUP4A.
           IF DUPRK = ZEROS
               GO TO RCKDUP5
           .
           PERFORM RRELE
           MOVE FRSEVDUP TO HITSEV
           MOVE SPACES TO MOTTXT
           STRING "PIS " PISW " TAMBEM NA MATRICULA ATIVA " DUPRK
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RCKDUP5.
           PERFORM RRELE
           .
       RCKDUPX.
           EXIT.
       RRELE.
           MOVE FUNCRK TO RKT
           READ FILEFUNC
           .
       RLINHA.
      *-----------------------------------------------------------------
      *UMA OCORRENCIA (HITSEV + MOTTXT) - NA PRIMEIRA, O CABECALHO DA
      *MATRICULA COM O LIQUIDO DA COMPETENCIA
      *-----------------------------------------------------------------
           IF CABOK NOT = "S"
               MOVE "S" TO CABOK
               ADD 1 TO TOTFUNC
               MOVE SPACES TO FRDLINE
               WRITE FRDLINE
               MOVE PSLIQUID TO LIQED
               MOVE SPACES TO LINHA
               STRING "MATRICULA " FUNCRK " " NOME " FILIAL " FFILIAL
                   " LIQUIDO " LIQED
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO FRDLINE
               WRITE FRDLINE
               MOVE ALL "-" TO FRDLINE
               WRITE FRDLINE
           .
           IF HITSEV = "A"
               ADD 1 TO TOTALTA
           ELSE
               IF HITSEV = "M"
                   ADD 1 TO TOTMEDIA
               ELSE
                   ADD 1 TO TOTBAIXA
           .
           MOVE SPACES TO LINHA
           STRING "    " HITSEV " - " MOTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FRDLINE
           WRITE FRDLINE
           .
       RLINHAX.
           EXIT.
       RCEPS.
      *-----------------------------------------------------------------
      *FUNCIONARIOS ATIVOS POR CEP, DE TODAS AS FILIAIS
      *-----------------------------------------------------------------
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO RCEPSX
           .
       RCEPS2.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO RCEPSX
           END-IF
           IF DDANO NOT = ZEROS OR CEP2 = ZEROS
               GO TO RCEPS2
           END-IF
           MOVE "C" TO WFTIPO
           MOVE CEP2 TO WFCHV
           READ FRAUDWK
           IF FS = "00"
               ADD 1 TO WFQTD
               REWRITE FRAUDWKREC
           ELSE
               MOVE 1 TO WFQTD
               MOVE ZEROS TO WFDATA
               MOVE SPACES TO WFOPER
               WRITE FRAUDWKREC
               ADD 1 TO TOTCEP
           END-IF
           GO TO RCEPS2
           .
       RCEPSX.
           EXIT.
       RBANCO.
      *-----------------------------------------------------------------
      *TROCAS DE CONTA (PROGGER, ACAO B) NA JANELA EM TORNO DO
      *PAGAMENTO - FICA A ULTIMA DE CADA MATRICULA E A QUANTIDADE
      *-----------------------------------------------------------------
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               GO TO RBANCOX
           .
       RBANCO2.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO RBANCOX
           END-IF
           IF LOGPROG NOT = "PROGGER" OR LOGACAO NOT = "B"
               GO TO RBANCO2
           END-IF
           COMPUTE ORDA = LGANO * 372 + (LGMES - 1) * 31 + LGDIA
           IF ORDA < ORDJINI OR ORDA > ORDJFIM
               GO TO RBANCO2
           END-IF
           MOVE "B" TO WFTIPO
           MOVE LOGRK TO WFCHV
           READ FRAUDWK
           IF FS = "00"
               ADD 1 TO WFQTD
               MOVE LOGDATE TO WFDATA
               MOVE LOGOPER TO WFOPER
               REWRITE FRAUDWKREC
           ELSE
               MOVE 1 TO WFQTD
               MOVE LOGDATE TO WFDATA
               MOVE LOGOPER TO WFOPER
               WRITE FRAUDWKREC
               ADD 1 TO TOTBCO
           END-IF
           GO TO RBANCO2
           .
       RBANCOX.
           EXIT.
       RPADRAO.
      *-----------------------------------------------------------------
      *VALORES PADRAO - OS MESMOS DO PARFRAUD
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
           MOVE "RELFRAUD" TO RCPROG
           MOVE BRKM TO RCKM
           MOVE BRKY TO RCKY
           MOVE BFIL TO RCFIL
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
