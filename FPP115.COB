       IDENTIFICATION DIVISION.
       PROGRAM-ID. DARFIRRF.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *DARF DO IRRF RETIDO NA COMPETENCIA - UMA GUIA POR FILIAL (CNPJ)
      *E CODIGO DE RECEITA: 0561 FOLHA, 13O, RESCISAO E CONVOCACAO DO
      *INTERMITENTE; 0588 AUTONOMOS
      *(RPA) E PRO-LABORE DE SOCIOS/DIRETORES; 3562 PLR; 1889
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE (RRA) DA FOLHA E DOS
      *PROCESSOS TRABALHISTAS PAGOS NA COMPETENCIA. VENCIMENTO
      *NO DIA 20 DO MES SEGUINTE, ANTECIPADO PARA O DIA UTIL ANTERIOR
      *PELO CALENDARIO DE FERIADOS
      *(CADFERIA/FPP068) - NACIONAIS, DA UF E DO MUNICIPIO DA FILIAL
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
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT CADFERI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FERRK
           .
      *-----------------------------------------------------------------
           SELECT RPAMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RPRK
           .
      *-----------------------------------------------------------------
           SELECT PROLMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PQRK
           .
      *-----------------------------------------------------------------
           SELECT PLR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PLRK
           .
      *-----------------------------------------------------------------
           SELECT PR13 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK13
           .
      *-----------------------------------------------------------------
           SELECT RESCIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RSRK
           .
      *-----------------------------------------------------------------
           SELECT RRAMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RQRK
           .
      *-----------------------------------------------------------------
           SELECT PROCTRAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JTRK
           .
      *-----------------------------------------------------------------
           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .
      *-----------------------------------------------------------------
           SELECT DARFRPT ASSIGN TO NOMEARQ
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
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS - RAZAO SOCIAL, CNPJ E UF DA GUIA
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *CALENDARIO DE FERIADOS (VER CADFERIA/FPP068)
      *-----------------------------------------------------------------
       FD CADFERI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERI1.DAT".
       COPY CADFERI.
      *-----------------------------------------------------------------
      *PAGAMENTOS DE RPA (VER RPAPAG/FPP084) - IRRF DOS AUTONOMOS
      *-----------------------------------------------------------------
       FD RPAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RPAMOV1.DAT".
       COPY RPAMOV.
      *-----------------------------------------------------------------
      *PRO-LABORE (VER PROLPAG/FPP132) - IRRF DOS SOCIOS E DIRETORES
      *-----------------------------------------------------------------
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *PLR (VER PLRPAG/FPP070) - TRIBUTACAO EXCLUSIVA NA FONTE
      *-----------------------------------------------------------------
       FD PLR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLR1.DAT".
       COPY PLR.
      *-----------------------------------------------------------------
      *13O SALARIO APROVADO (VER GRATNAT/FPP018 E APROVPAG/FPP037)
      *-----------------------------------------------------------------
       FD PR13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT13.DATA".
       COPY PRM13.
      *-----------------------------------------------------------------
      *TERMO DE RESCISAO GRAVADO PELO RESCISAO (FPP038)
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
      *RRA DA FOLHA (VER RRACALC NO CALCULO) - O IRRF ESTA NO PIMPR E
      *SAI DO 0561 PARA O 1889
      *-----------------------------------------------------------------
       FD RRAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS (VER PROCTRAB/FPP170) - IRRF PELA
      *TABELA ACUMULADA DO RRA, RECOLHIDO NA COMPETENCIA DO PAGAMENTO
      *-----------------------------------------------------------------
       FD PROCTRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCTRAB1.DAT".
       COPY PROCTRAB.
      *-----------------------------------------------------------------
      *CONVOCACOES PAGAS DO INTERMITENTE (VER PAGINTER/FPP129) - IRRF
      *INCREMENTAL RETIDO NA COMPETENCIA DO PAGAMENTO, CODIGO 0561
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
       FD DARFRPT
           LABEL RECORD IS STANDARD.
       01 DARFLINE PIC X(80).
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107) - CADA GUIA FICA
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
      *DIAS DE RETENCAO NO CATALOGO - GUIA DE TRIBUTO FEDERAL, 5 ANOS
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 BSEMPLR     PIC 9(01).
           01 TOTLIDO     PIC 9(06).
           01 TOTSKIP     PIC 9(06).
           01 TOTGUIA     PIC 9(04).
           01 TOTACUM     PIC 9(04).
           01 TOTDARF     PIC 9(12)V99.
           01 SUBF        PIC 9(03).
           01 SUBC        PIC 9(01).
           01 FILW        PIC 9(02).
           01 FILOK       PIC X(01).
           01 FERIOK      PIC X(01).
           01 RPAOK       PIC X(01).
           01 PROLOK      PIC X(01).
           01 PLROK       PIC X(01).
           01 P13OK       PIC X(01).
           01 RESOK       PIC X(01).
           01 RRAOK       PIC X(01).
           01 PROCOK      PIC X(01).
           01 CONVOK      PIC X(01).
           01 HOJE        PIC 9(08).
      *-----------------------------------------------------------------
      *VALOR MINIMO DO DARF - ABAIXO DISSO O IMPOSTO E ACUMULADO PARA
      *O PERIODO SEGUINTE, SEM GUIA
      *-----------------------------------------------------------------
           01 DARFMIN     PIC 9(04)V99 VALUE 10,00.
      *-----------------------------------------------------------------
      *CODIGOS DE RECEITA
      *-----------------------------------------------------------------
           01 TABCODW.
               03 FILLER PIC X(40)
                   VALUE "0561IRRF - TRABALHO ASSALARIADO         ".
               03 FILLER PIC X(40)
                   VALUE "0588IRRF - SEM VINCULO (RPA/PRO-LABORE) ".
               03 FILLER PIC X(40)
                   VALUE "3562IRRF - PARTICIPACAO NOS LUCROS (PLR)".
               03 FILLER PIC X(40)
                   VALUE "1889IRRF - RENDIMENTOS ACUMULADOS (RRA) ".
           01 TABCOD REDEFINES TABCODW.
               03 CODENT OCCURS 4 TIMES.
                   05 TCCOD   PIC X(04).
                   05 TCDESC  PIC X(36).
      *-----------------------------------------------------------------
      *ACUMULADORES POR FILIAL (01-99) E CODIGO DE RECEITA
      *-----------------------------------------------------------------
           01 TABFIL.
               03 FILENT OCCURS 99 TIMES.
                   05 DFCOD OCCURS 4 TIMES.
                       07 DFVAL   PIC 9(12)V99.
                       07 DFQTD   PIC 9(06).
      *-----------------------------------------------------------------
      *VENCIMENTO DA GUIA
      *-----------------------------------------------------------------
           01 VENCANO     PIC 9(04).
           01 VENCMES     PIC 9(02).
           01 VENCDATA    PIC 9(08).
           01 VENCFER     PIC X(01).
      *-----------------------------------------------------------------
      *DIA DA SEMANA POR CONGRUENCIA DE ZELLER (0=SABADO 1=DOMINGO)
      *-----------------------------------------------------------------
           01 ZDATA       PIC 9(08).
           01 ZDATAR REDEFINES ZDATA.
               03 ZANO    PIC 9(04).
               03 ZMES    PIC 9(02).
               03 ZDIA    PIC 9(02).
           01 ZK          PIC 9(04).
           01 ZJ          PIC 9(04).
           01 ZH          PIC 9(02).
           01 ZQUOC       PIC 9(06).
           01 ZSOMA       PIC 9(06).
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
               GOBACK
       .
       R01B.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
               DISPLAY "AVISO: CADASTRO DE FILIAIS AUSENTE - GUIAS "
                   "SEM CNPJ"
           ELSE
               MOVE "S" TO FILOK
       .
       R01C.
           OPEN INPUT CADFERI
           IF FS NOT = "00"
               MOVE "N" TO FERIOK
               DISPLAY "AVISO: CALENDARIO DE FERIADOS AUSENTE - O "
                   "VENCIMENTO SO CONSIDERA FINS DE SEMANA"
           ELSE
               MOVE "S" TO FERIOK
       .
       R01D.
           OPEN INPUT RPAMOV
           IF FS NOT = "00"
               MOVE "N" TO RPAOK
           ELSE
               MOVE "S" TO RPAOK
       .
       R01DL.
           OPEN INPUT PROLMOV
           IF FS NOT = "00"
               MOVE "N" TO PROLOK
           ELSE
               MOVE "S" TO PROLOK
       .
       R01E.
           OPEN INPUT PLR
           IF FS NOT = "00"
               MOVE "N" TO PLROK
           ELSE
               MOVE "S" TO PLROK
       .
       R01F.
           OPEN INPUT PR13
           IF FS NOT = "00"
               MOVE "N" TO P13OK
           ELSE
               MOVE "S" TO P13OK
       .
       R01G.
           OPEN INPUT RESCIS
           IF FS NOT = "00"
               MOVE "N" TO RESOK
           ELSE
               MOVE "S" TO RESOK
       .
       R01H.
           OPEN INPUT RRAMOV
           IF FS NOT = "00"
               MOVE "N" TO RRAOK
           ELSE
               MOVE "S" TO RRAOK
       .
       R01J.
           OPEN INPUT PROCTRAB
           IF FS NOT = "00"
               MOVE "N" TO PROCOK
           ELSE
               MOVE "S" TO PROCOK
       .
       R01K.
           OPEN INPUT CONVOC
           IF FS NOT = "00"
               MOVE "N" TO CONVOK
           ELSE
               MOVE "S" TO CONVOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTSKIP TOTGUIA TOTACUM TOTDARF
           MOVE ZEROS TO TABFIL
           DISPLAY "DARF - IRRF RETIDO NA FONTE"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
           IF BRKM = ZEROS OR BRKM > 12
               DISPLAY "MES INVALIDO"
               GO TO R02
       .
       R03.
           DISPLAY "DIGITE O ANO DA COMPETENCIA (RKY): "
           ACCEPT BRKY
           IF BRKY = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO R03
       .
       R03P.
      *-----------------------------------------------------------------
      *A PLR E GRAVADA POR SEMESTRE, SEM O MES DO PAGAMENTO - O
      *OPERADOR INFORMA QUAL SEMESTRE DO ANO FOI PAGO NESTA COMPETENCIA
      *-----------------------------------------------------------------
           MOVE ZEROS TO BSEMPLR
           IF PLROK NOT = "S"
               GO TO R04
           .
           DISPLAY "PLR PAGA NESTA COMPETENCIA - SEMESTRE DO ANO "
               BRKY " (1/2, 0=NENHUMA): "
           ACCEPT BSEMPLR
           IF BSEMPLR > 2
               DISPLAY "SEMESTRE INVALIDO"
               GO TO R03P
       .
       R04.
      *-----------------------------------------------------------------
      *VENCIMENTO BASE: DIA 20 DO MES SEGUINTE A COMPETENCIA
      *-----------------------------------------------------------------
           MOVE BRKY TO VENCANO
           COMPUTE VENCMES = BRKM + 1
           IF VENCMES > 12
               MOVE 1 TO VENCMES
               ADD 1 TO VENCANO
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R06.
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO R08
       .
       R07.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF RKM NOT = BRKM OR RKY NOT = BRKY
               GO TO R07
           END-IF
           IF PIMPR = ZEROS
               GO TO R07
           END-IF
           ADD 1 TO TOTLIDO
           MOVE RKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR FFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO R07
           END-IF
           ADD PIMPR TO DFVAL(FFILIAL 1)
           ADD 1 TO DFQTD(FFILIAL 1)
           IF RRAOK = "S"
               MOVE RKF TO RQRKF
               MOVE RKY TO RQANO
               MOVE RKM TO RQMES
               MOVE "A" TO RQSIT
               READ RRAMOV
               IF FS = "00" AND RQIMPR > ZEROS
                   SUBTRACT RQIMPR FROM DFVAL(FFILIAL 1)
                   ADD RQIMPR TO DFVAL(FFILIAL 4)
                   ADD 1 TO DFQTD(FFILIAL 4)
               END-IF
           END-IF
           GO TO R07
       .
       R08.
           PERFORM R13O THRU R13OX
           PERFORM RRESC THRU RRESCX
           PERFORM RRPA THRU RRPAX
           PERFORM RPROLAB THRU RPROLABX
           PERFORM RPLR THRU RPLRX
           PERFORM RPROCTR THRU RPROCTRX
           PERFORM RCONV THRU RCONVX
           DISPLAY "=============================================="
           DISPLAY "DARF IRRF - COMPETENCIA: " BRKM "/" BRKY
           DISPLAY "=============================================="
           MOVE ZEROS TO SUBF
           ADD 1 TO SUBF
       .
       R09.
           IF SUBF > 99
               GO TO R10
           .
           MOVE SUBF TO FILW
           MOVE 1 TO SUBC
           PERFORM RCODIGO THRU RCODIGOX
           MOVE 2 TO SUBC
           PERFORM RCODIGO THRU RCODIGOX
           MOVE 3 TO SUBC
           PERFORM RCODIGO THRU RCODIGOX
           MOVE 4 TO SUBC
           PERFORM RCODIGO THRU RCODIGOX
           ADD 1 TO SUBF
           GO TO R09
       .
       R10.
           DISPLAY "----------------------------------------------"
           DISPLAY "REGISTROS LIDOS......: " TOTLIDO
           DISPLAY "REGISTROS IGNORADOS..: " TOTSKIP
           DISPLAY "GUIAS EMITIDAS.......: " TOTGUIA
           DISPLAY "ABAIXO DO MINIMO.....: " TOTACUM
           DISPLAY "TOTAL DAS GUIAS......: " TOTDARF
       .
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF FILOK = "S"
               CLOSE CADFIL
           END-IF
           IF FERIOK = "S"
               CLOSE CADFERI
           END-IF
           IF RPAOK = "S"
               CLOSE RPAMOV
           END-IF
           IF PROLOK = "S"
               CLOSE PROLMOV
           END-IF
           IF PLROK = "S"
               CLOSE PLR
           END-IF
           IF P13OK = "S"
               CLOSE PR13
           END-IF
           IF RESOK = "S"
               CLOSE RESCIS
           END-IF
           IF RRAOK = "S"
               CLOSE RRAMOV
           END-IF
           IF PROCOK = "S"
               CLOSE PROCTRAB
           END-IF
           IF CONVOK = "S"
               CLOSE CONVOC
           END-IF
           GOBACK
           .
       RF2.
           EXIT PROGRAM
           .
       R13O.
      *-----------------------------------------------------------------
      *13O SALARIO - O IRRF E RETIDO NA PARCELA FINAL, PAGA EM
      *DEZEMBRO; ENTRA NO 0561 DA COMPETENCIA 12
      *-----------------------------------------------------------------
           IF P13OK NOT = "S" OR BRKM NOT = 12
               GO TO R13OX
           .
           MOVE ZEROS TO RK13
           START PR13 KEY IS NOT LESS THAN RK13
           IF FS NOT = "00"
               GO TO R13OX
           .
       R13O2.
           READ PR13 NEXT RECORD
           IF FS NOT = "00"
               GO TO R13OX
           END-IF
           IF RKY13 NOT = BRKY OR P13IMPR = ZEROS
               GO TO R13O2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE RKF13 TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR FFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO R13O2
           END-IF
           ADD P13IMPR TO DFVAL(FFILIAL 1)
           ADD 1 TO DFQTD(FFILIAL 1)
           GO TO R13O2
           .
       R13OX.
           EXIT.
       RRESC.
      *-----------------------------------------------------------------
      *IRRF DOS TERMOS DE RESCISAO COM DEMISSAO NA COMPETENCIA
      *-----------------------------------------------------------------
           IF RESOK NOT = "S"
               GO TO RRESCX
           .
           MOVE ZEROS TO RSRK
           START RESCIS KEY IS NOT LESS THAN RSRK
           IF FS NOT = "00"
               GO TO RRESCX
           .
       RRESC2.
           READ RESCIS NEXT RECORD
           IF FS NOT = "00"
               GO TO RRESCX
           END-IF
           IF RSDMES NOT = BRKM OR RSDANO NOT = BRKY
                   OR RSIRRF = ZEROS
               GO TO RRESC2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE RSRK TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR FFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO RRESC2
           END-IF
           ADD RSIRRF TO DFVAL(FFILIAL 1)
           ADD 1 TO DFQTD(FFILIAL 1)
           GO TO RRESC2
           .
       RRESCX.
           EXIT.
       RRPA.
      *-----------------------------------------------------------------
      *RPA DA COMPETENCIA - O AUTONOMO NAO PERTENCE A FILIAL, ENTAO O
      *0588 SAI PELA MATRIZ (FILIAL 01), COMO O HEADER DA REMESSA
      *-----------------------------------------------------------------
           IF RPAOK NOT = "S"
               GO TO RRPAX
           .
           MOVE ZEROS TO RPRKA RPRKM RPRKY
           START RPAMOV KEY IS NOT LESS THAN RPRK
           IF FS NOT = "00"
               GO TO RRPAX
           .
       RRPA2.
           READ RPAMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO RRPAX
           END-IF
           IF RPRKM NOT = BRKM OR RPRKY NOT = BRKY
                   OR RPIRRF = ZEROS
               GO TO RRPA2
           END-IF
           ADD 1 TO TOTLIDO
           ADD RPIRRF TO DFVAL(1 2)
           ADD 1 TO DFQTD(1 2)
           GO TO RRPA2
           .
       RRPAX.
           EXIT.
       RPROLAB.
      *-----------------------------------------------------------------
      *PRO-LABORE DA COMPETENCIA - 0588 NA FILIAL DO SOCIO/DIRETOR
      *GRAVADA NO CALCULO
      *-----------------------------------------------------------------
           IF PROLOK NOT = "S"
               GO TO RPROLABX
           .
           MOVE ZEROS TO PQRKB PQRKM PQRKY
           START PROLMOV KEY IS NOT LESS THAN PQRK
           IF FS NOT = "00"
               GO TO RPROLABX
           .
       RPROLAB2.
           READ PROLMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO RPROLABX
           END-IF
           IF PQRKM NOT = BRKM OR PQRKY NOT = BRKY
                   OR PQIRRF = ZEROS
               GO TO RPROLAB2
           END-IF
           ADD 1 TO TOTLIDO
           IF PQFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO RPROLAB2
           END-IF
           ADD PQIRRF TO DFVAL(PQFILIAL 2)
           ADD 1 TO DFQTD(PQFILIAL 2)
           GO TO RPROLAB2
           .
       RPROLABX.
           EXIT.
       RPLR.
      *-----------------------------------------------------------------
      *PLR DO SEMESTRE INFORMADO - CODIGO 3562
      *-----------------------------------------------------------------
           IF PLROK NOT = "S" OR BSEMPLR = ZEROS
               GO TO RPLRX
           .
           MOVE ZEROS TO PLRKF PLRANO PLRSEM
           START PLR KEY IS NOT LESS THAN PLRK
           IF FS NOT = "00"
               GO TO RPLRX
           .
       RPLR2.
           READ PLR NEXT RECORD
           IF FS NOT = "00"
               GO TO RPLRX
           END-IF
           IF PLRANO NOT = BRKY OR PLRSEM NOT = BSEMPLR
                   OR PLRIRRF = ZEROS
               GO TO RPLR2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE PLRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR FFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO RPLR2
           END-IF
           ADD PLRIRRF TO DFVAL(FFILIAL 3)
           ADD 1 TO DFQTD(FFILIAL 3)
           GO TO RPLR2
           .
       RPLRX.
           EXIT.
       RPROCTR.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS DECIDIDOS COM PAGAMENTO NA COMPETENCIA -
      *1889 NA FILIAL DO RECLAMANTE; EX-EMPREGADO FORA DO CADASTRO
      *SAI PELA MATRIZ (FILIAL 01)
      *-----------------------------------------------------------------
           IF PROCOK NOT = "S"
               GO TO RPROCTRX
           .
           MOVE ZEROS TO JTCOD
           START PROCTRAB KEY IS NOT LESS THAN JTRK
           IF FS NOT = "00"
               GO TO RPROCTRX
           .
       RPROCTR2.
           READ PROCTRAB NEXT RECORD
           IF FS NOT = "00"
               GO TO RPROCTRX
           END-IF
           IF JTSIT NOT = "D" AND JTSIT NOT = "P"
               GO TO RPROCTR2
           END-IF
           IF JTPGMES NOT = BRKM OR JTPGANO NOT = BRKY
                   OR JTIRRF = ZEROS
               GO TO RPROCTR2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE 1 TO FILW
           IF JTMAT NOT = ZEROS
               MOVE JTMAT TO RKT
               READ FILEFUNC
               IF FS = "00" AND FFILIAL NOT = ZEROS
                   MOVE FFILIAL TO FILW
               END-IF
           END-IF
           ADD JTIRRF TO DFVAL(FILW 4)
           ADD 1 TO DFQTD(FILW 4)
           GO TO RPROCTR2
           .
       RPROCTRX.
           EXIT.
       RCONV.
      *-----------------------------------------------------------------
      *CONVOCACOES DO INTERMITENTE PAGAS NA COMPETENCIA - 0561 NA
      *FILIAL DO EMPREGADO, COMO A FOLHA
      *-----------------------------------------------------------------
           IF CONVOK NOT = "S"
               GO TO RCONVX
           .
           MOVE ZEROS TO IVMAT IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO RCONVX
           .
       RCONV2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00"
               GO TO RCONVX
           END-IF
           IF IVSIT NOT = "G" OR IVPGM NOT = BRKM OR IVPGY NOT = BRKY
                   OR IVIMPR = ZEROS
               GO TO RCONV2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE IVMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR FFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO RCONV2
           END-IF
           ADD IVIMPR TO DFVAL(FFILIAL 1)
           ADD 1 TO DFQTD(FFILIAL 1)
           GO TO RCONV2
           .
       RCONVX.
           EXIT.
       RCODIGO.
      *-----------------------------------------------------------------
      *UMA GUIA POR FILIAL/CODIGO COM IMPOSTO NA COMPETENCIA - ABAIXO
      *DO MINIMO NAO HA GUIA E O VALOR FICA PARA O PERIODO SEGUINTE
      *-----------------------------------------------------------------
           IF DFVAL(FILW SUBC) = ZEROS
               GO TO RCODIGOX
           .
           IF DFVAL(FILW SUBC) < DARFMIN
               ADD 1 TO TOTACUM
               DISPLAY "FILIAL " FILW " COD " TCCOD(SUBC)
                   " VALOR " DFVAL(FILW SUBC)
                   " ABAIXO DE R$ 10,00 - ACUMULAR NO PROXIMO PERIODO"
               GO TO RCODIGOX
           .
           MOVE SPACES TO FILRAZAO FILUF
           MOVE ZEROS TO FILCNPJ
           IF FILOK = "S"
               MOVE FILW TO FILRK
               READ CADFIL
               IF FS NOT = "00"
                   MOVE SPACES TO FILRAZAO FILUF
                   MOVE ZEROS TO FILCNPJ
                   MOVE "FILIAL NAO CADASTRADA" TO FILRAZAO
               END-IF
           .
           PERFORM RVENC THRU RVENCX
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR A GUIA"
               GO TO RCODIGOX
           .
           OPEN OUTPUT DARFRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DA GUIA: " FSX
               GO TO RCODIGOX
           .
           PERFORM RGUIA
           CLOSE DARFRPT
           ADD 1 TO TOTGUIA
           ADD DFVAL(FILW SUBC) TO TOTDARF
           DISPLAY "FILIAL " FILW " COD " TCCOD(SUBC)
               " VENC " ZDIA "/" ZMES "/" ZANO
               " VALOR " DFVAL(FILW SUBC)
           IF HOJE > VENCDATA
               DISPLAY "  ATENCAO: GUIA EMITIDA APOS O VENCIMENTO - "
                   "CALCULE MULTA E JUROS"
           .
       RCODIGOX.
           EXIT.
       RGUIA.
           MOVE ALL "=" TO DARFLINE
           WRITE DARFLINE
           MOVE "DARF - DOCUMENTO DE ARRECADACAO DE RECEITAS FEDERAIS"
               TO DARFLINE
           WRITE DARFLINE
           MOVE ALL "-" TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "01 NOME/RAZAO SOCIAL....: " FILRAZAO
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "02 PERIODO DE APURACAO..: " BRKM "/" BRKY
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "03 CNPJ.................: " FILCNPJ
               "  (FILIAL " FILW ")"
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "04 CODIGO DA RECEITA....: " TCCOD(SUBC)
               " " TCDESC(SUBC)
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           MOVE "05 NUMERO DE REFERENCIA.: " TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "06 DATA DE VENCIMENTO...: " ZDIA "/" ZMES "/" ZANO
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "07 VALOR DO PRINCIPAL...: " DFVAL(FILW SUBC)
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           MOVE "08 VALOR DA MULTA.......: " TO DARFLINE
           WRITE DARFLINE
           MOVE "09 VALOR DOS JUROS......: " TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "10 VALOR TOTAL..........: " DFVAL(FILW SUBC)
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           MOVE ALL "-" TO DARFLINE
           WRITE DARFLINE
           MOVE SPACES TO LINHA
           STRING "RETENCOES SOMADAS NA GUIA: " DFQTD(FILW SUBC)
               INTO LINHA
           MOVE LINHA TO DARFLINE
           WRITE DARFLINE
           IF VENCFER = "S"
               MOVE "VENCIMENTO ANTECIPADO - DIA 20 NAO E DIA UTIL"
                   TO DARFLINE
               WRITE DARFLINE
           END-IF
           IF HOJE > VENCDATA
               MOVE "GUIA EMITIDA APOS O VENCIMENTO - MULTA E JUROS A "
                   TO LINHA
               MOVE LINHA TO DARFLINE
               WRITE DARFLINE
               MOVE "CALCULAR NA DATA DO PAGAMENTO (CAMPOS 08 E 09)"
                   TO DARFLINE
               WRITE DARFLINE
           END-IF
           MOVE ALL "=" TO DARFLINE
           WRITE DARFLINE
           .
       RVENC.
      *-----------------------------------------------------------------
      *DIA 20 DO MES SEGUINTE; FIM DE SEMANA OU FERIADO (NACIONAL, DA
      *UF OU DO MUNICIPIO DA FILIAL) ANTECIPA PARA O DIA UTIL ANTERIOR
      *-----------------------------------------------------------------
           MOVE "N" TO VENCFER
           MOVE VENCANO TO ZANO
           MOVE VENCMES TO ZMES
           MOVE 20 TO ZDIA
       .
       RVENC2.
           PERFORM RZELLER THRU RZELLERX
           IF ZH = 0 OR ZH = 1
               GO TO RVENC3
           .
           IF FERIOK NOT = "S"
               GO TO RVENCX
           .
           MOVE ZDATA TO FERDATA
           MOVE SPACES TO FERUF
           MOVE ZEROS TO FERFIL
           READ CADFERI
           IF FS = "00"
               GO TO RVENC3
           .
           IF FILUF NOT = SPACES
               MOVE ZDATA TO FERDATA
               MOVE FILUF TO FERUF
               MOVE ZEROS TO FERFIL
               READ CADFERI
               IF FS = "00"
                   GO TO RVENC3
               END-IF
           .
           MOVE ZDATA TO FERDATA
           MOVE SPACES TO FERUF
           MOVE FILW TO FERFIL
           READ CADFERI
           IF FS = "00"
               GO TO RVENC3
           .
           GO TO RVENCX
       .
       RVENC3.
           MOVE "S" TO VENCFER
           SUBTRACT 1 FROM ZDIA
           GO TO RVENC2
       .
       RVENCX.
           MOVE ZDATA TO VENCDATA
           .
       RZELLER.
      *-----------------------------------------------------------------
      *CONGRUENCIA DE ZELLER SOBRE ZDATA - ZH: 0=SABADO 1=DOMINGO
      *-----------------------------------------------------------------
           MOVE ZANO TO ZJ
           MOVE ZMES TO ZSOMA
           IF ZSOMA < 3
               ADD 12 TO ZSOMA
               SUBTRACT 1 FROM ZJ
           .
           DIVIDE ZJ BY 100 GIVING ZK REMAINDER ZQUOC
           MOVE ZQUOC TO ZJ
           COMPUTE ZSOMA = ZDIA + ((ZSOMA + 1) * 26 / 10)
               + ZJ + (ZJ / 4) + (ZK / 4) + (5 * ZK)
           DIVIDE ZSOMA BY 7 GIVING ZQUOC REMAINDER ZH
           .
       RZELLERX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA CADA GUIA SOB NOME CONTROLADO, COM A FILIAL - A
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
           MOVE "DARFIRRF" TO RCPROG
           MOVE BRKM TO RCKM
           MOVE BRKY TO RCKY
           MOVE FILW TO RCFIL
           MOVE SPACES TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           IF FS NOT = "00"
               MOVE SPACES TO NOMEARQ
           .
       RCATREGX.
           EXIT.
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
