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
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT RECFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RFRK
           .
      *-----------------------------------------------------------------
           SELECT CADRISCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RIRK
           .
      *-----------------------------------------------------------------
           SELECT GPSRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
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
           VALUE OF FILE-ID IS "RPAMOV1.DAT".
       COPY RPAMOV.
      *-----------------------------------------------------------------
      *PRO-LABORE DOS SOCIOS E DIRETORES (VER PROLPAG/FPP132) - INSS
      *RETIDO DE 11% MAIS A PATRONAL DE 20% JA CALCULADA NO REGISTRO
      *-----------------------------------------------------------------
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS (VER PROCTRAB/FPP170) - INSS DO
      *SEGURADO E PATRONAL APURADOS POR COMPETENCIA NO CADASTRO,
      *RECOLHIDOS NA COMPETENCIA DO PAGAMENTO
      *-----------------------------------------------------------------
       FD PROCTRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCTRAB1.DAT".
       COPY PROCTRAB.
      *-----------------------------------------------------------------
      *CONVOCACOES PAGAS DO INTERMITENTE (VER PAGINTER/FPP129) - O
      *BRUTO E O INSS RETIDO ENTRAM NA FILIAL DO EMPREGADO COMO A FOLHA
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS - REGIME (NORMAL/CPRB), FAP, RAT, FPAS E
      *TERCEIROS DE CADA FILIAL
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *RECEITA BRUTA MENSAL (VER CADRECEI/FPP116) - BASE DA CPRB
      *-----------------------------------------------------------------
       FD RECFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECFIL1.DAT".
       COPY RECFIL.
      *-----------------------------------------------------------------
      *AGENTES NOCIVOS POR CARGO E AREA (VER CADRISCO/FPP122) - BASE
      *DO ADICIONAL DA APOSENTADORIA ESPECIAL
      *-----------------------------------------------------------------
       FD CADRISCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRISCO1.DAT".
       COPY RISCO.
      *-----------------------------------------------------------------
       FD GPSRPT
           LABEL RECORD IS STANDARD.
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
                   05 FILBASE   PIC 9(12)V99.
                   05 FILSEG    PIC 9(12)V99.
                   05 FILQTDE   PIC 9(06).
                   05 FILAESP   PIC 9(12)V99.
                   05 FILQAESP  PIC 9(06).
           01 VALPAT      PIC 9(12)V99.
           01 VALRAT      PIC 9(12)V99.
           01 VALTER      PIC 9(12)V99.
           01 RPABASE     PIC 9(12)V99.
           01 RPARET      PIC 9(12)V99.
           01 RPAPATW     PIC 9(12)V99.
           01 PROLOK      PIC X(01).
           01 PROBASE     PIC 9(12)V99.
           01 PRORET      PIC 9(12)V99.
           01 PROPATR     PIC 9(12)V99.
           01 PROCOK      PIC X(01).
           01 PRCBASE     PIC 9(12)V99.
           01 PRCRET      PIC 9(12)V99.
           01 PRCPAT      PIC 9(12)V99.
           01 CONVOK      PIC X(01).
           01 CONVQTD     PIC 9(06).
           01 CONVMAT     PIC 9(06).
      *-----------------------------------------------------------------
      *REGIME PREVIDENCIARIO DA FILIAL (VER RREGIME)
      *-----------------------------------------------------------------
           01 FILOK       PIC X(01).
           01 FILW        PIC 9(02).
           01 REGTIPO     PIC X(01).
           01 REGPAT      PIC 9(03)V9(04).
           01 REGRAT      PIC 9(03)V9(04).
           01 REGTER      PIC 9(03)V9(04).
           01 REGCPRB     PIC 9(03)V9(04).
           01 RECOK       PIC X(01).
           01 VALCPRB     PIC 9(12)V99.
           01 BASECPRB    PIC 9(12)V99.
           01 TOTCPRB     PIC 9(12)V99.
           01 EDPAT       PIC ZZ9,9999.
           01 EDRAT       PIC ZZ9,9999.
           01 EDTER       PIC ZZ9,9999.
           01 EDCPRB      PIC ZZ9,9999.
      *-----------------------------------------------------------------
      *ADICIONAL DA APOSENTADORIA ESPECIAL (LEI 8.212 ART. 22 II E
      *LEI 8.213 ART. 57 PAR. 6) - 12/9/6% SOBRE A REMUNERACAO DO
      *EXPOSTO A AGENTE QUE DA DIREITO A APOSENTADORIA AOS 15/20/25
      *ANOS (VER RAPESP)
      *-----------------------------------------------------------------
           01 RISCOOK     PIC X(01).
           01 COMPINI     PIC 9(06).
           01 RINIC       PIC 9(06).
           01 RFIMC       PIC 9(06).
           01 AREAW       PIC 9(03).
           01 AESPPCT     PIC 9(02).
           01 VALAESP     PIC 9(12)V99.
       PROCEDURE DIVISION.
       R0CAT.
           OPEN I-O RELCAT
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
       R01DJ.
           OPEN INPUT PROCTRAB
           IF FS NOT = "00"
               MOVE "N" TO PROCOK
           ELSE
               MOVE "S" TO PROCOK
       .
       R01DC.
           OPEN INPUT CONVOC
           IF FS NOT = "00"
               MOVE "N" TO CONVOK
           ELSE
               MOVE "S" TO CONVOK
       .
       R01E.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
               DISPLAY "AVISO: CADASTRO DE FILIAIS AUSENTE - TODAS AS "
                   "FILIAIS NO REGIME NORMAL COM A TABELA DO ANO"
           ELSE
               MOVE "S" TO FILOK
       .
       R01F.
           OPEN INPUT RECFIL
           IF FS NOT = "00"
               MOVE "N" TO RECOK
           ELSE
               MOVE "S" TO RECOK
       .
       R01G.
           OPEN INPUT CADRISCO
           IF FS NOT = "00"
               MOVE "N" TO RISCOOK
           ELSE
               MOVE "S" TO RISCOOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTSKIP TOTGPS TOTMATERN
           MOVE ZEROS TO RPABASE RPARET RPAPATW TOTCPRB
           MOVE ZEROS TO PROBASE PRORET PROPATR
           MOVE ZEROS TO PRCBASE PRCRET PRCPAT
           MOVE ZEROS TO CONVQTD
           PERFORM RZERA THRU RZERAX
           DISPLAY "GUIA GPS - CONTRIBUICOES DO EMPREGADOR"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
               GO TO RF1
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
           ADD PSALVALB TO FILBASE(FFILIAL)
           ADD PINSS TO FILSEG(FFILIAL)
           ADD 1 TO FILQTDE(FFILIAL)
           IF RISCOOK = "S"
               PERFORM RAPESP THRU RAPESPX
           END-IF
           GO TO R07
       .
       R08.
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           MOVE SPACES TO LINHA
           STRING "TABELA DO ANO - PATRONAL: " TXPATPCT "%  RAT: "
               TXRATPCT "%  TERCEIROS: " TXTERPCT "%"
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           MOVE ALL "-" TO GPSLINE
           WRITE GPSLINE
           PERFORM RCONV THRU RCONVX
           PERFORM RFILIAL THRU RFILIALX
               VARYING SUBF FROM 1 BY 1 UNTIL SUBF > 99
           MOVE ALL "-" TO GPSLINE
           WRITE GPSLINE
           PERFORM RRPA THRU RRPAX
           PERFORM RPROLAB THRU RPROLABX
           PERFORM RPROCTR THRU RPROCTRX
           PERFORM RMATERN THRU RMATERNX
           IF TOTMATERN > ZEROS
               MOVE SPACES TO LINHA
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           IF TOTCPRB > ZEROS
               MOVE SPACES TO LINHA
               STRING "CPRB SOBRE A RECEITA (DARF 2985, FORA DA GPS): "
                   TOTCPRB
                   INTO LINHA
               MOVE LINHA TO GPSLINE
               WRITE GPSLINE
           END-IF
           MOVE ALL "=" TO GPSLINE
           WRITE GPSLINE
           CLOSE GPSRPT
           DISPLAY "REGISTROS LIDOS......: " TOTLIDO
           DISPLAY "REGISTROS IGNORADOS..: " TOTSKIP
           DISPLAY "CONVOCACOES INTERMIT.: " CONVQTD
           DISPLAY "TOTAL GERAL DA GUIA..: " TOTGPS
           IF TOTCPRB > ZEROS
               DISPLAY "CPRB (DARF 2985).....: " TOTCPRB
           END-IF
           IF TOTMATERN > ZEROS
               DISPLAY "GUIA CONFERIDA E LIBERADA? A CONFIRMACAO "
                   "BAIXA A COMPENSACAO DE MATERNIDADE (S/N): "
       RRPA.
      *-----------------------------------------------------------------
      *RPA DA COMPETENCIA - INSS RETIDO (11%) DOS AUTONOMOS MAIS A
      *PATRONAL SOBRE A REMUNERACAO DO SERVICO - O AUTONOMO NAO TEM
      *FILIAL, VALE O REGIME DA MATRIZ (FILIAL 01)
      *-----------------------------------------------------------------
           IF RPAOK NOT = "S"
               GO TO RRPAX
           IF RPABASE = ZEROS
               GO TO RRPAX
           .
           MOVE 1 TO FILW
           PERFORM RREGIME THRU RREGIMEX
           COMPUTE RPAPATW ROUNDED = RPABASE * REGPAT / 100
           MOVE SPACES TO LINHA
           STRING "AUTONOMOS (RPA) - BASE: " RPABASE
               INTO LINHA
           .
       RRPAX.
           EXIT.
       RPROLAB.
      *-----------------------------------------------------------------
      *PRO-LABORE DA COMPETENCIA - INSS RETIDO (11%) DOS SOCIOS E
      *DIRETORES MAIS A PATRONAL DE 20% DO CONTRIBUINTE INDIVIDUAL,
      *DEVIDA MESMO NA FILIAL DESONERADA
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
               GO TO RPROLAB3
           END-IF
           IF PQRKM NOT = BRKM OR PQRKY NOT = BRKY
               GO TO RPROLAB2
           END-IF
           ADD PQBRUTO TO PROBASE
           ADD PQINSS TO PRORET
           ADD PQPATR TO PROPATR
           GO TO RPROLAB2
           .
       RPROLAB3.
           IF PROBASE = ZEROS
               GO TO RPROLABX
           .
           MOVE SPACES TO LINHA
           STRING "PRO-LABORE (SOCIOS/DIRETORES) - BASE: " PROBASE
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           MOVE SPACES TO LINHA
           STRING "  RETIDO 11%: " PRORET
               "  PATRONAL 20%: " PROPATR
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           ADD PRORET TO TOTGPS
           ADD PROPATR TO TOTGPS
           MOVE ALL "-" TO GPSLINE
           WRITE GPSLINE
           .
       RPROLABX.
           EXIT.
       RPROCTR.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS DECIDIDOS COM PAGAMENTO NA COMPETENCIA -
      *INSS DO SEGURADO E PATRONAL JA APURADOS POR COMPETENCIA DO
      *PERIODO ABRANGIDO NO PROCTRAB (FPP170)
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
               GO TO RPROCTR3
           END-IF
           IF JTSIT NOT = "D" AND JTSIT NOT = "P"
               GO TO RPROCTR2
           END-IF
           IF JTPGMES NOT = BRKM OR JTPGANO NOT = BRKY
               GO TO RPROCTR2
           END-IF
           ADD JTBCINSS TO PRCBASE
           ADD JTINSSSEG TO PRCRET
           ADD JTINSSPAT TO PRCPAT
           GO TO RPROCTR2
           .
       RPROCTR3.
           IF PRCBASE = ZEROS
               GO TO RPROCTRX
           .
           MOVE SPACES TO LINHA
           STRING "PROCESSOS TRABALHISTAS - BASE: " PRCBASE
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           MOVE SPACES TO LINHA
           STRING "  RETIDO SEGURADO: " PRCRET
               "  PATRONAL: " PRCPAT
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           ADD PRCRET TO TOTGPS
           ADD PRCPAT TO TOTGPS
           MOVE ALL "-" TO GPSLINE
           WRITE GPSLINE
           .
       RPROCTRX.
           EXIT.
       RCONV.
      *-----------------------------------------------------------------
      *CONVOCACOES DO INTERMITENTE PAGAS NA COMPETENCIA - O INTERMITENTE
      *NAO PASSA PELA FOLHA, ENTAO O BRUTO E O INSS RETIDO SOMAM NOS
      *ACUMULADORES DA FILIAL DELE E A PATRONAL/RAT/TERCEIROS SAEM NO
      *RFILIAL; O EMPREGADO CONTA UMA VEZ NA FILIAL
      *-----------------------------------------------------------------
           IF CONVOK NOT = "S"
               GO TO RCONVX
           .
           MOVE ZEROS TO IVMAT IVSEQ CONVMAT
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
               GO TO RCONV2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE IVMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR FFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO RCONV2
           END-IF
           ADD 1 TO CONVQTD
           ADD IVBRUTO TO FILBASE(FFILIAL)
           ADD IVINSS TO FILSEG(FFILIAL)
           IF IVMAT NOT = CONVMAT
               ADD 1 TO FILQTDE(FFILIAL)
               MOVE IVMAT TO CONVMAT
           END-IF
           GO TO RCONV2
           .
       RCONVX.
           EXIT.
       RMATERN.
      *-----------------------------------------------------------------
      *SOMA O SALARIO-MATERNIDADE ACUMULADO NOS AFASTAMENTOS - NADA E
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC CADTAXA
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF AFASTOK = "S"
               CLOSE AFAST
           END-IF
           IF RPAOK = "S"
               CLOSE RPAMOV
           END-IF
           IF PROLOK = "S"
               CLOSE PROLMOV
           END-IF
           IF PROCOK = "S"
               CLOSE PROCTRAB
           END-IF
           IF CONVOK = "S"
               CLOSE CONVOC
           END-IF
           IF FILOK = "S"
               CLOSE CADFIL
           END-IF
           IF RECOK = "S"
               CLOSE RECFIL
           END-IF
           IF RISCOOK = "S"
               CLOSE CADRISCO
           END-IF
           GOBACK
           .
       RCATREG.
       RZERAX.
           IF SUBF < 100
               MOVE ZEROS TO FILBASE(SUBF) FILSEG(SUBF) FILQTDE(SUBF)
               MOVE ZEROS TO FILAESP(SUBF) FILQAESP(SUBF)
               ADD 1 TO SUBF
               GO TO RZERAX
           .
       RAPESP.
      *-----------------------------------------------------------------
      *MAIOR ADICIONAL ENTRE OS AGENTES DO CARGO/AREA DO FUNCIONARIO
      *EM VIGOR NA COMPETENCIA (AREA ZEROS = TODAS). EPI EFICAZ TIRA O
      *ADICIONAL, MENOS NO RUIDO, QUE O EPI NAO DESCARACTERIZA
      *-----------------------------------------------------------------
           COMPUTE COMPINI = BRKY * 100 + BRKM
           MOVE ZEROS TO AESPPCT
           IF ARK2 NOT = ZEROS
               MOVE ARK2 TO AREAW
               PERFORM RAPAG THRU RAPAGX
           .
           MOVE ZEROS TO AREAW
           PERFORM RAPAG THRU RAPAGX
           IF AESPPCT = ZEROS
               GO TO RAPESPX
           .
           COMPUTE VALAESP ROUNDED = PSALVALB * AESPPCT / 100
           ADD VALAESP TO FILAESP(FFILIAL)
           ADD 1 TO FILQAESP(FFILIAL)
           .
       RAPESPX.
           EXIT.
       RAPAG.
           MOVE CRK2 TO RICARGO
           MOVE AREAW TO RIAREA
           MOVE ZEROS TO RISEQ
           START CADRISCO KEY IS NOT LESS THAN RIRK
           IF FS NOT = "00"
               GO TO RAPAGX
           .
       RAPAG2.
           READ CADRISCO NEXT RECORD
           IF FS NOT = "00" OR RICARGO NOT = CRK2
                   OR RIAREA NOT = AREAW
               GO TO RAPAGX
           .
           DIVIDE RIINI BY 100 GIVING RINIC
           DIVIDE RIFIM BY 100 GIVING RFIMC
           IF RINIC > COMPINI
               GO TO RAPAG2
           .
           IF RIFIM NOT = ZEROS AND RFIMC < COMPINI
               GO TO RAPAG2
           .
           IF RIEPI = "S" AND RITIPO NOT = "R"
               GO TO RAPAG2
           .
           IF RIAPESP = 15 AND AESPPCT < 12
               MOVE 12 TO AESPPCT
           .
           IF RIAPESP = 20 AND AESPPCT < 9
               MOVE 9 TO AESPPCT
           .
           IF RIAPESP = 25 AND AESPPCT < 6
               MOVE 6 TO AESPPCT
           .
           GO TO RAPAG2
           .
       RAPAGX.
           EXIT.
       RFILIAL.
           IF FILQTDE(SUBF) = ZEROS
               GO TO RFILIALX
           .
           MOVE SUBF TO FILW
           PERFORM RREGIME THRU RREGIMEX
           COMPUTE VALPAT ROUNDED = FILBASE(SUBF) * REGPAT / 100
           COMPUTE VALRAT ROUNDED = FILBASE(SUBF) * REGRAT / 100
           COMPUTE VALTER ROUNDED = FILBASE(SUBF) * REGTER / 100
           COMPUTE VALGPS = VALPAT + VALRAT + VALTER + FILSEG(SUBF)
               + FILAESP(SUBF)
           ADD VALGPS TO TOTGPS
           MOVE SPACES TO LINHA
           STRING "FILIAL " SUBF "  FUNC: " FILQTDE(SUBF)
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           MOVE REGPAT TO EDPAT
           MOVE REGRAT TO EDRAT
           MOVE REGTER TO EDTER
           MOVE SPACES TO LINHA
           IF REGTIPO = "C"
               STRING "  REGIME CPRB  FPAS: " FILFPAS
                   "  PAT:" EDPAT "%  RATXFAP:" EDRAT
                   "%  TERC:" EDTER "%"
                   INTO LINHA
           ELSE
               STRING "  REGIME NORMAL  FPAS: " FILFPAS
                   "  PAT:" EDPAT "%  RATXFAP:" EDRAT
                   "%  TERC:" EDTER "%"
                   INTO LINHA
           END-IF
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           MOVE SPACES TO LINHA
           STRING "  PATRONAL: " VALPAT "  RAT: " VALRAT
               INTO LINHA
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           IF FILQAESP(SUBF) > ZEROS
               MOVE SPACES TO LINHA
               STRING "  ADIC APOSENT ESPECIAL: " FILAESP(SUBF)
                   "  EXPOSTOS: " FILQAESP(SUBF)
                   INTO LINHA
               MOVE LINHA TO GPSLINE
               WRITE GPSLINE
           END-IF
           MOVE SPACES TO LINHA
           STRING "  TOTAL GPS DA FILIAL: " VALGPS
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           IF REGTIPO = "C" AND REGCPRB > ZEROS
               PERFORM RCPRB THRU RCPRBX
           .
       RFILIALX.
           EXIT.
       RCPRB.
      *-----------------------------------------------------------------
      *CPRB DA FILIAL DESONERADA - RECEITA BRUTA MENOS EXCLUSOES DA
      *COMPETENCIA X ALIQUOTA DO ANO; RECOLHIDA EM DARF PROPRIO, SO
      *DEMONSTRADA AQUI
      *-----------------------------------------------------------------
           MOVE ZEROS TO VALCPRB BASECPRB
           MOVE REGCPRB TO EDCPRB
           IF RECOK NOT = "S"
               GO TO RCPRB2
           .
           MOVE FILW TO RFFIL
           MOVE BRKY TO RFANO
           MOVE BRKM TO RFMES
           READ RECFIL
           IF FS NOT = "00"
               GO TO RCPRB2
           .
           COMPUTE BASECPRB = RFBRUTA - RFEXCL
           COMPUTE VALCPRB ROUNDED = BASECPRB * REGCPRB / 100
           ADD VALCPRB TO TOTCPRB
           MOVE SPACES TO LINHA
           STRING "  CPRB - RECEITA: " BASECPRB "  ALIQ:" EDCPRB
               "%  VALOR: " VALCPRB
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           GO TO RCPRBX
           .
       RCPRB2.
           MOVE SPACES TO LINHA
           STRING "  CPRB - RECEITA BRUTA DE " BRKM "/" BRKY
               " NAO INFORMADA (CADRECEI)"
               INTO LINHA
           MOVE LINHA TO GPSLINE
           WRITE GPSLINE
           DISPLAY "AVISO: FILIAL " FILW " SEM RECEITA BRUTA NA "
               "COMPETENCIA - CPRB NAO CALCULADA"
           .
       RCPRBX.
           EXIT.
       RREGIME.
      *-----------------------------------------------------------------
      *PERCENTUAIS DO EMPREGADOR DA FILIAL FILW: RAT X FAP E TERCEIROS
      *DO CADFIL (ZERADOS = TABELA DO ANO); NA CPRB A PATRONAL SOBRE A
      *FOLHA E A DA REONERACAO DO ANO (TXREOPAT) E A ALIQUOTA SOBRE A
      *RECEITA CAI PARA TXREOCPRB% DA ALIQUOTA DA FILIAL - OS DOIS
      *ZERADOS SAO A DESONERACAO INTEGRAL
      *-----------------------------------------------------------------
           MOVE "N" TO REGTIPO
           MOVE TXPATPCT TO REGPAT
           MOVE TXRATPCT TO REGRAT
           MOVE TXTERPCT TO REGTER
           MOVE ZEROS TO REGCPRB FILFPAS
           IF FILOK NOT = "S" OR FILW = ZEROS
               GO TO RREGIMEX
           .
           MOVE FILW TO FILRK
           READ CADFIL
           IF FS NOT = "00"
               GO TO RREGIMEX
           .
           IF FILRATPCT NOT = ZEROS
               MOVE FILRATPCT TO REGRAT
           .
           IF FILFAP NOT = ZEROS
               COMPUTE REGRAT ROUNDED = REGRAT * FILFAP
           .
           IF FILTERPCT NOT = ZEROS
               MOVE FILTERPCT TO REGTER
           .
           IF FILREGIME NOT = "C"
               GO TO RREGIMEX
           .
           MOVE "C" TO REGTIPO
           IF TXREOPAT = ZEROS AND TXREOCPRB = ZEROS
               MOVE ZEROS TO REGPAT
               MOVE FILCPRBPCT TO REGCPRB
           ELSE
               MOVE TXREOPAT TO REGPAT
               COMPUTE REGCPRB ROUNDED = FILCPRBPCT * TXREOCPRB / 100
           .
       RREGIMEX.
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
