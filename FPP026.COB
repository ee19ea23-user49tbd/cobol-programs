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
           SELECT PROLAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PBRK
           .
      *-----------------------------------------------------------------
           SELECT PROLMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PQRK
           .
      *-----------------------------------------------------------------
           SELECT COMPL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           FILE STATUS IS FS
           RECORD KEY IS CPRK
           .
      *-----------------------------------------------------------------
           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .
      *-----------------------------------------------------------------
           SELECT OBITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OIRK
           .
      *-----------------------------------------------------------------
           SELECT OBITBEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HBRK
           .
      *-----------------------------------------------------------------
           SELECT REEMB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RBRK
           .
      *-----------------------------------------------------------------
           SELECT CADAREAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ARK
           .
      *-----------------------------------------------------------------
           SELECT RATEIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RTRK
           .
      *-----------------------------------------------------------------
           SELECT CONTMAP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CMPRK
           .
      *-----------------------------------------------------------------
           SELECT PIXCHV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PKRK
           .
      *-----------------------------------------------------------------
           SELECT PAYPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GPK
           ALTERNATE RECORD KEY IS GPCHVF
           .
      *-----------------------------------------------------------------
           SELECT PAYCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CLK
           .
      *-----------------------------------------------------------------
           SELECT REMESSA ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
      *-----------------------------------------------------------------
           SELECT LANCTO ASSIGN TO NOMECTB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
       DATA DIVISION.
       FILE SECTION.
       FD PR
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
           VALUE OF FILE-ID IS "RPAMOV1.DAT".
       COPY RPAMOV.
      *-----------------------------------------------------------------
      *SOCIOS/DIRETORES E PRO-LABORE DA COMPETENCIA (VER CADPROL/FPP131
      *E PROLPAG/FPP132) - REMESSA PROPRIA L
      *-----------------------------------------------------------------
       FD PROLAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLAB1.DAT".
       COPY PROLAB.
      *-----------------------------------------------------------------
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *FOLHA COMPLEMENTAR (VER COMPLPAG/FPP106) - REMESSA PROPRIA C
      *-----------------------------------------------------------------
       FD COMPL
           VALUE OF FILE-ID IS "COMPL1.DAT".
       COPY COMPL.
      *-----------------------------------------------------------------
      *CONVOCACOES PAGAS DO INTERMITENTE (VER PAGINTER/FPP129) -
      *REMESSA PROPRIA I, PELA DATA DO PAGAMENTO
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
      *RESCISAO POR FALECIMENTO (VER CADOBITO/FPP140) - REMESSA
      *PROPRIA O, UM CREDITO POR BENEFICIARIO
      *-----------------------------------------------------------------
       FD OBITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITO1.DAT".
       COPY OBITO.
      *-----------------------------------------------------------------
       FD OBITBEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITBEN1.DAT".
       COPY OBITBEN.
      *-----------------------------------------------------------------
      *REEMBOLSO DE DESPESAS APROVADO (VER CADREEMB/FPP145) - REMESSA
      *PROPRIA E, FORA DA FOLHA. O CUSTO VAI PARA A AREA DO PEDIDO OU
      *PELO RATEIO DO FUNCIONARIO, COM A CONTA DO MAPA (CADCONTA/FPP085)
      *-----------------------------------------------------------------
       FD REEMB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REEMB1.DAT".
       COPY REEMB.
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
       FD RATEIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RATEIO1.DAT".
       COPY RATEIO.
      *-----------------------------------------------------------------
       FD CONTMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTMAP1.DAT".
       COPY CONTMAP.
      *-----------------------------------------------------------------
      *CHAVE PIX DO FUNCIONARIO (VER PROGGER/FPP004)
      *-----------------------------------------------------------------
       FD PIXCHV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PIXCHV1.DAT".
       COPY PIXCHV.
      *-----------------------------------------------------------------
      *PAGAMENTO DE PERIODO SEMANAL/QUINZENAL APROVADO NO APROVPAG E
      *CALENDARIO DO GRUPO (VER CADGRUPO/FPP163)
      *-----------------------------------------------------------------
       FD PAYPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYPER1.DAT".
       COPY PAYPER.
      *-----------------------------------------------------------------
       FD PAYCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYCAL1.DAT".
       COPY PAYCAL.
      *-----------------------------------------------------------------
      *ARQUIVO DE REMESSA NO PADRAO CNAB 240
      *-----------------------------------------------------------------
       FD REMESSA
           LABEL RECORD IS STANDARD.
       01 REMLINE PIC X(240).
      *-----------------------------------------------------------------
      *LANCAMENTOS CONTABEIS DO REEMBOLSO - MESMO LAYOUT DO CONTABIL
      *(FPP044)
      *-----------------------------------------------------------------
       FD LANCTO
           LABEL RECORD IS STANDARD.
       01 LCLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BRKM        PIC 9(02).
           01 TIPOREM     PIC X(01).
           01 BCOFILTRO   PIC 9(03).
           01 TOTNAOCR    PIC 9(06).
      *-----------------------------------------------------------------
      *MEIO DA REMESSA: C-CREDITO EM CONTA  X-PIX (SO PAGTIPO "P" COM
      *CHAVE CADASTRADA; CADA SEGMENTO A LEVA UM SEGMENTO B COM A
      *CHAVE). PIXFORA: PAGOS POR PIX DEIXADOS FORA DA REMESSA EM
      *CONTA; PIXSEMCHV: PAGTIPO "P" SEM CHAVE NO PIXCHV
      *-----------------------------------------------------------------
           01 MEIOREM     PIC X(01).
           01 MEIOOK      PIC X(01).
           01 PIXOK       PIC X(01).
           01 PIXFORA     PIC 9(06).
           01 PIXSEMCHV   PIC 9(06).
           01 QTDSEGB     PIC 9(06).
           01 TOTCAIXA    PIC 9(06).
           01 FSSAVE      PIC X(02).
           01 PENDCONT    PIC 9(06).
      *-----------------------------------------------------------------
      *REMESSA TIPO G: GRUPO E PERIODO DO CALENDARIO (CADGRUPO)
      *-----------------------------------------------------------------
           01 GPOK        PIC X(01).
           01 CLOK        PIC X(01).
           01 BGRP        PIC 9(02).
           01 BPER        PIC 9(01).
           01 SEQREG      PIC 9(06).
           01 QTDREGLOTE  PIC 9(06).
           01 DATAGER     PIC 9(08).
           01 PENSPOK     PIC X(01).
           01 COMPLOK     PIC X(01).
      *-----------------------------------------------------------------
      *REMESSA I - CONVOCACOES DO INTERMITENTE PAGAS NA DATA DATAINT
      *-----------------------------------------------------------------
           01 CONVOK      PIC X(01).
           01 DATAINT     PIC 9(08).
           01 PROLOK      PIC X(01).
           01 OBITOK      PIC X(01).
      *-----------------------------------------------------------------
      *REMESSA E - REEMBOLSO DE DESPESAS. DATACORTE: PEDIDOS APROVADOS
      *COM DESPESA ATE A DATA; CTBOK: ARQUIVO CONTABIL ABERTO
      *-----------------------------------------------------------------
           01 REEMBOK     PIC X(01).
           01 AREAOK      PIC X(01).
           01 RATOK       PIC X(01).
           01 MAPOK       PIC X(01).
           01 CTBOK       PIC X(01).
           01 NOMECTB     PIC X(40).
           01 DATACORTE   PIC 9(08).
           01 REENAOCR    PIC 9(06).
           01 TOTCTB      PIC 9(12)V99.
           01 SUBA        PIC 9(04).
           01 SUBR        PIC 9(02).
           01 RATQTD      PIC 9(02).
           01 WAREA       PIC 9(03).
           01 WSHARE      PIC 9(10)V99.
           01 QREEMB      PIC 9(10)V99.
           01 RESAREA     PIC 9(03).
           01 RESFIL      PIC 9(02).
           01 WEVEN       PIC X(02).
           01 RATTAB.
               03 RATENT OCCURS 10 TIMES.
                   05 RATAREA PIC 9(03).
                   05 RATPCT  PIC 9(03)V99.
      *-----------------------------------------------------------------
      *CUSTO DO REEMBOLSO POR AREA (INDICE = AREA + 1) E A FILIAL DA
      *AREA PARA O MAPA DE CONTAS
      *-----------------------------------------------------------------
           01 REATAB.
               03 REAENT OCCURS 1000 TIMES.
                   05 REAVAL  PIC 9(10)V99.
                   05 REAFIL  PIC 9(02).
           01 LCREG.
               03 LCDC        PIC X(01).
               03 FILLER      PIC X(01) VALUE SPACES.
               03 LCCONTA     PIC X(21).
               03 LCAREA      PIC 9(03).
               03 LCFILIAL    PIC 9(02).
               03 LCVALOR     PIC 9(12)V99.
               03 FILLER      PIC X(38) VALUE SPACES.
      *-----------------------------------------------------------------
      *DIA DA SEMANA POR CONGRUENCIA DE ZELLER (0=SABADO 1=DOMINGO)
      *-----------------------------------------------------------------
           01 ZDATA       PIC 9(08).
               03 CNDADATA    PIC 9(08).
               03 CNDAVALOR   PIC 9(15).
               03 FILLER      PIC X(142) VALUE SPACES.
      *-----------------------------------------------------------------
      *SEGMENTO B DO PIX - FORMA DE INICIACAO (TIPO DA CHAVE), CPF DO
      *FAVORECIDO E A CHAVE
      *-----------------------------------------------------------------
           01 CNDETSEGB.
               03 CNDBBCO     PIC 9(03).
               03 CNDBLOTE    PIC 9(04) VALUE 1.
               03 CNDBTIPO    PIC 9(01) VALUE 3.
               03 CNDBSEQ     PIC 9(05).
               03 CNDBSEG     PIC X(01) VALUE "B".
               03 CNDBFORMA   PIC 9(02).
               03 FILLER      PIC X(01) VALUE SPACES.
               03 CNDBINSCR   PIC 9(01) VALUE 1.
               03 CNDBCPF     PIC 9(14).
               03 CNDBTXID    PIC X(35) VALUE SPACES.
               03 FILLER      PIC X(60) VALUE SPACES.
               03 CNDBCHAVE   PIC X(99).
               03 FILLER      PIC X(14) VALUE SPACES.
           01 CNTRAILLOTE.
               03 CNT5BCO     PIC 9(03).
               03 CNT5LOTE    PIC 9(04) VALUE 1.
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
                   MOVE "S" TO RPAOK
               END-IF
       .
       R01BL.
           OPEN INPUT PROLAB
           IF FS NOT = "00"
               MOVE "N" TO PROLOK
           ELSE
               OPEN I-O PROLMOV
               IF FS NOT = "00"
                   MOVE "N" TO PROLOK
                   CLOSE PROLAB
               ELSE
                   MOVE "S" TO PROLOK
               END-IF
       .
       R01C.
           OPEN I-O PENSAO
           IF FS = "35"
           ELSE
               MOVE "S" TO COMPLOK
       .
       R01CI.
           OPEN INPUT CONVOC
           IF FS NOT = "00"
               MOVE "N" TO CONVOK
           ELSE
               MOVE "S" TO CONVOK
       .
       R01CO.
           OPEN INPUT OBITO
           IF FS NOT = "00"
               MOVE "N" TO OBITOK
           ELSE
               OPEN I-O OBITBEN
               IF FS NOT = "00"
                   MOVE "N" TO OBITOK
                   CLOSE OBITO
               ELSE
                   MOVE "S" TO OBITOK
               END-IF
       .
       R01CE.
           OPEN I-O REEMB
           IF FS NOT = "00"
               MOVE "N" TO REEMBOK
           ELSE
               MOVE "S" TO REEMBOK
           .
           OPEN INPUT CADAREAS
           IF FS NOT = "00"
               MOVE "N" TO AREAOK
           ELSE
               MOVE "S" TO AREAOK
           .
           OPEN INPUT RATEIO
           IF FS NOT = "00"
               MOVE "N" TO RATOK
           ELSE
               MOVE "S" TO RATOK
           .
           OPEN INPUT CONTMAP
           IF FS NOT = "00"
               MOVE "N" TO MAPOK
           ELSE
               MOVE "S" TO MAPOK
           .
           MOVE "N" TO CTBOK
       .
       R01PK.
           OPEN INPUT PIXCHV
           IF FS NOT = "00"
               MOVE "N" TO PIXOK
           ELSE
               MOVE "S" TO PIXOK
           .
           OPEN I-O PAYPER
           IF FS NOT = "00"
               MOVE "N" TO GPOK
           ELSE
               MOVE "S" TO GPOK
           .
           OPEN INPUT PAYCAL
           IF FS NOT = "00"
               MOVE "N" TO CLOK
           ELSE
               MOVE "S" TO CLOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTGRAV TOTSKIP TOTVALOR SEQREG
           DISPLAY "EXPORTACAO DE REMESSA BANCARIA CNAB 240"
           DISPLAY "TIPO (F-FOLHA A-ADIANTAMENTO V-FERIAS P-PLR "
               "R-RPA C-COMPLEMENTAR L-PRO-LABORE "
               "O-OBITO/BENEFICIARIOS E-REEMBOLSO DE DESPESAS "
               "G-PERIODO SEMANAL/QUINZENAL "
               "I-CONVOCACAO DO INTERMITENTE): "
           ACCEPT TIPOREM
           IF TIPOREM NOT = "F" AND TIPOREM NOT = "A"
                   AND TIPOREM NOT = "V" AND TIPOREM NOT = "P"
                   AND TIPOREM NOT = "R" AND TIPOREM NOT = "C"
                   AND TIPOREM NOT = "L" AND TIPOREM NOT = "O"
                   AND TIPOREM NOT = "E" AND TIPOREM NOT = "G"
                   AND TIPOREM NOT = "I"
               DISPLAY "TIPO INVALIDO"
               GO TO R02
           .
           IF TIPOREM = "I" AND CONVOK NOT = "S"
               DISPLAY "SEM CONVOCACOES REGISTRADAS (FPP128/FPP129)"
               GO TO RF1
           .
           IF TIPOREM = "R" AND RPAOK NOT = "S"
               DISPLAY "SEM RPA GRAVADO (FPP083/FPP084)"
               GO TO RF1
               DISPLAY "SEM FOLHA COMPLEMENTAR GRAVADA (FPP106)"
               GO TO RF1
           .
           IF TIPOREM = "L" AND PROLOK NOT = "S"
               DISPLAY "SEM PRO-LABORE CALCULADO (FPP131/FPP132)"
               GO TO RF1
           .
           IF TIPOREM = "O" AND OBITOK NOT = "S"
               DISPLAY "SEM RESCISAO POR FALECIMENTO (FPP038/FPP140)"
               GO TO RF1
           .
           IF TIPOREM = "E" AND REEMBOK NOT = "S"
               DISPLAY "SEM PEDIDOS DE REEMBOLSO (FPP145)"
               GO TO RF1
           .
           IF TIPOREM = "G" AND (GPOK NOT = "S" OR CLOK NOT = "S")
               DISPLAY "SEM PAGAMENTOS DE PERIODO (CADGRUPO/FPP163)"
               GO TO RF1
           .
           MOVE "C" TO MEIOREM
           IF TIPOREM NOT = "R" AND TIPOREM NOT = "L"
                   AND TIPOREM NOT = "O"
               PERFORM RMEIOPED THRU RMEIOPEDX
           .
           IF TIPOREM = "E"
               GO TO R02E
           .
       R02A.
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
               DISPLAY "MES INVALIDO"
               GO TO R02
       .
       R02E.
      *-----------------------------------------------------------------
      *REEMBOLSO NAO TEM COMPETENCIA - A RODADA SEMANAL PAGA OS PEDIDOS
      *APROVADOS COM DESPESA ATE A DATA DE CORTE E GRAVA OS LANCAMENTOS
      *CONTABEIS DO QUE FOI PARA O BANCO
      *-----------------------------------------------------------------
           DISPLAY "DATA DE CORTE DAS DESPESAS (AAAAMMDD, 0=HOJE): "
           ACCEPT DATACORTE
           IF DATACORTE = ZEROS
               ACCEPT DATACORTE FROM DATE YYYYMMDD
           .
           MOVE SPACES TO NOMECTB
           DISPLAY "DIGITE O NOME DO ARQUIVO CONTABIL DO REEMBOLSO: "
           ACCEPT NOMECTB
           IF NOMECTB = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R02E
           .
           OPEN OUTPUT LANCTO
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO CONTABIL: " FSX
               GO TO RF1
           .
           MOVE "S" TO CTBOK
           MOVE ZEROS TO REENAOCR TOTCTB
           MOVE 1 TO SUBA
           PERFORM REZERA THRU REZERAX
           GO TO R03A
       .
       R03.
           DISPLAY "DIGITE O ANO DA COMPETENCIA (RKY): "
           ACCEPT BRKY
      *TRAVADA (PERLOCK) E SEM NENHUM CALCULO PENDENTE DE APROVACAO -
      *FECHA A BRECHA QUE MOTIVOU O CONTROLE DE FECHAMENTO (FECHACTL)
      *-----------------------------------------------------------------
           IF TIPOREM = "G"
               GO TO R03P
           .
           IF TIPOREM = "I"
               GO TO R03I
           .
           IF TIPOREM NOT = "F"
               GO TO R03A
           .
               DISPLAY "HA " PENDCONT " CALCULO(S) PENDENTE(S) DE "
                   "APROVACAO (FPP037) - REMESSA NEGADA"
               GO TO RF1
           .
           GO TO R03A
       .
       R03P.
      *-----------------------------------------------------------------
      *REMESSA DE PERIODO SEMANAL/QUINZENAL: SO COM O PERIODO TRAVADO
      *NO CADGRUPO E SEM PAGAMENTO PENDENTE DE APROVACAO. O ULTIMO
      *PERIODO DA COMPETENCIA E A FOLHA MENSAL - VAI NA REMESSA TIPO F
      *-----------------------------------------------------------------
           DISPLAY "GRUPO DE PAGAMENTO: "
           ACCEPT BGRP
           DISPLAY "PERIODO (1-4): "
           ACCEPT BPER
           MOVE BGRP TO CLGRP
           MOVE BRKY TO CLANO
           MOVE BRKM TO CLMES
           MOVE BPER TO CLPER
           READ PAYCAL
           IF FS NOT = "00"
               DISPLAY "PERIODO NAO CADASTRADO NO CALENDARIO DO GRUPO"
               GO TO RF1
           .
           IF CLULT = "S"
               DISPLAY "ULTIMO PERIODO DA COMPETENCIA - USE A "
                   "REMESSA TIPO F"
               GO TO RF1
           .
           IF CLSTATUS NOT = "F"
               DISPLAY "PERIODO NAO TRAVADO (CADGRUPO) - "
                   "REMESSA NEGADA"
               GO TO RF1
           .
           MOVE ZEROS TO PENDCONT
           MOVE BRKY TO GPANO
           MOVE BRKM TO GPMES
           MOVE BGRP TO GPGRP
           MOVE BPER TO GPPER
           MOVE ZEROS TO GPMAT
           START PAYPER KEY IS NOT LESS THAN GPK
           IF FS NOT = "00"
               GO TO R03A
       .
       R03P2.
           READ PAYPER NEXT RECORD
           IF FS NOT = "00"
               GO TO R03P3
           END-IF
           IF GPANO NOT = BRKY OR GPMES NOT = BRKM
                   OR GPGRP NOT = BGRP OR GPPER NOT = BPER
               GO TO R03P3
           END-IF
           IF GPSIT = "P"
               ADD 1 TO PENDCONT
           END-IF
           GO TO R03P2
       .
       R03P3.
           IF PENDCONT > ZEROS
               DISPLAY "HA " PENDCONT " PAGAMENTO(S) DE PERIODO "
                   "PENDENTE(S) DE APROVACAO (FPP037) - REMESSA NEGADA"
               GO TO RF1
       .
       R03I.
      *-----------------------------------------------------------------
      *A CONVOCACAO E PAGA AO FIM DE CADA PERIODO, FORA DA FOLHA - A
      *REMESSA LEVA AS PAGAS NA DATA INFORMADA, ENTAO CADA DIA DE
      *PAGAMENTO VAI PARA O BANCO UMA VEZ SO
      *-----------------------------------------------------------------
           DISPLAY "DATA DO PAGAMENTO DAS CONVOCACOES (AAAAMMDD, "
               "0=HOJE): "
           ACCEPT DATAINT
           IF DATAINT = ZEROS
               ACCEPT DATAINT FROM DATE YYYYMMDD
           .
       R03A.
      *-----------------------------------------------------------------
      *UMA REMESSA POR BANCO EVITA A TARIFA DE TRANSFERENCIA PARA
      *OUTROS BANCOS - RODE UMA VEZ POR BANCO COM O FILTRO
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTNAOCR PIXFORA PIXSEMCHV QTDSEGB
           MOVE ZEROS TO BCOFILTRO
           IF MEIOREM = "X"
               GO TO R04
           .
           DISPLAY "FILTRO DE BANCO (COD, 0=TODOS NO MESMO ARQUIVO): "
           ACCEPT BCOFILTRO
       .
           MOVE EMPCONV TO CNH0CONV CNH1CONV
           MOVE EMPNOME TO CNH0NOME CNH1NOME
           MOVE DATAGER TO CNH0DATA
           IF MEIOREM = "X"
               MOVE 45 TO CNH1FORMA
           .
           WRITE REMLINE FROM CNHEADERARQ
           WRITE REMLINE FROM CNHEADERLOTE
       .
           IF TIPOREM = "C"
               GO TO RC1
           .
           IF TIPOREM = "L"
               GO TO RL1
           .
           IF TIPOREM = "O"
               GO TO RO1
           .
           IF TIPOREM = "E"
               GO TO RE1
           .
           IF TIPOREM = "G"
               GO TO RG1
           .
           IF TIPOREM = "I"
               GO TO RI1
           .
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO R08
       .
       R07.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R07B
           END-IF
               ADD 1 TO TOTSKIP
               GO TO R07
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO TOTNAOCR
               GO TO R07
           END-IF
           MOVE RKF TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = PSLIQUID * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
               ADD 1 TO TOTSKIP
               GO TO RA2
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO TOTNAOCR
               GO TO RA2
           END-IF
           MOVE ADRKF TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = ADVALOR * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
           END-IF
           GO TO RA2
       .
       RG1.
      *-----------------------------------------------------------------
      *REMESSA DO PERIODO SEMANAL/QUINZENAL - CREDITA O LIQUIDO DOS
      *PAGAMENTOS APROVADOS AINDA NAO ENVIADOS NA DATA DE PAGAMENTO DO
      *CALENDARIO (CLPAG)
      *-----------------------------------------------------------------
           MOVE BRKY TO GPANO
           MOVE BRKM TO GPMES
           MOVE BGRP TO GPGRP
           MOVE BPER TO GPPER
           MOVE ZEROS TO GPMAT
           START PAYPER KEY IS NOT LESS THAN GPK
           IF FS NOT = "00"
               DISPLAY "NAO HA PAGAMENTOS DO PERIODO GRAVADOS"
               GO TO R08
       .
       RG2.
           READ PAYPER NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF GPANO NOT = BRKY OR GPMES NOT = BRKM
                   OR GPGRP NOT = BGRP OR GPPER NOT = BPER
               GO TO R08
           END-IF
           IF GPSIT NOT = "A" OR GPPAGO = "S" OR GPLIQ = ZEROS
               GO TO RG2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE GPMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               GO TO RG2
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO TOTNAOCR
               GO TO RG2
           END-IF
           IF BCOFILTRO NOT = ZEROS AND BANCOCOD NOT = BCOFILTRO
               ADD 1 TO TOTSKIP
               GO TO RG2
           END-IF
           ADD 1 TO SEQREG
           MOVE ZEROS TO CNDABCO
           MOVE SEQREG TO CNDASEQ
           MOVE BANCOCOD TO CNDABCOFAV
           MOVE AGENCIA TO CNDAAGEN
           MOVE AGENCIADV TO CNDAAGDV
           MOVE CONTA TO CNDACONTA
           MOVE CONTADV TO CNDACTADV
           MOVE NOME TO CNDANOME
           MOVE GPMAT TO CNDAMATR
           MOVE CLPAG TO CNDADATA
           COMPUTE CNDAVALOR = GPLIQ * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
               MOVE "S" TO GPPAGO
               REWRITE PAYPERREC
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           GO TO RG2
       .
       RV1.
      *-----------------------------------------------------------------
      *REMESSA DE FERIAS - CREDITA OS PAGAMENTOS AINDA NAO ENVIADOS;
               ADD 1 TO TOTSKIP
               GO TO RV2
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO TOTNAOCR
               GO TO RV2
           END-IF
                   + FPINIMES * 100 + 1
           END-IF
           COMPUTE CNDAVALOR = FPBRUTO * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
               ADD 1 TO TOTSKIP
               GO TO RP2
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO TOTNAOCR
               GO TO RP2
           END-IF
           MOVE PLRKF TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = PLRLIQ * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
               ADD 1 TO TOTSKIP
               GO TO RC2
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO TOTNAOCR
               GO TO RC2
           END-IF
           MOVE CPRKF TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = CPLIQ * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
           END-IF
           GO TO RC2
       .
       RI1.
      *-----------------------------------------------------------------
      *REMESSA DAS CONVOCACOES DO INTERMITENTE - CREDITA O LIQUIDO DAS
      *CONVOCACOES DA COMPETENCIA PAGAS (PAGINTER/FPP129) NA DATA
      *-----------------------------------------------------------------
           MOVE ZEROS TO IVMAT IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               DISPLAY "NAO HA CONVOCACOES GRAVADAS"
               GO TO R08
       .
       RI2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF IVSIT NOT = "G" OR IVPGM NOT = BRKM OR IVPGY NOT = BRKY
                   OR IVDTPAG NOT = DATAINT
               GO TO RI2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE IVMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               GO TO RI2
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO TOTNAOCR
               GO TO RI2
           END-IF
           IF BCOFILTRO NOT = ZEROS AND BANCOCOD NOT = BCOFILTRO
               ADD 1 TO TOTSKIP
               GO TO RI2
           END-IF
           IF IVLIQ = ZEROS
               ADD 1 TO TOTSKIP
               GO TO RI2
           END-IF
           ADD 1 TO SEQREG
           MOVE ZEROS TO CNDABCO
           MOVE SEQREG TO CNDASEQ
           MOVE BANCOCOD TO CNDABCOFAV
           MOVE AGENCIA TO CNDAAGEN
           MOVE AGENCIADV TO CNDAAGDV
           MOVE CONTA TO CNDACONTA
           MOVE CONTADV TO CNDACTADV
           MOVE NOME TO CNDANOME
           MOVE IVMAT TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = IVLIQ * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           GO TO RI2
       .
       RL1.
      *-----------------------------------------------------------------
      *REMESSA DE PRO-LABORE - CREDITA O LIQUIDO DOS SOCIOS/DIRETORES
      *AINDA NAO ENVIADO NA COMPETENCIA (VER PROLPAG/FPP132)
      *-----------------------------------------------------------------
           MOVE ZEROS TO PQRKB PQRKM PQRKY
           START PROLMOV KEY IS NOT LESS THAN PQRK
           IF FS NOT = "00"
               DISPLAY "NAO HA PRO-LABORE CALCULADO"
               GO TO R08
       .
       RL2.
           READ PROLMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF PQRKM NOT = BRKM OR PQRKY NOT = BRKY
                   OR PQPAGO NOT = "N"
               GO TO RL2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE PQRKB TO PBRK
           READ PROLAB
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               GO TO RL2
           END-IF
           IF BCOFILTRO NOT = ZEROS AND PBBANCO NOT = BCOFILTRO
               ADD 1 TO TOTSKIP
               GO TO RL2
           END-IF
           ADD 1 TO SEQREG
           MOVE ZEROS TO CNDABCO
           MOVE SEQREG TO CNDASEQ
           MOVE PBBANCO TO CNDABCOFAV
           MOVE PBAGEN TO CNDAAGEN
           MOVE PBAGDV TO CNDAAGDV
           MOVE PBCONTA TO CNDACONTA
           MOVE PBCTADV TO CNDACTADV
           MOVE PBNOME TO CNDANOME
           MOVE PQRKB TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = PQLIQ * 100
           WRITE REMLINE FROM CNDETSEGA
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
               MOVE "S" TO PQPAGO
               REWRITE PROLMOVREC
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           GO TO RL2
       .
       RO1.
      *-----------------------------------------------------------------
      *REMESSA DA RESCISAO POR FALECIMENTO - CREDITA A COTA RATEADA DE
      *CADA BENEFICIARIO (FORMA C) AINDA NAO PAGA, NA CONTA DELE; A
      *COMPETENCIA E A DO OBITO. SEM RATEIO FEITO NADA SAI
      *-----------------------------------------------------------------
           MOVE ZEROS TO HBRKF HBSEQ
           START OBITBEN KEY IS NOT LESS THAN HBRK
           IF FS NOT = "00"
               DISPLAY "NAO HA BENEFICIARIOS REGISTRADOS"
               GO TO R08
       .
       RO2.
           READ OBITBEN NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF HBFORMA NOT = "C" OR HBPAGO NOT = "N"
               GO TO RO2
           END-IF
           MOVE HBRKF TO OIRK
           READ OBITO
           IF FS NOT = "00"
               GO TO RO2
           END-IF
           IF OIMES NOT = BRKM OR OIANO NOT = BRKY
               GO TO RO2
           END-IF
           ADD 1 TO TOTLIDO
           IF OIRATEIO NOT = "S" OR HBVALLIQ = ZEROS
               ADD 1 TO TOTSKIP
               GO TO RO2
           END-IF
           IF BCOFILTRO NOT = ZEROS AND HBBANCO NOT = BCOFILTRO
               ADD 1 TO TOTSKIP
               GO TO RO2
           END-IF
           ADD 1 TO SEQREG
           MOVE ZEROS TO CNDABCO
           MOVE SEQREG TO CNDASEQ
           MOVE HBBANCO TO CNDABCOFAV
           MOVE HBAGEN TO CNDAAGEN
           MOVE HBAGDV TO CNDAAGDV
           MOVE HBCONTA TO CNDACONTA
           MOVE HBCTADV TO CNDACTADV
           MOVE HBNOME TO CNDANOME
           MOVE HBRKF TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = HBVALLIQ * 100
           WRITE REMLINE FROM CNDETSEGA
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
               MOVE "S" TO HBPAGO
               REWRITE OBITBENREC
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           GO TO RO2
       .
       RE1.
      *-----------------------------------------------------------------
      *REMESSA DO REEMBOLSO DE DESPESAS - UM CREDITO POR PEDIDO
      *APROVADO (CADREEMB/FPP145) ATE A DATA DE CORTE, NA CONTA DO
      *FUNCIONARIO. O PEDIDO ENVIADO FICA PAGO (G) E SEU VALOR VAI PARA
      *O CUSTO DAS AREAS. NAO PASSA PELA FOLHA: SEM INSS, FGTS OU IRRF
      *-----------------------------------------------------------------
           MOVE ZEROS TO RBRKF RBSEQ
           START REEMB KEY IS NOT LESS THAN RBRK
           IF FS NOT = "00"
               DISPLAY "NAO HA PEDIDOS DE REEMBOLSO"
               GO TO RE3
       .
       RE2.
           READ REEMB NEXT RECORD
           IF FS NOT = "00"
               GO TO RE3
           END-IF
           IF RBSIT NOT = "A" OR RBDATA > DATACORTE
               GO TO RE2
           END-IF
           ADD 1 TO TOTLIDO
           MOVE RBRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               GO TO RE2
           END-IF
           PERFORM RMEIO THRU RMEIOX
           IF MEIOOK NOT = "S"
               ADD 1 TO REENAOCR
               GO TO RE2
           END-IF
           IF BCOFILTRO NOT = ZEROS AND BANCOCOD NOT = BCOFILTRO
               ADD 1 TO TOTSKIP
               GO TO RE2
           END-IF
           ADD 1 TO SEQREG
           MOVE ZEROS TO CNDABCO
           MOVE SEQREG TO CNDASEQ
           MOVE BANCOCOD TO CNDABCOFAV
           MOVE AGENCIA TO CNDAAGEN
           MOVE AGENCIADV TO CNDAAGDV
           MOVE CONTA TO CNDACONTA
           MOVE CONTADV TO CNDACTADV
           MOVE NOME TO CNDANOME
           MOVE RBRKF TO CNDAMATR
           MOVE DATAGER TO CNDADATA
           COMPUTE CNDAVALOR = RBVALOR * 100
           PERFORM RGRVSEGA THRU RGRVSEGAX
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CNDAVALOR TO TOTVALOR
               MOVE "G" TO RBSIT
               MOVE DATAGER TO RBDTPAG
               REWRITE REEMBREC
               PERFORM RERATEIA THRU RERATEIAX
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           GO TO RE2
       .
       RE3.
      *-----------------------------------------------------------------
      *LANCAMENTOS DO REEMBOLSO POR AREA: DEBITO DA DESPESA (EVENTO RE)
      *E CREDITO DO REEMBOLSO A PAGAR (EVENTO RP), BAIXADO NO RETORNO
      *DO BANCO COMO OS SALARIOS A PAGAR
      *-----------------------------------------------------------------
           MOVE 1 TO SUBA
           PERFORM REGRAVA THRU REGRAVAX
           CLOSE LANCTO
           MOVE "N" TO CTBOK
           DISPLAY "TOTAL CONTABILIZADO..: " TOTCTB
           IF REENAOCR > ZEROS
               DISPLAY "SEM CREDITO EM CONTA - CONTINUAM APROVADOS: "
                   REENAOCR
           END-IF
           GO TO R08
       .
       R08.
      *-----------------------------------------------------------------
      *TRAILER DO LOTE E DO ARQUIVO - QUANTIDADES INCLUEM HEADER E
      *TRAILER DO PROPRIO LOTE, COMO O BANCO EXIGE
      *-----------------------------------------------------------------
           MOVE ZEROS TO CNT5BCO CNT9BCO
           COMPUTE QTDREGLOTE = TOTGRAV + QTDSEGB + 2
           MOVE QTDREGLOTE TO CNT5QTDE
           MOVE TOTVALOR TO CNT5VALOR
           WRITE REMLINE FROM CNTRAILLOTE
           COMPUTE CNT9QREG = TOTGRAV + QTDSEGB + 4
           WRITE REMLINE FROM CNTRAILARQ
           CLOSE REMESSA
           DISPLAY "REGISTROS LIDOS......: " TOTLIDO
           DISPLAY "REGISTROS EXPORTADOS.: " TOTGRAV
           DISPLAY "REGISTROS IGNORADOS..: " TOTSKIP
           DISPLAY "VALOR TOTAL (CENTVS).: " TOTVALOR
           IF MEIOREM = "X"
               IF TOTNAOCR > ZEROS
                   DISPLAY "FORA DO PIX (OUTRA FORMA DE PAGAMENTO): "
                       TOTNAOCR
               END-IF
               IF PIXSEMCHV > ZEROS
                   DISPLAY "PIX SEM CHAVE CADASTRADA (PROGGER)....: "
                       PIXSEMCHV
               END-IF
               GO TO RF1
           .
           COMPUTE TOTCAIXA = TOTNAOCR - PIXFORA
           IF TOTCAIXA > ZEROS
               DISPLAY "PAGOS EM DINHEIRO/CHEQUE (VER RELCAIXA): "
                   TOTCAIXA
           END-IF
           IF PIXFORA > ZEROS
               DISPLAY "PAGOS POR PIX (RODE A REMESSA PIX)......: "
                   PIXFORA
           END-IF
       .
       RF1.
           CLOSE PR FILEFUNC PAGSTAT PENSAO ADIANT FERPAG PLR
               PERLOCK PRPEND
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF FERIOK = "S"
               CLOSE CADFERI
           END-IF
           IF COMPLOK = "S"
               CLOSE COMPL
           END-IF
           IF CONVOK = "S"
               CLOSE CONVOC
           END-IF
           IF PROLOK = "S"
               CLOSE PROLAB PROLMOV
           END-IF
           IF OBITOK = "S"
               CLOSE OBITO OBITBEN
           END-IF
           IF REEMBOK = "S"
               CLOSE REEMB
           END-IF
           IF AREAOK = "S"
               CLOSE CADAREAS
           END-IF
           IF RATOK = "S"
               CLOSE RATEIO
           END-IF
           IF MAPOK = "S"
               CLOSE CONTMAP
           END-IF
           IF CTBOK = "S"
               CLOSE LANCTO
           END-IF
           IF PIXOK = "S"
               CLOSE PIXCHV
           END-IF
           IF GPOK = "S"
               CLOSE PAYPER
           END-IF
           IF CLOK = "S"
               CLOSE PAYCAL
           END-IF
           GOBACK
           .
       RF2.
           EXIT PROGRAM
           .
       RMEIOPED.
      *-----------------------------------------------------------------
      *O PIX VAI NUMA REMESSA PROPRIA (FORMA DE LANCAMENTO 45 NO
      *HEADER DO LOTE) - RODE UMA VEZ EM CONTA E UMA VEZ EM PIX
      *-----------------------------------------------------------------
           DISPLAY "MEIO (C-CREDITO EM CONTA X-PIX): "
           ACCEPT MEIOREM
           IF MEIOREM NOT = "C" AND MEIOREM NOT = "X"
               DISPLAY "MEIO INVALIDO"
               GO TO RMEIOPED
           .
           IF MEIOREM = "X" AND PIXOK NOT = "S"
               DISPLAY "SEM CHAVES PIX CADASTRADAS (PROGGER)"
               GO TO RMEIOPED
           .
       RMEIOPEDX.
           EXIT.
       RMEIO.
      *-----------------------------------------------------------------
      *O FUNCIONARIO ENTRA NESTA REMESSA? EM CONTA: PAGTIPO "C" (OU
      *BRANCO, CADASTRO ANTIGO); NO PIX: PAGTIPO "P" COM CHAVE
      *-----------------------------------------------------------------
           MOVE "N" TO MEIOOK
           IF MEIOREM NOT = "X"
               IF PAGTIPO = "C" OR PAGTIPO = SPACES
                   MOVE "S" TO MEIOOK
               END-IF
               IF PAGTIPO = "P"
                   ADD 1 TO PIXFORA
               END-IF
               GO TO RMEIOX
           .
           IF PAGTIPO NOT = "P"
               GO TO RMEIOX
           .
           MOVE RKT TO PKMAT
           READ PIXCHV
           IF FS = "00"
               MOVE "S" TO MEIOOK
           ELSE
               ADD 1 TO PIXSEMCHV
           .
       RMEIOX.
           EXIT.
       RGRVSEGA.
      *-----------------------------------------------------------------
      *GRAVA O SEGMENTO A; NO PIX SEM DADOS BANCARIOS DO FAVORECIDO E
      *SEGUIDO DO SEGMENTO B COM A CHAVE (MESMO NUMERO DE LOTE E
      *SEQUENCIA CONTINUA). FSX FICA COM O RESULTADO DO SEGMENTO A
      *-----------------------------------------------------------------
           IF MEIOREM = "X"
               MOVE ZEROS TO CNDABCOFAV CNDAAGEN CNDACONTA
               MOVE SPACES TO CNDAAGDV CNDACTADV
           .
           WRITE REMLINE FROM CNDETSEGA
           IF FSX NOT = "00" OR MEIOREM NOT = "X"
               GO TO RGRVSEGAX
           .
           MOVE FSX TO FSSAVE
           ADD 1 TO SEQREG
           MOVE ZEROS TO CNDBBCO
           MOVE SEQREG TO CNDBSEQ
           MOVE PKTIPO TO CNDBFORMA
           MOVE CPF TO CNDBCPF
           MOVE PKCHAVE TO CNDBCHAVE
           WRITE REMLINE FROM CNDETSEGB
           IF FSX = "00"
               ADD 1 TO QTDSEGB
           .
           MOVE FSSAVE TO FSX
           .
       RGRVSEGAX.
           EXIT.
       RPAGSTAT.
      *-----------------------------------------------------------------
      *MARCA O CREDITO COMO ENVIADO - O RETORNO DO BANCO (RETBANCO)
           IF FS NOT = "00"
               REWRITE PAGSTATREC
           .
       REZERA.
           IF SUBA > 1000
               GO TO REZERAX
           .
           MOVE ZEROS TO REAVAL(SUBA) REAFIL(SUBA)
           ADD 1 TO SUBA
           GO TO REZERA
           .
       REZERAX.
           EXIT.
       RERATEIA.
      *-----------------------------------------------------------------
      *CUSTO DO PEDIDO: A AREA INFORMADA NO PEDIDO OU, COM AREA ZERO,
      *AS FATIAS DO RATEIO DO FUNCIONARIO (SEM RATEIO, A AREA DO
      *CADASTRO). A ULTIMA FATIA LEVA O RESTO DO ARREDONDAMENTO, COMO
      *NO CONTABIL
      *-----------------------------------------------------------------
           MOVE 1 TO RATQTD
           MOVE RBAREA TO RATAREA(1)
           MOVE 100 TO RATPCT(1)
           IF RBAREA = ZEROS
               MOVE ARK2 TO RATAREA(1)
               PERFORM RERATCARG THRU RERATCARGX
           .
           MOVE ZEROS TO QREEMB
           MOVE 1 TO SUBR
       .
       RERATEIA2.
           IF SUBR > RATQTD
               GO TO RERATEIAX
           .
           IF SUBR = RATQTD
               COMPUTE WSHARE = RBVALOR - QREEMB
           ELSE
               COMPUTE WSHARE ROUNDED = RBVALOR * RATPCT(SUBR) / 100
           END-IF
           ADD WSHARE TO QREEMB
           MOVE RATAREA(SUBR) TO WAREA
           COMPUTE SUBA = WAREA + 1
           ADD WSHARE TO REAVAL(SUBA)
           MOVE FFILIAL TO REAFIL(SUBA)
           IF AREAOK = "S"
               MOVE WAREA TO ARK
               READ CADAREAS
               IF FS = "00"
                   MOVE AFILIAL TO REAFIL(SUBA)
               END-IF
           END-IF
           ADD 1 TO SUBR
           GO TO RERATEIA2
           .
       RERATEIAX.
           EXIT.
       RERATCARG.
           IF RATOK NOT = "S"
               GO TO RERATCARGX
           .
           MOVE RBRKF TO RTRKF
           MOVE ZEROS TO RTSEQ
           START RATEIO KEY IS NOT LESS THAN RTRK
           IF FS NOT = "00"
               GO TO RERATCARGX
           .
           MOVE ZEROS TO RATQTD
       .
       RERATCARG2.
           READ RATEIO NEXT RECORD
           IF FS NOT = "00" OR RTRKF NOT = RBRKF
               GO TO RERATCARG3
           END-IF
           IF RATQTD < 10
               ADD 1 TO RATQTD
               MOVE RTAREA TO RATAREA(RATQTD)
               MOVE RTPCT TO RATPCT(RATQTD)
           END-IF
           GO TO RERATCARG2
       .
       RERATCARG3.
           IF RATQTD = ZEROS
               MOVE 1 TO RATQTD
               MOVE ARK2 TO RATAREA(1)
               MOVE 100 TO RATPCT(1)
           .
       RERATCARGX.
           EXIT.
       REGRAVA.
           IF SUBA > 1000
               GO TO REGRAVAX
           .
           IF REAVAL(SUBA) = ZEROS
               ADD 1 TO SUBA
               GO TO REGRAVA
           .
           COMPUTE LCAREA = SUBA - 1
           MOVE LCAREA TO RESAREA
           MOVE REAFIL(SUBA) TO LCFILIAL RESFIL
           MOVE "D" TO LCDC
           MOVE "DESPESA REEMBOLSO" TO LCCONTA
           MOVE "RE" TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           MOVE REAVAL(SUBA) TO LCVALOR
           WRITE LCLINE FROM LCREG
           MOVE "C" TO LCDC
           MOVE "REEMBOLSO A PAGAR" TO LCCONTA
           MOVE "RP" TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           MOVE REAVAL(SUBA) TO LCVALOR
           WRITE LCLINE FROM LCREG
           ADD REAVAL(SUBA) TO TOTCTB
           ADD 1 TO SUBA
           GO TO REGRAVA
           .
       REGRAVAX.
           EXIT.
       RRESOLVE.
      *-----------------------------------------------------------------
      *RESOLVE A CONTA DO EVENTO NO MAPA (CADCONTA/FPP085) - DO MAIS
      *ESPECIFICO PARA O GERAL: AREA+FILIAL, AREA, FILIAL, PADRAO.
      *SEM MAPEAMENTO A LITERAL JA MOVIDA PERMANECE. MESMA REGRA DO
      *CONTABIL (FPP044)
      *-----------------------------------------------------------------
           IF MAPOK NOT = "S"
               GO TO RRESOLVEX
           .
           MOVE WEVEN TO CMPEVEN
           MOVE RESAREA TO CMPAREA
           MOVE RESFIL TO CMPFIL
           READ CONTMAP
           IF FS = "00"
               MOVE CMPCONTA TO LCCONTA
               GO TO RRESOLVEX
           .
           MOVE WEVEN TO CMPEVEN
           MOVE RESAREA TO CMPAREA
           MOVE ZEROS TO CMPFIL
           READ CONTMAP
           IF FS = "00"
               MOVE CMPCONTA TO LCCONTA
               GO TO RRESOLVEX
           .
           MOVE WEVEN TO CMPEVEN
           MOVE ZEROS TO CMPAREA
           MOVE RESFIL TO CMPFIL
           READ CONTMAP
           IF FS = "00"
               MOVE CMPCONTA TO LCCONTA
               GO TO RRESOLVEX
           .
           MOVE WEVEN TO CMPEVEN
           MOVE ZEROS TO CMPAREA
           MOVE ZEROS TO CMPFIL
           READ CONTMAP
           IF FS = "00"
               MOVE CMPCONTA TO LCCONTA
           .
       RRESOLVEX.
           EXIT.
       RCHKDIA.
      *-----------------------------------------------------------------
      *AVISA QUANDO A DATA DO CREDITO CAI EM FIM DE SEMANA OU FERIADO
           .
       RSIGNONQX.
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
