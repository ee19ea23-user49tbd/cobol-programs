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
           RECORD KEY IS CMPRK
           .
      *-----------------------------------------------------------------
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
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

           SELECT LANCTO ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
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
           VALUE OF FILE-ID IS "CONTMAP1.DAT".
       COPY CONTMAP.
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS - REGIME PREVIDENCIARIO DE CADA FILIAL
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *VERBAS (VER CADVERBA/FPP117) E DETALHE DA FOLHA POR VERBA - A
      *VERBA COM EVENTO CONTABIL PROPRIO (VBEVEN) E RECLASSIFICADA
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *SOCIOS/DIRETORES E PRO-LABORE (VER CADPROL/FPP131 E
      *PROLPAG/FPP132) - LANCADOS NA AREA DE CUSTO DO CADASTRO E NA
      *FILIAL DO CALCULO
      *-----------------------------------------------------------------
       FD PROLAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLAB1.DAT".
       COPY PROLAB.
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *ARQUIVO DE LANCAMENTOS CONTABEIS D/C POR AREA E FILIAL
      *-----------------------------------------------------------------
       FD LANCTO
           03 FILLER      PIC X(38) VALUE SPACES.
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
      *-----------------------------------------------------------------
           01 TRANSFOK    PIC X(01).
           01 TAXAOK      PIC X(01).
           01 ENCPCT      PIC 9(03)V9(04).
           01 ENCANO      PIC 9(03)V9(04).
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
           01 TABENC.
               03 FENCPCT OCCURS 99 TIMES PIC 9(03)V9(04).
           01 TRQTD       PIC 9(02).
           01 TRIDX       PIC 9(02).
           01 TRTAB.
           01 QADIANT     PIC 9(12)V99.
           01 QSDAB       PIC 9(12)V99.
           01 QSDNO       PIC 9(12)V99.
      *-----------------------------------------------------------------
      *VERBAS RECLASSIFICADAS POR AREA, EVENTO E NATUREZA (D/C)
      *-----------------------------------------------------------------
           01 VERBOK      PIC X(01).
           01 MVOK        PIC X(01).
           01 QVERB       PIC 9(12)V99.
           01 EVDCW       PIC X(01).
           01 EVQTD       PIC 9(03).
           01 EVIDX       PIC 9(03).
      *-----------------------------------------------------------------
      *AREA E FILIAL DO LANCAMENTO PARA O MAPA DE CONTAS (RRESOLVE)
      *-----------------------------------------------------------------
           01 RESAREA     PIC 9(03).
           01 RESFIL      PIC 9(02).
           01 PROLOK      PIC X(01).
           01 TOTPROL     PIC 9(06).
           01 EVTAB.
               03 EVENTR OCCURS 300 TIMES.
                   05 EVAREA  PIC 9(03).
                   05 EVCOD   PIC X(02).
                   05 EVDC    PIC X(01).
                   05 EVDESC  PIC X(21).
                   05 EVVAL   PIC 9(12)V99.
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT PR
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
               MOVE "S" TO TAXAOK
       .
       R01G.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
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
           OPEN INPUT PROLAB
           IF FS NOT = "00"
               MOVE "N" TO PROLOK
           ELSE
               OPEN INPUT PROLMOV
               IF FS NOT = "00"
                   MOVE "N" TO PROLOK
                   CLOSE PROLAB
               ELSE
                   MOVE "S" TO PROLOK
               END-IF
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTSKIP TOTDEB TOTCRED TRQTD
           MOVE ZEROS TO EVQTD TOTPROL
           PERFORM RZERA THRU RZERAX
           DISPLAY "EXPORTACAO CONTABIL DA FOLHA POR AREA E FILIAL"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
               GO TO R04
       .
       R05.
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO RF1
       .
       R06.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R07
           END-IF
           MOVE ZEROS TO QSDAB QSDNO
           PERFORM RAPLICA THRU RAPLICAX
               VARYING SUBR FROM 1 BY 1 UNTIL SUBR > RATQTD
           IF VERBOK = "S" AND MVOK = "S"
               PERFORM RVERBCT THRU RVERBCTX
           END-IF
           GO TO R06
       .
       RTRANSCHK.
               MOVE ARK2 TO TRAREA(TRQTD)
               MOVE TFFILORI TO TRFILO(TRQTD)
               MOVE TFFILDES TO TRFILD(TRQTD)
               IF TFFILORI = ZEROS
                   MOVE ENCANO TO ENCPCT
               ELSE
                   MOVE FENCPCT(TFFILORI) TO ENCPCT
               END-IF
               COMPUTE TRVAL(TRQTD) ROUNDED =
                   (PSALVALB + PFGTS
                   + (PSALVALB * ENCPCT / 100))
       RTAXAENC.
      *-----------------------------------------------------------------
      *PERCENTUAL PATRONAL DO ANO (INSS PATRONAL + RAT + TERCEIROS)
      *PARA COMPOR O CUSTO TOTAL NA REALOCACAO DE TRANSFERENCIA - POR
      *FILIAL, PELO REGIME DO CADFIL; A PARCELA REALOCADA USA O
      *PERCENTUAL DA FILIAL DE ORIGEM
      *-----------------------------------------------------------------
           MOVE ZEROS TO ENCANO ENCPCT TABENC
           IF TAXAOK NOT = "S"
               GO TO RTAXAENCX
           .
           MOVE BRKY TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               GO TO RTAXAENCX
           .
           COMPUTE ENCANO = TXPATPCT + TXRATPCT + TXTERPCT
           MOVE ZEROS TO FILW
           ADD 1 TO FILW
           .
       RTAXAENC2.
           PERFORM RREGIME THRU RREGIMEX
           COMPUTE FENCPCT(FILW) = REGPAT + REGRAT + REGTER
           IF FILW < 99
               ADD 1 TO FILW
               GO TO RTAXAENC2
           .
       RTAXAENCX.
           EXIT.
      *DEBITOS (DESPESA SALARIO + SAL FAMILIA + FGTS + SALDO DEVEDOR
      *CONSTITUIDO) DEVEM SER IGUAIS AOS CREDITOS (INSS + IRRF +
      *SINDICATO + PENSAO + LANCAMENTOS + COPARTICIPACAO + CONSIGNADO
      *+ ADIANTAMENTO + SALDO DEVEDOR RECUPERADO + LIQUIDO + FGTS),
      *MAIS O PRO-LABORE DA COMPETENCIA (RPROSOMA)
      *-----------------------------------------------------------------
           PERFORM RSOMA THRU RSOMAX
               VARYING SUBA FROM 1 BY 1 UNTIL SUBA > 999
           PERFORM REVSOMA THRU REVSOMAX
               VARYING EVIDX FROM 1 BY 1 UNTIL EVIDX > EVQTD
           PERFORM RPROSOMA THRU RPROSOMAX
           IF TOTDEB NOT = TOTCRED
               DISPLAY "PARTIDAS NAO FECHAM - ARQUIVO NAO GERADO"
               DISPLAY "TOTAL DEBITOS.: " TOTDEB
           .
           PERFORM RGRAVA THRU RGRAVAX
               VARYING SUBA FROM 1 BY 1 UNTIL SUBA > 999
           PERFORM REVGRAVA THRU REVGRAVAX
               VARYING EVIDX FROM 1 BY 1 UNTIL EVIDX > EVQTD
           PERFORM RTRANSLCT THRU RTRANSLCTX
               VARYING TRIDX FROM 1 BY 1 UNTIL TRIDX > TRQTD
           PERFORM RPROGRAV THRU RPROGRAVX
           CLOSE LANCTO
           DISPLAY "REGISTROS LIDOS......: " TOTLIDO
           DISPLAY "REGISTROS IGNORADOS..: " TOTSKIP
           DISPLAY "PRO-LABORES LANCADOS.: " TOTPROL
           DISPLAY "TOTAL DEBITOS........: " TOTDEB
           DISPLAY "TOTAL CREDITOS.......: " TOTCRED
           DISPLAY "PARTIDAS CONFERIDAS - ARQUIVO LIBERADO"
       .
       RF1.
           CLOSE PR FILEFUNC CADAREAS
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF RATOK = "S"
               CLOSE RATEIO
           END-IF
           IF TAXAOK = "S"
               CLOSE CADTAXA
           END-IF
           IF FILOK = "S"
               CLOSE CADFIL
           END-IF
           IF VERBOK = "S"
               CLOSE CADVERBA
           END-IF
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           IF PROLOK = "S"
               CLOSE PROLAB PROLMOV
           END-IF
           GOBACK
           .
       RZERA.
           IF ARQTDE(SUBA) = ZEROS
               GO TO RGRAVAX
           .
           MOVE SUBA TO LCAREA RESAREA
           MOVE ARFIL(SUBA) TO LCFILIAL RESFIL
           MOVE "D" TO LCDC
           MOVE "DESPESA SALARIOS" TO LCCONTA
           MOVE "SA" TO WEVEN
           .
       RTRANSLCTX.
           EXIT.
       RVERBCT.
      *-----------------------------------------------------------------
      *VERBAS DA EMPRESA (CODIGO 100 EM DIANTE) COM EVENTO CONTABIL NO
      *CADVERBA SAEM DA DESPESA DE SALARIOS (PROVENTO) OU DOS
      *LANCAMENTOS DESCONTADOS (DESCONTO) E VAO PARA A CONTA DO SEU
      *EVENTO, NAS MESMAS FATIAS DO RATEIO - AS PARTIDAS NAO MUDAM
      *-----------------------------------------------------------------
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE 100 TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RVERBCTX
           .
       RVERBCT2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RVERBCTX
           .
           IF VMRKF NOT = RKF OR VMRKM NOT = RKM OR VMRKY NOT = RKY
               OR VMSIT NOT = "A"
               GO TO RVERBCTX
           .
           IF VMTIPO NOT = "P" AND VMTIPO NOT = "D"
               GO TO RVERBCT2
           .
           MOVE VMCOD TO VBCOD
           READ CADVERBA
           IF FS NOT = "00" OR VBEVEN = SPACES
               GO TO RVERBCT2
           .
           MOVE ZEROS TO QVERB
           PERFORM RVERBRAT THRU RVERBRATX
               VARYING SUBR FROM 1 BY 1 UNTIL SUBR > RATQTD
           GO TO RVERBCT2
           .
       RVERBCTX.
           EXIT.
       RVERBRAT.
           MOVE RATAREA(SUBR) TO WAREA
           IF WAREA = ZEROS
               GO TO RVERBRATX
           .
           IF SUBR = RATQTD
               COMPUTE WSHARE = VMVALOR - QVERB
           ELSE
               COMPUTE WSHARE ROUNDED = VMVALOR * RATPCT(SUBR) / 100
           END-IF
           ADD WSHARE TO QVERB
           IF VMTIPO = "P"
               MOVE "D" TO EVDCW
               IF WSHARE > ARSAL(WAREA)
                   MOVE ARSAL(WAREA) TO WSHARE
               END-IF
           ELSE
               MOVE "C" TO EVDCW
               IF WSHARE > ARLANCD(WAREA)
                   MOVE ARLANCD(WAREA) TO WSHARE
               END-IF
           END-IF
           IF WSHARE NOT > ZEROS
               GO TO RVERBRATX
           .
           PERFORM REVACU THRU REVACUX
           IF EVIDX = ZEROS
               GO TO RVERBRATX
           .
           ADD WSHARE TO EVVAL(EVIDX)
           IF VMTIPO = "P"
               SUBTRACT WSHARE FROM ARSAL(WAREA)
           ELSE
               SUBTRACT WSHARE FROM ARLANCD(WAREA)
           .
       RVERBRATX.
           EXIT.
       REVACU.
      *-----------------------------------------------------------------
      *LOCALIZA (OU ABRE) A LINHA AREA+EVENTO+D/C - TABELA CHEIA
      *DEVOLVE EVIDX ZERO E A VERBA FICA NA CONTA ORIGINAL
      *-----------------------------------------------------------------
           MOVE 1 TO EVIDX
           .
       REVACU2.
           IF EVIDX > EVQTD
               GO TO REVACU3
           .
           IF EVAREA(EVIDX) = WAREA AND EVCOD(EVIDX) = VBEVEN
               AND EVDC(EVIDX) = EVDCW
               GO TO REVACUX
           .
           ADD 1 TO EVIDX
           GO TO REVACU2
           .
       REVACU3.
           IF EVQTD < 300
               ADD 1 TO EVQTD
               MOVE EVQTD TO EVIDX
               MOVE WAREA TO EVAREA(EVIDX)
               MOVE VBEVEN TO EVCOD(EVIDX)
               MOVE EVDCW TO EVDC(EVIDX)
               MOVE VBDESC TO EVDESC(EVIDX)
               MOVE ZEROS TO EVVAL(EVIDX)
           ELSE
               MOVE ZEROS TO EVIDX
           .
       REVACUX.
           EXIT.
       REVSOMA.
           IF EVDC(EVIDX) = "D"
               ADD EVVAL(EVIDX) TO TOTDEB
           ELSE
               ADD EVVAL(EVIDX) TO TOTCRED
           .
       REVSOMAX.
           EXIT.
       REVGRAVA.
           IF EVVAL(EVIDX) = ZEROS
               GO TO REVGRAVAX
           .
           MOVE EVAREA(EVIDX) TO SUBA
           MOVE SUBA TO LCAREA RESAREA
           MOVE ARFIL(SUBA) TO LCFILIAL RESFIL
           MOVE EVDC(EVIDX) TO LCDC
           MOVE EVDESC(EVIDX) TO LCCONTA
           MOVE EVCOD(EVIDX) TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           MOVE EVVAL(EVIDX) TO LCVALOR
           WRITE LCLINE FROM LCREG
           .
       REVGRAVAX.
           EXIT.
       RPROSOMA.
      *-----------------------------------------------------------------
      *PRO-LABORE DA COMPETENCIA NA CONFERENCIA DAS PARTIDAS: DEBITO
      *DO BRUTO E DA PATRONAL; CREDITO DO INSS (RETIDO + PATRONAL),
      *DO IRRF E DO LIQUIDO
      *-----------------------------------------------------------------
           IF PROLOK NOT = "S"
               GO TO RPROSOMAX
           .
           MOVE ZEROS TO PQRKB PQRKM PQRKY
           START PROLMOV KEY IS NOT LESS THAN PQRK
           IF FS NOT = "00"
               GO TO RPROSOMAX
           .
       RPROSOMA2.
           READ PROLMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO RPROSOMAX
           END-IF
           IF PQRKM NOT = BRKM OR PQRKY NOT = BRKY
               GO TO RPROSOMA2
           END-IF
           COMPUTE TOTDEB = TOTDEB + PQBRUTO + PQPATR
           COMPUTE TOTCRED = TOTCRED + PQINSS + PQPATR + PQIRRF
               + PQLIQ
           GO TO RPROSOMA2
           .
       RPROSOMAX.
           EXIT.
       RPROGRAV.
      *-----------------------------------------------------------------
      *LANCAMENTOS DO PRO-LABORE - UM JOGO POR SOCIO/DIRETOR NA AREA
      *DE CUSTO DO CADASTRO E NA FILIAL DO CALCULO
      *-----------------------------------------------------------------
           IF PROLOK NOT = "S"
               GO TO RPROGRAVX
           .
           MOVE ZEROS TO PQRKB PQRKM PQRKY
           START PROLMOV KEY IS NOT LESS THAN PQRK
           IF FS NOT = "00"
               GO TO RPROGRAVX
           .
       RPROGRAV2.
           READ PROLMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO RPROGRAVX
           END-IF
           IF PQRKM NOT = BRKM OR PQRKY NOT = BRKY
               GO TO RPROGRAV2
           END-IF
           MOVE PQRKB TO PBRK
           READ PROLAB
           IF FS NOT = "00"
               MOVE ZEROS TO PBAREA
           END-IF
           ADD 1 TO TOTPROL
           MOVE PBAREA TO LCAREA RESAREA
           MOVE PQFILIAL TO LCFILIAL RESFIL
           MOVE "D" TO LCDC
           MOVE "DESPESA PRO-LABORE" TO LCCONTA
           MOVE "PL" TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           MOVE PQBRUTO TO LCVALOR
           WRITE LCLINE FROM LCREG
           MOVE "D" TO LCDC
           MOVE "INSS PATRONAL PRO-LAB" TO LCCONTA
           MOVE "PP" TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           MOVE PQPATR TO LCVALOR
           WRITE LCLINE FROM LCREG
           MOVE "C" TO LCDC
           MOVE "INSS A RECOLHER" TO LCCONTA
           MOVE "IN" TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           COMPUTE LCVALOR = PQINSS + PQPATR
           WRITE LCLINE FROM LCREG
           MOVE "C" TO LCDC
           MOVE "IRRF A RECOLHER" TO LCCONTA
           MOVE "IR" TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           MOVE PQIRRF TO LCVALOR
           WRITE LCLINE FROM LCREG
           MOVE "C" TO LCDC
           MOVE "PRO-LABORE A PAGAR" TO LCCONTA
           MOVE "LP" TO WEVEN
           PERFORM RRESOLVE THRU RRESOLVEX
           MOVE PQLIQ TO LCVALOR
           WRITE LCLINE FROM LCREG
           GO TO RPROGRAV2
           .
       RPROGRAVX.
           EXIT.
       RRESOLVE.
      *-----------------------------------------------------------------
      *RESOLVE A CONTA DO EVENTO NO MAPA (CADCONTA/FPP085) - DO MAIS
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
           .
           MOVE WEVEN TO CMPEVEN
           MOVE ZEROS TO CMPAREA
           MOVE RESFIL TO CMPFIL
           READ CONTMAP
           IF FS = "00"
               MOVE CMPCONTA TO LCCONTA
           .
       RRESOLVEX.
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
