           RECORD KEY IS PVRK
           .

           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .

           SELECT PROVRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           03 PVFER       PIC 9(12)V99.
           03 PVENC       PIC 9(12)V99.
           03 PVFIL       PIC 9(02).
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS - REGIME PREVIDENCIARIO DE CADA FILIAL
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
       FD PROVRPT
           LABEL RECORD IS STANDARD.
           01 PROVFER     PIC 9(10)V99.
           01 PROVENC     PIC 9(10)V99.
           01 PROVTOT     PIC 9(10)V99.
           01 ENCPCT      PIC 9(03)V9(04).
           01 ENCBASE     PIC 9(03)V9(04).
           01 SALMES      PIC 9(10)V99.
      *-----------------------------------------------------------------
           01 TABFIL.
           01 ANTKY       PIC 9(04).
           01 TOTREV      PIC 9(06).
           01 TOTLCT      PIC 9(06).
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
      *-----------------------------------------------------------------
      *PATRONAL + RAT X FAP + TERCEIROS SOBRE A FOLHA, POR FILIAL
      *-----------------------------------------------------------------
           01 TABENC.
               03 FENCPCT OCCURS 99 TIMES PIC 9(03)V9(04).
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT FILEFUNC
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01F.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
       .
       R02.
           MOVE ZEROS TO TOTFUNC TOTSKIP GPROV13 GPROVFER GPROVENC
           MOVE ZEROS TO TOTREV TOTLCT
      *-----------------------------------------------------------------
      *ENCARGOS SOBRE AS PROVISOES: FGTS (8%, OU 2% DE APRENDIZ) +
      *PATRONAL + RAT + TERCEIROS DA TABELA DO ANO - A PARCELA DO
      *FGTS ENTRA POR FUNCIONARIO NO RCALC, CONFORME O CONTRATO. CADA
      *FILIAL TEM O SEU PERCENTUAL PELO REGIME DO CADFIL (NA CPRB A
      *CONTRIBUICAO SOBRE A RECEITA NAO INCIDE SOBRE A PROVISAO)
      *-----------------------------------------------------------------
           MOVE BRKY TO TXANO
           READ CADTAXA
               MOVE ZEROS TO TXPATPCT TXRATPCT TXTERPCT
           .
           COMPUTE ENCBASE = TXPATPCT + TXRATPCT + TXTERPCT
           PERFORM RENCFIL THRU RENCFILX
       .
       R04.
           MOVE SPACES TO NOMEARQ
           END-IF
      *-----------------------------------------------------------------
      *ESTAGIARIO NAO TEM 13O NEM FERIAS REMUNERADAS - FORA DA
      *PROVISAO, COMO NO GRATNAT E NO FPP019. INTERMITENTE TAMBEM FICA
      *DE FORA - 13O E FERIAS SAEM PAGOS EM CADA CONVOCACAO
      *-----------------------------------------------------------------
           IF CONTRTIPO = "E" OR CONTRTIPO = "I"
               ADD 1 TO TOTSKIP
               GO TO R07
           END-IF
       .
       RF1.
           CLOSE FILEFUNC CADCARGO FERIASBAL CADTAXA CADAREAS PROVSAL
           IF FILOK = "S"
               CLOSE CADFIL
           END-IF
           GOBACK
           .
       RLANCTO.
      *ENCARGOS SOBRE AS DUAS PROVISOES - FGTS DE 2% PARA APRENDIZ,
      *8% PARA OS DEMAIS, COMO NO FGTSCALC
      *-----------------------------------------------------------------
           IF FFILIAL = ZEROS
               MOVE ENCBASE TO ENCPCT
           ELSE
               MOVE FENCPCT(FFILIAL) TO ENCPCT
           END-IF
           IF CONTRTIPO = "A"
               ADD 2,0 TO ENCPCT
           ELSE
               ADD 8,0 TO ENCPCT
           END-IF
           COMPUTE PROVENC ROUNDED =
               (PROV13 + PROVFER) * ENCPCT / 100
           .
       RFILIALX.
           EXIT.
       RENCFIL.
      *-----------------------------------------------------------------
      *MONTA O PERCENTUAL DE ENCARGOS DE CADA FILIAL (01-99)
      *-----------------------------------------------------------------
           MOVE ZEROS TO FILW
           ADD 1 TO FILW
           .
       RENCFIL2.
           PERFORM RREGIME THRU RREGIMEX
           COMPUTE FENCPCT(FILW) = REGPAT + REGRAT + REGTER
           IF FILW < 99
               ADD 1 TO FILW
               GO TO RENCFIL2
           .
       RENCFILX.
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
