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
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT PROLMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PQRK
           .
      *-----------------------------------------------------------------
           SELECT REINFARQ ASSIGN TO NOMEARQ
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
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *PRO-LABORE DOS SOCIOS E DIRETORES (VER PROLPAG/FPP132) - BASE E
      *PATRONAL DE 20% DO CONTRIBUINTE INDIVIDUAL NA FILIAL DO CALCULO
      *-----------------------------------------------------------------
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *ARQUIVO EFD-REINF NO LAYOUT POSICIONAL DECLARAVEL - R1000
      *(EMPREGADOR POR CNPJ) SEGUIDO DO R2099 (BASES E VALORES DO
      *FECHAMENTO DA COMPETENCIA). REFCIBASE/REFCIPAT: PRO-LABORE DE
      *CONTRIBUINTE INDIVIDUAL E SUA PATRONAL, FORA DA BASE DA FOLHA
      *-----------------------------------------------------------------
       FD REINFARQ
           LABEL RECORD IS STANDARD.
           03 REFPAT      PIC 9(12)V99.
           03 REFRAT      PIC 9(12)V99.
           03 REFTER      PIC 9(12)V99.
           03 REFCIBASE   PIC 9(12)V99.
           03 REFCIPAT    PIC 9(12)V99.
           03 FILLER      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       FD CONFRPT
           LABEL RECORD IS STANDARD.
       01 CONFLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 NOMECONF    PIC X(40).
               03 FILENT OCCURS 99 TIMES.
                   05 FILBASE   PIC 9(12)V99.
                   05 FILQTDE   PIC 9(06).
                   05 FILCIBAS  PIC 9(12)V99.
                   05 FILCIPAT  PIC 9(12)V99.
           01 VALPAT      PIC 9(12)V99.
           01 VALRAT      PIC 9(12)V99.
           01 VALTER      PIC 9(12)V99.
           01 GPAT        PIC 9(14)V99.
           01 GRAT        PIC 9(14)V99.
           01 GTER        PIC 9(14)V99.
           01 GCIBAS      PIC 9(14)V99.
           01 GCIPAT      PIC 9(14)V99.
           01 PROLOK      PIC X(01).
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
               DISPLAY "ERRO AO ABRIR CADFIL - CADASTRE AS FILIAIS "
                   "NO FPP067"
               GOBACK
           .
           MOVE "S" TO FILOK
       .
       R01D.
           OPEN INPUT PROLMOV
           IF FS NOT = "00"
               MOVE "N" TO PROLOK
           ELSE
               MOVE "S" TO PROLOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTSKIP GBASE GPAT GRAT GTER
           MOVE ZEROS TO GCIBAS GCIPAT
           PERFORM RZERA THRU RZERAX
           DISPLAY "GERACAO DO ARQUIVO EFD-REINF POR COMPETENCIA"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
               GO TO RF1
       .
       R07.
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO R08L
       .
       R08.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R08L
           END-IF
           IF RKM NOT = BRKM OR RKY NOT = BRKY
               GO TO R08
           ADD 1 TO FILQTDE(FFILIAL)
           GO TO R08
       .
       R08L.
      *-----------------------------------------------------------------
      *PRO-LABORE DA COMPETENCIA POR FILIAL
      *-----------------------------------------------------------------
           IF PROLOK NOT = "S"
               GO TO R09
           .
           MOVE ZEROS TO PQRKB PQRKM PQRKY
           START PROLMOV KEY IS NOT LESS THAN PQRK
           IF FS NOT = "00"
               GO TO R09
       .
       R08L2.
           READ PROLMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO R09
           END-IF
           IF PQRKM NOT = BRKM OR PQRKY NOT = BRKY
               GO TO R08L2
           END-IF
           ADD 1 TO TOTLIDO
           IF PQFILIAL = ZEROS
               ADD 1 TO TOTSKIP
               GO TO R08L2
           END-IF
           ADD PQBRUTO TO FILCIBAS(PQFILIAL)
           ADD PQPATR TO FILCIPAT(PQFILIAL)
           GO TO R08L2
       .
       R09.
           MOVE ALL "=" TO CONFLINE
           WRITE CONFLINE
               GO TO R10
           END-IF
           MOVE FILRK TO SUBF
           IF FILQTDE(SUBF) = ZEROS AND FILCIBAS(SUBF) = ZEROS
               GO TO R10
           END-IF
           MOVE "R1000" TO REECOD
           MOVE FILCNPJ TO REECNPJ
           MOVE FILRAZAO TO REERAZAO
           WRITE REINFLINE FROM REINFEMP
           MOVE SUBF TO FILW
           PERFORM RREGIME THRU RREGIMEX
           COMPUTE VALPAT ROUNDED = FILBASE(SUBF) * REGPAT / 100
           COMPUTE VALRAT ROUNDED = FILBASE(SUBF) * REGRAT / 100
           COMPUTE VALTER ROUNDED = FILBASE(SUBF) * REGTER / 100
           MOVE "R2099" TO REFCOD
           MOVE FILCNPJ TO REFCNPJ
           COMPUTE REFCOMP = BRKM * 10000 + BRKY
           MOVE VALPAT TO REFPAT
           MOVE VALRAT TO REFRAT
           MOVE VALTER TO REFTER
           MOVE FILCIBAS(SUBF) TO REFCIBASE
           MOVE FILCIPAT(SUBF) TO REFCIPAT
           WRITE REINFLINE FROM REINFFECH
           ADD FILBASE(SUBF) TO GBASE
           ADD VALPAT TO GPAT
           ADD VALRAT TO GRAT
           ADD VALTER TO GTER
           ADD FILCIBAS(SUBF) TO GCIBAS
           ADD FILCIPAT(SUBF) TO GCIPAT
           MOVE SPACES TO LINHA
           STRING "FILIAL " FILRK " CNPJ " FILCNPJ
               " FUNC " FILQTDE(SUBF)
               INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           IF FILCIBAS(SUBF) NOT = ZEROS
               MOVE SPACES TO LINHA
               STRING "  PRO-LABORE " FILCIBAS(SUBF) " PATRONAL 20% "
                   FILCIPAT(SUBF)
                   INTO LINHA
               MOVE LINHA TO CONFLINE
               WRITE CONFLINE
           END-IF
           GO TO R10
       .
       R11.
               INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           MOVE SPACES TO LINHA
           STRING "TOTAL PRO-LABORE " GCIBAS " PATRONAL " GCIPAT
               INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           MOVE ALL "=" TO CONFLINE
           WRITE CONFLINE
           CLOSE REINFARQ CONFRPT
       .
       RF1.
           CLOSE PR FILEFUNC CADTAXA CADFIL
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF PROLOK = "S"
               CLOSE PROLMOV
           END-IF
           GOBACK
           .
       RZERA.
       RZERAX.
           IF SUBF < 100
               MOVE ZEROS TO FILBASE(SUBF) FILQTDE(SUBF)
               MOVE ZEROS TO FILCIBAS(SUBF) FILCIPAT(SUBF)
               ADD 1 TO SUBF
               GO TO RZERAX
           .
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
