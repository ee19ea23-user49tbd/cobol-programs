           RECORD KEY IS FERK
           .

           SELECT SALDOINI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SIMAT
           .

           SELECT FERPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           03 ULTMES     PIC 9(02).
           03 ULTANO     PIC 9(04).
           03 ULTSEQ     PIC 9(03).
      *-----------------------------------------------------------------
      *SALDO INICIAL DE FUNCIONARIO ABSORVIDO (VER SALDOIMP/FPP162) -
      *O RECALCULO PARTE DOS SALDOS DO CORTE, NAO DA ADMISSAO
      *-----------------------------------------------------------------
       FD SALDOINI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDOINI1.DAT".
       COPY SALDOINI.
      *-----------------------------------------------------------------
       FD FERPAG
           LABEL RECORD IS STANDARD
           01 TOTFUNC     PIC 9(06).
           01 TOTDIV      PIC 9(06).
           01 HISTOK      PIC X(01).
           01 SIOK        PIC X(01).
           01 SIW         PIC X(01).
           01 ORDCOR      PIC 9(06).
      *-----------------------------------------------------------------
           01 CALCFGTS    PIC 9(12)V99.
           01 SALDOFGTS   PIC 9(12)V99.
           ELSE
               MOVE "S" TO HISTOK
       .
       R01F.
           OPEN INPUT SALDOINI
           IF FS NOT = "00"
               MOVE "N" TO SIOK
           ELSE
               MOVE "S" TO SIOK
       .
       R01D.
           OPEN INPUT FERPAG
           IF FS NOT = "00"
               GO TO R06
           END-IF
           ADD 1 TO TOTFUNC
           PERFORM RSALINI THRU RSALINIX
           PERFORM RFGTS THRU RFGTSX
           PERFORM RFERIAS THRU RFERIASX
           IF DIFFGTS NOT = ZEROS OR DIFDIAS NOT = ZEROS
           IF HISTOK = "S"
               CLOSE PRHIST
           END-IF
           IF SIOK = "S"
               CLOSE SALDOINI
           END-IF
           GOBACK
           .
       RSALINI.
      *-----------------------------------------------------------------
      *FUNCIONARIO ABSORVIDO DE OUTRA EMPRESA: FGTS E FERIAS PARTEM DO
      *SALDO CARREGADO NO CORTE E SO AS COMPETENCIAS POSTERIORES A ELE
      *ENTRAM NO RECALCULO
      *-----------------------------------------------------------------
           MOVE "N" TO SIW
           MOVE ZEROS TO ORDCOR
           IF SIOK NOT = "S"
               GO TO RSALINIX
           .
           MOVE RKT TO SIMAT
           READ SALDOINI
           IF FS = "00"
               MOVE "S" TO SIW
               COMPUTE ORDCOR = SICORANO * 12 + SICORMES
           .
       RSALINIX.
           EXIT.
       RFGTS.
      *-----------------------------------------------------------------
      *RECALCULA O FGTS DO FUNCIONARIO SOMANDO O PFGTS DE TODAS AS
      *COMPETENCIAS POSTADAS NA FOLHA (SO O QUE PASSOU PELA APROVACAO)
      *-----------------------------------------------------------------
           MOVE ZEROS TO CALCFGTS SALDOFGTS DIFFGTS
           IF SIW = "S"
               MOVE SIFGTS TO CALCFGTS
           .
           MOVE RKT TO RKF
           MOVE ZEROS TO RKM RKY
           START PR KEY IS NOT LESS THAN RK
           IF FS NOT = "00" OR RKF NOT = RKT
               GO TO RFGTS2H
           END-IF
           IF SIW = "S" AND RKY * 12 + RKM NOT > ORDCOR
               GO TO RFGTS2
           END-IF
           ADD PFGTS TO CALCFGTS
           GO TO RFGTS2
           .
           IF FS NOT = "00" OR HRKF NOT = RKT
               GO TO RFGTS3
           END-IF
           IF SIW = "S" AND HRKY * 12 + HRKM NOT > ORDCOR
               GO TO RFGTS2H2
           END-IF
           MOVE PRHREC TO PRM
           IF HVER < 1
               MOVE ZEROS TO PVALVINC PVALATRAS PVALINTRA
               MOVE ZEROS TO PVALANUEN PVALPENH
               MOVE "L" TO PIRRFROTA
           END-IF
           IF HVER < 2
               MOVE ZEROS TO PVALREDIR
           END-IF
           ADD PFGTS TO CALCFGTS
           GO TO RFGTS2H2
           .
               GO TO RFERIASX
           .
           MOVE DIASACUM TO SALDODIAS
           IF SIW = "S"
               COMPUTE MESESDECOR = (ULTANO * 12 + ULTMES) - ORDCOR
           ELSE
               COMPUTE MESESDECOR = (ULTANO * 12 + ULTMES) -
                   (ADANO * 12 + ADMES)
           .
           IF MESESDECOR < ZEROS
               MOVE ZEROS TO MESESDECOR
           .
           COMPUTE CALCDIAS ROUNDED = MESESDECOR * 2,5
           IF SIW = "S"
               ADD SIFERDIAS TO CALCDIAS
           .
           MOVE RKT TO FPRKF
           MOVE ZEROS TO FPSEQ
           START FERPAG KEY IS NOT LESS THAN FPRK
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           IF SIW = "S"
               MOVE SPACES TO LINHA
               STRING "  SALDO INICIAL ATE " SICORMES "/" SICORANO
                   " (LOTE " SILOTE ") FGTS: " SIFGTS
                   " FERIAS: " SIFERDIAS
                   INTO LINHA
               MOVE LINHA TO RECLINE
               WRITE RECLINE
           END-IF
           IF DIFFGTS NOT = ZEROS
               MOVE SPACES TO LINHA
               STRING "  FGTS SALDO: " SALDOFGTS
