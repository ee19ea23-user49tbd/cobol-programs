           FILE STATUS IS FS
           RECORD KEY IS PLRK
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
           SELECT INFORME ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLR1.DAT".
       COPY PLR.
      *-----------------------------------------------------------------
      *CONTRIBUICOES A PREVIDENCIA COMPLEMENTAR (VER CADPREV/FPP146) -
      *A DO FUNCIONARIO NO QUADRO DAS DEDUCOES, A DA EMPRESA NAS
      *INFORMACOES COMPLEMENTARES
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
      *-----------------------------------------------------------------
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE (VER RRACALC NO CALCULO) -
      *QUADRO PROPRIO, FORA DOS RENDIMENTOS E DO IRRF MENSAIS
      *-----------------------------------------------------------------
       FD RRAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
      *-----------------------------------------------------------------
       FD INFORME
           LABEL RECORD IS STANDARD.
           01 PLROK       PIC X(01).
           01 TPLRBRUTO   PIC 9(10)V99.
           01 TPLRIRRF    PIC 9(10)V99.
           01 PREVOK      PIC X(01).
           01 TPREVC      PIC 9(10)V99.
           01 TPREVP      PIC 9(10)V99.
           01 PREVCNPJ    PIC 9(14).
           01 RRAOK       PIC X(01).
           01 TRRAV       PIC 9(10)V99.
           01 TRRAI       PIC 9(10)V99.
           01 TRRAM       PIC 9(03).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BRKY        PIC 9(04).
           01 MM          PIC 9(02).
           01 TINSS       PIC 9(12)V99.
           01 TIMPR       PIC 9(12)V99.
           01 TREDIR      PIC 9(12)V99.
           01 LINHA       PIC X(80).
           01 TOTFUNC     PIC 9(06).
           01 TOTGRAV     PIC 9(06).
           ELSE
               MOVE "S" TO PLROK
       .
       R01P.
           OPEN INPUT PREVMOV
           IF FS NOT = "00"
               MOVE "N" TO PREVOK
           ELSE
               MOVE "S" TO PREVOK
       .
       R01R.
           OPEN INPUT RRAMOV
           IF FS NOT = "00"
               MOVE "N" TO RRAOK
           ELSE
               MOVE "S" TO RRAOK
       .
       R01F.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               GO TO R08
           END-IF
           ADD 1 TO TOTFUNC
           MOVE ZEROS TO TINSS TIMPR TREDIR
           MOVE RKT TO RKF
           MOVE BRKY TO RKY
           PERFORM VARYING MM FROM 1 BY 1 UNTIL MM > 12
               IF FS = "00"
                   ADD PINSS TO TINSS
                   ADD PIMPR TO TIMPR
                   ADD PVALREDIR TO TREDIR
               ELSE
                   IF HISTOK = "S"
                       MOVE RK TO HRK
                               MOVE ZEROS TO PVALPENH
                               MOVE "L" TO PIRRFROTA
                           END-IF
                           IF HVER < 2
                               MOVE ZEROS TO PVALREDIR
                           END-IF
                           ADD PINSS TO TINSS
                           ADD PIMPR TO TIMPR
                           ADD PVALREDIR TO TREDIR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM RPLRSOMA THRU RPLRSOMAX
           PERFORM RPREVSOMA THRU RPREVSOMAX
           PERFORM RRRASOMA THRU RRRASOMAX
           IF TINSS = ZEROS AND TIMPR = ZEROS AND TRRAV = ZEROS
                   AND TPLRBRUTO = ZEROS AND TPREVC = ZEROS
               ADD 1 TO TOTSKIP
               GO TO R06
           END-IF
           IF PLROK = "S"
               CLOSE PLR
           .
           IF PREVOK = "S"
               CLOSE PREVMOV
           .
           IF RRAOK = "S"
               CLOSE RRAMOV
           .
           GOBACK
           .
       RF2.
               INTO LINHA
           MOVE LINHA TO INFLINE
           WRITE INFLINE
           IF TREDIR > ZEROS
               MOVE SPACES TO LINHA
               STRING "REDUTOR DO IRRF NO ANO......: " TREDIR
                   INTO LINHA
               MOVE LINHA TO INFLINE
               WRITE INFLINE
           END-IF
           IF TPREVC > ZEROS
               MOVE SPACES TO LINHA
               STRING "PREVIDENCIA COMPLEMENTAR....: " TPREVC
                   " CNPJ: " PREVCNPJ
                   INTO LINHA
               MOVE LINHA TO INFLINE
               WRITE INFLINE
           END-IF
           IF TPREVP > ZEROS
               MOVE SPACES TO LINHA
               STRING "INF. COMPL. - PREVIDENCIA PAGA PELA EMPRESA: "
                   TPREVP
                   INTO LINHA
               MOVE LINHA TO INFLINE
               WRITE INFLINE
           END-IF
           IF TPLRBRUTO > ZEROS
               MOVE SPACES TO LINHA
               STRING "PLR (TRIBUTACAO EXCLUSIVA)..: " TPLRBRUTO
               MOVE LINHA TO INFLINE
               WRITE INFLINE
           END-IF
           IF TRRAV > ZEROS
               MOVE "RENDIMENTOS RECEBIDOS ACUMULADAMENTE (RRA)"
                   TO INFLINE
               WRITE INFLINE
               MOVE SPACES TO LINHA
               STRING "  RENDIMENTO TRIBUTAVEL....: " TRRAV
                   " MESES: " TRRAM
                   INTO LINHA
               MOVE LINHA TO INFLINE
               WRITE INFLINE
               MOVE SPACES TO LINHA
               STRING "  IRRF EXCLUSIVO NA FONTE..: " TRRAI
                   INTO LINHA
               MOVE LINHA TO INFLINE
               WRITE INFLINE
           END-IF
           MOVE ALL "-" TO INFLINE
           WRITE INFLINE
           MOVE SPACES TO INFLINE
           .
       RPLRSOMAX.
           EXIT.
       RPREVSOMA.
      *-----------------------------------------------------------------
      *CONTRIBUICOES APROVADAS DO ANO - A ENTIDADE INFORMADA E A DO
      *ULTIMO MES COM CONTRIBUICAO
      *-----------------------------------------------------------------
           MOVE ZEROS TO TPREVC TPREVP PREVCNPJ
           IF PREVOK NOT = "S"
               GO TO RPREVSOMAX
           .
           MOVE RKT TO PZRKF
           MOVE BRKY TO PZANO
           MOVE ZEROS TO PZMES
           MOVE SPACES TO PZSIT
           START PREVMOV KEY IS NOT LESS THAN PZRK
           IF FS NOT = "00"
               GO TO RPREVSOMAX
           .
       RPREVSOMA2.
           READ PREVMOV NEXT RECORD
           IF FS NOT = "00" OR PZRKF NOT = RKT OR PZANO NOT = BRKY
               GO TO RPREVSOMAX
           END-IF
           IF PZSIT = "A"
               ADD PZCONTR TO TPREVC
               ADD PZPATR TO TPREVP
               MOVE PZCNPJ TO PREVCNPJ
           END-IF
           GO TO RPREVSOMA2
           .
       RPREVSOMAX.
           EXIT.
       RRRASOMA.
      *-----------------------------------------------------------------
      *RRA APROVADO NO ANO - RENDIMENTO, MESES E IRRF SOMADOS DE TODAS
      *AS COMPETENCIAS EM QUE HOUVE PAGAMENTO. O IRRF SAI DO TOTAL DO
      *IMPOSTO MENSAL, QUE O CONTEM
      *-----------------------------------------------------------------
           MOVE ZEROS TO TRRAV TRRAI TRRAM
           IF RRAOK NOT = "S"
               GO TO RRRASOMA3
           .
           MOVE RKT TO RQRKF
           MOVE BRKY TO RQANO
           MOVE ZEROS TO RQMES
           MOVE SPACES TO RQSIT
           START RRAMOV KEY IS NOT LESS THAN RQRK
           IF FS NOT = "00"
               GO TO RRRASOMA3
           .
       RRRASOMA2.
           READ RRAMOV NEXT RECORD
           IF FS NOT = "00" OR RQRKF NOT = RKT OR RQANO NOT = BRKY
               GO TO RRRASOMA3
           END-IF
           IF RQSIT = "A"
               ADD RQVALOR TO TRRAV
               ADD RQIMPR TO TRRAI
               ADD RQMESES TO TRRAM
           END-IF
           GO TO RRRASOMA2
           .
       RRRASOMA3.
      *-----------------------------------------------------------------
      *O IRRF DO RRA ESTA NO PIMPR DA FOLHA - SAI DO TOTAL MENSAL
      *-----------------------------------------------------------------
           IF TIMPR > TRRAI
               SUBTRACT TRRAI FROM TIMPR
           ELSE
               MOVE ZEROS TO TIMPR
           .
       RRRASOMAX.
           EXIT.
