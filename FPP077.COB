           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT CADCBO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CBORK
           .
      *-----------------------------------------------------------------
           SELECT RAISARQ ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *CARGOS E TABELA CBO (VER CADCBO/FPP136) - OCUPACAO DO VINCULO
      *PELO CARGO ATUAL DO FUNCIONARIO
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD CADCBO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCBO1.DAT".
       COPY CBO.
      *-----------------------------------------------------------------
      *ARQUIVO RAIS - REGISTRO DE ESTABELECIMENTO (RAISE) SEGUIDO DOS
      *VINCULOS (RAISV) COM AS DOZE REMUNERACOES MENSAIS E O 13O
      *-----------------------------------------------------------------
       FD RAISARQ
           LABEL RECORD IS STANDARD.
       01 RAISLINE PIC X(256).
       01 RAISESTAB.
           03 RECOD       PIC X(05).
           03 REFIL       PIC 9(02).
           03 RERAZAO     PIC X(40).
           03 REQTDE      PIC 9(06).
           03 REMUNIC     PIC 9(07).
           03 FILLER      PIC X(182) VALUE SPACES.
       01 RAISVINC.
           03 RVCOD       PIC X(05).
           03 RVMAT       PIC 9(06).
           03 RVJORN      PIC 9(03).
           03 RVMESVAL    PIC 9(10)V99 OCCURS 12 TIMES.
           03 RV13VAL     PIC 9(10)V99.
           03 RVCBO       PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       FD CONFRPT
           01 HISTOK      PIC X(01).
           01 SUMMOK      PIC X(01).
           01 P13OK       PIC X(01).
           01 CARGOOK     PIC X(01).
           01 CBOOK       PIC X(01).
           01 CBOVAL      PIC X(01).
           01 DEMANT      PIC X(01).
       PROCEDURE DIVISION.
       R01.
           ELSE
               MOVE "S" TO P13OK
       .
       R01U.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "AVISO: CADCARGO AUSENTE - VINCULOS SEM CBO"
               MOVE "N" TO CARGOOK
           ELSE
               MOVE "S" TO CARGOOK
       .
       R01V.
           OPEN INPUT CADCBO
           IF FS NOT = "00"
               MOVE "N" TO CBOOK
           ELSE
               MOVE "S" TO CBOOK
       .
       R02.
           MOVE ZEROS TO TOTVINC TOTINCON GERREMU
           DISPLAY "GERACAO DO ARQUIVO RAIS ANUAL POR FILIAL"
           IF RVJORN = ZEROS
               MOVE 220 TO RVJORN
           END-IF
           PERFORM RCBO THRU RCBOX
           WRITE RAISLINE FROM RAISVINC
           PERFORM RINCON THRU RINCONX
           GO TO RVARRE2
                       MOVE ZEROS TO PVALANUEN PVALPENH
                       MOVE "L" TO PIRRFROTA
                   END-IF
                   IF HVER < 2
                       MOVE ZEROS TO PVALREDIR
                   END-IF
               END-IF
           END-IF
           IF FS = "00"
           .
       RCOLETAX.
           EXIT.
       RCBO.
      *-----------------------------------------------------------------
      *CBO DO CARGO - ZEROS, FORA DA TABELA OU EXTINTA E CBO INVALIDA
      *-----------------------------------------------------------------
           MOVE ZEROS TO RVCBO
           MOVE "N" TO CBOVAL
           IF CARGOOK NOT = "S"
               GO TO RCBOX
           .
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00" OR CCBO = ZEROS
               GO TO RCBOX
           .
           MOVE CCBO TO RVCBO
           IF CBOOK NOT = "S"
               MOVE "S" TO CBOVAL
               GO TO RCBOX
           .
           MOVE CCBO TO CBORK
           READ CADCBO
           IF FS = "00" AND CBOSIT = "A"
               MOVE "S" TO CBOVAL
           .
       RCBOX.
           EXIT.
       RINCON.
      *-----------------------------------------------------------------
      *INCONSISTENCIAS QUE GERAM MULTA: VINCULO SEM PIS, SEM CBO VALIDA
      *E DERIVA ENTRE O DETALHE DECLARADO E O RESUMO ANUAL DO
      *ARQUIVAMENTO (PRSUMM)
      *-----------------------------------------------------------------
           IF PISNUM = ZEROS
               ADD 1 TO TOTINCON
               MOVE LINHA TO CONFLINE
               WRITE CONFLINE
           .
           IF CBOVAL NOT = "S"
               ADD 1 TO TOTINCON
               MOVE SPACES TO LINHA
               STRING "  INCONSISTENCIA RK " RKT " - CARGO " CRK2
                   " SEM CBO VALIDA" INTO LINHA
               MOVE LINHA TO CONFLINE
               WRITE CONFLINE
           .
           IF SUMMOK = "S"
               MOVE RKT TO SMRKF
               MOVE BRKY TO SMRKY
           IF P13OK = "S"
               CLOSE PR13
           .
           IF CARGOOK = "S"
               CLOSE CADCARGO
           .
           IF CBOOK = "S"
               CLOSE CADCBO
           .
           GOBACK
           .
