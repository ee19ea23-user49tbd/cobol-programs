           RECORD KEY IS VGRK
           .

           SELECT CADCBO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CBORK
           .

           SELECT CARGOHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           VALUE OF FILE-ID IS "CADVAGA1.DAT".
       COPY VAGAS.
      *-----------------------------------------------------------------
      *TABELA CBO (VER CADCBO/FPP136) - A ADMISSAO LEVA A OCUPACAO DO
      *CARGO AO ESOCIAL (S2200)
      *-----------------------------------------------------------------
       FD CADCBO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCBO1.DAT".
       COPY CBO.
      *-----------------------------------------------------------------
      *HISTORICO DE CARGOS POR MATRICULA (MESMO DO PROGGER)
      *-----------------------------------------------------------------
       FD CARGOHIST
           01 DVINF    PIC X(01).
           01 BANCOCHK PIC X(01).
           01 VAGASOK  PIC X(01).
           01 CBOOK    PIC X(01).
           01 VAGOCUP  PIC 9(04).
           01 DUPACHOU PIC X(01).
           01 WQUOC    PIC 9(06).
           ELSE
               MOVE "S" TO VAGASOK
       .
       R01D2.
           OPEN INPUT CADCBO
           IF FS NOT = "00"
               MOVE "N" TO CBOOK
           ELSE
               MOVE "S" TO CBOOK
       .
       R01E.
           OPEN I-O CARGOHIST
           IF FS = "35"
           IF VAGASOK = "S"
               CLOSE CADVAGAS
           END-IF
           IF CBOOK = "S"
               CLOSE CADCBO
           END-IF
           GOBACK
           .
       RDESMON.
               PERFORM RCRITICA
               GO TO RVALIDAX
           .
           IF CCBO = ZEROS
               MOVE "CARGO SEM CBO (AJUSTE NO FPP003)" TO CRITTXT
               PERFORM RCRITICA
               GO TO RVALIDAX
           .
           IF CBOOK = "S"
               MOVE CCBO TO CBORK
               READ CADCBO
               IF FS NOT = "00" OR CBOSIT NOT = "A"
                   MOVE "CBO DO CARGO INEXISTENTE OU EXTINTA" TO CRITTXT
                   PERFORM RCRITICA
                   GO TO RVALIDAX
               END-IF
           .
           MOVE WAREA TO ARK
           READ CADAREAS
           IF FS NOT = "00"
               MOVE WJORN TO JORNADA
           .
           MOVE "C" TO PAGTIPO
           MOVE "N" TO PCDTIPO
           MOVE SPACES TO PCDDOC
           MOVE ZEROS TO PCDDTDOC
           MOVE 1 TO CHSEQU
           MOVE 1 TO ADHSEQU
           WRITE FILES
