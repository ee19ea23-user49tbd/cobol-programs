           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
           .
      *-----------------------------------------------------------------
           SELECT PROCTRAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JTRK
           .
      *-----------------------------------------------------------------
           SELECT RECIBO ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
      *-----------------------------------------------------------------
      *SITUACAO DOS EVENTOS ESOCIAL TRANSMITIDOS (FPP039) - PROTOCOLO
      *E ACEITE/REJEICAO POR EVENTO, MATRICULA E COMPETENCIA, COMO O
      *PAGSTAT FAZ PARA OS CREDITOS DA REMESSA. NO S2500 E NO S2501
      *O LUGAR DA MATRICULA LEVA O CODIGO DO PROCESSO (PROCTRAB/FPP170)
      *-----------------------------------------------------------------
       FD EVSTAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS (VER PROCTRAB/FPP170)
      *-----------------------------------------------------------------
       FD PROCTRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCTRAB1.DAT".
       COPY PROCTRAB.
      *-----------------------------------------------------------------
      *ARQUIVO DE RECIBOS DEVOLVIDO PELO GOVERNO - UMA LINHA POR
      *EVENTO TRANSMITIDO: CODIGO, MATRICULA, COMPETENCIA (MMAAAA),
      *PROTOCOLO, SITUACAO (A-ACEITO R-REJEITADO) E MOTIVO
           01 TOTREJ      PIC 9(06).
           01 TOTCRIT     PIC 9(06).
           01 DATARET     PIC 9(08).
           01 PROCOK      PIC X(01).
       PROCEDURE DIVISION.
       R01.
           OPEN I-O EVSTAT
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01B.
           OPEN INPUT PROCTRAB
           IF FS NOT = "00"
               MOVE "N" TO PROCOK
           ELSE
               MOVE "S" TO PROCOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTACEIT TOTREJ TOTCRIT
           DISPLAY "PROCESSAMENTO DO RECIBO DE EVENTOS ESOCIAL"
           IF RCMAT = ZEROS
                   OR (RCCOD NOT = "S2200" AND RCCOD NOT = "S2205"
                       AND RCCOD NOT = "S2299" AND RCCOD NOT = "S1200"
                       AND RCCOD NOT = "S2231" AND RCCOD NOT = "S2500"
                       AND RCCOD NOT = "S2501")
                   OR (RCSTAT NOT = "A" AND RCSTAT NOT = "R")
               ADD 1 TO TOTCRIT
               PERFORM RCRITICA
       .
       RF1.
           CLOSE EVSTAT FILEFUNC
           IF PROCOK = "S"
               CLOSE PROCTRAB
           END-IF
           GOBACK
           .
       RREJEITA.
      *-----------------------------------------------------------------
      *EVENTO REJEITADO VAI PARA O RELATORIO COM O NOME DO CADASTRO
      *PARA A CORRECAO DIRIGIDA; O DE PROCESSO TRABALHISTA LEVA O
      *RECLAMANTE DO PROCESSO
      *-----------------------------------------------------------------
           IF RCCOD = "S2500" OR RCCOD = "S2501"
               MOVE "(PROCESSO NAO CADASTRADO)" TO NOME
               IF PROCOK = "S"
                   MOVE RCMAT TO JTCOD
                   READ PROCTRAB
                   IF FS = "00"
                       MOVE JTNOME TO NOME
                   END-IF
               END-IF
               MOVE SPACES TO LINHA
               STRING "EVENTO " RCCOD " PROCESSO: " RCMAT
                   " COMP: " RCCOMP
                   INTO LINHA
           ELSE
               MOVE RCMAT TO RKT
               READ FILEFUNC
               IF FS NOT = "00"
                   MOVE "(SEM CADASTRO)" TO NOME
               END-IF
               MOVE SPACES TO LINHA
               STRING "EVENTO " RCCOD " MATRICULA: " RCMAT
                   " COMP: " RCCOMP
                   INTO LINHA
           END-IF
           MOVE LINHA TO REJLINE
           WRITE REJLINE
           MOVE SPACES TO LINHA
