       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIDXGER.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *RECONSTROI O INDICE DA FOLHA POR COMPETENCIA (PRIDX1.DAT) A
      *PARTIR DE PRT1.DATA - CHAMADO PELO CONVERTE (OPCAO 18) E PELO
      *BACKUPUT DEPOIS DE RESTAURAR A FOLHA. A FILIAL DA ENTRADA E A DO
      *CADASTRO NA DATA DA RECONSTRUCAO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .
      *-----------------------------------------------------------------
           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RKT
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
           .
      *-----------------------------------------------------------------
           SELECT PRIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PXRK
           ALTERNATE RECORD KEY IS PXFK
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
       FD PRIDX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRIDX1.DAT".
       COPY PRIDX.
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 FUNCOK      PIC X(01).
           01 TOTLIDO     PIC 9(08).
           01 TOTGRAV     PIC 9(08).
           01 TOTSFIL     PIC 9(08).
       PROCEDURE DIVISION.
       R01.
           MOVE ZEROS TO TOTLIDO TOTGRAV TOTSFIL
           DISPLAY "RECONSTRUCAO DO INDICE DA FOLHA POR COMPETENCIA"
           OPEN INPUT PR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PR - FS: " FS
               GOBACK
       .
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "AVISO: FILEFUNC AUSENTE - FILIAL GRAVADA ZERO"
               MOVE "N" TO FUNCOK
           ELSE
               MOVE "S" TO FUNCOK
       .
       R01B.
           OPEN OUTPUT PRIDX
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR PRIDX1.DAT - FS: " FS
               GO TO RF1
       .
       R02.
           READ PR NEXT RECORD
           IF FS NOT = "00"
               GO TO R03
           END-IF
           ADD 1 TO TOTLIDO
           MOVE RKY TO PXRKY PXFKY
           MOVE RKM TO PXRKM PXFKM
           MOVE RKF TO PXRKF PXFKF
           MOVE ZEROS TO PXFIL
           IF FUNCOK = "S"
               MOVE RKF TO RKT
               READ FILEFUNC
               IF FS = "00"
                   MOVE FFILIAL TO PXFIL
               ELSE
                   ADD 1 TO TOTSFIL
               END-IF
           END-IF
           WRITE PRIDXREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           ELSE
               DISPLAY "ENTRADA REJEITADA " RK " - FS: " FS
           END-IF
           GO TO R02
       .
       R03.
           CLOSE PRIDX
           DISPLAY "REGISTROS DA FOLHA LIDOS..: " TOTLIDO
           DISPLAY "ENTRADAS GRAVADAS.........: " TOTGRAV
           IF TOTSFIL > ZEROS
               DISPLAY "SEM CADASTRO (FILIAL ZERO): " TOTSFIL
           .
       RF1.
           CLOSE PR
           IF FUNCOK = "S"
               CLOSE FILEFUNC
           .
           GOBACK
           .
       RF2.
           EXIT PROGRAM
           .
