           RECORD KEY IS SMRK
           .

           SELECT PRIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PXRK
           ALTERNATE RECORD KEY IS PXFK
           .

           SELECT PROTRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           03 SMINSS     PIC 9(12)V99.
           03 SMIMPR     PIC 9(12)V99.
           03 SMLIQ      PIC 9(12)V99.
      *-----------------------------------------------------------------
      *INDICE DA FOLHA POR COMPETENCIA - A ENTRADA SAI JUNTO COM O
      *REGISTRO ARQUIVADO (VER PRIDXGER/FPP148)
      *-----------------------------------------------------------------
       FD PRIDX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRIDX1.DAT".
       COPY PRIDX.
      *-----------------------------------------------------------------
       FD PROTRPT
           LABEL RECORD IS STANDARD.
           01 TOTLIDO     PIC 9(08).
           01 TOTARQ      PIC 9(08).
           01 TOTERRO     PIC 9(08).
           01 PXOK        PIC X(01).
       PROCEDURE DIVISION.
       R01.
           OPEN I-O PR
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01C.
           OPEN I-O PRIDX
           IF FS NOT = "00"
               MOVE "N" TO PXOK
           ELSE
               MOVE "S" TO PXOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTARQ TOTERRO
           DISPLAY "ARQUIVAMENTO DE COMPETENCIAS ANTIGAS DA FOLHA"
      *VERSAO DO LAYOUT GRAVADA EXPLICITAMENTE - OS LEITORES ZERAM OS
      *CAMPOS QUE A VERSAO NAO TINHA (VER PRHIST)
      *-----------------------------------------------------------------
           MOVE 2 TO HVER
           WRITE PRHREC
           IF FS NOT = "00"
               REWRITE PRHREC
           DELETE PR RECORD
           IF FS = "00"
               ADD 1 TO TOTARQ
               PERFORM RIDXDEL
           ELSE
               ADD 1 TO TOTERRO
           END-IF
       .
       RF1.
           CLOSE PR PRHIST PRSUMM
           IF PXOK = "S"
               CLOSE PRIDX
           .
           GOBACK
           .
       RIDXDEL.
           IF PXOK = "S"
               MOVE RKY TO PXRKY
               MOVE RKM TO PXRKM
               MOVE RKF TO PXRKF
               DELETE PRIDX RECORD
           .
       RSUMMA.
           MOVE RKF TO SMRKF
           MOVE RKY TO SMRKY
