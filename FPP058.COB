           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .

           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RKT
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *FUNCIONARIOS - CONFERENCIA DA MATRICULA VINCULADA AO OPERADOR
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
       WORKING-STORAGE SECTION.
           01 FS        PIC X(02).
           01 OPT       PIC X(01).
           01 SENHA     PIC X(08).
           01 TENTAT    PIC 9(01).
           01 BOOTCHK   PIC X(01).
           01 FUNCOK    PIC X(01).
           01 MATW      PIC 9(06).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
               DISPLAY "ERRO AO ABRIR OPERMST - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
           .
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               MOVE "N" TO FUNCOK
           ELSE
               MOVE "S" TO FUNCOK
       .
       R01S.
      *-----------------------------------------------------------------
                   " FECHA: " OPMFECHA " DADOS: " OPMDADOS
               DISPLAY "SENHA VENCE: " OPMVENC " FALHAS: " OPMFALHA
                   " BLOQUEADO: " OPMBLOQ
               DISPLAY "MATRICULA: " OPMMAT
               IF OPMDTDES NOT = ZEROS
                   DISPLAY "DESATIVADO PELO IAMFEED EM " OPMDTDES
                       " MOTIVO: " OPMMOTDES
               END-IF
               GO TO ROP
           ELSE
               DISPLAY "OPERADOR NAO CADASTRADO - NOVO REGISTRO"
               MOVE ZEROS TO OPMVENC OPMFALHA
               MOVE "N" TO OPMBLOQ
               MOVE SPACES TO OPMSEN1 OPMSEN2
               MOVE ZEROS TO OPMMAT OPMDTDES
               MOVE SPACE TO OPMMOTDES
       .
       R04.
           DISPLAY "SENHA (ATE 8 POSICOES): "
           IF OPMATIVO NOT = "S" AND OPMATIVO NOT = "N"
               DISPLAY "RESPOSTA INVALIDA"
               GO TO R05
           .
           IF OPMATIVO = "S"
               MOVE ZEROS TO OPMDTDES
               MOVE SPACE TO OPMMOTDES
       .
       R05A.
      *-----------------------------------------------------------------
      *MATRICULA DO OPERADOR - O IAMFEED (FPP161) DESATIVA O OPERADOR
      *QUANDO O FUNCIONARIO E DESLIGADO OU ENTRA EM AFASTAMENTO LONGO
      *-----------------------------------------------------------------
           DISPLAY "MATRICULA DO FUNCIONARIO (0-SEM VINCULO): "
           ACCEPT MATW
           IF MATW NOT = ZEROS AND FUNCOK = "S"
               MOVE MATW TO RKT
               READ FILEFUNC
               IF FS NOT = "00"
                   DISPLAY "MATRICULA NAO CADASTRADA"
                   GO TO R05A
               END-IF
               DISPLAY "FUNCIONARIO: " NOME
               IF DDANO NOT = ZEROS
                   DISPLAY "FUNCIONARIO DESLIGADO EM " DDDIA "/" DDMES
                       "/" DDANO " - O IAMFEED DESATIVA O OPERADOR"
               END-IF
           .
           MOVE MATW TO OPMMAT
       .
       R06.
           DISPLAY "AUTORIZACAO CADASTROS (S/N): "
               DISPLAY OPMID " ATIVO=" OPMATIVO " CAD=" OPMCAD
                   " FOL=" OPMFOLHA " APR=" OPMAPROV
                   " FEC=" OPMFECHA " DAD=" OPMDADOS
                   " MAT=" OPMMAT
               GO TO RLIST2
           .
           MOVE SAVEID TO OPMID
           .
       FF1.
           CLOSE OPERMST
           IF FUNCOK = "S"
               CLOSE FILEFUNC
           .
           GOBACK
           .
       RSIGNON.
