           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO.
      *-----------------------------------------------------------------
      *RASCUNHO DA TABELA PARA A PREVIA DE IMPACTO (TAXAPREV/FPP172)
      *-----------------------------------------------------------------
           SELECT CADTAXR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXRANO.
       DATA DIVISION.
       FILE SECTION.
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
      *-----------------------------------------------------------------
       FD CADTAXR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXR1.DAT".
       COPY TAXARASC.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
           01 OPT      PIC X(01).
           01 CONT     PIC 9(04).
           01 MSGDELAY PIC 9(04) VALUE 1.
      *-----------------------------------------------------------------
      *P-TABELA DE PRODUCAO (CADTAXA) R-RASCUNHO (CADTAXR) - O
      *RASCUNHO PARTE DA TABELA VIGENTE DO ANO OU DO ANO ANTERIOR
      *-----------------------------------------------------------------
           01 TABMODO  PIC X(01).
           01 PRODOK   PIC X(01).
           01 ANOBASE  PIC 9(04).
       LINKAGE SECTION.
           01 LKANO PIC 9(04).
           01 LKOPER PIC X(10).
               VALUE  " SALARIO-FAMILIA TETO ELEGIBILIDADE:".
           05  LINE 17  COLUMN 01
               VALUE  " PATRONAL PCT:      RAT PCT:      TERC PCT:".
           05  LINE 17  COLUMN 51
               VALUE  "REONER PAT:".
           05  LINE 17  COLUMN 68
               VALUE  "CPRB %:".
           05  LINE 18  COLUMN 01
               VALUE  " DESCONTO SIMPLIFICADO IRRF (0=DESLIGA):".
           05  LINE 19  COLUMN 01
               VALUE  " REDUTOR IRRF ISENTO ATE:".
           05  LINE 19  COLUMN 36
               VALUE  "ATE:".
           05  LINE 19  COLUMN 50
               VALUE  "PARC:".
           05  LINE 19  COLUMN 65
               VALUE  "FATOR:".
           05  LINE 20  COLUMN 01
               VALUE  "????????????????????????????????????????".
           05  LINE 20  COLUMN 41
           05  TTXTERPCT
               LINE 17  COLUMN 45  PIC 9(02)V99
               USING  TXTERPCT.
           05  TTXREOPAT
               LINE 17  COLUMN 63  PIC 9(02)V99
               USING  TXREOPAT.
           05  TTXREOCPRB
               LINE 17  COLUMN 75  PIC 9(03)V99
               USING  TXREOCPRB.
           05  TTXRSIMPL
               LINE 18  COLUMN 43  PIC 9(06)V99
               USING  TXRSIMPL.
           05  TTXRDISEN
               LINE 19  COLUMN 27  PIC 9(06)V99
               USING  TXRDISEN.
           05  TTXRDLIM
               LINE 19  COLUMN 41  PIC 9(06)V99
               USING  TXRDLIM.
           05  TTXRDPARC
               LINE 19  COLUMN 56  PIC 9(06)V99
               USING  TXRDPARC.
           05  TTXRDFAT
               LINE 19  COLUMN 72  PIC 9(01)V9(06)
               USING  TXRDFAT.
           05  TMENSAGEM
               LINE 22  COLUMN 10  PIC X(40)
               USING  MENSAGEM.
                   PERFORM RSIGNONQ THRU RSIGNONQX
                   CLOSE OPERMST
               END-IF
               GO TO R00M
           .
       R00S3.
           MOVE SPACES TO OPERID
               PERFORM RSIGNON THRU RSIGNONX
               CLOSE OPERMST
       .
       R00M.
           DISPLAY "TABELA: P-PRODUCAO  R-RASCUNHO DA PREVIA DE IMPACTO"
           MOVE SPACES TO TABMODO
           ACCEPT TABMODO
           IF TABMODO = SPACES OR "p"
               MOVE "P" TO TABMODO
           .
           IF TABMODO = "r"
               MOVE "R" TO TABMODO
           .
           IF TABMODO NOT = "P" AND TABMODO NOT = "R"
               GO TO R00M
           .
           IF TABMODO = "P"
               GO TO R00
           .
       R00R.
           OPEN I-O CADTAXR
           IF FS = "35"
               OPEN OUTPUT CADTAXR
               CLOSE CADTAXR
               GO TO R00R
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXR - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? VER O TAMANHO DO CADTAXA"
               GOBACK
           .
           OPEN INPUT CADTAXA
           IF FS = "00"
               MOVE "S" TO PRODOK
           ELSE
               MOVE "N" TO PRODOK
           .
           GO TO R01
           .
       R00.
           OPEN I-O CADTAXA
           IF FS = "35"
           MOVE ZEROS TO TXITETOGAT TXITETOVAL TXR1LIM TXR1PCT
           MOVE ZEROS TO TXR2LIM TXR2PCT TXR3LIM TXR3PCT TXSFTETO
           MOVE ZEROS TO TXPATPCT TXRATPCT TXTERPCT TXRSIMPL
           MOVE ZEROS TO TXRDISEN TXRDLIM TXRDPARC TXRDFAT
           MOVE ZEROS TO TXREOPAT TXREOCPRB
           MOVE SPACES TO MENSAGEM OPT
           DISPLAY TELATAXA
           IF TABMODO = "R"
               MOVE "RASCUNHO - NAO E USADO PELA FOLHA" TO MENSAGEM
               DISPLAY TMENSAGEM
           .
           IF LKANO NOT = ZEROS
               MOVE LKANO TO TXANO
               MOVE ZEROS TO LKANO
               GO TO R02
           .
       R03.
           IF TABMODO = "R"
               GO TO R03R
           .
           READ CADTAXA
           IF FS = "00"
               PERFORM RMOSTRA
               MOVE "TABELA JA CADASTRADA PARA ESTE ANO" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R013
           .
           GO TO R04
           .
       R03R.
      *-----------------------------------------------------------------
      *RASCUNHO: JA DIGITADO PARA O ANO OU, NA PRIMEIRA VEZ, PARTE DA
      *TABELA VIGENTE DO MESMO ANO OU DO ANO ANTERIOR PARA AJUSTE
      *-----------------------------------------------------------------
           MOVE TXANO TO TXRANO ANOBASE
           READ CADTAXR
           IF FS = "00"
               MOVE TAXRREC TO TAXA
               PERFORM RMOSTRA
               MOVE "RASCUNHO JA CADASTRADO PARA ESTE ANO" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R013
           .
           IF PRODOK NOT = "S"
               GO TO R04
           .
           READ CADTAXA
           IF FS = "00"
               PERFORM RMOSTRA
               MOVE "BASE: TABELA VIGENTE DO ANO - AJUSTE" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R04
           .
           COMPUTE TXANO = ANOBASE - 1
           READ CADTAXA
           MOVE ANOBASE TO TXANO
           IF FS = "00"
               PERFORM RMOSTRA
               MOVE "BASE: TABELA DO ANO ANTERIOR - AJUSTE" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
           .
       R04.
           ACCEPT TTXI1LIM
           ACCEPT TTXI1PCT
           ACCEPT TTXPATPCT
           ACCEPT TTXRATPCT
           ACCEPT TTXTERPCT
           ACCEPT TTXREOPAT
           ACCEPT TTXREOCPRB
           ACCEPT TTXRSIMPL
           ACCEPT TTXRDISEN
           ACCEPT TTXRDLIM
           ACCEPT TTXRDPARC
           ACCEPT TTXRDFAT
           .
       R013.
           MOVE "R REPETIR A ATUALIZAR X EXCLUIR S SALVAR" TO MENSAGEM
                           GO TO R013
           .
       R0S.
           IF TABMODO = "R"
               MOVE TAXA TO TAXRREC
               WRITE TAXRREC
           ELSE
               WRITE TAXA
           END-IF
           IF FS = "00"
               MOVE "GRAVADO" TO MENSAGEM
           ELSE
           PERFORM MSG1 THRU MSG2
           .
       RAT.
           IF TABMODO = "R"
               MOVE TAXA TO TAXRREC
               REWRITE TAXRREC
           ELSE
               REWRITE TAXA
           END-IF
           IF FS = "00"
               MOVE "ATUALIZADO" TO MENSAGEM
           ELSE
           PERFORM MSG1 THRU MSG2
           .
       REX.
           IF TABMODO = "R"
               MOVE TXANO TO TXRANO
               DELETE CADTAXR RECORD
           ELSE
               DELETE CADTAXA RECORD
           END-IF
           IF FS = "00"
               MOVE "REMOVIDO" TO MENSAGEM
           ELSE
           PERFORM MSG1 THRU MSG2
           .
       RF1.
           IF TABMODO = "R"
               CLOSE CADTAXR
               IF PRODOK NOT = "S"
                   GOBACK
               END-IF
           END-IF
           CLOSE CADTAXA
           GOBACK
           .
       RF2.
           EXIT PROGRAM
           .
       RMOSTRA.
           DISPLAY TTXI1LIM
           DISPLAY TTXI1PCT
           DISPLAY TTXI2LIM
           DISPLAY TTXI2PCT
           DISPLAY TTXI3PCT
           DISPLAY TTXITETOGAT
           DISPLAY TTXITETOVAL
           DISPLAY TTXR1LIM
           DISPLAY TTXR1PCT
           DISPLAY TTXR2LIM
           DISPLAY TTXR2PCT
           DISPLAY TTXR3LIM
           DISPLAY TTXR3PCT
           DISPLAY TTXSFTETO
           DISPLAY TTXPATPCT
           DISPLAY TTXRATPCT
           DISPLAY TTXRSIMPL
           DISPLAY TTXTERPCT
           DISPLAY TTXREOPAT
           DISPLAY TTXREOCPRB
           DISPLAY TTXRDISEN
           DISPLAY TTXRDLIM
           DISPLAY TTXRDPARC
           DISPLAY TTXRDFAT
           DISPLAY TTXANO
           .
       MSG1.
           MOVE ZEROS TO CONT
           DISPLAY TMENSAGEM
