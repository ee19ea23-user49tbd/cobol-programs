       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTREIN.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CURSOS OBRIGATORIOS VENCIDOS OU A VENCER POR AREA - RODADO TODO
      *MES. PARA CADA FUNCIONARIO ATIVO, CADA CURSO EXIGIDO PELO SEU
      *CARGO (CADCURSO/FPP164) E CONFERIDO CONTRA O TREINAMENTO MAIS
      *RECENTE DO CURSO (TREINO/FPP165): SEM TREINAMENTO, VENCIDO NA
      *DATA DE REFERENCIA OU VENCENDO DENTRO DA JANELA DE AVISO. AS
      *LINHAS SAO ORDENADAS POR AREA NUM ARQUIVO DE TRABALHO INDEXADO
      *(TRNWK1.DAT, RECRIADO A CADA EXECUCAO), COMO O AFDAEJ/FPP157
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADCURSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CURK
           .

           SELECT CARGOCUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CCRK
           .

           SELECT TREINO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TRRK
           .
      *-----------------------------------------------------------------
           SELECT CADAREAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ARK
           .

           SELECT TRNWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TWK
           .
      *-----------------------------------------------------------------
           SELECT TRNRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT RELCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCSEQ
           .

           SELECT RCATCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCCK
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *CATALOGO DE CURSOS, CURSOS POR CARGO E TREINAMENTOS REALIZADOS
      *(VER CADCURSO/FPP164 E TREINO/FPP165)
      *-----------------------------------------------------------------
       FD CADCURSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCURSO1.DAT".
       COPY CURSO.
       FD CARGOCUR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOCUR1.DAT".
       COPY CARGOCUR.
       FD TREINO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINO1.DAT".
       COPY TREINO.
      *-----------------------------------------------------------------
      *AREAS VARIAVEIS
      *-----------------------------------------------------------------
       FD CADAREAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP1".
       01 AR.
           03 ARK   PIC  9(03).
           03 DESC PIC  X(20).
           03 N    PIC  9(01).
           03 NTXT PIC  X(19).
           03 ASRK  PIC  9(03).
           03 AFILIAL PIC 9(02).
      *-----------------------------------------------------------------
      *PENDENCIAS EM ORDEM DE AREA/MATRICULA/CURSO (RECRIADO A CADA
      *EXECUCAO). TWSIT: S-SEM TREINAMENTO V-VENCIDO A-A VENCER
      *-----------------------------------------------------------------
       FD TRNWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TRNWK1.DAT".
       01 TRNWKREC.
           03 TWK.
               05 TWAREA   PIC 9(03).
               05 TWMAT    PIC 9(06).
               05 TWCURSO  PIC 9(04).
           03 TWNOME       PIC X(40).
           03 TWCARGO      PIC 9(04).
           03 TWNR         PIC X(06).
           03 TWSIT        PIC X(01).
           03 TWVENC       PIC 9(08).
           03 TWCERT       PIC X(20).
      *-----------------------------------------------------------------
       FD TRNRPT
           LABEL RECORD IS STANDARD.
       01 TRNLINE PIC X(132).
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107) - A SAIDA FICA
      *RETIDA SOB NOME CONTROLADO E PODE SER REIMPRESSA
      *-----------------------------------------------------------------
       FD RELCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCAT1.DAT".
       COPY RELCAT.
      *-----------------------------------------------------------------
       FD RCATCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RCATCTL1.DAT".
       01 RCATCTLREC.
           03 RCCK    PIC 9(01).
           03 RCCSEQ  PIC 9(08).
       WORKING-STORAGE SECTION.
           01 RCSEQX      PIC 9(08).
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO - OS REGISTROS DE TREINAMENTO DA
      *NR SAO COBRADOS NA FISCALIZACAO (5 ANOS)
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 AREAOK      PIC X(01).
           01 NOMEARQ     PIC X(40).
           01 BFIL        PIC 9(02).
           01 HOJE        PIC 9(08).
           01 REFDT       PIC 9(08).
           01 LIMDT       PIC 9(08).
           01 JANELA      PIC 9(03).
           01 NDIAS       PIC 9(03).
           01 MELHOR      PIC 9(08).
           01 MELCERT     PIC X(20).
           01 ACHOU       PIC X(01).
           01 FUNCOK      PIC X(01).
           01 AREAANT     PIC 9(03).
           01 TOTFUNC     PIC 9(06).
           01 TOTSEM      PIC 9(06).
           01 TOTVENC     PIC 9(06).
           01 TOTAVENC    PIC 9(06).
           01 AREALIN     PIC 9(06).
           01 LINHA       PIC X(132).
           01 SITTXT      PIC X(15).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - SOMA DE DIAS E FORMATACAO
      *-----------------------------------------------------------------
           01 DTW         PIC 9(08).
           01 DTWR REDEFINES DTW.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DVVMAX      PIC 9(02).
           01 DVVQ        PIC 9(05).
           01 DVVR        PIC 9(03).
           01 DTTXT       PIC X(10).
       PROCEDURE DIVISION.
       R0CAT.
           OPEN I-O RELCAT
           IF FS = "35"
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               GO TO R0CAT
           .
       R0CAT2.
           OPEN I-O RCATCTL
           IF FS = "35"
               OPEN OUTPUT RCATCTL
               CLOSE RCATCTL
               GO TO R0CAT2
           .
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE RELCAT RCATCTL
               GOBACK
       .
       R01A.
           OPEN INPUT CADCURSO
           IF FS NOT = "00"
               DISPLAY "CATALOGO DE CURSOS NAO CADASTRADO (FPP164)"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT CARGOCUR
           IF FS NOT = "00"
               DISPLAY "SEM CURSOS OBRIGATORIOS POR CARGO (FPP164)"
               CLOSE RELCAT RCATCTL FILEFUNC CADCURSO
               GOBACK
       .
       R01C.
           OPEN INPUT TREINO
           IF FS = "35"
               OPEN OUTPUT TREINO
               CLOSE TREINO
               GO TO R01C
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR TREINO - FS: " FS
               CLOSE RELCAT RCATCTL FILEFUNC CADCURSO CARGOCUR
               GOBACK
       .
       R01D.
           OPEN INPUT CADAREAS
           IF FS NOT = "00"
               MOVE "N" TO AREAOK
           ELSE
               MOVE "S" TO AREAOK
       .
       R02.
           MOVE ZEROS TO TOTFUNC TOTSEM TOTVENC TOTAVENC
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "CURSOS OBRIGATORIOS VENCIDOS E A VENCER POR AREA"
           DISPLAY "DIGITE A FILIAL (00 = TODAS): "
           ACCEPT BFIL
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT REFDT
           IF REFDT = ZEROS
               MOVE HOJE TO REFDT
           .
           DISPLAY "AVISAR VENCIMENTOS NOS PROXIMOS DIAS (000 = 30): "
           ACCEPT JANELA
           IF JANELA = ZEROS
               MOVE 30 TO JANELA
           .
           MOVE REFDT TO DTW
           PERFORM RDIAMAIS THRU RDIAMAISX
               VARYING NDIAS FROM 1 BY 1 UNTIL NDIAS > JANELA
           MOVE DTW TO LIMDT
       .
       R03.
           OPEN OUTPUT TRNWK
           CLOSE TRNWK
           OPEN I-O TRNWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR TRNWK1.DAT - FS: " FS
               GO TO RF1
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT TRNRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               CLOSE TRNWK
               GO TO RF1
           .
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R07
       .
       R06.
      *-----------------------------------------------------------------
      *FUNCIONARIOS ATIVOS DA FILIAL - CADA CURSO EXIGIDO PELO CARGO
      *-----------------------------------------------------------------
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R07
           .
           IF DDANO NOT = ZEROS
               GO TO R06
           .
           IF BFIL NOT = ZEROS AND FFILIAL NOT = BFIL
               GO TO R06
           .
           PERFORM RFUNC THRU RFUNCX
           GO TO R06
           .
       R07.
           PERFORM RIMPR THRU RIMPRX
           GO TO RF2
           .
       RFUNC.
           MOVE CRK2 TO CCCARGO
           MOVE ZEROS TO CCCURSO
           START CARGOCUR KEY IS NOT LESS THAN CCRK
           IF FS NOT = "00"
               GO TO RFUNCX
           .
           MOVE "N" TO FUNCOK
       .
       RFUNC2.
           READ CARGOCUR NEXT RECORD
           IF FS NOT = "00" OR CCCARGO NOT = CRK2
               GO TO RFUNCX
           END-IF
           IF FUNCOK NOT = "S"
               MOVE "S" TO FUNCOK
               ADD 1 TO TOTFUNC
           END-IF
           PERFORM RMELHOR THRU RMELHORX
           IF ACHOU = "S" AND MELHOR NOT > LIMDT
                   AND MELHOR NOT < REFDT
               MOVE "A" TO TWSIT
               ADD 1 TO TOTAVENC
           END-IF
           IF ACHOU = "S" AND MELHOR < REFDT
               MOVE "V" TO TWSIT
               ADD 1 TO TOTVENC
           END-IF
           IF ACHOU NOT = "S"
               MOVE "S" TO TWSIT
               ADD 1 TO TOTSEM
           END-IF
           IF ACHOU = "S" AND MELHOR > LIMDT
               GO TO RFUNC2
           END-IF
           MOVE ARK2 TO TWAREA
           MOVE RKT TO TWMAT
           MOVE CCCURSO TO TWCURSO
           MOVE NOME TO TWNOME
           MOVE CRK2 TO TWCARGO
           MOVE CCCURSO TO CURK
           READ CADCURSO
           IF FS NOT = "00"
               MOVE SPACES TO CUNR
           END-IF
           MOVE CUNR TO TWNR
           MOVE ZEROS TO TWVENC
           MOVE SPACES TO TWCERT
           IF ACHOU = "S"
               MOVE MELHOR TO TWVENC
               MOVE MELCERT TO TWCERT
           END-IF
           WRITE TRNWKREC
           GO TO RFUNC2
           .
       RFUNCX.
           EXIT.
       RMELHOR.
      *-----------------------------------------------------------------
      *TREINAMENTO DE MAIOR VENCIMENTO DA MATRICULA RKT NO CURSO
      *CCCURSO - CURSO SEM VENCIMENTO VALE PARA SEMPRE (99999999)
      *-----------------------------------------------------------------
           MOVE "N" TO ACHOU
           MOVE ZEROS TO MELHOR
           MOVE SPACES TO MELCERT
           MOVE RKT TO TRMAT
           MOVE ZEROS TO TRSEQ
           START TREINO KEY IS NOT LESS THAN TRRK
           IF FS NOT = "00"
               GO TO RMELHORX
           .
       RMELHOR2.
           READ TREINO NEXT RECORD
           IF FS NOT = "00" OR TRMAT NOT = RKT
               GO TO RMELHORX
           END-IF
           IF TRCURSO NOT = CCCURSO
               GO TO RMELHOR2
           END-IF
           MOVE "S" TO ACHOU
           IF TRVENC = ZEROS
               MOVE 99999999 TO MELHOR
               MOVE TRCERT TO MELCERT
               GO TO RMELHORX
           END-IF
           IF TRVENC > MELHOR
               MOVE TRVENC TO MELHOR
               MOVE TRCERT TO MELCERT
           END-IF
           GO TO RMELHOR2
           .
       RMELHORX.
           EXIT.
       RIMPR.
      *-----------------------------------------------------------------
      *IMPRESSAO EM ORDEM DE AREA COM SUBTOTAL POR AREA
      *-----------------------------------------------------------------
           MOVE ALL "=" TO TRNLINE
           WRITE TRNLINE
           MOVE REFDT TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "CURSOS OBRIGATORIOS (NR) VENCIDOS OU A VENCER ATE "
               JANELA " DIAS - REFERENCIA " DTTXT " FILIAL " BFIL
               " (00 = TODAS)"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TRNLINE
           WRITE TRNLINE
           MOVE ALL "=" TO TRNLINE
           WRITE TRNLINE
           MOVE 999 TO AREAANT
           MOVE ZEROS TO AREALIN
           MOVE ZEROS TO TWAREA TWMAT TWCURSO
           START TRNWK KEY IS NOT LESS THAN TWK
           IF FS NOT = "00"
               MOVE "NENHUMA PENDENCIA" TO TRNLINE
               WRITE TRNLINE
               GO TO RIMPR3
           .
       RIMPR2.
           READ TRNWK NEXT RECORD
           IF FS NOT = "00"
               PERFORM RAREATOT THRU RAREATOTX
               GO TO RIMPR3
           END-IF
           IF TWAREA NOT = AREAANT
               PERFORM RAREATOT THRU RAREATOTX
               PERFORM RAREACAB THRU RAREACABX
           END-IF
           ADD 1 TO AREALIN
           MOVE "SEM TREINAMENTO" TO SITTXT
           IF TWSIT = "V"
               MOVE "VENCIDO" TO SITTXT
           END-IF
           IF TWSIT = "A"
               MOVE "A VENCER" TO SITTXT
           END-IF
           MOVE TWVENC TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING TWMAT " " TWNOME " CARGO " TWCARGO " " TWNR
               " CURSO " TWCURSO " " SITTXT " " DTTXT " CERT "
               TWCERT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TRNLINE
           WRITE TRNLINE
           GO TO RIMPR2
           .
       RIMPR3.
           MOVE ALL "=" TO TRNLINE
           WRITE TRNLINE
           MOVE SPACES TO LINHA
           STRING "FUNCIONARIOS COM CURSO OBRIGATORIO: " TOTFUNC
               "  SEM TREINAMENTO: " TOTSEM "  VENCIDOS: " TOTVENC
               "  A VENCER: " TOTAVENC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TRNLINE
           WRITE TRNLINE
           DISPLAY "SEM TREINAMENTO: " TOTSEM " VENCIDOS: " TOTVENC
               " A VENCER: " TOTAVENC
           .
       RIMPRX.
           EXIT.
       RAREACAB.
           MOVE TWAREA TO AREAANT
           MOVE ZEROS TO AREALIN
           MOVE SPACES TO DESC
           IF AREAOK = "S"
               MOVE TWAREA TO ARK
               READ CADAREAS
               IF FS NOT = "00"
                   MOVE SPACES TO DESC
               END-IF
           .
           MOVE SPACES TO TRNLINE
           WRITE TRNLINE
           MOVE SPACES TO LINHA
           STRING "AREA " TWAREA " " DESC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TRNLINE
           WRITE TRNLINE
           MOVE ALL "-" TO TRNLINE
           WRITE TRNLINE
           .
       RAREACABX.
           EXIT.
       RAREATOT.
           IF AREAANT = 999 AND AREALIN = ZEROS
               GO TO RAREATOTX
           .
           MOVE SPACES TO LINHA
           STRING "  PENDENCIAS NA AREA " AREAANT ": " AREALIN
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TRNLINE
           WRITE TRNLINE
           .
       RAREATOTX.
           EXIT.
       RDIAMAIS.
      *-----------------------------------------------------------------
      *DTW (AAAAMMDD) AVANCA UM DIA
      *-----------------------------------------------------------------
           MOVE 31 TO DVVMAX
           IF DVVMES = 4 OR DVVMES = 6 OR DVVMES = 9 OR DVVMES = 11
               MOVE 30 TO DVVMAX
           .
           IF DVVMES = 2
               MOVE 28 TO DVVMAX
               DIVIDE DVVANO BY 4 GIVING DVVQ REMAINDER DVVR
               IF DVVR = ZEROS
                   DIVIDE DVVANO BY 100 GIVING DVVQ REMAINDER DVVR
                   IF DVVR NOT = ZEROS
                       MOVE 29 TO DVVMAX
                   ELSE
                       DIVIDE DVVANO BY 400 GIVING DVVQ
                           REMAINDER DVVR
                       IF DVVR = ZEROS
                           MOVE 29 TO DVVMAX
                       END-IF
                   END-IF
               END-IF
           .
           ADD 1 TO DVVDIA
           IF DVVDIA > DVVMAX
               MOVE 1 TO DVVDIA
               ADD 1 TO DVVMES
               IF DVVMES > 12
                   MOVE 1 TO DVVMES
                   ADD 1 TO DVVANO
               END-IF
           .
       RDIAMAISX.
           EXIT.
       RFMTDT.
      *-----------------------------------------------------------------
      *DTW (AAAAMMDD) EM DD/MM/AAAA - ZEROS SAI EM BRANCO
      *-----------------------------------------------------------------
           MOVE SPACES TO DTTXT
           IF DTW = ZEROS OR DTW = 99999999
               GO TO RFMTDTX
           .
           STRING DVVDIA "/" DVVMES "/" DVVANO
               DELIMITED BY SIZE INTO DTTXT
           .
       RFMTDTX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CADCURSO CARGOCUR TREINO
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RFECHA.
           IF AREAOK = "S"
               CLOSE CADAREAS
           .
       RFECHAX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO - A REIMPRESSAO SAI DO
      *RELCATAL (FPP107); COMPETENCIA = MES DA DATA DE REFERENCIA
      *-----------------------------------------------------------------
           MOVE 1 TO RCCK
           READ RCATCTL
           IF FS NOT = "00"
               MOVE 1 TO RCCSEQ
               WRITE RCATCTLREC
           ELSE
               ADD 1 TO RCCSEQ
               REWRITE RCATCTLREC
           END-IF
           MOVE RCCSEQ TO RCSEQX
           MOVE SPACES TO NOMEARQ
           STRING "RC" RCSEQX ".TXT"
               INTO NOMEARQ
           MOVE RCCSEQ TO RCSEQ
           MOVE "RELTREIN" TO RCPROG
           MOVE REFDT TO DTW
           MOVE DVVMES TO RCKM
           MOVE DVVANO TO RCKY
           MOVE BFIL TO RCFIL
           MOVE SPACES TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           DISPLAY "RELATORIO CATALOGADO COMO " NOMEARQ
           .
       RCATREGX.
           EXIT.
       RF2.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CADCURSO CARGOCUR TREINO TRNWK TRNRPT
           PERFORM RFECHA THRU RFECHAX
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
