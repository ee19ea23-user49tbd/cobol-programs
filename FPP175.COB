       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROD.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PRODUCAO POR FUNCIONARIO NA COMPETENCIA - OS LANCAMENTOS DO
      *PRODDIA (CADPROD/FPP173 E PRODIMP/FPP174) AGRUPADOS PELA AREA
      *ATUAL DO FUNCIONARIO, COM ITENS, QUANTIDADES E VALORES, O
      *TOTAL PRODUZIDO, O MINIMO GARANTIDO DO CARGO PRORRATEADO NA
      *ADMISSAO/DEMISSAO E O COMPLEMENTO ATE O MINIMO, POR AREA E GERAL
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

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT PRODTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QTRK
           .

           SELECT PRODDIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QDRK
           .
      *-----------------------------------------------------------------
           SELECT PRODRPT ASSIGN TO NOMEARQ
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
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *TABELA DE PRECOS POR PECA E PRODUCAO DIARIA (VER CADPROD/FPP173)
      *-----------------------------------------------------------------
       FD PRODTAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODTAB1.DAT".
       COPY PRODTAB.
       FD PRODDIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODDIA1.DAT".
       COPY PRODDIA.
      *-----------------------------------------------------------------
       FD PRODRPT
           LABEL RECORD IS STANDARD.
       01 PRDLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - PRODUCAO MENSAL, GUARDADA PARA
      *CONFERENCIA DA VERBA DE PRODUCAO PAGA
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 0365.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO    PIC 9(04).
               03 HJMES    PIC 9(02).
               03 HJDIA    PIC 9(02).
           01 LINHA       PIC X(132).
           01 BMES        PIC 9(02).
           01 BANO        PIC 9(04).
           01 BAREA       PIC 9(03).
           01 NOMEW       PIC X(30).
           01 ITDESC      PIC X(30).
      *-----------------------------------------------------------------
      *AREAS COM PRODUCAO NA COMPETENCIA (INDICE = AREA + 1) - AREA
      *ATUAL DO CADASTRO DO FUNCIONARIO
      *-----------------------------------------------------------------
           01 AREATAB.
               03 AREATEM  PIC X(01) OCCURS 1000 TIMES.
           01 AREAIDX     PIC 9(04).
           01 AREACOD     PIC 9(03).
           01 AREAFW      PIC 9(03).
      *-----------------------------------------------------------------
      *FUNCIONARIO CORRENTE NA PASSADA (QUEBRA POR MATRICULA)
      *-----------------------------------------------------------------
           01 CURRKF      PIC 9(06).
           01 CURSEL      PIC X(01).
           01 CURCARGO    PIC 9(04).
           01 CURPROD     PIC X(01).
           01 WORKDIAS    PIC 9(02).
           01 FUPROD      PIC 9(08)V99.
           01 FUMIN       PIC 9(08)V99.
           01 FUCOMP      PIC 9(08)V99.
           01 ARFUNC      PIC 9(05).
           01 ARPROD      PIC 9(09)V99.
           01 ARCOMP      PIC 9(09)V99.
           01 TOTFUNC     PIC 9(05).
           01 TOTPROD     PIC 9(09)V99.
           01 TOTCOMP     PIC 9(09)V99.
           01 QTDE        PIC Z.ZZZ.ZZ9,99.
           01 VUNE        PIC ZZ.ZZ9,9999.
           01 VALE1       PIC ZZ.ZZZ.ZZ9,99.
           01 VALE2       PIC ZZ.ZZZ.ZZ9,99.
           01 VALE3       PIC ZZ.ZZZ.ZZ9,99.
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
       R01B.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01C.
           OPEN INPUT PRODTAB
           IF FS = "35"
               OPEN OUTPUT PRODTAB
               CLOSE PRODTAB
               GO TO R01C
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODTAB - FS: " FS
               CLOSE RELCAT RCATCTL FILEFUNC CADCARGO
               GOBACK
       .
       R01A.
           OPEN INPUT PRODDIA
           IF FS = "35"
               OPEN OUTPUT PRODDIA
               CLOSE PRODDIA
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODDIA - FS: " FS
               CLOSE RELCAT RCATCTL FILEFUNC CADCARGO PRODTAB
               GOBACK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TOTFUNC TOTPROD TOTCOMP
           DISPLAY "COMPETENCIA - MES (MM, 0-CORRENTE): "
           ACCEPT BMES
           IF BMES = ZEROS
               MOVE HJMES TO BMES
               MOVE HJANO TO BANO
               GO TO R02A
           .
           DISPLAY "COMPETENCIA - ANO (AAAA): "
           ACCEPT BANO
           IF BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO R02
           .
       R02A.
           DISPLAY "AREA (0-TODAS): "
           ACCEPT BAREA
       .
       R03.
      *-----------------------------------------------------------------
      *PRIMEIRA PASSADA: MARCA AS AREAS DOS FUNCIONARIOS COM PRODUCAO
      *NA COMPETENCIA
      *-----------------------------------------------------------------
           MOVE ALL "N" TO AREATAB
           MOVE ZEROS TO CURRKF
           MOVE LOW-VALUES TO QDRK
           START PRODDIA KEY IS NOT LESS THAN QDRK
           IF FS NOT = "00"
               GO TO R03X
           .
       R03A.
           READ PRODDIA NEXT RECORD
           IF FS NOT = "00"
               GO TO R03X
           .
           IF QDMES NOT = BMES OR QDANO NOT = BANO
               GO TO R03A
           .
           IF QDRKF = CURRKF
               GO TO R03A
           .
           MOVE QDRKF TO CURRKF
           PERFORM RAREAFU THRU RAREAFUX
           IF BAREA NOT = ZEROS AND AREAFW NOT = BAREA
               GO TO R03A
           .
           COMPUTE AREAIDX = AREAFW + 1
           MOVE "S" TO AREATEM (AREAIDX)
           GO TO R03A
           .
       R03X.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO RF1
           .
           OPEN OUTPUT PRODRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ALL "=" TO PRDLINE
           WRITE PRDLINE
           MOVE SPACES TO LINHA
           STRING "PRODUCAO POR FUNCIONARIO - COMPETENCIA "
               BMES "/" BANO " - EMITIDO EM " HOJE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           MOVE "MINIMO GARANTIDO PRORRATEADO SO NA ADMISSAO/DEMISSAO -"
               TO LINHA
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           MOVE "AFASTAMENTOS DO MES SO ENTRAM NO CALCULO DA FOLHA"
               TO PRDLINE
           WRITE PRDLINE
           MOVE ALL "=" TO PRDLINE
           WRITE PRDLINE
           MOVE ZEROS TO AREAIDX
       .
       R04.
      *-----------------------------------------------------------------
      *UMA PASSADA NO ARQUIVO PARA CADA AREA MARCADA
      *-----------------------------------------------------------------
           ADD 1 TO AREAIDX
           IF AREAIDX > 1000
               GO TO R06
           .
           IF AREATEM (AREAIDX) NOT = "S"
               GO TO R04
           .
           COMPUTE AREACOD = AREAIDX - 1
           MOVE ZEROS TO ARFUNC ARPROD ARCOMP
           MOVE SPACES TO PRDLINE
           WRITE PRDLINE
           MOVE SPACES TO LINHA
           STRING "AREA " AREACOD
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           MOVE ZEROS TO CURRKF
           MOVE "N" TO CURSEL
           MOVE LOW-VALUES TO QDRK
           START PRODDIA KEY IS NOT LESS THAN QDRK
           IF FS NOT = "00"
               GO TO R05X
           .
       R05.
           READ PRODDIA NEXT RECORD
           IF FS NOT = "00"
               GO TO R05X
           .
           IF QDMES NOT = BMES OR QDANO NOT = BANO
               GO TO R05
           .
           IF QDRKF NOT = CURRKF
               PERFORM RFUNCFIM THRU RFUNCFIMX
               PERFORM RFUNCINI THRU RFUNCINIX
           .
           IF CURSEL NOT = "S"
               GO TO R05
           .
           MOVE SPACES TO ITDESC
           MOVE CURCARGO TO QTCARGO
           MOVE QDITEM TO QTITEM
           READ PRODTAB
           IF FS = "00"
               MOVE QTDESC TO ITDESC
           .
           ADD QDVALOR TO FUPROD
           MOVE QDQTD TO QTDE
           MOVE QDVALUNI TO VUNE
           MOVE QDVALOR TO VALE1
           MOVE SPACES TO LINHA
           STRING "    " QDDIA "/" QDMES "/" QDANO " " QDITEM " "
               ITDESC " QTD " QTDE " X " VUNE " = " VALE1 " "
               QDORIG
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           GO TO R05
           .
       R05X.
           PERFORM RFUNCFIM THRU RFUNCFIMX
           MOVE ARPROD TO VALE1
           MOVE ARCOMP TO VALE2
           MOVE SPACES TO LINHA
           STRING "  TOTAL DA AREA " AREACOD ": FUNCIONARIOS " ARFUNC
               " PRODUCAO " VALE1 " COMPLEMENTO " VALE2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           ADD ARFUNC TO TOTFUNC
           ADD ARPROD TO TOTPROD
           ADD ARCOMP TO TOTCOMP
           GO TO R04
           .
       R06.
           MOVE ALL "=" TO PRDLINE
           WRITE PRDLINE
           MOVE TOTPROD TO VALE1
           MOVE TOTCOMP TO VALE2
           MOVE SPACES TO LINHA
           STRING "TOTAL GERAL: FUNCIONARIOS " TOTFUNC " PRODUCAO "
               VALE1 " COMPLEMENTO " VALE2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           DISPLAY "FUNCIONARIOS COM PRODUCAO: " TOTFUNC
           GO TO RF2
           .
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CADCARGO PRODTAB PRODDIA
           GOBACK
           .
       RAREAFU.
      *-----------------------------------------------------------------
      *AREA ATUAL DA MATRICULA CURRKF - SEM CADASTRO VAI PARA A AREA 0
      *-----------------------------------------------------------------
           MOVE CURRKF TO RKT
           READ FILEFUNC
           IF FS = "00"
               MOVE ARK2 TO AREAFW
           ELSE
               MOVE ZEROS TO AREAFW
           .
       RAREAFUX.
           EXIT.
       RFUNCINI.
      *-----------------------------------------------------------------
      *NOVA MATRICULA NA PASSADA DA AREA: SO ENTRA SE A AREA ATUAL FOR
      *A DA PASSADA - CABECALHO DO FUNCIONARIO E MINIMO DO CARGO
      *-----------------------------------------------------------------
           MOVE QDRKF TO CURRKF
           MOVE "N" TO CURSEL
           MOVE ZEROS TO FUPROD FUMIN CURCARGO
           MOVE "N" TO CURPROD
           PERFORM RAREAFU THRU RAREAFUX
           IF AREAFW NOT = AREACOD
               GO TO RFUNCINIX
           .
           MOVE "S" TO CURSEL
           ADD 1 TO ARFUNC
           MOVE CURRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE "*** NAO CADASTRADO ***" TO NOMEW
               GO TO RFUNCINI2
           .
           MOVE NOME TO NOMEW
           MOVE CRK2 TO CURCARGO
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS = "00" AND TS = "P"
               MOVE "S" TO CURPROD
               PERFORM RPRORATA THRU RPRORATAX
               COMPUTE FUMIN ROUNDED = SALVAL * WORKDIAS / 30
           .
       RFUNCINI2.
           MOVE SPACES TO LINHA
           STRING "  RK " CURRKF " " NOMEW " CARGO " CURCARGO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           .
       RFUNCINIX.
           EXIT.
       RFUNCFIM.
      *-----------------------------------------------------------------
      *FECHA O FUNCIONARIO CORRENTE: PRODUCAO, MINIMO E COMPLEMENTO
      *(O QUE FALTA DA PRODUCAO PARA O MINIMO - PAGO COMO SALARIO)
      *-----------------------------------------------------------------
           IF CURSEL NOT = "S"
               GO TO RFUNCFIMX
           .
           MOVE ZEROS TO FUCOMP
           IF FUMIN > FUPROD
               COMPUTE FUCOMP = FUMIN - FUPROD
           .
           ADD FUPROD TO ARPROD
           ADD FUCOMP TO ARCOMP
           MOVE FUPROD TO VALE1
           MOVE FUMIN TO VALE2
           MOVE FUCOMP TO VALE3
           MOVE SPACES TO LINHA
           IF CURPROD = "S"
               STRING "    PRODUCAO " VALE1 " MINIMO " VALE2
                   " (" WORKDIAS " DIAS) COMPLEMENTO " VALE3
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               STRING "    PRODUCAO " VALE1
                   " - CARGO ATUAL NAO E POR PRODUCAO"
                   DELIMITED BY SIZE INTO LINHA
           .
           MOVE LINHA TO PRDLINE
           WRITE PRDLINE
           MOVE "N" TO CURSEL
           .
       RFUNCFIMX.
           EXIT.
       RPRORATA.
      *-----------------------------------------------------------------
      *MES COMERCIAL DE 30 DIAS, COMO NO RPRORATA DA FOLHA - DIAS DA
      *COMPETENCIA DENTRO DO CONTRATO QUANDO A ADMISSAO OU A DEMISSAO
      *CAI NELA
      *-----------------------------------------------------------------
           MOVE 30 TO WORKDIAS
           IF ADANO = BANO AND ADMES = BMES
               COMPUTE WORKDIAS = 31 - ADDIA
               IF ADDIA = ZEROS OR WORKDIAS > 30
                   MOVE 30 TO WORKDIAS
               END-IF
           END-IF
           IF DDANO = BANO AND DDMES = BMES
               IF ADANO = BANO AND ADMES = BMES
                   COMPUTE WORKDIAS = DDDIA - ADDIA + 1
               ELSE
                   MOVE DDDIA TO WORKDIAS
               END-IF
           END-IF
           .
       RPRORATAX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO - A REIMPRESSAO SAI DO
      *RELCATAL (FPP107)
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
           MOVE "RELPROD" TO RCPROG
           MOVE BMES TO RCKM
           MOVE BANO TO RCKY
           MOVE ZEROS TO RCFIL
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
           CLOSE FILEFUNC CADCARGO PRODTAB PRODDIA PRODRPT
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
