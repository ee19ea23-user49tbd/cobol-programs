       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCBO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CARGOS SEM CBO VALIDA - CBO NAO INFORMADA, FORA DA TABELA CBO
      *OU EXTINTA NA ULTIMA LISTA OFICIAL CARREGADA - COM O NUMERO DE
      *FUNCIONARIOS ATIVOS NO CARGO (A RAIS E O ESOCIAL SAEM COM A
      *OCUPACAO DO CARGO). LISTA TAMBEM OS CARGOS CUJA BASE DA COTA DE
      *APRENDIZ (CFORMPROF) DIVERGE DA INDICACAO DA CBO
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
           SELECT CBORPT ASSIGN TO NOMEARQ
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
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *TABELA CBO (VER CADCBO/FPP136)
      *-----------------------------------------------------------------
       FD CADCBO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCBO1.DAT".
       COPY CBO.
      *-----------------------------------------------------------------
       FD CBORPT
           LABEL RECORD IS STANDARD.
       01 CBOLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - RELATORIO DE CONFERENCIA DO
      *CADASTRO, SUBSTITUIDO A CADA EMISSAO
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 0365.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 HOJE        PIC 9(08).
           01 CBOTEM      PIC X(01).
           01 SITTXT      PIC X(40).
           01 LINHA       PIC X(132).
           01 TOTCARGO    PIC 9(05).
           01 TOTSEMCBO   PIC 9(05).
           01 TOTDIVAPR   PIC 9(05).
           01 TOTFUNC     PIC 9(06).
      *-----------------------------------------------------------------
      *FUNCIONARIOS ATIVOS POR CARGO (INDICE = CODIGO DO CARGO)
      *-----------------------------------------------------------------
           01 CGTAB.
               03 CGQTD PIC 9(05) OCCURS 9999 TIMES.
           01 CGX         PIC 9(05).
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
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT CADCBO
           IF FS NOT = "00"
               DISPLAY "AVISO: TABELA CBO AUSENTE - CARREGUE PELO "
                   "CADCBO; SO A CBO NAO INFORMADA E APONTADA"
               MOVE "N" TO CBOTEM
           ELSE
               MOVE "S" TO CBOTEM
       .
       R02.
           MOVE ZEROS TO TOTCARGO TOTSEMCBO TOTDIVAPR TOTFUNC
           ACCEPT HOJE FROM DATE YYYYMMDD
           PERFORM RCGZERA THRU RCGZERAX
               VARYING CGX FROM 1 BY 1 UNTIL CGX > 9999
      *-----------------------------------------------------------------
      *FUNCIONARIOS ATIVOS (SEM DATA DE DESLIGAMENTO) POR CARGO
      *-----------------------------------------------------------------
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R04
           .
       R03.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R04
           .
           IF DDANO NOT = ZEROS OR CRK2 = ZEROS
               GO TO R03
           .
           ADD 1 TO CGQTD (CRK2)
           GO TO R03
           .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO RF1
           .
           OPEN OUTPUT CBORPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ALL "=" TO CBOLINE
           WRITE CBOLINE
           MOVE SPACES TO LINHA
           STRING "CARGOS SEM CBO VALIDA - EMITIDO EM " HOJE
               " (AAAAMMDD)" DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CBOLINE
           WRITE CBOLINE
           MOVE ALL "=" TO CBOLINE
           WRITE CBOLINE
           MOVE ZEROS TO CRK
           START CADCARGO KEY IS NOT LESS THAN CRK
           IF FS NOT = "00"
               GO TO R06
           .
       R05.
           READ CADCARGO NEXT RECORD
           IF FS NOT = "00"
               GO TO R06
           .
           ADD 1 TO TOTCARGO
           MOVE SPACES TO SITTXT
           IF CCBO = ZEROS
               MOVE "CBO NAO INFORMADA" TO SITTXT
               GO TO R05A
           .
           IF CBOTEM NOT = "S"
               GO TO R05
           .
           MOVE CCBO TO CBORK
           READ CADCBO
           IF FS NOT = "00"
               MOVE "CBO FORA DA TABELA" TO SITTXT
               GO TO R05A
           .
           IF CBOSIT NOT = "A"
               MOVE "CBO EXTINTA NA LISTA OFICIAL" TO SITTXT
               GO TO R05A
           .
           IF CFORMPROF NOT = CBOAPR
               ADD 1 TO TOTDIVAPR
               MOVE SPACES TO LINHA
               STRING "CARGO " CRK " " CDESC " CBO " CCBO
                   " BASE DE APRENDIZ " CFORMPROF " - CBO INDICA "
                   CBOAPR " (CONFERIR)"
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO CBOLINE
               WRITE CBOLINE
           .
           GO TO R05
           .
       R05A.
           ADD 1 TO TOTSEMCBO
           MOVE SPACES TO LINHA
           STRING "CARGO " CRK " " CDESC " CBO " CCBO " "
               SITTXT " ATIVOS NO CARGO: " CGQTD (CRK)
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CBOLINE
           WRITE CBOLINE
           ADD CGQTD (CRK) TO TOTFUNC
           GO TO R05
           .
       R06.
           MOVE ALL "=" TO CBOLINE
           WRITE CBOLINE
           MOVE SPACES TO LINHA
           STRING "CARGOS LIDOS: " TOTCARGO "  SEM CBO VALIDA: "
               TOTSEMCBO "  FUNCIONARIOS ATIVOS NELES: " TOTFUNC
               "  BASE DE APRENDIZ A CONFERIR: " TOTDIVAPR
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CBOLINE
           WRITE CBOLINE
           DISPLAY "CARGOS SEM CBO VALIDA: " TOTSEMCBO
           GO TO RF2
           .
       RCGZERA.
           MOVE ZEROS TO CGQTD (CGX)
           .
       RCGZERAX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CADCARGO
           IF CBOTEM = "S"
               CLOSE CADCBO
           .
           GOBACK
           .
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
           MOVE "RELCBO" TO RCPROG
           MOVE ZEROS TO RCKM RCFIL
           DIVIDE HOJE BY 10000 GIVING RCKY
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
           CLOSE FILEFUNC CADCARGO CBORPT
           IF CBOTEM = "S"
               CLOSE CADCBO
           .
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
