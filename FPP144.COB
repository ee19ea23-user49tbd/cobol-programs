       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSOBRE.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *ESCALA DE SOBREAVISO E PRONTIDAO POR AREA NA COMPETENCIA - OS
      *PLANTOES DO CADSOBRE (FPP143) AGRUPADOS PELA AREA GRAVADA NO
      *PLANTAO, COM HORAS DE PLANTAO, HORAS ACIONADAS E TOTAIS POR
      *AREA E GERAL
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

           SELECT SOBREAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SORK
           .
      *-----------------------------------------------------------------
           SELECT SOBRPT ASSIGN TO NOMEARQ
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
      *PLANTOES DE SOBREAVISO E PRONTIDAO (VER CADSOBRE/FPP143)
      *-----------------------------------------------------------------
       FD SOBREAV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SOBREAV1.DAT".
       COPY SOBREAV.
      *-----------------------------------------------------------------
       FD SOBRPT
           LABEL RECORD IS STANDARD.
       01 SOBLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - ESCALA MENSAL, GUARDADA PARA
      *CONFERENCIA DO ADICIONAL PAGO
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
           01 TIPOTXT     PIC X(11).
           01 NOMEW       PIC X(30).
      *-----------------------------------------------------------------
      *AREAS COM PLANTAO NA COMPETENCIA (INDICE = AREA + 1)
      *-----------------------------------------------------------------
           01 AREATAB.
               03 AREATEM  PIC X(01) OCCURS 1000 TIMES.
           01 AREAIDX     PIC 9(04).
           01 AREACOD     PIC 9(03).
           01 ARPLAN      PIC 9(05).
           01 ARHRSS      PIC 9(05)V99.
           01 ARHRSP      PIC 9(05)V99.
           01 ARACION     PIC 9(05).
           01 TOTPLAN     PIC 9(05).
           01 TOTHRSS     PIC 9(06)V99.
           01 TOTHRSP     PIC 9(06)V99.
           01 TOTACION    PIC 9(06).
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
           OPEN INPUT SOBREAV
           IF FS = "35"
               OPEN OUTPUT SOBREAV
               CLOSE SOBREAV
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SOBREAV - FS: " FS
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TOTPLAN TOTHRSS TOTHRSP TOTACION
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
      *PRIMEIRA PASSADA: MARCA AS AREAS COM PLANTAO NA COMPETENCIA
      *-----------------------------------------------------------------
           MOVE ALL "N" TO AREATAB
           MOVE ZEROS TO SORKF SODATA SOHRINI
           START SOBREAV KEY IS NOT LESS THAN SORK
           IF FS NOT = "00"
               GO TO R03X
           .
       R03A.
           READ SOBREAV NEXT RECORD
           IF FS NOT = "00"
               GO TO R03X
           .
           IF SOMES NOT = BMES OR SOANO NOT = BANO
               GO TO R03A
           .
           IF BAREA NOT = ZEROS AND SOARK NOT = BAREA
               GO TO R03A
           .
           COMPUTE AREAIDX = SOARK + 1
           MOVE "S" TO AREATEM (AREAIDX)
           GO TO R03A
           .
       R03X.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO RF1
           .
           OPEN OUTPUT SOBRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ALL "=" TO SOBLINE
           WRITE SOBLINE
           MOVE SPACES TO LINHA
           STRING "ESCALA DE SOBREAVISO E PRONTIDAO - COMPETENCIA "
               BMES "/" BANO " - EMITIDO EM " HOJE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SOBLINE
           WRITE SOBLINE
           MOVE ALL "=" TO SOBLINE
           WRITE SOBLINE
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
           MOVE ZEROS TO ARPLAN ARHRSS ARHRSP ARACION
           MOVE SPACES TO SOBLINE
           WRITE SOBLINE
           MOVE SPACES TO LINHA
           STRING "AREA " AREACOD
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SOBLINE
           WRITE SOBLINE
           MOVE ZEROS TO SORKF SODATA SOHRINI
           START SOBREAV KEY IS NOT LESS THAN SORK
           IF FS NOT = "00"
               GO TO R05X
           .
       R05.
           READ SOBREAV NEXT RECORD
           IF FS NOT = "00"
               GO TO R05X
           .
           IF SOMES NOT = BMES OR SOANO NOT = BANO
                   OR SOARK NOT = AREACOD
               GO TO R05
           .
           MOVE SORKF TO RKT
           READ FILEFUNC
           IF FS = "00"
               MOVE NOME TO NOMEW
           ELSE
               MOVE "*** NAO CADASTRADO ***" TO NOMEW
           .
           IF SOTIPO = "P"
               MOVE "PRONTIDAO" TO TIPOTXT
               ADD SOHORAS TO ARHRSP
           ELSE
               MOVE "SOBREAVISO" TO TIPOTXT
               ADD SOHORAS TO ARHRSS
           .
           ADD 1 TO ARPLAN
           ADD SOACION TO ARACION
           MOVE SPACES TO LINHA
           STRING "  RK " SORKF " " NOMEW " " SODIA "/" SOMES "/"
               SOANO " " SOHRINI "-" SOHRFIM " " TIPOTXT " HORAS "
               SOHORAS " ACIONADO " SOACION
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SOBLINE
           WRITE SOBLINE
           GO TO R05
           .
       R05X.
           MOVE SPACES TO LINHA
           STRING "  TOTAL DA AREA " AREACOD ": PLANTOES " ARPLAN
               " SOBREAVISO " ARHRSS "H PRONTIDAO " ARHRSP
               "H ACIONADAS " ARACION "H"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SOBLINE
           WRITE SOBLINE
           ADD ARPLAN TO TOTPLAN
           ADD ARHRSS TO TOTHRSS
           ADD ARHRSP TO TOTHRSP
           ADD ARACION TO TOTACION
           GO TO R04
           .
       R06.
           MOVE ALL "=" TO SOBLINE
           WRITE SOBLINE
           MOVE SPACES TO LINHA
           STRING "TOTAL GERAL: PLANTOES " TOTPLAN " SOBREAVISO "
               TOTHRSS "H PRONTIDAO " TOTHRSP "H ACIONADAS "
               TOTACION "H"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO SOBLINE
           WRITE SOBLINE
           DISPLAY "PLANTOES NA COMPETENCIA: " TOTPLAN
           GO TO RF2
           .
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC SOBREAV
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
           MOVE "RELSOBRE" TO RCPROG
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
           CLOSE FILEFUNC SOBREAV SOBRPT
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
