       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVREM.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *ARQUIVO MENSAL DE CONTRIBUICOES PARA A ENTIDADE DE PREVIDENCIA
      *COMPLEMENTAR - UMA LINHA POR PARTICIPANTE COM A CONTRIBUICAO DO
      *FUNCIONARIO E A CONTRAPARTIDA DA EMPRESA DA COMPETENCIA. SO AS
      *CONTRIBUICOES APROVADAS (FOLHA POSTADA) ENTRAM NO ARQUIVO
      *ADESOES: CADPREV/FPP146
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
           SELECT PREVMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PZRK
           .
      *-----------------------------------------------------------------
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT PREVARQ ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
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
      *CONTRIBUICOES MENSAIS (VER CADPREV/FPP146)
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS - CNPJ DO EMPREGADOR NO DETALHE
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *ARQUIVO DA ENTIDADE - LAYOUT POSICIONAL
      *TIPO 0-HEADER 1-DETALHE 9-TRAILER
      *-----------------------------------------------------------------
       FD PREVARQ
           LABEL RECORD IS STANDARD.
       01 PVLINE PIC X(120).
       01 PVHEADER.
           03 PVHTIPO     PIC X(01).
           03 PVHCNPJ     PIC 9(14).
           03 PVHCOMP     PIC 9(06).
           03 PVHDATA     PIC 9(08).
           03 FILLER      PIC X(91) VALUE SPACES.
       01 PVDETALHE.
           03 PVDTIPO     PIC X(01).
           03 PVDCNPJE    PIC 9(14).
           03 PVDCERT     PIC X(15).
           03 PVDCPF      PIC 9(11).
           03 PVDNOME     PIC X(40).
           03 PVDCONTR    PIC 9(10)V99.
           03 PVDPATR     PIC 9(10)V99.
           03 FILLER      PIC X(15) VALUE SPACES.
       01 PVTRAILER.
           03 PVTTIPO     PIC X(01).
           03 PVTQTDE     PIC 9(06).
           03 PVTCONTR    PIC 9(12)V99.
           03 PVTPATR     PIC 9(12)V99.
           03 FILLER      PIC X(85) VALUE SPACES.
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 FILOK       PIC X(01).
           01 NOMEARQ     PIC X(40).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 BCNPJ       PIC 9(14).
           01 TOTLIDO     PIC 9(06).
           01 TOTGRAV     PIC 9(06).
           01 TOTSKIP     PIC 9(06).
           01 TOTPEND     PIC 9(06).
           01 TOTCONTR    PIC 9(12)V99.
           01 TOTPATR     PIC 9(12)V99.
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT PREVMOV
           IF FS NOT = "00"
               DISPLAY "NENHUMA CONTRIBUICAO DE PREVIDENCIA CALCULADA"
               GOBACK
       .
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE PREVMOV
               GOBACK
       .
       R01B.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTGRAV TOTSKIP TOTPEND
           MOVE ZEROS TO TOTCONTR TOTPATR
           DISPLAY "ARQUIVO DE CONTRIBUICOES DA PREVIDENCIA PRIVADA"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
           IF BRKM = ZEROS OR BRKM > 12
               DISPLAY "MES INVALIDO"
               GO TO R02
       .
       R03.
           DISPLAY "DIGITE O ANO DA COMPETENCIA (RKY): "
           ACCEPT BRKY
           IF BRKY = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO R03
       .
       R03A.
      *-----------------------------------------------------------------
      *UM ARQUIVO POR ENTIDADE - O CNPJ SEPARA OS PARTICIPANTES DE CADA
      *UMA QUANDO HA MAIS DE UM PLANO
      *-----------------------------------------------------------------
           DISPLAY "CNPJ DA ENTIDADE (0-TODAS): "
           ACCEPT BCNPJ
       .
       R05.
           MOVE SPACES TO NOMEARQ
           DISPLAY "DIGITE O NOME DO ARQUIVO DA ENTIDADE: "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R05
       .
       R06.
           OPEN OUTPUT PREVARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO: " FSX
               GO TO RF1
           .
           MOVE "0" TO PVHTIPO
           MOVE BCNPJ TO PVHCNPJ
           COMPUTE PVHCOMP = BRKM * 10000 + BRKY
           ACCEPT PVHDATA FROM DATE YYYYMMDD
           WRITE PVLINE FROM PVHEADER
       .
       R07.
           MOVE ZEROS TO PZRKF PZANO PZMES
           MOVE SPACES TO PZSIT
           START PREVMOV KEY IS NOT LESS THAN PZRK
           IF FS NOT = "00"
               GO TO R08
       .
       R07A.
           READ PREVMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF PZMES NOT = BRKM OR PZANO NOT = BRKY
               GO TO R07A
           END-IF
           IF BCNPJ NOT = ZEROS AND PZCNPJ NOT = BCNPJ
               GO TO R07A
           END-IF
           IF PZSIT NOT = "A"
               ADD 1 TO TOTPEND
               GO TO R07A
           END-IF
           ADD 1 TO TOTLIDO
           MOVE PZRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "MATRICULA " PZRKF " NAO CADASTRADA - IGNORADA"
               ADD 1 TO TOTSKIP
               GO TO R07A
           END-IF
           MOVE "1" TO PVDTIPO
           MOVE ZEROS TO PVDCNPJE
           IF FILOK = "S"
               MOVE FFILIAL TO FILRK
               READ CADFIL
               IF FS = "00"
                   MOVE FILCNPJ TO PVDCNPJE
               END-IF
           END-IF
           MOVE PZCERT TO PVDCERT
           MOVE CPF TO PVDCPF
           MOVE NOME TO PVDNOME
           MOVE PZCONTR TO PVDCONTR
           MOVE PZPATR TO PVDPATR
           WRITE PVLINE FROM PVDETALHE
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD PZCONTR TO TOTCONTR
               ADD PZPATR TO TOTPATR
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           GO TO R07A
       .
       R08.
           MOVE "9" TO PVTTIPO
           MOVE TOTGRAV TO PVTQTDE
           MOVE TOTCONTR TO PVTCONTR
           MOVE TOTPATR TO PVTPATR
           WRITE PVLINE FROM PVTRAILER
           CLOSE PREVARQ
       .
       R09.
           DISPLAY "PAGINA DE TOTAIS - PREVIDENCIA " BRKM "/" BRKY
           DISPLAY "CONTRIBUICOES APROVADAS.: " TOTLIDO
           DISPLAY "PARTICIPANTES EXPORTADOS: " TOTGRAV
           DISPLAY "REGISTROS IGNORADOS.....: " TOTSKIP
           DISPLAY "TOTAL DOS FUNCIONARIOS..: " TOTCONTR
           DISPLAY "TOTAL DA EMPRESA........: " TOTPATR
           IF TOTPEND > ZEROS
               DISPLAY "ATENCAO: " TOTPEND " CALCULO(S) DA COMPETENCIA "
                   "PENDENTE(S) DE APROVACAO - FORA DO ARQUIVO"
           .
       RF1.
           CLOSE PREVMOV FILEFUNC
           IF FILOK = "S"
               CLOSE CADFIL
           .
           GOBACK
           .
       RF2.
           EXIT PROGRAM
           .
