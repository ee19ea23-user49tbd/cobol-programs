       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCRECH.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *AUXILIO-CRECHE - FILHOS QUE SAEM DA IDADE DO BENEFICIO NO MES
      *SEGUINTE A COMPETENCIA DE REFERENCIA: FUNCIONARIOS ATIVOS CUJA
      *CCT DO CARGO PREVE O AUXILIO (VER CADCCT/FPP121) E DEPENDENTES
      *(DEPEND) QUE COMPLETAM NA REFERENCIA A IDADE LIMITE EM MESES -
      *A REFERENCIA E O ULTIMO MES COM DIREITO AO REEMBOLSO
      *(VER CADCRECH/FPP138)
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

           SELECT DEPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DPRK
           .
      *-----------------------------------------------------------------
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .

           SELECT CRECHE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AXRK
           .
      *-----------------------------------------------------------------
           SELECT CRERPT ASSIGN TO NOMEARQ
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
      *DEPENDENTES VARIAVEIS
      *-----------------------------------------------------------------
       FD DEPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".
       01 DEPENDREC.
           03 DPRK.
               05 DPRKF   PIC 9(06).
               05 DPSEQ   PIC 9(02).
           03 DPNOME     PIC X(40).
           03 DPCPF      PIC 9(11).
           03 DPNDIA     PIC 9(02).
           03 DPNMES     PIC 9(02).
           03 DPNANO     PIC 9(04).
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD CADCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
      *-----------------------------------------------------------------
      *RECIBOS DO AUXILIO-CRECHE (VER CADCRECH/FPP138) - INDICA SE O
      *DEPENDENTE TEM REEMBOLSO NA REFERENCIA
      *-----------------------------------------------------------------
       FD CRECHE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRECHE1.DAT".
       COPY CRECHE.
      *-----------------------------------------------------------------
       FD CRERPT
           LABEL RECORD IS STANDARD.
       01 CRELINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - AVISO MENSAL AO DEPARTAMENTO
      *PESSOAL, SUBSTITUIDO PELA EMISSAO SEGUINTE
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
           01 COMPREF     PIC 9(06).
           01 IDADEM      PIC S9(05).
           01 CCTTEM      PIC X(01).
           01 CRCCT       PIC 9(03).
           01 CRMESES     PIC 9(03).
           01 RECTXT      PIC X(12).
           01 TOTDEP      PIC 9(05).
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
           OPEN INPUT DEPEND
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPEND"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE RELCAT RCATCTL FILEFUNC DEPEND
               GOBACK
       .
       R01C.
           OPEN INPUT CADCCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCCT"
               CLOSE RELCAT RCATCTL FILEFUNC DEPEND CADCARGO
               GOBACK
       .
       R01D.
           OPEN INPUT CRECHE
           IF FS = "35"
               OPEN OUTPUT CRECHE
               CLOSE CRECHE
               GO TO R01D
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CRECHE - FS: " FS
               CLOSE RELCAT RCATCTL FILEFUNC DEPEND CADCARGO CADCCT
               GOBACK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TOTDEP
           DISPLAY "COMPETENCIA DE REFERENCIA - MES (MM, 0-CORRENTE): "
           ACCEPT BMES
           IF BMES = ZEROS
               MOVE HJMES TO BMES
               MOVE HJANO TO BANO
               GO TO R03
           .
           DISPLAY "COMPETENCIA DE REFERENCIA - ANO (AAAA): "
           ACCEPT BANO
           IF BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO R02
           .
       R03.
           COMPUTE COMPREF = BANO * 100 + BMES
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO RF1
           .
           OPEN OUTPUT CRERPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ALL "=" TO CRELINE
           WRITE CRELINE
           MOVE SPACES TO LINHA
           STRING "AUXILIO-CRECHE - DEPENDENTES QUE SAEM DA IDADE APOS "
               "A COMPETENCIA " BMES "/" BANO " - EMITIDO EM " HOJE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRELINE
           WRITE CRELINE
           MOVE ALL "=" TO CRELINE
           WRITE CRELINE
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R06
           .
       R04.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R06
           .
           IF DDANO NOT = ZEROS OR CRK2 = ZEROS
               GO TO R04
           .
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00" OR CCTCOD = ZEROS
               GO TO R04
           .
           PERFORM RCCTLE THRU RCCTLEX
           IF CCTTEM NOT = "S"
               GO TO R04
           .
           MOVE RKT TO DPRKF
           MOVE ZEROS TO DPSEQ
           START DEPEND KEY IS NOT LESS THAN DPRK
           IF FS NOT = "00"
               GO TO R04
           .
       R05.
           READ DEPEND NEXT RECORD
           IF FS NOT = "00" OR DPRKF NOT = RKT
               GO TO R04
           .
           IF DPNANO = ZEROS
               GO TO R05
           .
           COMPUTE IDADEM = (BANO * 12 + BMES)
               - (DPNANO * 12 + DPNMES)
           IF IDADEM NOT = CRMESES
               GO TO R05
           .
           MOVE DPRKF TO AXRKF
           MOVE DPSEQ TO AXDSEQ
           MOVE BANO TO AXANO
           MOVE BMES TO AXMES
           READ CRECHE
           IF FS = "00" AND AXSIT = "L"
               MOVE "COM RECIBO" TO RECTXT
           ELSE
               MOVE "SEM RECIBO" TO RECTXT
           .
           ADD 1 TO TOTDEP
           MOVE SPACES TO LINHA
           STRING "RK " RKT " " NOME(1:30) " DEP " DPSEQ " "
               DPNOME(1:30) " NASC. " DPNDIA "/" DPNMES "/" DPNANO
               " CCT " CRCCT " " RECTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRELINE
           WRITE CRELINE
           GO TO R05
           .
       R06.
           MOVE ALL "=" TO CRELINE
           WRITE CRELINE
           MOVE SPACES TO LINHA
           STRING "DEPENDENTES COM ULTIMO MES DE AUXILIO-CRECHE EM "
               BMES "/" BANO ": " TOTDEP
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRELINE
           WRITE CRELINE
           DISPLAY "DEPENDENTES SAINDO DA IDADE: " TOTDEP
           GO TO RF2
           .
       RCCTLE.
      *-----------------------------------------------------------------
      *CCT DO SINDICATO DO CARGO (CCTCOD) EM VIGOR NA REFERENCIA -
      *SO CONTA SE PREVE O AUXILIO-CRECHE (TETO INFORMADO)
      *-----------------------------------------------------------------
           MOVE "N" TO CCTTEM
           MOVE ZEROS TO CRCCT CRMESES
           MOVE CCTCOD TO CVCOD
           MOVE ZEROS TO CVINIANO CVINIMES
           START CADCCT KEY IS NOT LESS THAN CVRK
           IF FS NOT = "00"
               GO TO RCCTLEX
           .
       RCCTLE2.
           READ CADCCT NEXT RECORD
           IF FS NOT = "00" OR CVCOD NOT = CCTCOD
               GO TO RCCTLE3
           .
           IF (CVINIANO * 100 + CVINIMES) > COMPREF
               GO TO RCCTLE3
           .
           IF CVFIMANO = ZEROS
                   OR (CVFIMANO * 100 + CVFIMMES) NOT < COMPREF
               MOVE "N" TO CCTTEM
               IF CVCRTETO NOT = ZEROS
                   MOVE "S" TO CCTTEM
                   MOVE CVCOD TO CRCCT
                   MOVE CVCRMESES TO CRMESES
               END-IF
           .
           GO TO RCCTLE2
           .
       RCCTLE3.
           IF CRMESES = ZEROS
               MOVE 71 TO CRMESES
           .
       RCCTLEX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC DEPEND CADCARGO CADCCT CRECHE
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
           MOVE "RELCRECH" TO RCPROG
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
           CLOSE FILEFUNC DEPEND CADCARGO CADCCT CRECHE CRERPT
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
