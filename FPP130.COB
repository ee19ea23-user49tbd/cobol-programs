       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINTER.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CONVOCACOES DOS ULTIMOS 12 MESES DOS INTERMITENTES ATIVOS
      *(CONTRTIPO I) ATE A DATA DE REFERENCIA - CADA CONVOCACAO COM
      *PERIODO, HORAS, SITUACAO E VALOR PAGO (VER CADCONV/FPP128 E
      *PAGINTER/FPP129). O ULTIMO SERVICO PRESTADO (FIM DA ULTIMA
      *CONVOCACAO ACEITA OU PAGA, OU A ADMISSAO SE NUNCA HOUVE)
      *CONTROLA O LIMITE DE UM ANO SEM CONVOCACAO: VENCIDO, O CONTRATO
      *E DADO POR ENCERRADO E A RESCISAO TEM DE SER FEITA; NOS ULTIMOS
      *30 DIAS ANTES DO LIMITE SAI O ALERTA
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
           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .
      *-----------------------------------------------------------------
           SELECT INTRPT ASSIGN TO NOMEARQ
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
      *CONVOCACOES DO INTERMITENTE (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
       FD INTRPT
           LABEL RECORD IS STANDARD.
       01 INTLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - PRAZO DOS DOCUMENTOS DO
      *CONTRATO DE TRABALHO (5 ANOS)
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BFIL        PIC 9(02).
           01 HOJE        PIC 9(08).
           01 REFDT       PIC 9(08).
           01 JANINI      PIC 9(08).
           01 ALERTADT    PIC 9(08).
           01 ULTATV      PIC 9(08).
           01 LIMDT       PIC 9(08).
           01 TOTFUNC     PIC 9(06).
           01 TOTCONV     PIC 9(06).
           01 TOTVENC     PIC 9(06).
           01 TOTALERT    PIC 9(06).
           01 FCONV       PIC 9(04).
           01 FACEITA     PIC 9(04).
           01 FRECUSA     PIC 9(04).
           01 FHORAS      PIC 9(06)V99.
           01 FBRUTO      PIC 9(10)V99.
           01 TBRUTO      PIC 9(12)V99.
           01 LINHA       PIC X(132).
           01 SITTXT      PIC X(12).
           01 MOTTXT      PIC X(50).
           01 VALED       PIC ZZ.ZZZ.ZZ9,99.
           01 HORED       PIC Z.ZZ9,99.
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - FORMATACAO DD/MM/AAAA
      *-----------------------------------------------------------------
           01 DTW         PIC 9(08).
           01 DTWR REDEFINES DTW.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DTTXT       PIC X(10).
           01 DTTXT2      PIC X(10).
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
           OPEN INPUT CONVOC
           IF FS NOT = "00"
               DISPLAY "SEM CONVOCACOES REGISTRADAS (FPP128)"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R02.
           MOVE ZEROS TO TOTFUNC TOTCONV TOTVENC TOTALERT TBRUTO
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "DIGITE A FILIAL (00 = TODAS): "
           ACCEPT BFIL
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT REFDT
           IF REFDT = ZEROS
               MOVE HOJE TO REFDT
           .
      *-----------------------------------------------------------------
      *JANELA DE 12 MESES ATE A REFERENCIA E INICIO DO ALERTA (11
      *MESES ATRAS) - MESMO DIA, ANO OU MES ANTERIOR
      *-----------------------------------------------------------------
           MOVE REFDT TO DTW
           SUBTRACT 1 FROM DVVANO
           MOVE DTW TO JANINI
           ADD 1 TO DVVMES
           IF DVVMES > 12
               MOVE 1 TO DVVMES
               ADD 1 TO DVVANO
           .
           MOVE DTW TO ALERTADT
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT INTRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ALL "=" TO INTLINE
           WRITE INTLINE
           MOVE JANINI TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE REFDT TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "CONTRATO INTERMITENTE - CONVOCACOES DE " DTTXT2
               " A " DTTXT " FILIAL " BFIL " (00 = TODAS)"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO INTLINE
           WRITE INTLINE
           MOVE ALL "=" TO INTLINE
           WRITE INTLINE
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R08
           .
       R07.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           .
           IF CONTRTIPO NOT = "I" OR DDANO NOT = ZEROS
               GO TO R07
           .
           IF BFIL NOT = ZEROS AND FFILIAL NOT = BFIL
               GO TO R07
           .
           PERFORM RFUNC THRU RFUNCX
           GO TO R07
           .
       R08.
           MOVE ALL "=" TO INTLINE
           WRITE INTLINE
           MOVE TBRUTO TO VALED
           MOVE SPACES TO LINHA
           STRING "INTERMITENTES: " TOTFUNC "  CONVOCACOES: " TOTCONV
               "  PAGO NO PERIODO: " VALED
               "  LIMITE VENCIDO: " TOTVENC "  EM ALERTA: " TOTALERT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO INTLINE
           WRITE INTLINE
           DISPLAY "INTERMITENTES: " TOTFUNC " CONVOCACOES: " TOTCONV
               " LIMITE VENCIDO: " TOTVENC " EM ALERTA: " TOTALERT
           GO TO RF2
           .
       RFUNC.
      *-----------------------------------------------------------------
      *UM INTERMITENTE: CABECALHO, CONVOCACOES DA JANELA E A SITUACAO
      *DO LIMITE DE UM ANO
      *-----------------------------------------------------------------
           ADD 1 TO TOTFUNC
           MOVE ZEROS TO FCONV FACEITA FRECUSA FHORAS FBRUTO
           COMPUTE ULTATV = ADANO * 10000 + ADMES * 100 + ADDIA
           MOVE SPACES TO INTLINE
           WRITE INTLINE
           MOVE ULTATV TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "MATRICULA " RKT " " NOME " FILIAL " FFILIAL
               " ADMISSAO " DTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO INTLINE
           WRITE INTLINE
           MOVE ALL "-" TO INTLINE
           WRITE INTLINE
           MOVE RKT TO IVMAT
           MOVE ZEROS TO IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO RFUNC3
           .
       RFUNC2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00" OR IVMAT NOT = RKT
               GO TO RFUNC3
           END-IF
           IF IVINI > REFDT
               GO TO RFUNC2
           END-IF
           IF (IVSIT = "A" OR IVSIT = "G") AND IVFIM > ULTATV
               MOVE IVFIM TO ULTATV
               IF ULTATV > REFDT
                   MOVE REFDT TO ULTATV
               END-IF
           END-IF
           IF IVINI NOT > JANINI
               GO TO RFUNC2
           END-IF
           PERFORM RCLINHA THRU RCLINHAX
           GO TO RFUNC2
           .
       RFUNC3.
           IF FCONV = ZEROS
               MOVE "    SEM CONVOCACAO NOS ULTIMOS 12 MESES" TO INTLINE
               WRITE INTLINE
           .
           MOVE ULTATV TO DTW
           ADD 1 TO DVVANO
           MOVE DTW TO LIMDT
           MOVE SPACES TO MOTTXT
           IF ULTATV NOT > JANINI
               MOVE "LIMITE VENCIDO - EFETUAR A RESCISAO" TO MOTTXT
               ADD 1 TO TOTVENC
           ELSE
               IF ULTATV NOT > ALERTADT
                   MOVE "ALERTA - LIMITE EM MENOS DE 30 DIAS" TO MOTTXT
                   ADD 1 TO TOTALERT
               END-IF
           END-IF
           MOVE ULTATV TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE LIMDT TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE FHORAS TO HORED
           MOVE FBRUTO TO VALED
           MOVE SPACES TO LINHA
           STRING "    CONVOC " FCONV " ACEITAS " FACEITA
               " RECUSADAS " FRECUSA " HORAS " HORED " PAGO " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO INTLINE
           WRITE INTLINE
           MOVE SPACES TO LINHA
           STRING "    ULTIMO SERVICO " DTTXT2 " LIMITE DE 1 ANO "
               DTTXT " " MOTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO INTLINE
           WRITE INTLINE
           .
       RFUNCX.
           EXIT.
       RCLINHA.
           ADD 1 TO FCONV TOTCONV
           MOVE "AGUARDANDO" TO SITTXT
           IF IVSIT = "A"
               MOVE "ACEITA" TO SITTXT
               ADD 1 TO FACEITA
           .
           IF IVSIT = "G"
               MOVE "PAGA" TO SITTXT
               ADD 1 TO FACEITA
               ADD IVHTRAB TO FHORAS
               ADD IVBRUTO TO FBRUTO TBRUTO
           .
           IF IVSIT = "R"
               MOVE "RECUSADA" TO SITTXT
               ADD 1 TO FRECUSA
           .
           IF IVSIT = "C"
               MOVE "CANCELADA" TO SITTXT
           .
           MOVE IVINI TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE IVFIM TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE IVHORAS TO HORED
           MOVE IVBRUTO TO VALED
           MOVE SPACES TO LINHA
           STRING "    " IVSEQ " " DTTXT2 " A " DTTXT " HORAS " HORED
               " " SITTXT " " IVLOCAL " BRUTO " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO INTLINE
           WRITE INTLINE
           .
       RCLINHAX.
           EXIT.
       RFMTDT.
      *-----------------------------------------------------------------
      *DTW (AAAAMMDD) EM DD/MM/AAAA - ZEROS SAI EM BRANCO
      *-----------------------------------------------------------------
           MOVE SPACES TO DTTXT
           IF DTW = ZEROS
               GO TO RFMTDTX
           .
           STRING DVVDIA "/" DVVMES "/" DVVANO
               DELIMITED BY SIZE INTO DTTXT
           .
       RFMTDTX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CONVOC
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
           MOVE "RELINTER" TO RCPROG
           MOVE ZEROS TO RCKM
           DIVIDE REFDT BY 10000 GIVING RCKY
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
           CLOSE FILEFUNC CONVOC INTRPT
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
