       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROC.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS EM ABERTO E PROVISAO PARA A
      *CONTABILIDADE (PROCTRAB/FPP170). EM ANDAMENTO: A PROVISAO
      *ESTIMADA POR RISCO - PROVAVEL E PROVISIONADO, POSSIVEL VAI
      *PARA NOTA EXPLICATIVA, REMOTO SO E LISTADO. DECIDIDO E AINDA
      *NAO PAGO: O VALOR DEVIDO APURADO (REMUNERACAO DEFERIDA MAIS
      *INSS PATRONAL E FGTS DAS COMPETENCIAS), QUE SUBSTITUI A
      *ESTIMATIVA. PAGOS E ENCERRADOS NAO SAEM
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCTRAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JTRK
           .

           SELECT PROCVAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JVRK
           .
      *-----------------------------------------------------------------
           SELECT PJRPT ASSIGN TO NOMEARQ
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

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS E VALORES POR COMPETENCIA (VER
      *PROCTRAB/FPP170)
      *-----------------------------------------------------------------
       FD PROCTRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCTRAB1.DAT".
       COPY PROCTRAB.
      *-----------------------------------------------------------------
       FD PROCVAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCVAL1.DAT".
       COPY PROCVAL.
      *-----------------------------------------------------------------
       FD PJRPT
           LABEL RECORD IS STANDARD.
       01 PJLINE PIC X(132).
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
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
       WORKING-STORAGE SECTION.
           01 OPERID      PIC X(10).
           01 SENHA       PIC X(08).
           01 OPERCHK     PIC X(01).
           01 TENTAT      PIC 9(01).
           01 RCSEQX      PIC 9(08).
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO    PIC 9(04).
               03 HJMES    PIC 9(02).
               03 HJDIA    PIC 9(02).
           01 LINHA       PIC X(132).
           01 RISCOTXT    PIC X(08).
           01 CLASTXT     PIC X(24).
      *-----------------------------------------------------------------
      *FGTS DAS COMPETENCIAS DO PROCESSO DECIDIDO (MESMO PERCENTUAL
      *DA FOLHA) E VALOR DEVIDO
      *-----------------------------------------------------------------
           01 FGTSPCT     PIC 9(02)V9 VALUE 8,0.
           01 SOMAFGTS    PIC 9(12)V99.
           01 VALFGTS     PIC 9(12)V99.
           01 VALDEV      PIC 9(12)V99.
           01 VALED       PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *TOTAIS POR CLASSE
      *-----------------------------------------------------------------
           01 QTDPROV     PIC 9(06).
           01 QTDPOSS     PIC 9(06).
           01 QTDREMO     PIC 9(06).
           01 QTDDEV      PIC 9(06).
           01 TOTPROV     PIC 9(12)V99.
           01 TOTPOSS     PIC 9(12)V99.
           01 TOTREMO     PIC 9(12)V99.
           01 TOTDEV      PIC 9(12)V99.
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
       R00S.
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               DISPLAY "AVISO: CADASTRO DE OPERADORES AUSENTE"
               DISPLAY "ACESSO LIBERADO - CADASTRE PELO CADOPER"
               MOVE "N" TO OPERCHK
           ELSE
               MOVE "S" TO OPERCHK
           .
           MOVE ZEROS TO TENTAT
       .
       R00S2.
           IF LKOPER NOT = SPACES AND LKOPER NOT = LOW-VALUES
               MOVE LKOPER TO OPERID
               IF OPERCHK = "S"
                   PERFORM RSIGNONQ THRU RSIGNONQX
                   CLOSE OPERMST
               END-IF
               GO TO R0CAT
           .
       R00S3.
           MOVE SPACES TO OPERID
           DISPLAY "IDENTIFICACAO DO OPERADOR: "
           ACCEPT OPERID
           IF OPERID = SPACES
               GO TO R00S3
           .
           IF OPERCHK = "S"
               PERFORM RSIGNON THRU RSIGNONX
               CLOSE OPERMST
       .
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
           OPEN INPUT PROCTRAB
           IF FS NOT = "00"
               DISPLAY "SEM PROCESSOS CADASTRADOS (FPP170)"
               CLOSE RELCAT RCATCTL
               GOBACK
       .
       R01A.
           OPEN INPUT PROCVAL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROCVAL - FS: " FS
               CLOSE RELCAT RCATCTL PROCTRAB
               GOBACK
       .
       R02.
           MOVE ZEROS TO QTDPROV QTDPOSS QTDREMO QTDDEV
           MOVE ZEROS TO TOTPROV TOTPOSS TOTREMO TOTDEV
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT PJRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ALL "=" TO PJLINE
           WRITE PJLINE
           MOVE SPACES TO LINHA
           STRING "PROCESSOS TRABALHISTAS EM ABERTO E PROVISAO - "
               "POSICAO EM " HJDIA "/" HJMES "/" HJANO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PJLINE
           WRITE PJLINE
           MOVE ALL "=" TO PJLINE
           WRITE PJLINE
           MOVE SPACES TO LINHA
           STRING "CODIGO NUMERO DO PROCESSO     RECLAMANTE"
               "                               RISCO    "
               "CLASSIFICACAO                       VALOR"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PJLINE
           WRITE PJLINE
           MOVE ALL "-" TO PJLINE
           WRITE PJLINE
           MOVE ZEROS TO JTCOD
           START PROCTRAB KEY IS NOT LESS THAN JTRK
           IF FS NOT = "00"
               GO TO R07
       .
       R06.
           READ PROCTRAB NEXT RECORD
           IF FS NOT = "00"
               GO TO R07
           END-IF
           IF JTSIT NOT = "A" AND JTSIT NOT = "D"
               GO TO R06
           END-IF
           MOVE "PROVAVEL" TO RISCOTXT
           IF JTRISCO = "O"
               MOVE "POSSIVEL" TO RISCOTXT
           END-IF
           IF JTRISCO = "R"
               MOVE "REMOTO" TO RISCOTXT
           END-IF
           IF JTSIT = "D"
               PERFORM RDEVIDO THRU RDEVIDOX
           ELSE
               PERFORM RESTIMA THRU RESTIMAX
           END-IF
           MOVE SPACES TO LINHA
           STRING JTCOD " " JTNUM " " JTNOME " " RISCOTXT " "
               CLASTXT " " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PJLINE
           WRITE PJLINE
           GO TO R06
       .
       R07.
           PERFORM RTOTAIS THRU RTOTAISX
           CLOSE PJRPT
           GO TO RF1
       .
       RESTIMA.
      *-----------------------------------------------------------------
      *EM ANDAMENTO - A ESTIMATIVA DO CADASTRO, CLASSIFICADA PELO RISCO
      *-----------------------------------------------------------------
           MOVE JTPROV TO VALED
           IF JTRISCO = "O"
               MOVE "NOTA EXPLICATIVA" TO CLASTXT
               ADD 1 TO QTDPOSS
               ADD JTPROV TO TOTPOSS
               GO TO RESTIMAX
           .
           IF JTRISCO = "R"
               MOVE "SEM PROVISAO" TO CLASTXT
               ADD 1 TO QTDREMO
               ADD JTPROV TO TOTREMO
               GO TO RESTIMAX
           .
           MOVE "PROVISAO" TO CLASTXT
           ADD 1 TO QTDPROV
           ADD JTPROV TO TOTPROV
           .
       RESTIMAX.
           EXIT.
       RDEVIDO.
      *-----------------------------------------------------------------
      *DECIDIDO E NAO PAGO - REMUNERACAO DEFERIDA, INSS PATRONAL E
      *FGTS SOBRE A BASE DE FGTS DAS COMPETENCIAS
      *-----------------------------------------------------------------
           MOVE ZEROS TO SOMAFGTS
           MOVE JTCOD TO JVCOD
           MOVE ZEROS TO JVANO JVMES
           START PROCVAL KEY IS NOT LESS THAN JVRK
           IF FS NOT = "00"
               GO TO RDEVIDO3
           .
       RDEVIDO2.
           READ PROCVAL NEXT RECORD
           IF FS NOT = "00" OR JVCOD NOT = JTCOD
               GO TO RDEVIDO3
           END-IF
           ADD JVBCFGTS TO SOMAFGTS
           GO TO RDEVIDO2
           .
       RDEVIDO3.
           COMPUTE VALFGTS ROUNDED = SOMAFGTS * FGTSPCT / 100
           COMPUTE VALDEV = JTTOTREM + JTINSSPAT + VALFGTS
           MOVE VALDEV TO VALED
           MOVE SPACES TO CLASTXT
           STRING "A PAGAR EM " JTPGMES "/" JTPGANO
               DELIMITED BY SIZE INTO CLASTXT
           ADD 1 TO QTDDEV
           ADD VALDEV TO TOTDEV
           .
       RDEVIDOX.
           EXIT.
       RTOTAIS.
           MOVE ALL "=" TO PJLINE
           WRITE PJLINE
           MOVE TOTPROV TO VALED
           MOVE SPACES TO LINHA
           STRING "RISCO PROVAVEL - PROVISIONAR......: " QTDPROV
               " PROCESSO(S) " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PJLINE
           WRITE PJLINE
           MOVE TOTPOSS TO VALED
           MOVE SPACES TO LINHA
           STRING "RISCO POSSIVEL - NOTA EXPLICATIVA.: " QTDPOSS
               " PROCESSO(S) " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PJLINE
           WRITE PJLINE
           MOVE TOTREMO TO VALED
           MOVE SPACES TO LINHA
           STRING "RISCO REMOTO - SEM PROVISAO.......: " QTDREMO
               " PROCESSO(S) " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PJLINE
           WRITE PJLINE
           MOVE TOTDEV TO VALED
           MOVE SPACES TO LINHA
           STRING "DECIDIDOS A PAGAR (PASSIVO).......: " QTDDEV
               " PROCESSO(S) " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PJLINE
           WRITE PJLINE
           MOVE ALL "=" TO PJLINE
           WRITE PJLINE
           DISPLAY "PROVAVEIS: " QTDPROV " POSSIVEIS: " QTDPOSS
               " REMOTOS: " QTDREMO " A PAGAR: " QTDDEV
           .
       RTOTAISX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PROCTRAB PROCVAL
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO COM O OPERADOR - A
      *REIMPRESSAO SAI DO RELCATAL (FPP107); COMPETENCIA = MES DA
      *EMISSAO
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
           MOVE "RELPROC" TO RCPROG
           MOVE HJMES TO RCKM
           MOVE HJANO TO RCKY
           MOVE ZEROS TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           DISPLAY "RELATORIO CATALOGADO COMO " NOMEARQ
           .
       RCATREGX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - MESMO PRIVILEGIO DE FOLHA DO CADASTRO DE
      *PROCESSOS
      *-----------------------------------------------------------------
           DISPLAY "SENHA: "
           ACCEPT SENHA
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMSENHA NOT = SENHA
                   OR OPMATIVO NOT = "S"
               ADD 1 TO TENTAT
               IF TENTAT NOT < 3
                   DISPLAY "ACESSO NEGADO"
                   GOBACK
               END-IF
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               GO TO RSIGNON
           .
           IF OPMFOLHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FOLHA"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMFOLHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FOLHA"
               GOBACK
           .
       RSIGNONQX.
           EXIT.
