       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROL.
       AUTHOR. AUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROLAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PBRK
           .

           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .

           SELECT LOGCTR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CTRK
           .

           SELECT CHGLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LOGSEQ
           .

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *SOCIOS E DIRETORES COM PRO-LABORE - VER COPYBOOK
      *-----------------------------------------------------------------
       FD PROLAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLAB1.DAT".
       COPY PROLAB.
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS (VER CADFILIA/FPP067) - SO CONFERE A FILIAL
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES - MESMO CONTROLE DE
      *ACESSO E TRILHA DE AUDITORIA DOS CADASTROS FPP001-FPP004
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
       FD LOGCTR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCTR1.DAT".
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOG1.DAT".
       01 LOGREC.
           03 LOGSEQ   PIC 9(08).
           03 LOGOPER  PIC X(10).
           03 LOGPROG  PIC X(08).
           03 LOGACAO  PIC X(01).
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS         PIC X(02).
           01 OPT        PIC X(01).
           01 FILOK      PIC X(01).
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
               GO TO R00L
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
       R00L.
           OPEN I-O LOGCTR
           IF FS = "35"
               OPEN OUTPUT LOGCTR
               CLOSE LOGCTR
               GO TO R00L
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGCTR - FS: " FS
               GOBACK
       .
       R00L2.
           OPEN I-O CHGLOG
           IF FS = "35"
               OPEN OUTPUT CHGLOG
               CLOSE CHGLOG
               GO TO R00L2
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGLOG - FS: " FS
               GOBACK
       .
       R01.
           OPEN I-O PROLAB
           IF FS = "35"
               OPEN OUTPUT PROLAB
               CLOSE PROLAB
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROLAB - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01A.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
       .
       R02.
           DISPLAY "SOCIO/DIRETOR (PRO-LABORE) - CODIGO (0-FIM): "
           ACCEPT PBRK
           IF PBRK = ZEROS
               GO TO FF1
       .
       R03.
           READ PROLAB
           IF FS = "00"
               DISPLAY "NOME: " PBNOME " FILIAL: " PBFILIAL
               DISPLAY "CPF: " PBCPF " NIT: " PBNIT
                   " TIPO: " PBTIPO " ATIVO: " PBATIVO
               DISPLAY "PRO-LABORE MENSAL: " PBVALOR
                   " AREA: " PBAREA
               GO TO ROP
           ELSE
               DISPLAY "SOCIO/DIRETOR NAO CADASTRADO - NOVO REGISTRO"
       .
       R04.
           DISPLAY "NOME DO SOCIO/DIRETOR: "
           ACCEPT PBNOME
           IF PBNOME = SPACES
               DISPLAY "NOME NAO PODE SER NULO"
               GO TO R04
       .
       R04A.
      *-----------------------------------------------------------------
      *A FILIAL DEFINE O CNPJ DA GUIA, DO DARF E DA DECLARACAO
      *-----------------------------------------------------------------
           DISPLAY "FILIAL: "
           ACCEPT PBFILIAL
           IF PBFILIAL = ZEROS
               DISPLAY "FILIAL INVALIDA"
               GO TO R04A
           .
           IF FILOK = "S"
               MOVE PBFILIAL TO FILRK
               READ CADFIL
               IF FS NOT = "00"
                   DISPLAY "FILIAL NAO CADASTRADA (FPP067)"
                   GO TO R04A
               END-IF
           .
       R05.
           DISPLAY "CPF (11 DIGITOS): "
           ACCEPT PBCPF
           IF PBCPF = ZEROS
               DISPLAY "CPF INVALIDO"
               GO TO R05
       .
       R06.
           DISPLAY "PIS/NIT (11 DIGITOS): "
           ACCEPT PBNIT
           DISPLAY "TIPO (S-SOCIO D-DIRETOR ESTATUTARIO): "
           ACCEPT PBTIPO
           IF PBTIPO NOT = "S" AND PBTIPO NOT = "D"
               DISPLAY "TIPO INVALIDO"
               GO TO R06
       .
       R06A.
           DISPLAY "VALOR MENSAL DO PRO-LABORE: "
           ACCEPT PBVALOR
           IF PBVALOR = ZEROS
               DISPLAY "VALOR INVALIDO"
               GO TO R06A
           .
           DISPLAY "AREA DE CUSTO NA CONTABILIDADE: "
           ACCEPT PBAREA
       .
       R07.
           DISPLAY "BANCO DO SOCIO/DIRETOR (CODIGO): "
           ACCEPT PBBANCO
           DISPLAY "AGENCIA: "
           ACCEPT PBAGEN
           DISPLAY "AGENCIA DV: "
           ACCEPT PBAGDV
           DISPLAY "CONTA: "
           ACCEPT PBCONTA
           DISPLAY "CONTA DV: "
           ACCEPT PBCTADV
           IF PBBANCO = ZEROS OR PBAGEN = ZEROS OR PBCONTA = ZEROS
               DISPLAY "DADOS BANCARIOS INCOMPLETOS"
               GO TO R07
       .
       R08.
           DISPLAY "ATIVO (S/N): "
           ACCEPT PBATIVO
           IF PBATIVO NOT = "S" AND PBATIVO NOT = "N"
               DISPLAY "RESPOSTA INVALIDA"
               GO TO R08
       .
       R0S.
           WRITE PROLABREC
           IF FS = "00"
               DISPLAY "GRAVADO"
               MOVE "I" TO LOGACAO
               MOVE PBRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R08
               PERFORM RAT
               GO TO ROP
           ELSE
               IF OPT = "X" OR "x"
                   PERFORM REX
                   GO TO R02
               ELSE
                   IF OPT = "N" OR "n"
                       GO TO R02
                   ELSE
                       IF OPT = "F" OR "f"
                           GO TO FF1
                       ELSE
                           DISPLAY "OPCAO INVALIDA"
                           GO TO ROP
       .
       RAT.
           REWRITE PROLABREC
           IF FS = "00"
               DISPLAY "ALTERADO"
               MOVE "A" TO LOGACAO
               MOVE PBRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       REX.
           DELETE PROLAB RECORD
           IF FS = "00"
               DISPLAY "REMOVIDO"
               MOVE "E" TO LOGACAO
               MOVE PBRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO REMOVIDO"
           .
       FF1.
           CLOSE PROLAB
           IF FILOK = "S"
               CLOSE CADFIL
           END-IF
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
      *CADASTRO DE OPERADORES (CADOPER/FPP058)
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
           IF OPMCAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTROS"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMCAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTROS"
               GOBACK
           .
       RSIGNONQX.
           EXIT.
       RLOG.
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
               REWRITE LOGCTRREC
           END-IF
           MOVE CTRSEQ TO LOGSEQ
           MOVE OPERID TO LOGOPER
           MOVE "CADPROL" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
