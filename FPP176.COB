       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLELET.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *HOLERITE ELETRONICO - A DISTRIBUICAO E O MODO E DO FPP027:
      *O - OPCAO DO FUNCIONARIO (RECEBER POR E-MAIL OU NO IMPRESSO)
      *R - RETORNO DE CIENCIA DO GATEWAY DE E-MAIL: CONFIRMA A
      *    CIENCIA OU MARCA A FALHA DE ENTREGA NO HOLENV1.DAT (AS
      *    FALHAS SAEM NO MODO F DO FPP027)
      *L - RELATORIO DE ENTREGA E CIENCIA DA COMPETENCIA (CATALOGADO)
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

           SELECT HOLOPC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HORKF
           .

           SELECT HOLENV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HERK
           .

           SELECT RETARQ ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT CRITRPT ASSIGN TO NOMECRIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT ENVRPT ASSIGN TO NOMEREL
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
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *OPCAO DO FUNCIONARIO E CONTROLE DE ENTREGA (VER COPYBOOKS)
      *-----------------------------------------------------------------
       FD HOLOPC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLOPC1.DAT".
       COPY HOLOPC.
      *-----------------------------------------------------------------
       FD HOLENV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLENV1.DAT".
       COPY HOLENV.
      *-----------------------------------------------------------------
      *RETORNO DO GATEWAY DE E-MAIL - MATRICULA, COMPETENCIA AAAAMM,
      *SITUACAO (C-CIENCIA DO FUNCIONARIO F-FALHA NA ENTREGA), DATA
      *AAAAMMDD E HORA HHMMSS DO EVENTO E PROTOCOLO DO GATEWAY
      *-----------------------------------------------------------------
       FD RETARQ
           LABEL RECORD IS STANDARD.
       01 RETLINE PIC X(80).
       01 RETREG.
           03 HAMAT       PIC 9(06).
           03 HACOMP      PIC 9(06).
           03 HACOMPR REDEFINES HACOMP.
               05 HAANO    PIC 9(04).
               05 HAMES    PIC 9(02).
           03 HASTAT      PIC X(01).
           03 HADATA      PIC 9(08).
           03 HAHORA      PIC 9(06).
           03 HAPROT      PIC X(20).
           03 FILLER      PIC X(33).
      *-----------------------------------------------------------------
       FD CRITRPT
           LABEL RECORD IS STANDARD.
       01 CRITLINE PIC X(80).
      *-----------------------------------------------------------------
       FD ENVRPT
           LABEL RECORD IS STANDARD.
       01 ENVLINE PIC X(132).
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
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES
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
           01 RCSEQX      PIC 9(08).
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO - PROVA DE ENTREGA DO HOLERITE,
      *GUARDA DE 5 ANOS COMO O PROPRIO HOLERITE
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 MODO        PIC X(01).
           01 OPT         PIC X(01).
           01 NOMEARQ     PIC X(40).
           01 NOMECRIT    PIC X(40).
           01 NOMEREL     PIC X(40).
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO    PIC 9(04).
               03 HJMES    PIC 9(02).
               03 HJDIA    PIC 9(02).
           01 BRKF        PIC 9(06).
           01 BMES        PIC 9(02).
           01 BANO        PIC 9(04).
           01 LISTA       PIC X(01).
           01 ADESAOW     PIC X(01).
           01 HOEXIST     PIC X(01).
           01 NOMEW       PIC X(40).
           01 STATTXT     PIC X(10).
           01 MOTTXT      PIC X(12).
           01 MOTIVO      PIC X(40).
           01 LINHA       PIC X(132).
           01 TOTLIDO     PIC 9(06).
           01 TOTCONF     PIC 9(06).
           01 TOTFALHA    PIC 9(06).
           01 TOTDUP      PIC 9(06).
           01 TOTCRIT     PIC 9(06).
           01 TOTENV      PIC 9(06).
           01 TOTIMPR     PIC 9(06).
           01 TOTLIST     PIC 9(06).
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
               CLOSE LOGCTR CHGLOG RELCAT RCATCTL
               GOBACK
       .
       R01A.
           OPEN I-O HOLOPC
           IF FS = "35"
               OPEN OUTPUT HOLOPC
               CLOSE HOLOPC
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR HOLOPC - FS: " FS
               CLOSE FILEFUNC LOGCTR CHGLOG RELCAT RCATCTL
               GOBACK
       .
       R01B.
           OPEN I-O HOLENV
           IF FS = "35"
               OPEN OUTPUT HOLENV
               CLOSE HOLENV
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR HOLENV - FS: " FS
               CLOSE FILEFUNC HOLOPC LOGCTR CHGLOG RELCAT RCATCTL
               GOBACK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R00M.
           DISPLAY "HOLERITE ELETRONICO: O-OPCAO DO FUNCIONARIO "
               "R-RETORNO DE CIENCIA L-RELATORIO F-FIM"
           ACCEPT MODO
           IF MODO = "O" OR MODO = "o"
               GO TO RO01
           .
           IF MODO = "R" OR MODO = "r"
               GO TO RR01
           .
           IF MODO = "L" OR MODO = "l"
               GO TO RL01
           .
           IF MODO = "F" OR MODO = "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R00M
       .
      *-----------------------------------------------------------------
      *OPCAO DO FUNCIONARIO - QUEM RECUSA O ELETRONICO (OU NAO TEM
      *E-MAIL NO CADASTRO) CONTINUA RECEBENDO O HOLERITE IMPRESSO
      *-----------------------------------------------------------------
       RO01.
           DISPLAY "OPCAO DO FUNCIONARIO - MATRICULA (0-VOLTA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO R00M
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RO01
           .
           MOVE NOME TO NOMEW
           MOVE "N" TO HOEXIST
           MOVE "S" TO ADESAOW
           MOVE BRKF TO HORKF
           READ HOLOPC
           IF FS = "00"
               MOVE "S" TO HOEXIST
               MOVE HOADESAO TO ADESAOW
           .
           DISPLAY "FUNCIONARIO: " NOMEW
           IF EMAIL = SPACES
               DISPLAY "E-MAIL....: (NAO CADASTRADO - RECEBE IMPRESSO)"
           ELSE
               DISPLAY "E-MAIL....: " EMAIL
           .
           IF ADESAOW = "N"
               DISPLAY "SITUACAO..: RECUSOU O HOLERITE ELETRONICO"
           ELSE
               DISPLAY "SITUACAO..: RECEBE POR E-MAIL"
           .
       RO02.
           DISPLAY "RECEBER O HOLERITE POR E-MAIL? (S/N, V-VOLTA): "
           ACCEPT OPT
           IF OPT = "s"
               MOVE "S" TO OPT
           .
           IF OPT = "n"
               MOVE "N" TO OPT
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RO01
           .
           IF OPT NOT = "S" AND OPT NOT = "N"
               DISPLAY "OPCAO INVALIDA"
               GO TO RO02
           .
           IF OPT = "S" AND EMAIL = SPACES
               DISPLAY "SEM E-MAIL NO CADASTRO - SEGUE NO IMPRESSO ATE "
                   "O E-MAIL SER CADASTRADO"
           .
           MOVE BRKF TO HORKF
           MOVE OPT TO HOADESAO
           MOVE HOJE TO HODTALT
           MOVE OPERID TO HOOPER
           IF HOEXIST = "S"
               REWRITE HOLOPCREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE HOLOPCREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR HOLOPC - FS: " FS
               GO TO RO01
           .
           COMPUTE LOGRK = BRKF * 100000000 + HOJE
           PERFORM RLOG
           DISPLAY "OPCAO GRAVADA"
           GO TO RO01
       .
      *-----------------------------------------------------------------
      *RETORNO DE CIENCIA - A CIENCIA PREVALECE SOBRE UMA FALHA
      *ANTERIOR; FALHA DEPOIS DA CIENCIA E IGNORADA
      *-----------------------------------------------------------------
       RR01.
           MOVE ZEROS TO TOTLIDO TOTCONF TOTFALHA TOTDUP TOTCRIT
           MOVE SPACES TO NOMEARQ
           DISPLAY "ARQUIVO DE RETORNO DO GATEWAY (BRANCO-VOLTA): "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               GO TO R00M
           .
       RR02.
           MOVE SPACES TO NOMECRIT
           DISPLAY "DIGITE O NOME DO RELATORIO DE CRITICAS: "
           ACCEPT NOMECRIT
           IF NOMECRIT = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO RR02
           .
           OPEN INPUT RETARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE RETORNO: " FSX
               GO TO R00M
           .
           OPEN OUTPUT CRITRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO: " FSX
               CLOSE RETARQ
               GO TO R00M
           .
           MOVE SPACES TO LINHA
           STRING "CRITICAS DO RETORNO DE CIENCIA DO HOLERITE - "
               NOMEARQ
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           MOVE ALL "-" TO CRITLINE
           WRITE CRITLINE
       .
       RR03.
           READ RETARQ
           IF FSX NOT = "00"
               GO TO RR05
           END-IF
           ADD 1 TO TOTLIDO
           MOVE RETLINE TO RETREG
           IF HAMAT NOT NUMERIC OR HACOMP NOT NUMERIC
                   OR HADATA NOT NUMERIC OR HAHORA NOT NUMERIC
               MOVE "LINHA COM CAMPO NAO NUMERICO" TO MOTIVO
               PERFORM RCRITICA
               GO TO RR03
           END-IF
           IF HASTAT NOT = "C" AND HASTAT NOT = "F"
               MOVE "SITUACAO INVALIDA (C OU F)" TO MOTIVO
               PERFORM RCRITICA
               GO TO RR03
           END-IF
           MOVE HAANO TO HERKY
           MOVE HAMES TO HERKM
           MOVE HAMAT TO HERKF
           READ HOLENV
           IF FS NOT = "00"
               MOVE "HOLERITE NAO ENVIADO NA COMPETENCIA" TO MOTIVO
               PERFORM RCRITICA
               GO TO RR03
           END-IF
           IF HESTAT = "I"
               MOVE "HOLERITE JA SEGUIU NO IMPRESSO" TO MOTIVO
               PERFORM RCRITICA
               GO TO RR03
           END-IF
           IF HESTAT = "C"
               IF HASTAT = "F"
                   MOVE "CIENCIA JA CONFIRMADA - FALHA IGNORADA"
                       TO MOTIVO
                   PERFORM RCRITICA
               ELSE
                   ADD 1 TO TOTDUP
               END-IF
               GO TO RR03
           END-IF
           MOVE HASTAT TO HESTAT
           MOVE HADATA TO HEDTCONF
           MOVE HAHORA TO HEHRCONF
           MOVE HAPROT TO HEPROT
           REWRITE HOLENVREC
           IF FS NOT = "00"
               MOVE "ERRO AO GRAVAR" TO MOTIVO
               PERFORM RCRITICA
               GO TO RR03
           END-IF
           IF HASTAT = "C"
               ADD 1 TO TOTCONF
           ELSE
               ADD 1 TO TOTFALHA
           END-IF
           GO TO RR03
       .
       RR05.
           MOVE ALL "-" TO CRITLINE
           WRITE CRITLINE
           MOVE SPACES TO LINHA
           STRING "LIDAS " TOTLIDO " CIENCIAS " TOTCONF " FALHAS "
               TOTFALHA " REPETIDAS " TOTDUP " CRITICAS " TOTCRIT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           CLOSE RETARQ CRITRPT
           DISPLAY "LINHAS LIDAS.........: " TOTLIDO
           DISPLAY "CIENCIAS CONFIRMADAS.: " TOTCONF
           DISPLAY "FALHAS DE ENTREGA....: " TOTFALHA
           DISPLAY "CIENCIAS REPETIDAS...: " TOTDUP
           DISPLAY "CRITICAS.............: " TOTCRIT
           IF TOTFALHA > ZEROS
               DISPLAY "IMPRIMA AS FALHAS PELO FPP027, MODO F"
           .
           IF TOTCRIT > ZEROS
               DISPLAY "VER CRITICAS EM " NOMECRIT
           .
           GO TO R00M
       .
      *-----------------------------------------------------------------
      *RELATORIO DE ENTREGA E CIENCIA DA COMPETENCIA
      *-----------------------------------------------------------------
       RL01.
           MOVE ZEROS TO TOTLIST TOTENV TOTCONF TOTFALHA TOTIMPR
           DISPLAY "COMPETENCIA - MES (MM, 0-CORRENTE): "
           ACCEPT BMES
           IF BMES = ZEROS
               MOVE HJMES TO BMES
               MOVE HJANO TO BANO
               GO TO RL02
           .
           DISPLAY "COMPETENCIA - ANO (AAAA): "
           ACCEPT BANO
           IF BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO RL01
           .
       RL02.
           DISPLAY "LISTAR: T-TODOS P-SEM CIENCIA (ENVIADOS E FALHAS): "
           ACCEPT LISTA
           IF LISTA = "t"
               MOVE "T" TO LISTA
           .
           IF LISTA = "p"
               MOVE "P" TO LISTA
           .
           IF LISTA NOT = "T" AND LISTA NOT = "P"
               DISPLAY "OPCAO INVALIDA"
               GO TO RL02
           .
           PERFORM RCATREG THRU RCATREGX
           IF NOMEREL = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R00M
           .
           OPEN OUTPUT ENVRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO R00M
           .
           MOVE ALL "=" TO ENVLINE
           WRITE ENVLINE
           MOVE SPACES TO LINHA
           STRING "ENTREGA E CIENCIA DO HOLERITE - COMPETENCIA "
               BMES "/" BANO " - EMITIDO EM " HOJE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ENVLINE
           WRITE ENVLINE
           MOVE SPACES TO LINHA
           STRING "MATRIC NOME" "                                     "
               "SITUACAO   MOTIVO       ENVIO    CIENCIA  PROTOCOLO"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ENVLINE
           WRITE ENVLINE
           MOVE ALL "=" TO ENVLINE
           WRITE ENVLINE
           MOVE BANO TO HERKY
           MOVE BMES TO HERKM
           MOVE ZEROS TO HERKF
           START HOLENV KEY IS NOT LESS THAN HERK
           IF FS NOT = "00"
               GO TO RL04
           .
       RL03.
           READ HOLENV NEXT RECORD
           IF FS NOT = "00"
               GO TO RL04
           .
           IF HERKY NOT = BANO OR HERKM NOT = BMES
               GO TO RL04
           .
           IF HESTAT = "E"
               ADD 1 TO TOTENV
               MOVE "ENVIADO" TO STATTXT
           .
           IF HESTAT = "C"
               ADD 1 TO TOTCONF
               MOVE "CIENTE" TO STATTXT
           .
           IF HESTAT = "F"
               ADD 1 TO TOTFALHA
               MOVE "FALHA" TO STATTXT
           .
           IF HESTAT = "I"
               ADD 1 TO TOTIMPR
               MOVE "IMPRESSO" TO STATTXT
           .
           IF LISTA = "P" AND HESTAT NOT = "E" AND HESTAT NOT = "F"
               GO TO RL03
           .
           MOVE SPACES TO MOTTXT
           IF HEMOTIVO = "S"
               MOVE "SEM E-MAIL" TO MOTTXT
           .
           IF HEMOTIVO = "R"
               MOVE "RECUSOU" TO MOTTXT
           .
           IF HEMOTIVO = "F"
               MOVE "FALHA ENVIO" TO MOTTXT
           .
           MOVE HERKF TO RKT
           READ FILEFUNC
           IF FS = "00"
               MOVE NOME TO NOMEW
           ELSE
               MOVE "*** NAO CADASTRADO ***" TO NOMEW
           .
           MOVE SPACES TO LINHA
           STRING HERKF " " NOMEW " " STATTXT " " MOTTXT " "
               HEDTENV " " HEDTCONF " " HEPROT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ENVLINE
           WRITE ENVLINE
           ADD 1 TO TOTLIST
           GO TO RL03
       .
       RL04.
           MOVE ALL "=" TO ENVLINE
           WRITE ENVLINE
           MOVE SPACES TO LINHA
           STRING "ENVIADOS SEM CIENCIA " TOTENV " CIENTES " TOTCONF
               " FALHAS " TOTFALHA " IMPRESSOS " TOTIMPR
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ENVLINE
           WRITE ENVLINE
           CLOSE ENVRPT
           DISPLAY "LINHAS NO RELATORIO: " TOTLIST
           DISPLAY "RELATORIO GRAVADO EM " NOMEREL
           GO TO R00M
       .
       FF1.
           CLOSE FILEFUNC HOLOPC HOLENV LOGCTR CHGLOG RELCAT RCATCTL
           GOBACK
           .
       RCRITICA.
           ADD 1 TO TOTCRIT
           MOVE SPACES TO LINHA
           STRING RETLINE(1:27) " " MOTIVO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
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
           MOVE SPACES TO NOMEREL
           STRING "RC" RCSEQX ".TXT"
               INTO NOMEREL
           MOVE RCCSEQ TO RCSEQ
           MOVE "HOLELET" TO RCPROG
           MOVE BMES TO RCKM
           MOVE BANO TO RCKY
           MOVE ZEROS TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEREL TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           DISPLAY "RELATORIO CATALOGADO COMO " NOMEREL
           .
       RCATREGX.
           EXIT.
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
           MOVE "HOLELET" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
