       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVERBA.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS (RUBRICAS) DA FOLHA COM AS INCIDENCIAS DE
      *INSS, FGTS, IRRF, DSR E MEDIAS. AS VERBAS DO SISTEMA (0001-0099,
      *VER VERBSIS) SAO CALCULADAS PELA FOLHA E SO TEM A DESCRICAO, A
      *NATUREZA ESOCIAL E O EVENTO CONTABIL ALTERAVEIS; AS DA EMPRESA
      *(0100 EM DIANTE) SAO LANCADAS PELO CADLANC/FPP047 E SEGUEM AS
      *INCIDENCIAS DESTA TABELA NO CALCULO (FPP005/FPP017)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVERBA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
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
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
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
           01 SAVECOD    PIC 9(04).
           01 DATAW      PIC 9(08).
           01 COMPATU    PIC 9(06).
           01 INIVALW    PIC 9(06).
           01 INIVALR REDEFINES INIVALW.
               03 INIANO     PIC 9(04).
               03 INIMES     PIC 9(02).
           01 VSIDX      PIC 9(02).
           01 TOTCARGA   PIC 9(02).
       COPY VERBSIS.
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
           OPEN I-O CADVERBA
           IF FS = "35"
               OPEN OUTPUT CADVERBA
               CLOSE CADVERBA
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADVERBA - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE LOGCTR CHGLOG
               GOBACK
           .
           ACCEPT DATAW FROM DATE YYYYMMDD
           COMPUTE COMPATU = DATAW / 100
       .
       R01A.
      *-----------------------------------------------------------------
      *CARGA DAS VERBAS DO SISTEMA QUE AINDA NAO ESTAO NA TABELA - SO
      *INCLUI, NAO ALTERA AS JA CADASTRADAS
      *-----------------------------------------------------------------
           DISPLAY "CARREGAR AS VERBAS DO SISTEMA QUE FALTAM (S/N)? "
           ACCEPT OPT
           IF OPT = "S" OR "s"
               PERFORM RCARGA THRU RCARGAX
           .
       R02.
           DISPLAY "VERBA - DIGITE O CODIGO (0-FIM): "
           ACCEPT VBCOD
           IF VBCOD = ZEROS
               GO TO FF1
           .
       R03.
           READ CADVERBA
           IF FS = "00"
               PERFORM RSHOW
               GO TO ROP
           .
           IF VBCOD < 100
               DISPLAY "VERBA DO SISTEMA - USE A CARGA INICIAL"
               GO TO R02
           .
           DISPLAY "VERBA NAO CADASTRADA - NOVO REGISTRO"
           MOVE SPACES TO VBEVEN
           MOVE ZEROS TO VBINIVAL
       .
       R04.
           DISPLAY "DESCRICAO: "
           ACCEPT VBDESC
           IF VBDESC = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA"
               GO TO R04
       .
       R05.
           DISPLAY "TIPO (P-PROVENTO D-DESCONTO I-INFORMATIVA): "
           ACCEPT VBTIPO
           IF VBTIPO NOT = "P" AND VBTIPO NOT = "D"
                   AND VBTIPO NOT = "I"
               DISPLAY "TIPO INVALIDO"
               GO TO R05
       .
       R06.
           DISPLAY "INCIDE INSS (S/N): "
           ACCEPT VBINSS
           IF VBINSS NOT = "S" AND VBINSS NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R06
       .
       R07.
           DISPLAY "INCIDE FGTS (S/N): "
           ACCEPT VBFGTS
           IF VBFGTS NOT = "S" AND VBFGTS NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R07
       .
       R08.
           DISPLAY "INCIDE IRRF (S/N): "
           ACCEPT VBIRRF
           IF VBIRRF NOT = "S" AND VBIRRF NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R08
       .
       R09.
           DISPLAY "GERA REFLEXO NO DSR (S/N): "
           ACCEPT VBDSR
           IF VBDSR NOT = "S" AND VBDSR NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R09
           .
           IF VBDSR = "S" AND VBTIPO NOT = "P"
               DISPLAY "SO PROVENTO GERA DSR"
               GO TO R09
       .
       R10.
           DISPLAY "ENTRA NAS MEDIAS DE FERIAS/13O/RESCISAO (S/N): "
           ACCEPT VBMEDIA
           IF VBMEDIA NOT = "S" AND VBMEDIA NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R10
           .
           IF VBMEDIA = "S" AND VBTIPO NOT = "P"
               DISPLAY "SO PROVENTO ENTRA NAS MEDIAS"
               GO TO R10
       .
       R11.
           DISPLAY "NATUREZA DA RUBRICA NO ESOCIAL (TABELA 03): "
           ACCEPT VBNATUR
           IF VBNATUR = ZEROS
               DISPLAY "NATUREZA OBRIGATORIA"
               GO TO R11
       .
       R12.
           DISPLAY "EVENTO CONTABIL NO MAPA (CADCONTA/FPP085) - "
               "BRANCO = SALARIOS/LANC DESCONTO: "
           ACCEPT VBEVEN
       .
       R13.
           IF VBINIVAL = ZEROS
               MOVE COMPATU TO VBINIVAL
           .
           DISPLAY "INICIO DA VALIDADE NO ESOCIAL (AAAAMM) - ATUAL "
               VBINIVAL ": "
           ACCEPT VBINIVAL
           IF VBINIVAL = ZEROS
               MOVE COMPATU TO VBINIVAL
           .
           MOVE VBINIVAL TO INIVALW
           IF INIANO < 1900 OR INIMES = ZEROS OR INIMES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               MOVE ZEROS TO VBINIVAL
               GO TO R13
       .
       R14.
           DISPLAY "VERBA ATIVA (S/N): "
           ACCEPT VBATIVA
           IF VBATIVA NOT = "S" AND VBATIVA NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R14
       .
       R0S.
           WRITE VERBAREC
           IF FS = "00"
               DISPLAY "GRAVADO"
               MOVE "I" TO LOGACAO
               MOVE VBCOD TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR L-LISTAR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               IF VBCOD < 100
                   PERFORM R04
                   PERFORM R11 THRU R12
               ELSE
                   PERFORM R04 THRU R14
               END-IF
               PERFORM RAT
               GO TO ROP
           ELSE
               IF OPT = "X" OR "x"
                   PERFORM REX
                   GO TO R02
               ELSE
                   IF OPT = "L" OR "l"
                       PERFORM RLIST THRU RLIST2
                       GO TO ROP
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
           REWRITE VERBAREC
           IF FS = "00"
               DISPLAY "ALTERADO"
               MOVE "A" TO LOGACAO
               MOVE VBCOD TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       REX.
      *-----------------------------------------------------------------
      *VERBA DO SISTEMA NAO SAI DA TABELA. VERBA DA EMPRESA EXCLUIDA
      *COM LANCAMENTOS PENDENTES VOLTA A SER TRATADA PELO E/D DO
      *LANCAMENTO - PARA PARAR DE USAR, PREFIRA DESATIVAR
      *-----------------------------------------------------------------
           IF VBCOD < 100
               DISPLAY "VERBA DO SISTEMA NAO PODE SER EXCLUIDA"
           ELSE
               DELETE CADVERBA RECORD
               IF FS = "00"
                   DISPLAY "REMOVIDO"
                   MOVE "E" TO LOGACAO
                   MOVE VBCOD TO LOGRK
                   PERFORM RLOG
               ELSE
                   DISPLAY "NAO REMOVIDO"
           .
       RSHOW.
           DISPLAY VBCOD " " VBDESC " TIPO: " VBTIPO
           DISPLAY "INSS: " VBINSS " FGTS: " VBFGTS " IRRF: " VBIRRF
               " DSR: " VBDSR " MEDIAS: " VBMEDIA
           DISPLAY "NATUREZA: " VBNATUR " EVENTO: " VBEVEN
               " VALIDADE: " VBINIVAL " ATIVA: " VBATIVA
           .
       RLIST.
      *-----------------------------------------------------------------
      *LISTA A TABELA DE VERBAS EM TELA
      *-----------------------------------------------------------------
           MOVE VBCOD TO SAVECOD
           MOVE ZEROS TO VBCOD
           START CADVERBA KEY IS NOT LESS THAN VBCOD
           .
       RLIST2.
           READ CADVERBA NEXT RECORD
           IF FS = "00"
               DISPLAY VBCOD " " VBDESC " " VBTIPO " " VBINSS VBFGTS
                   VBIRRF VBDSR VBMEDIA " " VBNATUR " " VBEVEN " "
                   VBATIVA
               GO TO RLIST2
           .
           MOVE SAVECOD TO VBCOD
           READ CADVERBA
           .
       RCARGA.
           MOVE ZEROS TO TOTCARGA
           MOVE 1 TO VSIDX
           .
       RCARGA2.
           IF VSIDX > VSISQTD
               GO TO RCARGA3
           .
           MOVE VSCOD (VSIDX) TO VBCOD
           READ CADVERBA
           IF FS NOT = "00"
               MOVE VSDESC (VSIDX) TO VBDESC
               MOVE VSTIPO (VSIDX) TO VBTIPO
               MOVE VSINSS (VSIDX) TO VBINSS
               MOVE VSFGTS (VSIDX) TO VBFGTS
               MOVE VSIRRF (VSIDX) TO VBIRRF
               MOVE VSDSR (VSIDX) TO VBDSR
               MOVE VSMEDIA (VSIDX) TO VBMEDIA
               MOVE VSNATUR (VSIDX) TO VBNATUR
               MOVE SPACES TO VBEVEN
               MOVE COMPATU TO VBINIVAL
               MOVE "S" TO VBATIVA
               WRITE VERBAREC
               IF FS = "00"
                   ADD 1 TO TOTCARGA
                   MOVE "I" TO LOGACAO
                   MOVE VBCOD TO LOGRK
                   PERFORM RLOG
               END-IF
           END-IF
           ADD 1 TO VSIDX
           GO TO RCARGA2
           .
       RCARGA3.
           DISPLAY "VERBAS DO SISTEMA INCLUIDAS: " TOTCARGA
           .
       RCARGAX.
           EXIT.
       FF1.
           CLOSE CADVERBA
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
           MOVE "CADVERBA" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
