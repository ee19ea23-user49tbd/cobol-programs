       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCCT.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CADASTRO DE SINDICATOS E CONVENCOES/ACORDOS COLETIVOS (CCT) -
      *PISO SALARIAL POR CATEGORIA, PERCENTUAIS DE HORA EXTRA POR
      *FAIXA, ADICIONAL NOTURNO, MES DA DATA-BASE, VIGENCIA E O
      *AUXILIO-CRECHE (TETO, IDADE LIMITE E VERBA).
      *O CARGO APONTA PARA O SINDICATO (CCTCOD/CCTCAT NO CADCARGO) E O
      *CALCULO DA FOLHA USA A CCT EM VIGOR NA COMPETENCIA; COM MAIS DE
      *UMA VIGENCIA ABERTA VALE A DE INICIO MAIS RECENTE
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .
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
       FD CADCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS (VER CADVERBA/FPP117) - VERBA DO
      *AUXILIO-CRECHE
      *-----------------------------------------------------------------
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
           01 SAVERK     PIC X(09).
           01 LISTCOD    PIC 9(03).
           01 PX         PIC 9(01).
           01 VERBOK     PIC X(01).
      *-----------------------------------------------------------------
      *MINIMOS LEGAIS - CLT ART. 59 (EXTRA 50%) E ART. 73 (NOTURNO
      *20%); A CCT SO PODE MELHORAR. O SALARIO MINIMO NACIONAL E O
      *MESMO DO CADASTRO DE CARGOS (FPP003)
      *-----------------------------------------------------------------
           01 HEMIN      PIC 9(03)V99 VALUE 50,00.
           01 NOTMIN     PIC 9(03)V99 VALUE 20,00.
           01 SALMIN     PIC 9(06)V99 VALUE 1412,00.
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
           OPEN I-O CADCCT
           IF FS = "35"
               OPEN OUTPUT CADCCT
               CLOSE CADCCT
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCCT - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01A.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R02.
           DISPLAY "CODIGO DO SINDICATO (0-FIM): "
           ACCEPT CVCOD
           IF CVCOD = ZEROS
               GO TO FF1
           .
       R02A.
           DISPLAY "INICIO DA VIGENCIA DA CCT - ANO (AAAA): "
           ACCEPT CVINIANO
           IF CVINIANO = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO R02A
       .
       R02B.
           DISPLAY "INICIO DA VIGENCIA DA CCT - MES (MM): "
           ACCEPT CVINIMES
           IF CVINIMES = ZEROS OR CVINIMES > 12
               DISPLAY "MES INVALIDO"
               GO TO R02B
       .
       R03.
           READ CADCCT
           IF FS = "00"
               PERFORM RMOSTRA THRU RMOSTRA2
               GO TO ROP
           ELSE
               DISPLAY "VIGENCIA NAO CADASTRADA - NOVO REGISTRO"
       .
       R04.
           DISPLAY "NOME DO SINDICATO: "
           ACCEPT CVNOME
           IF CVNOME = SPACES
               DISPLAY "NOME NAO PODE SER NULO"
               GO TO R04
           .
           DISPLAY "CNPJ DO SINDICATO: "
           ACCEPT CVCNPJ
       .
       R04A.
           DISPLAY "MES DA DATA-BASE DA CATEGORIA (MM): "
           ACCEPT CVDTBASE
           IF CVDTBASE = ZEROS OR CVDTBASE > 12
               DISPLAY "MES INVALIDO"
               GO TO R04A
       .
       R04B.
           DISPLAY "FIM DA VIGENCIA - ANO (AAAA, 0-SEM PRAZO): "
           ACCEPT CVFIMANO
           MOVE ZEROS TO CVFIMMES
           IF CVFIMANO = ZEROS
               GO TO R05
           .
           DISPLAY "FIM DA VIGENCIA - MES (MM): "
           ACCEPT CVFIMMES
           IF CVFIMMES = ZEROS OR CVFIMMES > 12
               DISPLAY "MES INVALIDO"
               GO TO R04B
           .
           IF (CVFIMANO * 100 + CVFIMMES) <
                   (CVINIANO * 100 + CVINIMES)
               DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO"
               GO TO R04B
       .
       R05.
      *-----------------------------------------------------------------
      *HORA EXTRA POR FAIXA - AS PRIMEIRAS CVHEFX1 HORAS DO MES NO
      *PRIMEIRO PERCENTUAL, O EXCEDENTE NO SEGUNDO
      *-----------------------------------------------------------------
           DISPLAY "HORAS EXTRAS NA 1A FAIXA POR MES (0-TODAS): "
           ACCEPT CVHEFX1
       .
       R05A.
           DISPLAY "PERCENTUAL DA 1A FAIXA (EX: 050,00 = 50%): "
           ACCEPT CVHEP1
           IF CVHEP1 < HEMIN
               DISPLAY "PERCENTUAL ABAIXO DO MINIMO LEGAL DE 50%"
               GO TO R05A
       .
       R05B.
           IF CVHEFX1 = ZEROS
               MOVE CVHEP1 TO CVHEP2
               GO TO R05C
           .
           DISPLAY "PERCENTUAL DA 2A FAIXA (EXCEDENTE): "
           ACCEPT CVHEP2
           IF CVHEP2 < HEMIN
               DISPLAY "PERCENTUAL ABAIXO DO MINIMO LEGAL DE 50%"
               GO TO R05B
       .
       R05C.
           DISPLAY "PERCENTUAL DA EXTRA EM DOMINGO/FERIADO (TIPO D): "
           ACCEPT CVHEPD
           IF CVHEPD < HEMIN
               DISPLAY "PERCENTUAL ABAIXO DO MINIMO LEGAL DE 50%"
               GO TO R05C
       .
       R05D.
           DISPLAY "ADICIONAL NOTURNO (EX: 020,00 = 20%): "
           ACCEPT CVNOTPCT
           IF CVNOTPCT < NOTMIN
               DISPLAY "ADICIONAL ABAIXO DO MINIMO LEGAL DE 20%"
               GO TO R05D
       .
       R05E.
      *-----------------------------------------------------------------
      *AUXILIO-CRECHE - TETO MENSAL POR FILHO, IDADE LIMITE EM MESES
      *E VERBA DE LANCAMENTO. A ISENCAO DE INSS E FGTS DO REEMBOLSO
      *COMPROVADO EXIGE VERBA DE PROVENTO SEM ESSAS INCIDENCIAS
      *-----------------------------------------------------------------
           DISPLAY "AUXILIO-CRECHE - TETO MENSAL POR FILHO "
               "(0-NAO PREVISTO): "
           ACCEPT CVCRTETO
           IF CVCRTETO = ZEROS
               MOVE ZEROS TO CVCRMESES CVCRVERBA
               GO TO R06
           .
       R05F.
           DISPLAY "IDADE LIMITE EM MESES (0-71 = 5 ANOS E 11 MESES): "
           ACCEPT CVCRMESES
           IF CVCRMESES = ZEROS
               MOVE 71 TO CVCRMESES
           .
       R05G.
           DISPLAY "VERBA DO AUXILIO-CRECHE NO CADVERBA: "
           ACCEPT CVCRVERBA
           IF CVCRVERBA < 100
               DISPLAY "INFORME UMA VERBA DA EMPRESA (0100 EM DIANTE)"
               GO TO R05G
           .
           IF VERBOK NOT = "S"
               DISPLAY "AVISO: CADASTRO DE VERBAS AUSENTE - VERBA NAO "
                   "CONFERIDA"
               GO TO R06
           .
           MOVE CVCRVERBA TO VBCOD
           READ CADVERBA
           IF FS NOT = "00"
               DISPLAY "VERBA NAO CADASTRADA"
               GO TO R05G
           .
           IF VBATIVA = "N"
               DISPLAY "VERBA DESATIVADA"
               GO TO R05G
           .
           IF VBTIPO NOT = "P" OR VBINSS NOT = "N"
                   OR VBFGTS NOT = "N"
               DISPLAY "A VERBA DEVE SER PROVENTO SEM INCIDENCIA DE "
                   "INSS E FGTS"
               GO TO R05G
           .
           DISPLAY VBDESC " IRRF: " VBIRRF
       .
       R06.
      *-----------------------------------------------------------------
      *PISOS POR CATEGORIA (ATE 5) - CATEGORIA EM BRANCO ENCERRA
      *-----------------------------------------------------------------
           MOVE ZEROS TO PX
           .
       R06A.
           ADD 1 TO PX
           IF PX > 5
               GO TO R06X
           .
           DISPLAY "CATEGORIA " PX " - DESCRICAO (BRANCO-ENCERRA): "
           ACCEPT CVPCAT (PX)
           IF CVPCAT (PX) = SPACES
               GO TO R06C
           .
       R06B.
           DISPLAY "PISO MENSAL DA CATEGORIA " PX ": "
           ACCEPT CVPVAL (PX)
           IF CVPVAL (PX) = ZEROS
               DISPLAY "PISO NAO PODE SER NULO"
               GO TO R06B
           .
           IF CVPVAL (PX) < SALMIN
               DISPLAY "PISO ABAIXO DO SALARIO MINIMO NACIONAL"
               GO TO R06B
           .
           GO TO R06A
           .
       R06C.
           MOVE SPACES TO CVPCAT (PX)
           MOVE ZEROS TO CVPVAL (PX)
           ADD 1 TO PX
           IF PX NOT > 5
               GO TO R06C
           .
       R06X.
           EXIT.
       R0S.
           WRITE CCTREC
           IF FS = "00"
               DISPLAY "GRAVADO"
               MOVE "I" TO LOGACAO
               MOVE CVRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR L-LISTAR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R06X
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
           REWRITE CCTREC
           IF FS = "00"
               DISPLAY "ALTERADO"
               MOVE "A" TO LOGACAO
               MOVE CVRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       REX.
           DELETE CADCCT RECORD
           IF FS = "00"
               DISPLAY "REMOVIDO"
               MOVE "E" TO LOGACAO
               MOVE CVRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO REMOVIDO"
           .
       RMOSTRA.
           DISPLAY "SINDICATO.....: " CVNOME
           DISPLAY "CNPJ..........: " CVCNPJ
           DISPLAY "DATA-BASE.....: MES " CVDTBASE
           DISPLAY "VIGENCIA......: " CVINIMES "/" CVINIANO " A "
               CVFIMMES "/" CVFIMANO
           DISPLAY "EXTRA 1A FAIXA: " CVHEP1 "% ATE " CVHEFX1
               " HORAS"
           DISPLAY "EXTRA 2A FAIXA: " CVHEP2 "%"
           DISPLAY "EXTRA DOM/FER.: " CVHEPD "%"
           DISPLAY "NOTURNO.......: " CVNOTPCT "%"
           DISPLAY "AUX.-CRECHE...: TETO " CVCRTETO " ATE "
               CVCRMESES " MESES VERBA " CVCRVERBA
           MOVE ZEROS TO PX
           .
       RMOSTRA2.
           ADD 1 TO PX
           IF PX > 5
               GO TO RMOSTRA3
           .
           IF CVPCAT (PX) NOT = SPACES
               DISPLAY "PISO CATEG. " PX ": " CVPCAT (PX) " "
                   CVPVAL (PX)
           .
           GO TO RMOSTRA2
           .
       RMOSTRA3.
           EXIT.
       RLIST.
      *-----------------------------------------------------------------
      *LISTA AS VIGENCIAS DO SINDICATO EM TELA
      *-----------------------------------------------------------------
           MOVE CVRK TO SAVERK
           MOVE CVCOD TO LISTCOD
           MOVE ZEROS TO CVINIANO CVINIMES
           START CADCCT KEY IS NOT LESS THAN CVRK
           .
       RLIST2.
           READ CADCCT NEXT RECORD
           IF FS = "00" AND CVCOD = LISTCOD
               DISPLAY CVINIMES "/" CVINIANO " A " CVFIMMES "/"
                   CVFIMANO " EXTRA " CVHEP1 "/" CVHEP2 " NOT "
                   CVNOTPCT
               GO TO RLIST2
           .
           MOVE SAVERK TO CVRK
           READ CADCCT
           .
       FF1.
           CLOSE CADCCT
           IF VERBOK = "S"
               CLOSE CADVERBA
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
           MOVE "CADCCT" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
