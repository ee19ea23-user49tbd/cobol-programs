           FILE STATUS IS FS
           RECORD KEY IS LCRK
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
      *LANCAMENTOS AVULSOS E RECORRENTES POR MATRICULA/COMPETENCIA
      *LCED: E-PROVENTO (ENTRA NA BASE) D-DESCONTO (SAI DO LIQUIDO)
      *LCRECORR: S-REPETE NAS COMPETENCIAS SEGUINTES N-SOMENTE UMA VEZ
      *LCVERBA: VERBA DO CADVERBA - O TIPO E AS INCIDENCIAS DE INSS,
      *FGTS, IRRF E DSR VEM DA VERBA; ZERO SEGUE A REGRA DO LCED
      *LCRRAMES: PROVENTO DE ANOS ANTERIORES (RRA) - QUANTIDADE DE
      *MESES A QUE SE REFERE; TRIBUTADO A PARTE PELA TABELA ACUMULADA
      *-----------------------------------------------------------------
       FD LANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       COPY LANCAM.
      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS (VER CADVERBA/FPP117)
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES - MESMO CONTROLE DE
      *ACESSO E TRILHA DE AUDITORIA DOS CADASTROS FPP001-FPP004
      *-----------------------------------------------------------------
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 BRKM       PIC 9(02).
           01 BRKY       PIC 9(04).
           01 ULTSEQ     PIC 9(03).
           01 VERBOK     PIC X(01).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01B.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R02.
           DISPLAY "LANCAMENTOS - CODIGO DO FUNCIONARIO (0-FIM): "
           ACCEPT BRKF
           END-IF
           MOVE LCSEQ TO ULTSEQ
           DISPLAY LCSEQ " " LCTIPO " " LCDESC " " LCED " "
               LCVALOR " RECORR=" LCRECORR " VERBA=" LCVERBA
               " RRA=" LCRRAMES
           GO TO RLISTA2
           .
       RLISTAX.
           MOVE BRKF TO LCRKF
           MOVE BRKM TO LCRKM
           MOVE BRKY TO LCRKY
           MOVE ZEROS TO LCVERBA
           IF VERBOK NOT = "S"
               GO TO RLANCA1
           .
      *-----------------------------------------------------------------
      *COM VERBA A DESCRICAO E O TIPO VEM DO CADVERBA - SO AS VERBAS
      *DA EMPRESA (0100 EM DIANTE) SAO LANCADAS; AS DO SISTEMA SAO
      *CALCULADAS PELA FOLHA
      *-----------------------------------------------------------------
           DISPLAY "VERBA DO CADVERBA (0-SEM VERBA): "
           ACCEPT LCVERBA
           IF LCVERBA = ZEROS
               GO TO RLANCA1
           .
           IF LCVERBA < 100
               DISPLAY "VERBA DO SISTEMA - CALCULADA PELA FOLHA"
               GO TO RLANCA
           .
           MOVE LCVERBA TO VBCOD
           READ CADVERBA
           IF FS NOT = "00"
               DISPLAY "VERBA NAO CADASTRADA"
               GO TO RLANCA
           .
           IF VBATIVA = "N"
               DISPLAY "VERBA DESATIVADA"
               GO TO RLANCA
           .
           DISPLAY VBDESC " TIPO: " VBTIPO
           MOVE "VB" TO LCTIPO
           MOVE VBDESC TO LCDESC
           IF VBTIPO = "D"
               MOVE "D" TO LCED
           ELSE
               IF VBTIPO = "I"
                   MOVE "I" TO LCED
               ELSE
                   MOVE "E" TO LCED
           .
           GO TO RLANCA3
           .
       RLANCA1.
           DISPLAY "TIPO DO LANCAMENTO (CODIGO DE 2 LETRAS): "
           ACCEPT LCTIPO
           DISPLAY "DESCRICAO: "
           ACCEPT LCDESC
           IF LCDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO RLANCA1
           .
       RLANCA2.
           DISPLAY "E-PROVENTO OU D-DESCONTO: "
               DISPLAY "RESPOSTA INVALIDA"
               GO TO RLANCA4
           .
           MOVE ZEROS TO LCRRAMES
           IF LCED NOT = "E" OR LCRECORR = "S"
               GO TO RLANCA6
           .
       RLANCA5.
      *-----------------------------------------------------------------
      *PROVENTO QUE PAGA DIFERENCAS DE ANOS ANTERIORES (ACORDO, DECISAO
      *JUDICIAL) E RRA: SAI DA BASE MENSAL DO IRRF E E TRIBUTADO PELA
      *TABELA ACUMULADA DOS MESES INFORMADOS
      *-----------------------------------------------------------------
           DISPLAY "RRA - MESES DE ANOS ANTERIORES A QUE SE REFERE "
               "(0-NAO E RRA): "
           ACCEPT LCRRAMES
           IF LCRRAMES > 240
               DISPLAY "QUANTIDADE DE MESES INVALIDA"
               GO TO RLANCA5
           .
       RLANCA6.
           ADD 1 TO ULTSEQ
           MOVE ULTSEQ TO LCSEQ
           WRITE LANCREC
           .
       FF1.
           CLOSE FILEFUNC LANC
           IF VERBOK = "S"
               CLOSE CADVERBA
           END-IF
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "CADLANC" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
