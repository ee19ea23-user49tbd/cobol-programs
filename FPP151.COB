       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSOD.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *RELATORIO DE CONFLITOS DE SEGREGACAO DE FUNCOES CONTRA AS REGRAS
      *DO CADSOD/FPP150:
      *PARTE 1 - OPERADORES ATIVOS QUE ACUMULAM TODOS OS DIREITOS DE
      *    UMA REGRA DO TIPO D (CADASTRO DE OPERADORES)
      *PARTE 2 - CONFLITOS NA PRATICA: UMA PASSADA PELO LOG (ANOS
      *    ARQUIVADOS EM CHGHIST1.DAT E DEPOIS CHGLOG1.DAT, EM ORDEM DE
      *    SEQUENCIA). O LADO 1 DE CADA REGRA DO TIPO L FICA NO ARQUIVO
      *    DE TRABALHO SODWRK1.DAT POR REGRA + OPERADOR + CHAVE; QUANDO
      *    O MESMO OPERADOR FAZ O LADO 2 NA MESMA CHAVE DENTRO DO
      *    PERIODO E DA JANELA DA REGRA, O CONFLITO E LISTADO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODREG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RGCOD
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .

           SELECT CHGHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HLSEQ
           .

           SELECT CHGLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LOGSEQ
           .

           SELECT SODWRK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS WKK
           .

           SELECT SODRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
       DATA DIVISION.
       FILE SECTION.
       FD SODREG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SODREG1.DAT".
       COPY SODREGRA.
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *LOG DE ALTERACOES - ARQUIVO MORTO E LOG CORRENTE
      *-----------------------------------------------------------------
       FD CHGHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGHIST1.DAT".
       COPY CHGHIST.
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
      *-----------------------------------------------------------------
      *ARQUIVO DE TRABALHO - ULTIMO LADO 1 DE CADA REGRA POR OPERADOR
      *E CHAVE (RECRIADO A CADA EXECUCAO)
      *-----------------------------------------------------------------
       FD SODWRK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SODWRK1.DAT".
       01 SODWRKREC.
           03 WKK.
               05 WKREGRA  PIC 9(03).
               05 WKOPER   PIC X(10).
               05 WKCHAVE  PIC 9(14).
           03 WKSEQ        PIC 9(08).
           03 WKDATA       PIC 9(08).
           03 WKORD        PIC 9(07).
           03 WKPROG       PIC X(08).
           03 WKACAO       PIC X(01).
      *-----------------------------------------------------------------
       FD SODRPT
           LABEL RECORD IS STANDARD.
       01 SODLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
           01 OPEROK      PIC X(01).
           01 HISTOK      PIC X(01).
           01 LOGOK       PIC X(01).
           01 CONFOK      PIC X(01).
           01 DTINI       PIC 9(08).
           01 DTFIM       PIC 9(08).
      *-----------------------------------------------------------------
      *REGRAS ATIVAS EM MEMORIA
      *-----------------------------------------------------------------
           01 QTREG       PIC 9(02).
           01 MAXREG      PIC 9(02) VALUE 50.
           01 IX          PIC 9(02).
           01 TABREG.
               03 TRITEM OCCURS 50 TIMES.
                   05 TRCOD       PIC 9(03).
                   05 TRDESC      PIC X(40).
                   05 TRTIPO      PIC X(01).
                   05 TRCAD       PIC X(01).
                   05 TRFOLHA     PIC X(01).
                   05 TRAPROV     PIC X(01).
                   05 TRFECHA     PIC X(01).
                   05 TRDADOS     PIC X(01).
                   05 TRPROG1     PIC X(08).
                   05 TRACAO1     PIC X(01).
                   05 TRCHV1      PIC X(01).
                   05 TRPROG2     PIC X(08).
                   05 TRACAO2     PIC X(01).
                   05 TRCHV2      PIC X(01).
                   05 TRDIAS      PIC 9(03).
      *-----------------------------------------------------------------
      *EVENTO DO LOG EM TRATAMENTO (MESMO LAYOUT DE CHGHIST E CHGLOG)
      *-----------------------------------------------------------------
           01 EVREC.
               03 EVSEQ       PIC 9(08).
               03 EVOPER      PIC X(10).
               03 EVPROG      PIC X(08).
               03 EVACAO      PIC X(01).
               03 EVRK        PIC 9(14).
               03 EVDATE      PIC 9(08).
               03 EVDATER REDEFINES EVDATE.
                   05 EVANO   PIC 9(04).
                   05 EVMES   PIC 9(02).
                   05 EVDIA   PIC 9(02).
               03 EVTIME      PIC 9(06).
               03 EVHASH      PIC 9(12).
           01 EVORD       PIC 9(07).
           01 CHVTIPO     PIC X(01).
           01 CHAVE       PIC 9(14).
           01 CHQUOC      PIC 9(14).
           01 CHANO       PIC 9(04).
           01 CHMES       PIC 9(02).
           01 DIFDIAS     PIC 9(07).
           01 TOTOPER     PIC 9(06).
           01 TOTDIR      PIC 9(06).
           01 TOTLIDO     PIC 9(08).
           01 TOTCONF     PIC 9(06).
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT SODREG
           IF FS NOT = "00"
               DISPLAY "SEM REGRAS DE SEGREGACAO - RODE O CADSOD"
               GOBACK
       .
       R01A.
           MOVE ZEROS TO QTREG TOTOPER TOTDIR TOTLIDO TOTCONF
           MOVE ZEROS TO RGCOD
           START SODREG KEY IS NOT LESS THAN RGCOD
           IF FS NOT = "00"
               DISPLAY "SEM REGRAS DE SEGREGACAO - RODE O CADSOD"
               CLOSE SODREG
               GOBACK
       .
       R01B.
           READ SODREG NEXT RECORD
           IF FS NOT = "00"
               GO TO R01C
           END-IF
           IF RGATIVA NOT = "S"
               GO TO R01B
           END-IF
           IF QTREG NOT < MAXREG
               DISPLAY "LIMITE DE " MAXREG " REGRAS ATIVAS - REGRA "
                   RGCOD " IGNORADA"
               GO TO R01B
           END-IF
           ADD 1 TO QTREG
           MOVE RGCOD TO TRCOD(QTREG)
           MOVE RGDESC TO TRDESC(QTREG)
           MOVE RGTIPO TO TRTIPO(QTREG)
           MOVE RGCAD TO TRCAD(QTREG)
           MOVE RGFOLHA TO TRFOLHA(QTREG)
           MOVE RGAPROV TO TRAPROV(QTREG)
           MOVE RGFECHA TO TRFECHA(QTREG)
           MOVE RGDADOS TO TRDADOS(QTREG)
           MOVE RGPROG1 TO TRPROG1(QTREG)
           MOVE RGACAO1 TO TRACAO1(QTREG)
           MOVE RGCHV1 TO TRCHV1(QTREG)
           MOVE RGPROG2 TO TRPROG2(QTREG)
           MOVE RGACAO2 TO TRACAO2(QTREG)
           MOVE RGCHV2 TO TRCHV2(QTREG)
           MOVE RGDIAS TO TRDIAS(QTREG)
           GO TO R01B
       .
       R01C.
           CLOSE SODREG
           IF QTREG = ZEROS
               DISPLAY "NENHUMA REGRA ATIVA - VEJA O CADSOD"
               GOBACK
           .
       R02.
           DISPLAY "RELATORIO DE SEGREGACAO DE FUNCOES"
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD, 0 = INICIO): "
           ACCEPT DTINI
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD, 0 = HOJE): "
           ACCEPT DTFIM
           IF DTFIM = ZEROS
               ACCEPT DTFIM FROM DATE YYYYMMDD
           .
           IF DTFIM < DTINI
               DISPLAY "PERIODO INVALIDO"
               GO TO R02
           .
       R03.
           MOVE SPACES TO NOMEARQ
           DISPLAY "NOME DO RELATORIO: "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R03
       .
       R04.
           OPEN OUTPUT SODRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO: " FSX
               GOBACK
           .
           MOVE ALL "=" TO SODLINE
           WRITE SODLINE
           MOVE SPACES TO LINHA
           STRING "SEGREGACAO DE FUNCOES - PERIODO " DTINI " A " DTFIM
               " - " QTREG " REGRAS ATIVAS"
               INTO LINHA
           MOVE LINHA TO SODLINE
           WRITE SODLINE
           MOVE ALL "=" TO SODLINE
           WRITE SODLINE
       .
       R10.
      *-----------------------------------------------------------------
      *PARTE 1 - DIREITOS ACUMULADOS NO CADASTRO DE OPERADORES
      *-----------------------------------------------------------------
           MOVE "PARTE 1 - OPERADORES COM DIREITOS EM CONFLITO" TO
               SODLINE
           WRITE SODLINE
           MOVE ALL "-" TO SODLINE
           WRITE SODLINE
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               MOVE "N" TO OPEROK
               MOVE "CADASTRO DE OPERADORES AUSENTE" TO SODLINE
               WRITE SODLINE
               GO TO R20
           .
           MOVE "S" TO OPEROK
           MOVE SPACES TO OPMID
           START OPERMST KEY IS NOT LESS THAN OPMID
           IF FS NOT = "00"
               GO TO R12
           .
       R11.
           READ OPERMST NEXT RECORD
           IF FS NOT = "00"
               GO TO R12
           END-IF
           IF OPMATIVO NOT = "S"
               GO TO R11
           END-IF
           ADD 1 TO TOTOPER
           MOVE 1 TO IX
           PERFORM RDIR THRU RDIRX
           GO TO R11
       .
       R12.
           IF OPEROK = "S"
               CLOSE OPERMST
           .
           MOVE SPACES TO LINHA
           STRING "OPERADORES ATIVOS " TOTOPER " CONFLITOS " TOTDIR
               INTO LINHA
           MOVE LINHA TO SODLINE
           WRITE SODLINE
           MOVE ALL "=" TO SODLINE
           WRITE SODLINE
       .
       R20.
      *-----------------------------------------------------------------
      *PARTE 2 - CONFLITOS NO LOG DE ALTERACOES
      *-----------------------------------------------------------------
           MOVE "PARTE 2 - CONFLITOS NO LOG DE ALTERACOES" TO SODLINE
           WRITE SODLINE
           MOVE ALL "-" TO SODLINE
           WRITE SODLINE
           OPEN OUTPUT SODWRK
           CLOSE SODWRK
           OPEN I-O SODWRK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR SODWRK1.DAT - FS: " FS
               GO TO R30
           .
           OPEN INPUT CHGHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
           .
           OPEN INPUT CHGLOG
           IF FS NOT = "00"
               MOVE "N" TO LOGOK
           ELSE
               MOVE "S" TO LOGOK
           .
           IF HISTOK = "N"
               GO TO R22
           .
           MOVE ZEROS TO HLSEQ
           START CHGHIST KEY IS NOT LESS THAN HLSEQ
           IF FS NOT = "00"
               GO TO R22
           .
       R21.
           READ CHGHIST NEXT RECORD
           IF FS NOT = "00"
               GO TO R22
           END-IF
           MOVE CHGHISTREC TO EVREC
           PERFORM REVENTO THRU REVENTOX
           GO TO R21
       .
       R22.
           IF LOGOK = "N"
               GO TO R24
           .
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               GO TO R24
           .
       R23.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO R24
           END-IF
           MOVE LOGREC TO EVREC
           PERFORM REVENTO THRU REVENTOX
           GO TO R23
       .
       R24.
           IF HISTOK = "S"
               CLOSE CHGHIST
           .
           IF LOGOK = "S"
               CLOSE CHGLOG
           .
           CLOSE SODWRK
           IF HISTOK = "N" AND LOGOK = "N"
               MOVE "LOG DE ALTERACOES AUSENTE" TO SODLINE
               WRITE SODLINE
           .
           MOVE SPACES TO LINHA
           STRING "REGISTROS DO LOG LIDOS " TOTLIDO " CONFLITOS "
               TOTCONF
               INTO LINHA
           MOVE LINHA TO SODLINE
           WRITE SODLINE
       .
       R30.
           MOVE ALL "=" TO SODLINE
           WRITE SODLINE
           CLOSE SODRPT
           DISPLAY "OPERADORES COM DIREITOS EM CONFLITO: " TOTDIR
           DISPLAY "CONFLITOS NO LOG NO PERIODO........: " TOTCONF
           IF TOTDIR > ZEROS OR TOTCONF > ZEROS
               DISPLAY "ENCAMINHE A AUDITORIA INTERNA"
           .
           GOBACK
           .
       RDIR.
      *-----------------------------------------------------------------
      *CONFERE O OPERADOR LIDO CONTRA CADA REGRA DO TIPO D - CONFLITO
      *QUANDO ELE TEM TODOS OS DIREITOS MARCADOS NA REGRA
      *-----------------------------------------------------------------
           IF IX > QTREG
               GO TO RDIRX
           .
           IF TRTIPO(IX) NOT = "D"
               ADD 1 TO IX
               GO TO RDIR
           .
           MOVE "S" TO CONFOK
           IF TRCAD(IX) = "S" AND OPMCAD NOT = "S"
               MOVE "N" TO CONFOK
           .
           IF TRFOLHA(IX) = "S" AND OPMFOLHA NOT = "S"
               MOVE "N" TO CONFOK
           .
           IF TRAPROV(IX) = "S" AND OPMAPROV NOT = "S"
               MOVE "N" TO CONFOK
           .
           IF TRFECHA(IX) = "S" AND OPMFECHA NOT = "S"
               MOVE "N" TO CONFOK
           .
           IF TRDADOS(IX) = "S" AND OPMDADOS NOT = "S"
               MOVE "N" TO CONFOK
           .
           IF CONFOK = "S"
               ADD 1 TO TOTDIR
               MOVE SPACES TO LINHA
               STRING "OPERADOR " OPMID " REGRA " TRCOD(IX) " "
                   TRDESC(IX)
                   INTO LINHA
               MOVE LINHA TO SODLINE
               WRITE SODLINE
               MOVE SPACES TO LINHA
               STRING "  CAD " OPMCAD " FOLHA " OPMFOLHA
                   " APROV " OPMAPROV " FECHA " OPMFECHA
                   " DADOS " OPMDADOS " BLOQUEADO " OPMBLOQ
                   INTO LINHA
               MOVE LINHA TO SODLINE
               WRITE SODLINE
           .
           ADD 1 TO IX
           GO TO RDIR
           .
       RDIRX.
           EXIT.
       REVENTO.
      *-----------------------------------------------------------------
      *UM REGISTRO DO LOG CONTRA TODAS AS REGRAS DO TIPO L. O LADO 2 E
      *CONFERIDO ANTES DE GUARDAR O LADO 1 PARA QUE UM MESMO REGISTRO
      *NAO CONFLITE COM ELE PROPRIO
      *-----------------------------------------------------------------
           ADD 1 TO TOTLIDO
           COMPUTE EVORD = EVANO * 372 + (EVMES - 1) * 31 + EVDIA
           MOVE 1 TO IX
       .
       REVENTO2.
           IF IX > QTREG
               GO TO REVENTOX
           .
           IF TRTIPO(IX) NOT = "L"
               GO TO REVENTO4
           .
           IF EVPROG NOT = TRPROG2(IX)
               GO TO REVENTO3
           .
           IF TRACAO2(IX) NOT = SPACES AND EVACAO NOT = TRACAO2(IX)
               GO TO REVENTO3
           .
           IF EVDATE < DTINI OR EVDATE > DTFIM
               GO TO REVENTO3
           .
           MOVE TRCHV2(IX) TO CHVTIPO
           PERFORM RCHAVE THRU RCHAVEX
           MOVE TRCOD(IX) TO WKREGRA
           MOVE EVOPER TO WKOPER
           MOVE CHAVE TO WKCHAVE
           READ SODWRK
           IF FS NOT = "00"
               GO TO REVENTO3
           .
           COMPUTE DIFDIAS = EVORD - WKORD
           IF TRDIAS(IX) NOT = ZEROS AND DIFDIAS > TRDIAS(IX)
               GO TO REVENTO3
           .
           PERFORM RCONF THRU RCONFX
       .
       REVENTO3.
           IF EVPROG NOT = TRPROG1(IX)
               GO TO REVENTO4
           .
           IF TRACAO1(IX) NOT = SPACES AND EVACAO NOT = TRACAO1(IX)
               GO TO REVENTO4
           .
           IF EVDATE > DTFIM
               GO TO REVENTO4
           .
           MOVE TRCHV1(IX) TO CHVTIPO
           PERFORM RCHAVE THRU RCHAVEX
           MOVE TRCOD(IX) TO WKREGRA
           MOVE EVOPER TO WKOPER
           MOVE CHAVE TO WKCHAVE
           MOVE EVSEQ TO WKSEQ
           MOVE EVDATE TO WKDATA
           MOVE EVORD TO WKORD
           MOVE EVPROG TO WKPROG
           MOVE EVACAO TO WKACAO
           WRITE SODWRKREC
           IF FS = "22"
               REWRITE SODWRKREC
           .
       REVENTO4.
           ADD 1 TO IX
           GO TO REVENTO2
           .
       REVENTOX.
           EXIT.
       RCHAVE.
      *-----------------------------------------------------------------
      *CHAVE COMUM AOS DOIS LADOS: M E C USAM O LOGRK COMO ESTA; F E A
      *CHAVE DA FOLHA (MATRICULA + MES + ANO) OU DO 13O (MATRICULA +
      *ANO + PARCELA) GRAVADA PELO APROVPAG - VIRA A MATRICULA. A FOLHA
      *TERMINA EM ANO VALIDO PRECEDIDO DE MES VALIDO; O 13O NAO
      *-----------------------------------------------------------------
           MOVE EVRK TO CHAVE
           IF CHVTIPO NOT = "F"
               GO TO RCHAVEX
           .
           DIVIDE EVRK BY 10000 GIVING CHQUOC REMAINDER CHANO
           DIVIDE CHQUOC BY 100 GIVING CHQUOC REMAINDER CHMES
           IF CHANO > 1899 AND CHANO < 2100
                   AND CHMES > ZEROS AND CHMES < 13
               DIVIDE EVRK BY 1000000 GIVING CHAVE
           ELSE
               DIVIDE EVRK BY 100000 GIVING CHAVE
           .
       RCHAVEX.
           EXIT.
       RCONF.
           ADD 1 TO TOTCONF
           MOVE SPACES TO LINHA
           STRING "REGRA " TRCOD(IX) " " TRDESC(IX)
               INTO LINHA
           MOVE LINHA TO SODLINE
           WRITE SODLINE
           MOVE SPACES TO LINHA
           STRING "  OPERADOR " EVOPER " CHAVE " CHAVE
               " DIAS " DIFDIAS
               INTO LINHA
           MOVE LINHA TO SODLINE
           WRITE SODLINE
           MOVE SPACES TO LINHA
           STRING "  " WKPROG " " WKACAO " SEQ " WKSEQ " EM " WKDATA
               " -> " EVPROG " " EVACAO " SEQ " EVSEQ " EM " EVDATE
               INTO LINHA
           MOVE LINHA TO SODLINE
           WRITE SODLINE
           .
       RCONFX.
           EXIT.
