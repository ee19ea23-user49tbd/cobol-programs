       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDLOG.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *LOG DE ALTERACOES (CHGLOG1.DAT)
      *C - CONSULTA COM FILTROS, INCLUSIVE NOS ANOS ARQUIVADOS
      *V - VERIFICA A CADEIA DE HASH (LOGHASH/FPP149) E AS LACUNAS DE
      *    LOGSEQ NOS ANOS ARQUIVADOS (CONTRA OS SELOS) E NO LOG ATUAL
      *A - VIRADA ANUAL: LEVA OS REGISTROS DO ANO FECHADO PARA O
      *    CHGHIST1.DAT E GRAVA O SELO COM O HASH FINAL EM CHGSEAL1.DAT.
      *    O LOG ATUAL CONTINUA A CADEIA A PARTIR DESSE HASH. SO COM
      *    SENHA DE OPERADOR AUTORIZADO A FECHAMENTO; A FAIXA DE LOGSEQ
      *    ARQUIVADA E O OPERADOR FICAM GRAVADOS NO PROPRIO LOG (ACAO
      *    V) ANTES DE QUALQUER EXCLUSAO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           RECORD KEY IS LOGSEQ
           .

           SELECT CHGHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HLSEQ
           .

           SELECT CHGSEAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SLANO
           .

           SELECT LOGCTR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CTRK
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .

           SELECT AUDRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
      *-----------------------------------------------------------------
      *ANOS FECHADOS PELA VIRADA E SEUS SELOS
      *-----------------------------------------------------------------
       FD CHGHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGHIST1.DAT".
       COPY CHGHIST.
      *-----------------------------------------------------------------
       FD CHGSEAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGSEAL1.DAT".
       COPY CHGSEAL.
      *-----------------------------------------------------------------
      *CONTADOR DO LOG - ULTIMO LOGSEQ E ULTIMO HASH GRAVADOS
      *-----------------------------------------------------------------
       FD LOGCTR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCTR1.DAT".
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058) - SO PARA A VIRADA
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
       FD AUDRPT
           LABEL RECORD IS STANDARD.
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(100).
           01 OPT         PIC X(01).
           01 MODO        PIC X(01).
           01 HISTOK      PIC X(01).
           01 SEALOK      PIC X(01).
           01 CTROK       PIC X(01).
           01 INCHIST     PIC X(01).
           01 FIMCONS     PIC X(01).
      *-----------------------------------------------------------------
      *FILTROS - BRANCO/ZERO SIGNIFICA SEM FILTRO
      *-----------------------------------------------------------------
           01 TOTSEL      PIC 9(08).
           01 TELACONT    PIC 9(02).
           01 IMPRIME     PIC X(01).
      *-----------------------------------------------------------------
      *VERIFICACAO DA CADEIA (RCHECA) - VERREC RECEBE A COPIA DO
      *REGISTRO PARA O LOGHASH NAO MEXER NO HASH GRAVADO
      *-----------------------------------------------------------------
           01 VERREC.
               03 VERDADOS    PIC X(55).
               03 VERHASH     PIC 9(12).
           01 VANT        PIC 9(12).
           01 VCALC       PIC 9(12).
           01 VESP        PIC 9(08).
           01 VULT        PIC 9(08).
           01 VLIDOS      PIC 9(08).
           01 VQUEBRA     PIC 9(08).
           01 VLACUNA     PIC 9(08).
           01 VTOTQ       PIC 9(08).
           01 PRVTEM      PIC X(01).
           01 PRVSEQ      PIC 9(08).
           01 PRVHASH     PIC 9(12).
      *-----------------------------------------------------------------
      *ULTIMO SELO GRAVADO (RULTSEL) - PONTO DE PARTIDA DO LOG ATUAL
      *-----------------------------------------------------------------
           01 ULTANO      PIC 9(04).
           01 ULTSEQ      PIC 9(08).
           01 ULTHASH     PIC 9(12).
      *-----------------------------------------------------------------
      *VIRADA ANUAL
      *-----------------------------------------------------------------
           01 ANOVIR      PIC 9(04).
           01 DTANO       PIC 9(04).
           01 HOJE        PIC 9(08).
           01 HOJEANO     PIC 9(04).
           01 CONFIRMA    PIC X(01).
           01 PRIMSEQ     PIC 9(08).
           01 OPERID      PIC X(10).
           01 SENHA       PIC X(08).
           01 TENTAT      PIC 9(01).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
       R00.
           DISPLAY "LOG DE ALTERACOES (CHGLOG)"
           DISPLAY "C-CONSULTA  V-VERIFICAR A CADEIA  A-VIRADA ANUAL"
           ACCEPT MODO
           IF MODO = "c"
               MOVE "C" TO MODO
           .
           IF MODO = "v"
               MOVE "V" TO MODO
           .
           IF MODO = "a"
               MOVE "A" TO MODO
           .
           IF MODO NOT = "C" AND MODO NOT = "V" AND MODO NOT = "A"
               DISPLAY "OPCAO INVALIDA"
               GO TO R00
       .
       R00A.
      *-----------------------------------------------------------------
      *A VIRADA APAGA REGISTROS DO LOG ATUAL - PEDE A SENHA MESMO COM O
      *OPERADOR VINDO DO MENU E EXIGE AUTORIZACAO DE FECHAMENTO. SEM
      *CADASTRO DE OPERADORES A VIRADA NAO E FEITA
      *-----------------------------------------------------------------
           IF MODO NOT = "A"
               GO TO R01
           .
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES AUSENTE - VIRADA NEGADA"
               GOBACK
           .
           MOVE ZEROS TO TENTAT
           MOVE SPACES TO OPERID
           IF LKOPER NOT = SPACES AND LKOPER NOT = LOW-VALUES
               MOVE LKOPER TO OPERID
           .
       R00A2.
           IF OPERID = SPACES
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT OPERID
               GO TO R00A2
           .
           PERFORM RSIGNON THRU RSIGNONX
           CLOSE OPERMST
       .
       R01.
           IF MODO = "A"
               OPEN I-O CHGLOG
           ELSE
               OPEN INPUT CHGLOG
           .
           IF FS NOT = "00"
               DISPLAY "NAO HA LOG DE ALTERACOES GRAVADO"
               GOBACK
       .
       R01A.
           IF MODO = "A"
               OPEN I-O CHGHIST
               IF FS = "35"
                   OPEN OUTPUT CHGHIST
                   CLOSE CHGHIST
                   GO TO R01A
               END-IF
           ELSE
               OPEN INPUT CHGHIST
           .
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01B.
           IF MODO = "A"
               OPEN I-O CHGSEAL
               IF FS = "35"
                   OPEN OUTPUT CHGSEAL
                   CLOSE CHGSEAL
                   GO TO R01B
               END-IF
           ELSE
               OPEN INPUT CHGSEAL
           .
           IF FS NOT = "00"
               MOVE "N" TO SEALOK
           ELSE
               MOVE "S" TO SEALOK
       .
       R01C.
           IF MODO = "A"
               OPEN I-O LOGCTR
           ELSE
               OPEN INPUT LOGCTR
           .
           IF FS NOT = "00"
               MOVE "N" TO CTROK
           ELSE
               MOVE "S" TO CTROK
       .
       R01D.
           IF MODO = "A"
               IF HISTOK NOT = "S" OR SEALOK NOT = "S"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO MORTO DO LOG"
                   GO TO RF1
               END-IF
               IF CTROK NOT = "S"
                   DISPLAY "CONTADOR DO LOG AUSENTE - VIRADA NEGADA"
                   GO TO RF1
               END-IF
           .
           PERFORM RULTSEL THRU RULTSELX
           MOVE ZEROS TO TOTLIDO TOTSEL TELACONT
           MOVE "N" TO INCHIST
           IF MODO = "A"
               GO TO RA01
           .
           IF MODO = "V"
               GO TO R03
       .
       R02.
           DISPLAY "CONSULTA AO LOG DE ALTERACOES (CHGLOG)"
           DISPLAY "FILTRO OPERADOR (BRANCO=TODOS): "
           ACCEPT FILTOPER
           DISPLAY "FILTRO PROGRAMA (BRANCO=TODOS): "
           ACCEPT FILTPROG
           DISPLAY "FILTRO ACAO I/A/E/P/R/V (BRANCO=TODAS): "
           ACCEPT FILTACAO
           DISPLAY "FILTRO CHAVE/MATRICULA (0=TODAS): "
           ACCEPT FILTRK
           DISPLAY "DATA FINAL (AAAAMMDD, 0=SEM LIMITE): "
           ACCEPT FILTDTFIM
       .
       R02A.
      *-----------------------------------------------------------------
      *ANOS JA FECHADOS FICAM NO ARQUIVO MORTO - LIDOS ANTES DO LOG
      *ATUAL PARA MANTER A ORDEM DO LOGSEQ
      *-----------------------------------------------------------------
           IF HISTOK = "S"
               DISPLAY "INCLUIR OS ANOS ARQUIVADOS (S/N)? "
               ACCEPT INCHIST
               IF INCHIST = "s"
                   MOVE "S" TO INCHIST
               END-IF
           .
       R03.
           MOVE SPACES TO IMPRIME
           DISPLAY "IMPRIMIR RELATORIO (S/N)? "
           ELSE
               MOVE "N" TO IMPRIME
           .
           IF MODO = "V"
               GO TO RV01
       .
       R04.
           MOVE "N" TO FIMCONS
           IF INCHIST NOT = "S"
               GO TO R04L
           .
           MOVE ZEROS TO HLSEQ
           START CHGHIST KEY IS NOT LESS THAN HLSEQ
           IF FS NOT = "00"
               GO TO R04L
       .
       R04H.
           READ CHGHIST NEXT RECORD
           IF FS NOT = "00"
               GO TO R04L
           END-IF
           MOVE CHGHISTREC TO LOGREC
           PERFORM RSELECAO THRU RSELECAOX
           IF FIMCONS = "S"
               GO TO R06
           END-IF
           GO TO R04H
       .
       R04L.
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
           IF FS NOT = "00"
               GO TO R06
           END-IF
           PERFORM RSELECAO THRU RSELECAOX
           IF FIMCONS = "S"
               GO TO R06
           END-IF
           GO TO R05
       .
       R06.
           IF IMPRIME = "S"
               CLOSE AUDRPT
           .
           DISPLAY "REGISTROS LIDOS.......: " TOTLIDO
           DISPLAY "REGISTROS SELECIONADOS: " TOTSEL
       .
       RF1.
           CLOSE CHGLOG
           IF HISTOK = "S"
               CLOSE CHGHIST
           .
           IF SEALOK = "S"
               CLOSE CHGSEAL
           .
           IF CTROK = "S"
               CLOSE LOGCTR
           .
           GOBACK
           .
       RSELECAO.
           ADD 1 TO TOTLIDO
           IF FILTOPER NOT = SPACES AND LOGOPER NOT = FILTOPER
               GO TO RSELECAOX
           END-IF
           IF FILTPROG NOT = SPACES AND LOGPROG NOT = FILTPROG
               GO TO RSELECAOX
           END-IF
           IF FILTACAO NOT = SPACES AND LOGACAO NOT = FILTACAO
               GO TO RSELECAOX
           END-IF
           IF FILTRK NOT = ZEROS AND LOGRK NOT = FILTRK
               GO TO RSELECAOX
           END-IF
           IF FILTDTINI NOT = ZEROS AND LOGDATE < FILTDTINI
               GO TO RSELECAOX
           END-IF
           IF FILTDTFIM NOT = ZEROS AND LOGDATE > FILTDTFIM
               GO TO RSELECAOX
           END-IF
           ADD 1 TO TOTSEL
           DISPLAY LOGSEQ " " LOGOPER " " LOGPROG " " LOGACAO
               DISPLAY "ENTER PARA CONTINUAR, F PARA ENCERRAR"
               ACCEPT OPT
               IF OPT = "F" OR OPT = "f"
                   MOVE "S" TO FIMCONS
               END-IF
           END-IF
           .
       RSELECAOX.
           EXIT.
       RV01.
      *-----------------------------------------------------------------
      *VERIFICACAO - PRIMEIRO OS ANOS ARQUIVADOS, SELO A SELO (CADA
      *SELO COMECA ONDE O ANTERIOR TERMINOU), DEPOIS O LOG ATUAL A
      *PARTIR DO ULTIMO SELO E O CONTADOR LOGCTR
      *-----------------------------------------------------------------
           MOVE ZEROS TO VTOTQ PRVSEQ PRVHASH
           MOVE "N" TO PRVTEM
           MOVE ALL "=" TO LINHA
           PERFORM RMSG
           MOVE "VERIFICACAO DA CADEIA DO LOG DE ALTERACOES" TO LINHA
           PERFORM RMSG
           IF HISTOK NOT = "S" OR SEALOK NOT = "S"
               GO TO RV05
           .
           MOVE ZEROS TO SLANO
           START CHGSEAL KEY IS NOT LESS THAN SLANO
           IF FS NOT = "00"
               GO TO RV05
       .
       RV02.
           READ CHGSEAL NEXT RECORD
           IF FS NOT = "00"
               GO TO RV05
           END-IF
           IF PRVTEM = "S"
               IF SLHASHINI NOT = PRVHASH OR SLSEQINI NOT = PRVSEQ + 1
                   ADD 1 TO VTOTQ
                   MOVE SPACES TO LINHA
                   STRING "SELO DO ANO " SLANO
                       " NAO ENCADEIA COM O SELO ANTERIOR"
                       INTO LINHA
                   PERFORM RMSG
               END-IF
           END-IF
           MOVE ZEROS TO VLIDOS VQUEBRA VLACUNA
           MOVE SLHASHINI TO VANT
           MOVE SLSEQINI TO VESP
           MOVE SLSEQINI TO HLSEQ
           START CHGHIST KEY IS NOT LESS THAN HLSEQ
           IF FS NOT = "00"
               GO TO RV04
       .
       RV03.
           READ CHGHIST NEXT RECORD
           IF FS NOT = "00"
               GO TO RV04
           END-IF
           IF HLSEQ > SLSEQFIM
               GO TO RV04
           END-IF
           MOVE CHGHISTREC TO LOGREC
           PERFORM RCHECA THRU RCHECAX
           GO TO RV03
       .
       RV04.
           IF VLIDOS NOT = SLQTDE OR VESP NOT = SLSEQFIM + 1
               ADD 1 TO VTOTQ
               MOVE SPACES TO LINHA
               STRING "ANO " SLANO ": REGISTROS AUSENTES NO ARQUIVO "
                   "MORTO - SELO " SLQTDE " LIDOS " VLIDOS
                   INTO LINHA
               PERFORM RMSG
           END-IF
           IF VANT NOT = SLHASHFIM
               ADD 1 TO VTOTQ
               MOVE SPACES TO LINHA
               STRING "ANO " SLANO ": HASH FINAL " VANT
                   " DIFERENTE DO SELO " SLHASHFIM
                   INTO LINHA
               PERFORM RMSG
           END-IF
           ADD VQUEBRA VLACUNA TO VTOTQ
           MOVE SPACES TO LINHA
           STRING "ANO " SLANO " (ARQUIVADO): " VLIDOS " REGISTROS, "
               VQUEBRA " QUEBRA(S), " VLACUNA " LACUNA(S)"
               INTO LINHA
           PERFORM RMSG
           MOVE "S" TO PRVTEM
           MOVE SLSEQFIM TO PRVSEQ
           MOVE SLHASHFIM TO PRVHASH
           GO TO RV02
       .
       RV05.
           MOVE ZEROS TO VLIDOS VQUEBRA VLACUNA
           MOVE ULTHASH TO VANT
           MOVE ULTSEQ TO VULT
           COMPUTE VESP = ULTSEQ + 1
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               GO TO RV07
       .
       RV06.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO RV07
           END-IF
           PERFORM RCHECA THRU RCHECAX
           GO TO RV06
       .
       RV07.
      *-----------------------------------------------------------------
      *O CONTADOR GUARDA O ULTIMO LOGSEQ E O ULTIMO HASH - REGISTROS
      *APAGADOS NO FIM DO LOG SO APARECEM AQUI
      *-----------------------------------------------------------------
           IF CTROK NOT = "S"
               GO TO RV08
           .
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS NOT = "00"
               GO TO RV08
           .
           IF CTRSEQ NOT = VULT
               ADD 1 TO VTOTQ
               MOVE SPACES TO LINHA
               STRING "ULTIMO LOGSEQ " VULT " DIFERENTE DO CONTADOR "
                   CTRSEQ " - REGISTROS AUSENTES NO FIM DO LOG"
                   INTO LINHA
               PERFORM RMSG
           .
           IF CTRHASH NOT = VANT
               ADD 1 TO VTOTQ
               MOVE SPACES TO LINHA
               STRING "HASH DO ULTIMO REGISTRO " VANT
                   " DIFERENTE DO CONTADOR " CTRHASH
                   INTO LINHA
               PERFORM RMSG
           .
       RV08.
           ADD VQUEBRA VLACUNA TO VTOTQ
           MOVE SPACES TO LINHA
           STRING "LOG ATUAL: " VLIDOS " REGISTROS, " VQUEBRA
               " QUEBRA(S), " VLACUNA " LACUNA(S)"
               INTO LINHA
           PERFORM RMSG
           MOVE ALL "-" TO LINHA
           PERFORM RMSG
           IF VTOTQ = ZEROS
               MOVE "CADEIA INTEGRA - NENHUMA QUEBRA OU LACUNA" TO LINHA
           ELSE
               MOVE SPACES TO LINHA
               STRING "ATENCAO: " VTOTQ " PROBLEMA(S) NA CADEIA DO LOG"
                   INTO LINHA
           .
           PERFORM RMSG
           IF IMPRIME = "S"
               CLOSE AUDRPT
           .
           GO TO RF1
           .
       RA01.
      *-----------------------------------------------------------------
      *VIRADA ANUAL - SO ANOS ENCERRADOS. O LOG E VERIFICADO ANTES;
      *COM QUEBRA OU LACUNA A VIRADA NAO E FEITA
      *-----------------------------------------------------------------
           MOVE "N" TO IMPRIME
           ACCEPT HOJE FROM DATE YYYYMMDD
           COMPUTE HOJEANO = HOJE / 10000
           DISPLAY "VIRADA ANUAL DO LOG DE ALTERACOES"
           IF ULTANO NOT = ZEROS
               DISPLAY "ULTIMO ANO FECHADO: " ULTANO
           .
           DISPLAY "ANO A FECHAR (AAAA, 0=CANCELA): "
           ACCEPT ANOVIR
           IF ANOVIR = ZEROS
               GO TO RF1
           .
           IF ANOVIR NOT < HOJEANO
               DISPLAY "SO ANOS JA ENCERRADOS PODEM SER FECHADOS"
               GO TO RA01
           .
           IF ANOVIR NOT > ULTANO
               DISPLAY "ANO JA FECHADO"
               GO TO RA01
       .
       RA02.
           MOVE ZEROS TO VLIDOS VQUEBRA VLACUNA
           MOVE ULTHASH TO VANT
           MOVE ULTSEQ TO VULT
           COMPUTE VESP = ULTSEQ + 1
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               DISPLAY "LOG VAZIO - NADA A ARQUIVAR"
               GO TO RF1
       .
       RA03.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO RA04
           END-IF
           COMPUTE DTANO = LOGDATE / 10000
           IF DTANO > ANOVIR
               GO TO RA04
           END-IF
           PERFORM RCHECA THRU RCHECAX
           GO TO RA03
       .
       RA04.
           IF VQUEBRA > ZEROS OR VLACUNA > ZEROS
               DISPLAY "CADEIA COM PROBLEMAS - VIRADA CANCELADA"
               DISPLAY "RODE A VERIFICACAO (OPCAO V) E APURE ANTES"
               GO TO RF1
           .
           IF VLIDOS = ZEROS
               DISPLAY "NENHUM REGISTRO ATE O ANO " ANOVIR
               GO TO RF1
           .
           COMPUTE PRIMSEQ = ULTSEQ + 1
           DISPLAY "REGISTROS A ARQUIVAR: " VLIDOS
           DISPLAY "LOGSEQ DE " PRIMSEQ " A " VULT
           MOVE SPACES TO CONFIRMA
           DISPLAY "CONFIRMA A VIRADA (S/N)? "
           ACCEPT CONFIRMA
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO RF1
       .
       RA04L.
      *-----------------------------------------------------------------
      *A VIRADA FICA NO PROPRIO LOG ANTES DE QUALQUER EXCLUSAO - DOIS
      *REGISTROS DE ACAO V DO OPERADOR, LOGRK = PRIMEIRO E ULTIMO
      *LOGSEQ DA FAIXA. ENTRAM DEPOIS DO VULT E FICAM NO LOG ATUAL
      *-----------------------------------------------------------------
           MOVE PRIMSEQ TO LOGRK
           PERFORM RLOG THRU RLOGX
           IF FS NOT = "00"
               GO TO RA04E
           .
           MOVE VULT TO LOGRK
           PERFORM RLOG THRU RLOGX
           IF FS = "00"
               GO TO RA05
           .
       RA04E.
           DISPLAY "ERRO AO GRAVAR A VIRADA NO LOG - FS: " FS
           DISPLAY "VIRADA CANCELADA - NADA FOI APAGADO DO LOG"
           GO TO RF1
       .
       RA05.
      *-----------------------------------------------------------------
      *COPIA PARA O ARQUIVO MORTO - REPETIR A VIRADA INTERROMPIDA
      *REGRAVA O QUE JA TINHA SIDO COPIADO
      *-----------------------------------------------------------------
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               GO TO RF1
       .
       RA06.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO RA07
           END-IF
           IF LOGSEQ > VULT
               GO TO RA07
           END-IF
           MOVE LOGREC TO CHGHISTREC
           WRITE CHGHISTREC
           IF FS = "22"
               REWRITE CHGHISTREC
           END-IF
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO ARQUIVO MORTO - FS: " FS
               DISPLAY "VIRADA INTERROMPIDA - NADA FOI APAGADO DO LOG"
               GO TO RF1
           END-IF
           GO TO RA06
       .
       RA07.
           MOVE ANOVIR TO SLANO
           MOVE PRIMSEQ TO SLSEQINI
           MOVE VULT TO SLSEQFIM
           MOVE VLIDOS TO SLQTDE
           MOVE ULTHASH TO SLHASHINI
           MOVE VANT TO SLHASHFIM
           MOVE HOJE TO SLDATA
           ACCEPT SLHORA FROM TIME
           MOVE OPERID TO SLOPER
           WRITE CHGSEALREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR O SELO - FS: " FS
               DISPLAY "VIRADA INTERROMPIDA - NADA FOI APAGADO DO LOG"
               GO TO RF1
       .
       RA08.
           MOVE ZEROS TO LOGSEQ
           START CHGLOG KEY IS NOT LESS THAN LOGSEQ
           IF FS NOT = "00"
               GO TO RA10
       .
       RA09.
           READ CHGLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO RA10
           END-IF
           IF LOGSEQ > SLSEQFIM
               GO TO RA10
           END-IF
           DELETE CHGLOG RECORD
           GO TO RA09
       .
       RA10.
           DISPLAY "ANO " ANOVIR " FECHADO E ARQUIVADO"
           DISPLAY "REGISTROS ARQUIVADOS: " SLQTDE
           DISPLAY "HASH FINAL DO ANO...: " SLHASHFIM
           DISPLAY "ANOTE O HASH FINAL E ENTREGUE AOS AUDITORES"
           GO TO RF1
           .
       RCHECA.
      *-----------------------------------------------------------------
      *CONFERE UM REGISTRO (EM LOGREC) CONTRA O ANTERIOR: LOGSEQ
      *ESPERADO EM VESP E HASH ANTERIOR EM VANT. NA QUEBRA SEGUE COM O
      *HASH GRAVADO PARA APONTAR SO OS REGISTROS ALTERADOS
      *-----------------------------------------------------------------
           ADD 1 TO VLIDOS
           IF LOGSEQ NOT = VESP
               ADD 1 TO VLACUNA
               MOVE SPACES TO LINHA
               STRING "LACUNA: ESPERADO LOGSEQ " VESP
                   " ENCONTRADO " LOGSEQ
                   INTO LINHA
               PERFORM RMSG
           .
           MOVE LOGREC TO VERREC
           MOVE VANT TO VCALC
           CALL "LOGHASH" USING VERREC VCALC
           IF VERHASH NOT = LOGHASH
               ADD 1 TO VQUEBRA
               MOVE SPACES TO LINHA
               STRING "CADEIA QUEBRADA NO LOGSEQ " LOGSEQ " - "
                   LOGPROG " " LOGOPER " " LOGDATE
                   INTO LINHA
               PERFORM RMSG
           .
           MOVE LOGHASH TO VANT
           MOVE LOGSEQ TO VULT
           COMPUTE VESP = LOGSEQ + 1
           .
       RCHECAX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO DA VIRADA - SENHA E AUTORIZACAO DE FECHAMENTO
      *NO CADASTRO DE OPERADORES (CADOPER/FPP058)
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
           IF OPMFECHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FECHAMENTO"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RLOG.
      *-----------------------------------------------------------------
      *GRAVA UM REGISTRO DA VIRADA (LOGRK JA PREENCHIDO) NA CADEIA DO
      *LOG ATUAL, COMO O RLOG DOS PROGRAMAS DE CADASTRO. FS VOLTA COM O
      *RESULTADO DA GRAVACAO
      *-----------------------------------------------------------------
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS NOT = "00"
               GO TO RLOGX
           .
           ADD 1 TO CTRSEQ
           MOVE CTRSEQ TO LOGSEQ
           MOVE OPERID TO LOGOPER
           MOVE "AUDLOG" TO LOGPROG
           MOVE "V" TO LOGACAO
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           .
       RLOGX.
           EXIT.
       RULTSEL.
           MOVE ZEROS TO ULTANO ULTSEQ ULTHASH
           IF SEALOK NOT = "S"
               GO TO RULTSELX
           .
           MOVE ZEROS TO SLANO
           START CHGSEAL KEY IS NOT LESS THAN SLANO
           IF FS NOT = "00"
               GO TO RULTSELX
       .
       RULTSEL2.
           READ CHGSEAL NEXT RECORD
           IF FS NOT = "00"
               GO TO RULTSELX
           END-IF
           MOVE SLANO TO ULTANO
           MOVE SLSEQFIM TO ULTSEQ
           MOVE SLHASHFIM TO ULTHASH
           GO TO RULTSEL2
       .
       RULTSELX.
           EXIT.
       RMSG.
           DISPLAY LINHA
           IF IMPRIME = "S"
               MOVE LINHA TO AUDLINE
               WRITE AUDLINE
           .
