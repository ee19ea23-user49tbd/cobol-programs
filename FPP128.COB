       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONV.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CONVOCACOES DO CONTRATO INTERMITENTE (CONTRTIPO I) - PERIODO,
      *HORAS E LOCAL/ATIVIDADE DE CADA CONVOCACAO, COM O AVISO NO
      *MINIMO 3 DIAS CORRIDOS ANTES DO INICIO E A RESPOSTA DO
      *EMPREGADO (ACEITE OU RECUSA) EM ATE UM DIA UTIL - O SILENCIO
      *PRESUME RECUSA, E A RECUSA NAO DESCARACTERIZA O CONTRATO.
      *CONVOCACAO ACEITA E PAGA AO FINAL PELO PAGINTER (FPP129); O
      *RELINTER (FPP130) CONFERE O LIMITE DE UM ANO SEM CONVOCACAO
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

           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
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
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
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
           01 BRKF       PIC 9(06).
           01 PROXSEQ    PIC 9(03).
           01 HOJE       PIC 9(08).
           01 NDIAS      PIC 9(03).
           01 AVISOMIN   PIC 9(08).
           01 RESPLIM    PIC 9(08).
           01 NOVOINI    PIC 9(08).
           01 NOVOFIM    PIC 9(08).
           01 CHOQUE     PIC X(01).
           01 CONVKEY    PIC 9(09).
           01 CONVKEYR REDEFINES CONVKEY.
               03 CONVKMAT PIC 9(06).
               03 CONVKSEQ PIC 9(03).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - VALIDACAO E SOMA DE DIAS
      *-----------------------------------------------------------------
           01 DTCHK      PIC 9(08).
           01 DTCHKR REDEFINES DTCHK.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DVVMAX    PIC 9(02).
           01 DVVQ      PIC 9(05).
           01 DVVR      PIC 9(03).
           01 DATOK     PIC X(01).
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
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01A.
           OPEN I-O CONVOC
           IF FS = "35"
               OPEN OUTPUT CONVOC
               CLOSE CONVOC
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONVOC - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "CONVOCACOES DO CONTRATO INTERMITENTE"
           DISPLAY "MATRICULA (0-FIM): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO FF1
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO R02
           .
           IF CONTRTIPO NOT = "I"
               DISPLAY "FUNCIONARIO NAO TEM CONTRATO INTERMITENTE"
               GO TO R02
           .
           DISPLAY "FUNCIONARIO: " NOME
           PERFORM RLISTA THRU RLISTAX
       .
       R03.
           DISPLAY "DIGITE: I-INCLUIR R-RESPOSTA C-CONSULTAR "
               "X-CANCELAR/EXCLUIR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCLUI THRU RINCLUIX
               GO TO R03
           .
           IF OPT = "R" OR OPT = "r"
               PERFORM RRESP THRU RRESPX
               GO TO R03
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RCONS THRU RCONSX
               GO TO R03
           .
           IF OPT = "X" OR OPT = "x"
               PERFORM REX THRU REXX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC CONVOC
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
       RLISTA.
           MOVE ZEROS TO PROXSEQ
           MOVE BRKF TO IVMAT
           MOVE ZEROS TO IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               DISPLAY "SEM CONVOCACAO REGISTRADA"
               GO TO RLISTAX
           .
       RLISTA2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00" OR IVMAT NOT = BRKF
               GO TO RLISTAX
           END-IF
           MOVE IVSEQ TO PROXSEQ
           DISPLAY "CONV " IVSEQ " AVISO " IVDTAVISO " DE " IVINI
               " A " IVFIM " HORAS " IVHORAS " SITUACAO " IVSIT
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RCONS.
           DISPLAY "SEQUENCIA DA CONVOCACAO: "
           ACCEPT IVSEQ
           MOVE BRKF TO IVMAT
           READ CONVOC
           IF FS NOT = "00"
               DISPLAY "CONVOCACAO NAO ENCONTRADA"
               GO TO RCONSX
           .
           DISPLAY "AVISO.........: " IVDTAVISO
           DISPLAY "PERIODO.......: " IVINI " A " IVFIM
           DISPLAY "HORAS.........: " IVHORAS
           DISPLAY "LOCAL/ATIVID..: " IVLOCAL
           DISPLAY "SITUACAO......: " IVSIT " RESPOSTA EM " IVDTRESP
           IF IVSIT NOT = "G"
               GO TO RCONSX
           .
           DISPLAY "PAGA EM.......: " IVDTPAG " COMPETENCIA "
               IVPGM "/" IVPGY
           DISPLAY "HORAS TRAB....: " IVHTRAB " A " IVVALHORA
           DISPLAY "SALARIO.......: " IVVALSAL
           DISPLAY "DSR...........: " IVVALDSR
           DISPLAY "FERIAS PROP...: " IVVALFER " + 1/3 " IVVALTERC
           DISPLAY "13O PROP......: " IVVAL13
           DISPLAY "BRUTO.........: " IVBRUTO
           DISPLAY "INSS/IRRF.....: " IVINSS " " IVIMPR
           DISPLAY "LIQUIDO.......: " IVLIQ
           DISPLAY "FGTS..........: " IVFGTS
           .
       RCONSX.
           EXIT.
       REX.
      *-----------------------------------------------------------------
      *AGUARDANDO RESPOSTA OU RECUSADA SAI DO CADASTRO; ACEITA SO PODE
      *SER CANCELADA (FICA O REGISTRO DA CONVOCACAO); PAGA NAO MUDA
      *-----------------------------------------------------------------
           DISPLAY "SEQUENCIA DA CONVOCACAO: "
           ACCEPT IVSEQ
           MOVE BRKF TO IVMAT
           READ CONVOC
           IF FS NOT = "00"
               DISPLAY "CONVOCACAO NAO ENCONTRADA"
               GO TO REXX
           .
           IF IVSIT = "G" OR IVSIT = "C"
               DISPLAY "CONVOCACAO PAGA OU JA CANCELADA - NAO ALTERADA"
               GO TO REXX
           .
           IF IVSIT = "A"
               MOVE "C" TO IVSIT
               REWRITE CONVREC
               IF FS = "00"
                   DISPLAY "CONVOCACAO CANCELADA"
                   MOVE "A" TO LOGACAO
                   MOVE IVRK TO LOGRK
                   PERFORM RLOG
               ELSE
                   DISPLAY "NAO CANCELADA - FS: " FS
               END-IF
               GO TO REXX
           .
           DELETE CONVOC RECORD
           IF FS = "00"
               DISPLAY "REMOVIDO"
               MOVE "E" TO LOGACAO
               MOVE IVRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO REMOVIDO"
           .
       REXX.
           EXIT.
       RINCLUI.
           PERFORM RLISTA THRU RLISTAX
           MOVE BRKF TO IVMAT
           ADD 1 TO PROXSEQ
           MOVE PROXSEQ TO IVSEQ
           MOVE PROXSEQ TO CONVKSEQ
           MOVE BRKF TO CONVKMAT
       .
       RINC1.
           DISPLAY "DATA DO AVISO (AAAAMMDD, 0-HOJE): "
           ACCEPT IVDTAVISO
           IF IVDTAVISO = ZEROS
               MOVE HOJE TO IVDTAVISO
           .
           MOVE IVDTAVISO TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO RINC1
           .
           PERFORM RDIAMAIS THRU RDIAMAISX
               VARYING NDIAS FROM 1 BY 1 UNTIL NDIAS > 3
           MOVE DTCHK TO AVISOMIN
       .
       RINC2.
           DISPLAY "INICIO DA CONVOCACAO (AAAAMMDD): "
           ACCEPT NOVOINI
           MOVE NOVOINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO RINC2
           .
           IF NOVOINI < AVISOMIN
               DISPLAY "AVISO COM MENOS DE 3 DIAS CORRIDOS - INICIO "
                   "A PARTIR DE " AVISOMIN
               GO TO RINC2
           .
       RINC3.
           DISPLAY "FIM DA CONVOCACAO (AAAAMMDD): "
           ACCEPT NOVOFIM
           MOVE NOVOFIM TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR NOVOFIM < NOVOINI
               DISPLAY "DATA INVALIDA OU ANTERIOR AO INICIO"
               GO TO RINC3
           .
           PERFORM RCHOQUE THRU RCHOQUEX
           IF CHOQUE = "S"
               DISPLAY "PERIODO CONFLITA COM OUTRA CONVOCACAO ATIVA"
               GO TO RINC2
           .
           MOVE CONVKMAT TO IVMAT
           MOVE CONVKSEQ TO IVSEQ
           MOVE NOVOINI TO IVINI
           MOVE NOVOFIM TO IVFIM
       .
       RINC4.
           DISPLAY "TOTAL DE HORAS CONVOCADAS: "
           ACCEPT IVHORAS
           IF IVHORAS = ZEROS
               DISPLAY "HORAS INVALIDAS"
               GO TO RINC4
           .
           DISPLAY "LOCAL/ATIVIDADE: "
           ACCEPT IVLOCAL
           MOVE "P" TO IVSIT
           MOVE ZEROS TO IVDTRESP IVHTRAB IVVALHORA IVVALSAL IVVALDSR
           MOVE ZEROS TO IVVALFER IVVALTERC IVVAL13 IVBRUTO IVINSS
           MOVE ZEROS TO IVIMPR IVFGTS IVLIQ IVPGM IVPGY IVDTPAG
           WRITE CONVREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO RINCLUIX
           .
           DISPLAY "CONVOCACAO GRAVADA - SEQUENCIA " IVSEQ
               " - AGUARDANDO RESPOSTA"
           MOVE "I" TO LOGACAO
           MOVE IVRK TO LOGRK
           PERFORM RLOG
           .
       RINCLUIX.
           EXIT.
       RCHOQUE.
      *-----------------------------------------------------------------
      *O PERIODO NAO PODE SOBREPOR OUTRA CONVOCACAO AGUARDANDO
      *RESPOSTA, ACEITA OU PAGA DA MESMA MATRICULA
      *-----------------------------------------------------------------
           MOVE "N" TO CHOQUE
           MOVE BRKF TO IVMAT
           MOVE ZEROS TO IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO RCHOQUEX
           .
       RCHOQUE2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00" OR IVMAT NOT = BRKF
               GO TO RCHOQUEX
           END-IF
           IF IVSIT = "R" OR IVSIT = "C"
               GO TO RCHOQUE2
           END-IF
           IF IVINI NOT > NOVOFIM AND IVFIM NOT < NOVOINI
               MOVE "S" TO CHOQUE
               GO TO RCHOQUEX
           END-IF
           GO TO RCHOQUE2
           .
       RCHOQUEX.
           EXIT.
       RRESP.
      *-----------------------------------------------------------------
      *RESPOSTA DO EMPREGADO - PRAZO DE UM DIA UTIL APOS O AVISO;
      *FORA DO PRAZO O SILENCIO VALE COMO RECUSA (SO AVISA, O PRAZO
      *PODE CAIR EM FIM DE SEMANA)
      *-----------------------------------------------------------------
           DISPLAY "SEQUENCIA DA CONVOCACAO: "
           ACCEPT IVSEQ
           MOVE BRKF TO IVMAT
           READ CONVOC
           IF FS NOT = "00"
               DISPLAY "CONVOCACAO NAO ENCONTRADA"
               GO TO RRESPX
           .
           IF IVSIT NOT = "P"
               DISPLAY "CONVOCACAO NAO ESTA AGUARDANDO RESPOSTA"
               GO TO RRESPX
           .
       RRESP2.
           DISPLAY "RESPOSTA (A-ACEITA R-RECUSADA): "
           ACCEPT OPT
           IF OPT = "a"
               MOVE "A" TO OPT
           .
           IF OPT = "r"
               MOVE "R" TO OPT
           .
           IF OPT NOT = "A" AND OPT NOT = "R"
               DISPLAY "RESPOSTA INVALIDA"
               GO TO RRESP2
           .
       RRESP3.
           DISPLAY "DATA DA RESPOSTA (AAAAMMDD, 0-HOJE): "
           ACCEPT IVDTRESP
           IF IVDTRESP = ZEROS
               MOVE HOJE TO IVDTRESP
           .
           MOVE IVDTRESP TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR IVDTRESP < IVDTAVISO
               DISPLAY "DATA INVALIDA OU ANTERIOR AO AVISO"
               GO TO RRESP3
           .
           MOVE IVDTAVISO TO DTCHK
           PERFORM RDIAMAIS THRU RDIAMAISX
           MOVE DTCHK TO RESPLIM
           IF OPT = "A" AND IVDTRESP > RESPLIM
               DISPLAY "AVISO: RESPOSTA FORA DO PRAZO DE UM DIA UTIL "
                   "- CONFIRA SE O SILENCIO NAO JA VALEU COMO RECUSA"
           .
           MOVE OPT TO IVSIT
           REWRITE CONVREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO RRESPX
           .
           IF IVSIT = "A"
               DISPLAY "CONVOCACAO ACEITA - PAGAMENTO AO FINAL PELO "
                   "PAGINTER (FPP129)"
           ELSE
               DISPLAY "CONVOCACAO RECUSADA"
           .
           MOVE "A" TO LOGACAO
           MOVE IVRK TO LOGRK
           PERFORM RLOG
           .
       RRESPX.
           EXIT.
       RDIAMAIS.
      *-----------------------------------------------------------------
      *DTCHK (AAAAMMDD) AVANCA UM DIA
      *-----------------------------------------------------------------
           PERFORM RDATVAL THRU RDATVALX
           ADD 1 TO DVVDIA
           IF DVVDIA > DVVMAX
               MOVE 1 TO DVVDIA
               ADD 1 TO DVVMES
               IF DVVMES > 12
                   MOVE 1 TO DVVMES
                   ADD 1 TO DVVANO
               END-IF
           .
       RDIAMAISX.
           EXIT.
       RDATVAL.
      *-----------------------------------------------------------------
      *VALIDACAO DE DATA DE CALENDARIO - DIA VALIDO PARA O MES/ANO,
      *COM ANO BISSEXTO (DIVISIVEL POR 4, EXCETO SECULOS FORA DO 400)
      *-----------------------------------------------------------------
           MOVE "S" TO DATOK
           IF DVVMES = ZEROS OR DVVMES > 12 OR DVVDIA = ZEROS
                   OR DVVANO = ZEROS
               MOVE "N" TO DATOK
               GO TO RDATVALX
           .
           MOVE 31 TO DVVMAX
           IF DVVMES = 4 OR DVVMES = 6 OR DVVMES = 9 OR DVVMES = 11
               MOVE 30 TO DVVMAX
           .
           IF DVVMES = 2
               MOVE 28 TO DVVMAX
               DIVIDE DVVANO BY 4 GIVING DVVQ REMAINDER DVVR
               IF DVVR = ZEROS
                   DIVIDE DVVANO BY 100 GIVING DVVQ REMAINDER DVVR
                   IF DVVR NOT = ZEROS
                       MOVE 29 TO DVVMAX
                   ELSE
                       DIVIDE DVVANO BY 400 GIVING DVVQ
                           REMAINDER DVVR
                       IF DVVR = ZEROS
                           MOVE 29 TO DVVMAX
                       END-IF
                   END-IF
               END-IF
           .
           IF DVVDIA > DVVMAX
               MOVE "N" TO DATOK
           .
       RDATVALX.
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
           MOVE "CADCONV" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
