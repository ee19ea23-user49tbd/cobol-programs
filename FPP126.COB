       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREPI.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *ENTREGA E BAIXA DE EPI POR MATRICULA (FICHA DE EPI). A ENTREGA
      *EXIGE EPI ATIVO NO CATALOGO (CADEPI/FPP125) COM CA VALIDO NA
      *DATA E CALCULA A DATA DE TROCA PELO INTERVALO DO CATALOGO.
      *BAIXA: D-DEVOLVIDO, T-TROCADO (GRAVA A NOVA ENTREGA DO MESMO
      *EPI NA DATA DA TROCA) OU P-PERDIDO/DANIFICADO - NESTE CASO O
      *CUSTO PODE SER DESCONTADO EM FOLHA COMO LANCAMENTO AVULSO
      *(TIPO EP) QUE O LANCCALC (FPP005/FPP017) JA CONSOME. O EPI
      *AINDA EM USO NA DEMISSAO E TRATADO PELA RESCISAO (FPP038)
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

           SELECT CADEPI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EQRK
           .

           SELECT EPIENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ENRK
           .

           SELECT LANC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LCRK
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
      *CATALOGO DE EPI (VER CADEPI/FPP125)
      *-----------------------------------------------------------------
       FD CADEPI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEPI1.DAT".
       COPY EPI.
      *-----------------------------------------------------------------
       FD EPIENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EPIENT1.DAT".
       COPY EPIENT.
      *-----------------------------------------------------------------
      *O DESCONTO DO EPI PERDIDO VIRA LANCAMENTO AVULSO (TIPO EP) QUE
      *A FOLHA JA CONSOME NO LANCCALC (FPP005/FPP017)
      *-----------------------------------------------------------------
       FD LANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       COPY LANCAM.
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
           01 LANCOK     PIC X(01).
           01 LANCSEQ    PIC 9(03).
           01 BMES       PIC 9(02).
           01 BANO       PIC 9(04).
           01 NOVOCOD    PIC 9(04).
           01 NOVOQTD    PIC 9(03).
           01 NOVODATA   PIC 9(08).
           01 NOVOOK     PIC X(01).
           01 VALORDESC  PIC 9(08)V99.
           01 NDIAS      PIC 9(03).
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
           OPEN INPUT CADEPI
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADEPI - CADASTRE OS EPI NO "
                   "CADEPI (FPP125)"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O EPIENT
           IF FS = "35"
               OPEN OUTPUT EPIENT
               CLOSE EPIENT
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR EPIENT - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC CADEPI LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN I-O LANC
           IF FS NOT = "00"
               MOVE "N" TO LANCOK
           ELSE
               MOVE "S" TO LANCOK
       .
       R02.
           DISPLAY "ENTREGA DE EPI - MATRICULA (0-FIM): "
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
           DISPLAY "FUNCIONARIO: " NOME
       .
       R03.
           PERFORM RLISTA THRU RLISTAX
           DISPLAY "DIGITE: E-ENTREGAR B-BAIXA V-VOLTA"
           ACCEPT OPT
           IF OPT = "E" OR OPT = "e"
               PERFORM RENTREGA THRU RENTREGAX
               GO TO R03
           .
           IF OPT = "B" OR OPT = "b"
               PERFORM RBAIXA THRU RBAIXAX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC CADEPI EPIENT
           CLOSE LOGCTR CHGLOG
           IF LANCOK = "S"
               CLOSE LANC
           END-IF
           GOBACK
           .
       RLISTA.
           MOVE ZEROS TO PROXSEQ
           MOVE BRKF TO ENMAT
           MOVE ZEROS TO ENSEQ
           START EPIENT KEY IS NOT LESS THAN ENRK
           IF FS NOT = "00"
               DISPLAY "SEM ENTREGAS REGISTRADAS"
               GO TO RLISTAX
           .
       RLISTA2.
           READ EPIENT NEXT RECORD
           IF FS NOT = "00" OR ENMAT NOT = BRKF
               GO TO RLISTAX
           END-IF
           MOVE ENSEQ TO PROXSEQ
           DISPLAY ENSEQ " EPI " ENCOD " QTD " ENQTD " CA " ENCA
               " EM " ENDATA " TROCA " ENTROCA " SIT " ENSIT
               " BAIXA " ENDTBX
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RENTREGA.
           DISPLAY "CODIGO DO EPI: "
           ACCEPT NOVOCOD
           DISPLAY "QUANTIDADE: "
           ACCEPT NOVOQTD
           IF NOVOQTD = ZEROS
               MOVE 1 TO NOVOQTD
           .
       RENTREGA2.
           DISPLAY "DATA DA ENTREGA (AAAAMMDD): "
           ACCEPT NOVODATA
           MOVE NOVODATA TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO RENTREGA2
           .
           PERFORM RENTGRV THRU RENTGRVX
           .
       RENTREGAX.
           EXIT.
       RENTGRV.
      *-----------------------------------------------------------------
      *GRAVA A ENTREGA DE NOVOCOD/NOVOQTD EM NOVODATA - SO EPI ATIVO
      *COM CA VALIDO NA DATA DA ENTREGA (NR-6)
      *-----------------------------------------------------------------
           MOVE "N" TO NOVOOK
           MOVE NOVOCOD TO EQRK
           READ CADEPI
           IF FS NOT = "00"
               DISPLAY "EPI NAO CADASTRADO"
               GO TO RENTGRVX
           .
           IF EQATIVO NOT = "S"
               DISPLAY "EPI INATIVO NO CATALOGO"
               GO TO RENTGRVX
           .
           IF EQCAVAL < NOVODATA
               DISPLAY "ENTREGA NEGADA: CA " EQCA " VENCIDO EM "
                   EQCAVAL
               GO TO RENTGRVX
           .
           MOVE BRKF TO ENMAT
           ADD 1 TO PROXSEQ
           MOVE PROXSEQ TO ENSEQ
           MOVE NOVOCOD TO ENCOD
           MOVE NOVOQTD TO ENQTD
           MOVE NOVODATA TO ENDATA
           MOVE EQCA TO ENCA
           MOVE ZEROS TO ENTROCA
           IF EQTROCA NOT = ZEROS
               MOVE NOVODATA TO DTCHK
               PERFORM RDIAMAIS THRU RDIAMAISX
                   VARYING NDIAS FROM 1 BY 1 UNTIL NDIAS > EQTROCA
               MOVE DTCHK TO ENTROCA
           .
           MOVE "E" TO ENSIT
           MOVE ZEROS TO ENDTBX ENVALOR
           MOVE "N" TO ENLANC
           WRITE EPIENTREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR ENTREGA - FS: " FS
               GO TO RENTGRVX
           .
           MOVE "S" TO NOVOOK
           DISPLAY "ENTREGA " ENSEQ " GRAVADA: " EQDESC
           IF ENTROCA NOT = ZEROS
               DISPLAY "TROCA PREVISTA PARA " ENTROCA
           .
           MOVE "I" TO LOGACAO
           MOVE ENRK TO LOGRK
           PERFORM RLOG
           .
       RENTGRVX.
           EXIT.
       RBAIXA.
           DISPLAY "SEQUENCIA DA ENTREGA: "
           ACCEPT ENSEQ
           MOVE BRKF TO ENMAT
           READ EPIENT
           IF FS NOT = "00"
               DISPLAY "ENTREGA NAO ENCONTRADA"
               GO TO RBAIXAX
           .
           IF ENSIT NOT = "E"
               DISPLAY "ENTREGA JA BAIXADA EM " ENDTBX
               GO TO RBAIXAX
           .
       RBAIXA2.
           DISPLAY "BAIXA: D-DEVOLVIDO T-TROCADO P-PERDIDO/DANIFICADO"
           ACCEPT ENSIT
           IF ENSIT NOT = "D" AND ENSIT NOT = "T"
                   AND ENSIT NOT = "P"
               DISPLAY "TIPO DE BAIXA INVALIDO"
               GO TO RBAIXA2
           .
       RBAIXA3.
           DISPLAY "DATA DA BAIXA (AAAAMMDD): "
           ACCEPT ENDTBX
           MOVE ENDTBX TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR ENDTBX < ENDATA
               DISPLAY "DATA INVALIDA OU ANTERIOR A ENTREGA"
               GO TO RBAIXA3
           .
           IF ENSIT = "P"
               PERFORM RDESC THRU RDESCX
           .
           REWRITE EPIENTREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BAIXA - FS: " FS
               GO TO RBAIXAX
           .
           DISPLAY "BAIXA GRAVADA"
           MOVE "A" TO LOGACAO
           MOVE ENRK TO LOGRK
           PERFORM RLOG
           IF ENSIT = "T"
               MOVE ENCOD TO NOVOCOD
               MOVE ENQTD TO NOVOQTD
               MOVE ENDTBX TO NOVODATA
               PERFORM RENTGRV THRU RENTGRVX
               IF NOVOOK NOT = "S"
                   DISPLAY "AVISO: NOVA ENTREGA DA TROCA NAO GRAVADA"
               END-IF
           .
       RBAIXAX.
           EXIT.
       RDESC.
      *-----------------------------------------------------------------
      *DESCONTO DO EPI PERDIDO OU DANIFICADO (CLT ART. 462 PAR. 1 -
      *SO COM PREVISAO NO CONTRATO OU DOLO DO EMPREGADO)
      *-----------------------------------------------------------------
           MOVE ENCOD TO EQRK
           READ CADEPI
           IF FS NOT = "00"
               MOVE ZEROS TO EQVALOR
           .
           COMPUTE VALORDESC = EQVALOR * ENQTD
           IF VALORDESC = ZEROS
               GO TO RDESCX
           .
           DISPLAY "DESCONTAR " VALORDESC " DO FUNCIONARIO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RDESCX
           .
           IF LANCOK NOT = "S"
               DISPLAY "SEM ARQUIVO DE LANCAMENTOS - DESCONTO NAO "
                   "LANCADO"
               GO TO RDESCX
           .
           DISPLAY "COMPETENCIA DO DESCONTO - MES (MM): "
           ACCEPT BMES
           DISPLAY "COMPETENCIA DO DESCONTO - ANO (AAAA): "
           ACCEPT BANO
           IF BMES = ZEROS OR BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA - DESCONTO NAO LANCADO"
               GO TO RDESCX
           .
           PERFORM RLANCGRV THRU RLANCGRVX
           IF FS = "00"
               MOVE "S" TO ENLANC
               MOVE VALORDESC TO ENVALOR
               DISPLAY "DESCONTO LANCADO NA COMPETENCIA " BMES "/"
                   BANO
           .
       RDESCX.
           EXIT.
       RLANCGRV.
           PERFORM RLANCSEQ THRU RLANCSEQX
           MOVE BRKF TO LCRKF
           MOVE BMES TO LCRKM
           MOVE BANO TO LCRKY
           ADD 1 TO LANCSEQ
           MOVE LANCSEQ TO LCSEQ
           MOVE "EP" TO LCTIPO
           MOVE "EPI PERDIDO/DANIFIC" TO LCDESC
           MOVE "D" TO LCED
           MOVE VALORDESC TO LCVALOR
           MOVE "N" TO LCRECORR
           MOVE ZEROS TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTO DE DESCONTO"
           .
       RLANCGRVX.
           EXIT.
       RLANCSEQ.
      *    DESCOBRE A ULTIMA SEQUENCIA DE LANCAMENTO DA COMPETENCIA
           MOVE ZEROS TO LANCSEQ
           MOVE BRKF TO LCRKF
           MOVE BMES TO LCRKM
           MOVE BANO TO LCRKY
           MOVE ZEROS TO LCSEQ
           START LANC KEY IS NOT LESS THAN LCRK
           IF FS NOT = "00"
               GO TO RLANCSEQX
           .
       RLANCSEQ2.
           READ LANC NEXT RECORD
           IF FS NOT = "00" OR LCRKF NOT = BRKF
                   OR LCRKM NOT = BMES OR LCRKY NOT = BANO
               GO TO RLANCSEQX
           END-IF
           MOVE LCSEQ TO LANCSEQ
           GO TO RLANCSEQ2
           .
       RLANCSEQX.
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
           MOVE "ENTREPI" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
