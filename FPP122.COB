       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRISCO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CADASTRO DOS AGENTES NOCIVOS DO LTCAT POR CARGO E AREA - TIPO
      *(RUIDO, OUTRO FISICO, QUIMICO, BIOLOGICO), INTENSIDADE OU
      *CONCENTRACAO, EFICACIA DO EPI E CODIGO DA APOSENTADORIA ESPECIAL
      *(15/20/25 ANOS). ALIMENTA O PPP (FPP123), O EVENTO S-2240 DO
      *ESOCIAL E O ADICIONAL DE 12/9/6% DA GPS (GPSGUIA).
      *O REGISTRO NAO E APAGADO QUANDO O LTCAT MUDA: ENCERRE A VIGENCIA
      *E CADASTRE NOVA SEQUENCIA, SENAO O PPP PERDE O HISTORICO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRISCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RIRK
           .
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK.

           SELECT CADAREAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ARK
           .
           SELECT CADEPI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EQRK
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
       FD CADRISCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRISCO1.DAT".
       COPY RISCO.
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *AREAS VARIAVEIS
      *-----------------------------------------------------------------
       FD CADAREAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP1".
       01 AR.
           03 ARK   PIC  9(03).
           03 DESC PIC  X(20).
           03 N    PIC  9(01).
           03 NTXT PIC  X(19).
           03 ASRK  PIC  9(03).
           03 AFILIAL PIC 9(02).
      *-----------------------------------------------------------------
      *CATALOGO DE EPI (VER CADEPI/FPP125) - CONFERE O CA DO EPI EFICAZ
      *-----------------------------------------------------------------
       FD CADEPI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEPI1.DAT".
       COPY EPI.
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
           01 AREAOK     PIC X(01).
           01 EPIOK      PIC X(01).
           01 CAACHOU    PIC X(01).
           01 SAVERK     PIC X(09).
           01 LISTCARGO  PIC 9(04).
           01 LISTAREA   PIC 9(03).
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
       R00C.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO - FS: " FS
               CLOSE LOGCTR CHGLOG
               GOBACK
           .
           OPEN INPUT CADAREAS
           IF FS NOT = "00"
               MOVE "N" TO AREAOK
           ELSE
               MOVE "S" TO AREAOK
           .
           OPEN INPUT CADEPI
           IF FS NOT = "00"
               MOVE "N" TO EPIOK
           ELSE
               MOVE "S" TO EPIOK
       .
       R01.
           OPEN I-O CADRISCO
           IF FS = "35"
               OPEN OUTPUT CADRISCO
               CLOSE CADRISCO
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADRISCO - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE LOGCTR CHGLOG CADCARGO
               IF AREAOK = "S"
                   CLOSE CADAREAS
               END-IF
               GOBACK
       .
       R02.
           DISPLAY "CODIGO DO CARGO (0-FIM): "
           ACCEPT RICARGO
           IF RICARGO = ZEROS
               GO TO FF1
           .
           MOVE RICARGO TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO NAO CADASTRADO"
               GO TO R02
           .
           DISPLAY "CARGO: " CDESC
       .
       R02A.
           DISPLAY "AREA (0-TODAS AS AREAS DO CARGO): "
           ACCEPT RIAREA
           IF RIAREA = ZEROS OR AREAOK NOT = "S"
               GO TO R02B
           .
           MOVE RIAREA TO ARK
           READ CADAREAS
           IF FS NOT = "00"
               DISPLAY "AREA NAO CADASTRADA"
               GO TO R02A
           .
           DISPLAY "AREA: " DESC
       .
       R02B.
           DISPLAY "SEQUENCIA DO AGENTE (01-99): "
           ACCEPT RISEQ
           IF RISEQ = ZEROS
               DISPLAY "SEQUENCIA INVALIDA"
               GO TO R02B
       .
       R03.
           READ CADRISCO
           IF FS = "00"
               PERFORM RMOSTRA
               GO TO ROP
           ELSE
               DISPLAY "AGENTE NAO CADASTRADO - NOVO REGISTRO"
       .
       R04.
           DISPLAY "TIPO: R-RUIDO F-OUTRO FISICO Q-QUIMICO B-BIOLOGICO"
           ACCEPT RITIPO
           IF RITIPO NOT = "R" AND "F" AND "Q" AND "B"
               DISPLAY "TIPO INVALIDO"
               GO TO R04
           .
       R04A.
           DISPLAY "CODIGO DO AGENTE NA TABELA 24 (EX: 02.01.001): "
           ACCEPT RICODAG
           IF RICODAG = SPACES
               DISPLAY "CODIGO NAO PODE SER NULO"
               GO TO R04A
           .
       R04B.
           DISPLAY "DESCRICAO DO AGENTE: "
           ACCEPT RIDESC
           IF RIDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO R04B
           .
       R05.
      *-----------------------------------------------------------------
      *INTENSIDADE/CONCENTRACAO MEDIDA NO LTCAT - BIOLOGICO E
      *QUALITATIVO (SEM MEDICAO)
      *-----------------------------------------------------------------
           IF RITIPO = "B"
               MOVE ZEROS TO RIINTENS
               MOVE SPACES TO RIUNID
               MOVE "QUALITATIVA" TO RITECN
               GO TO R06
           .
           DISPLAY "INTENSIDADE/CONCENTRACAO (EX: 00087,000): "
           ACCEPT RIINTENS
           IF RIINTENS = ZEROS
               DISPLAY "INTENSIDADE NAO PODE SER NULA"
               GO TO R05
           .
           IF RITIPO = "R"
               MOVE "DB(A)" TO RIUNID
           ELSE
               DISPLAY "UNIDADE DE MEDIDA (EX: PPM, MG/M3): "
               ACCEPT RIUNID
           .
           DISPLAY "TECNICA DE MEDICAO (EX: NHO-01): "
           ACCEPT RITECN
       .
       R06.
           DISPLAY "EPI EFICAZ (S/N): "
           ACCEPT RIEPI
           IF RIEPI NOT = "S" AND "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R06
           .
           MOVE ZEROS TO RICAEPI
           IF RIEPI = "S"
               DISPLAY "CA DO EPI (CERTIFICADO DE APROVACAO): "
               ACCEPT RICAEPI
               PERFORM RCHKCA THRU RCHKCAX
           .
           IF RIEPI = "S" AND RITIPO = "R"
               DISPLAY "AVISO: EPI NAO DESCARACTERIZA O RUIDO PARA A"
               DISPLAY "APOSENTADORIA ESPECIAL - ADICIONAL MANTIDO"
           .
       R06A.
           DISPLAY "APOSENTADORIA ESPECIAL (00-NAO 15/20/25 ANOS): "
           ACCEPT RIAPESP
           IF RIAPESP NOT = 0 AND 15 AND 20 AND 25
               DISPLAY "INFORME 00, 15, 20 OU 25"
               GO TO R06A
           .
           IF RIAPESP NOT = ZEROS AND BINSPER = ZEROS
               DISPLAY "AVISO: CARGO SEM INSALUBRIDADE/PERICULOSIDADE"
               DISPLAY "NO CADASTRO DE CARGOS (FPP003)"
           .
       R07.
           DISPLAY "INICIO DA EXPOSICAO (AAAAMMDD): "
           ACCEPT RIINI
           MOVE RIINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO R07
           .
       R07A.
           DISPLAY "FIM DA EXPOSICAO (AAAAMMDD, 0-EM VIGOR): "
           ACCEPT RIFIM
           IF RIFIM = ZEROS
               GO TO R07X
           .
           MOVE RIFIM TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO R07A
           .
           IF RIFIM < RIINI
               DISPLAY "FIM ANTERIOR AO INICIO"
               GO TO R07A
           .
       R07X.
           EXIT.
       R0S.
           WRITE RISCOREC
           IF FS = "00"
               DISPLAY "GRAVADO"
               MOVE "I" TO LOGACAO
               MOVE RIRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR L-LISTAR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R07X
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
           REWRITE RISCOREC
           IF FS = "00"
               DISPLAY "ALTERADO"
               MOVE "A" TO LOGACAO
               MOVE RIRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       REX.
           DELETE CADRISCO RECORD
           IF FS = "00"
               DISPLAY "REMOVIDO"
               MOVE "E" TO LOGACAO
               MOVE RIRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO REMOVIDO"
           .
       RMOSTRA.
           DISPLAY "TIPO..........: " RITIPO
           DISPLAY "AGENTE........: " RICODAG " " RIDESC
           DISPLAY "INTENSIDADE...: " RIINTENS " " RIUNID
           DISPLAY "TECNICA.......: " RITECN
           DISPLAY "EPI EFICAZ....: " RIEPI " CA " RICAEPI
           DISPLAY "APOS. ESPECIAL: " RIAPESP " ANOS"
           DISPLAY "VIGENCIA......: " RIINI " A " RIFIM
           .
       RCHKCA.
      *-----------------------------------------------------------------
      *O CA DO EPI EFICAZ DEVE ESTAR NO CATALOGO DE EPI E VALIDO -
      *SEM A FICHA DE ENTREGA (ENTREPI/FPP126) A EFICACIA NAO SE
      *SUSTENTA NA FISCALIZACAO. SO AVISA
      *-----------------------------------------------------------------
           IF EPIOK NOT = "S"
               GO TO RCHKCAX
           .
           MOVE "N" TO CAACHOU
           ACCEPT DTCHK FROM DATE YYYYMMDD
           MOVE ZEROS TO EQRK
           START CADEPI KEY IS NOT LESS THAN EQRK
           IF FS NOT = "00"
               GO TO RCHKCA3
           .
       RCHKCA2.
           READ CADEPI NEXT RECORD
           IF FS NOT = "00"
               GO TO RCHKCA3
           END-IF
           IF EQCA NOT = RICAEPI
               GO TO RCHKCA2
           END-IF
           MOVE "S" TO CAACHOU
           DISPLAY "EPI DO CATALOGO: " EQRK " " EQDESC
           IF EQCAVAL < DTCHK OR EQATIVO NOT = "S"
               DISPLAY "AVISO: CA VENCIDO EM " EQCAVAL
                   " OU EPI INATIVO NO CATALOGO"
           END-IF
           .
       RCHKCA3.
           IF CAACHOU = "N"
               DISPLAY "AVISO: CA NAO CONSTA DO CATALOGO DE EPI "
                   "(FPP125)"
           .
       RCHKCAX.
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
       RLIST.
      *-----------------------------------------------------------------
      *LISTA OS AGENTES DO CARGO/AREA EM TELA
      *-----------------------------------------------------------------
           MOVE RIRK TO SAVERK
           MOVE RICARGO TO LISTCARGO
           MOVE RIAREA TO LISTAREA
           MOVE ZEROS TO RISEQ
           START CADRISCO KEY IS NOT LESS THAN RIRK
           .
       RLIST2.
           READ CADRISCO NEXT RECORD
           IF FS = "00" AND RICARGO = LISTCARGO
                   AND RIAREA = LISTAREA
               DISPLAY RISEQ " " RITIPO " " RICODAG " " RIDESC
               DISPLAY "   " RIINTENS " " RIUNID " EPI " RIEPI
                   " APOS " RIAPESP " " RIINI " A " RIFIM
               GO TO RLIST2
           .
           MOVE SAVERK TO RIRK
           READ CADRISCO
           .
       FF1.
           CLOSE CADRISCO CADCARGO
           IF AREAOK = "S"
               CLOSE CADAREAS
           .
           IF EPIOK = "S"
               CLOSE CADEPI
           .
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
           MOVE "CADRISCO" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
