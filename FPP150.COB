       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSOD.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *REGRAS DE SEGREGACAO DE FUNCOES - COMBINACOES PROIBIDAS DE
      *DIREITOS NO CADASTRO DE OPERADORES (TIPO D) E SEQUENCIAS
      *PROIBIDAS DO MESMO OPERADOR NO LOG DE ALTERACOES (TIPO L).
      *COM O ARQUIVO VAZIO CARREGA AS REGRAS PADRAO. O RELATORIO DE
      *CONFLITOS E O RELSOD/FPP151
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
       FD SODREG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SODREG1.DAT".
       COPY SODREGRA.
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
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS         PIC X(02).
           01 OPT        PIC X(01).
           01 TEMREGRA   PIC X(01).
           01 BCOD       PIC 9(03).
           01 BDESC      PIC X(40).
           01 BTIPO      PIC X(01).
           01 BDIREITOS.
               03 BCAD    PIC X(01).
               03 BFOLHA  PIC X(01).
               03 BAPROV  PIC X(01).
               03 BFECHA  PIC X(01).
               03 BDADOS  PIC X(01).
           01 BPROG1     PIC X(08).
           01 BACAO1     PIC X(01).
           01 BCHV1      PIC X(01).
           01 BPROG2     PIC X(08).
           01 BACAO2     PIC X(01).
           01 BCHV2      PIC X(01).
           01 BDIAS      PIC 9(03).
           01 QTDIR      PIC 9(01).
           01 TOTREG     PIC 9(03).
           01 HOJE       PIC 9(08).
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
               CLOSE LOGCTR
               GOBACK
       .
       R01.
           OPEN I-O SODREG
           IF FS = "35"
               OPEN OUTPUT SODREG
               CLOSE SODREG
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SODREG - FS: " FS
               CLOSE LOGCTR CHGLOG
               GOBACK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO RGCOD
           START SODREG KEY IS NOT LESS THAN RGCOD
           IF FS NOT = "00"
               PERFORM RPADRAO THRU RPADRAOX
           .
       R02.
           PERFORM RLISTA THRU RLISTAX
           DISPLAY "SEGREGACAO DE FUNCOES - CODIGO DA REGRA (0-FIM): "
           ACCEPT BCOD
           IF BCOD = ZEROS
               GO TO FF1
           .
       R03.
           MOVE BCOD TO RGCOD
           READ SODREG
           IF FS = "00"
               MOVE "S" TO TEMREGRA
               PERFORM RMOSTRA THRU RMOSTRAX
           ELSE
               MOVE "N" TO TEMREGRA
               DISPLAY "REGRA NAO CADASTRADA"
           .
           DISPLAY "DIGITE: I-INCLUIR/ALTERAR D-DESATIVAR/ATIVAR "
               "X-EXCLUIR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RGRAVA THRU RGRAVAX
               GO TO R03
           .
           IF OPT = "D" OR OPT = "d"
               PERFORM RATIVA THRU RATIVAX
               GO TO R03
           .
           IF OPT = "X" OR OPT = "x"
               PERFORM REXCL THRU REXCLX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE SODREG LOGCTR CHGLOG
           GOBACK
           .
       RLISTA.
      *-----------------------------------------------------------------
      *LISTA RESUMIDA DAS REGRAS CADASTRADAS
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTREG
           MOVE ZEROS TO RGCOD
           START SODREG KEY IS NOT LESS THAN RGCOD
           IF FS NOT = "00"
               DISPLAY "NENHUMA REGRA CADASTRADA"
               GO TO RLISTAX
           .
       RLISTA2.
           READ SODREG NEXT RECORD
           IF FS NOT = "00"
               GO TO RLISTAX
           END-IF
           ADD 1 TO TOTREG
           DISPLAY RGCOD " " RGTIPO " " RGATIVA " " RGDESC
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RMOSTRA.
           DISPLAY "REGRA " RGCOD " - " RGDESC
           DISPLAY "TIPO " RGTIPO " ATIVA " RGATIVA
               " ALTERADA POR " RGOPER " EM " RGDTALT
           IF RGTIPO = "D"
               DISPLAY "DIREITOS EM CONFLITO - CAD: " RGCAD
                   " FOLHA: " RGFOLHA " APROV: " RGAPROV
                   " FECHA: " RGFECHA " DADOS: " RGDADOS
           ELSE
               DISPLAY "LADO 1: " RGPROG1 " ACAO " RGACAO1
                   " CHAVE " RGCHV1
               DISPLAY "LADO 2: " RGPROG2 " ACAO " RGACAO2
                   " CHAVE " RGCHV2 " JANELA " RGDIAS " DIAS"
           .
       RMOSTRAX.
           EXIT.
       RGRAVA.
      *-----------------------------------------------------------------
      *INCLUSAO OU ALTERACAO - TIPO D PRECISA DE PELO MENOS DOIS
      *DIREITOS; TIPO L PRECISA DOS DOIS PROGRAMAS E DAS CHAVES
      *(M-MATRICULA F-FOLHA C-COMPETENCIA). ACAO EM BRANCO = QUALQUER
      *-----------------------------------------------------------------
           MOVE SPACES TO BDESC
           DISPLAY "DESCRICAO: "
           ACCEPT BDESC
           IF BDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO RGRAVAX
           .
           DISPLAY "TIPO (D-DIREITOS DO OPERADOR L-SEQUENCIA NO LOG): "
           ACCEPT BTIPO
           IF BTIPO = "d"
               MOVE "D" TO BTIPO
           .
           IF BTIPO = "l"
               MOVE "L" TO BTIPO
           .
           IF BTIPO NOT = "D" AND BTIPO NOT = "L"
               DISPLAY "TIPO INVALIDO"
               GO TO RGRAVAX
           .
           MOVE "N" TO BCAD BFOLHA BAPROV BFECHA BDADOS
           MOVE SPACES TO BPROG1 BACAO1 BCHV1 BPROG2 BACAO2 BCHV2
           MOVE ZEROS TO BDIAS
           IF BTIPO = "L"
               GO TO RGRAVA2
           .
           DISPLAY "CONFLITA COM CADASTROS (S/N): "
           ACCEPT BCAD
           DISPLAY "CONFLITA COM FOLHA (S/N): "
           ACCEPT BFOLHA
           DISPLAY "CONFLITA COM APROVACAO (S/N): "
           ACCEPT BAPROV
           DISPLAY "CONFLITA COM FECHAMENTO (S/N): "
           ACCEPT BFECHA
           DISPLAY "CONFLITA COM DADOS PESSOAIS (S/N): "
           ACCEPT BDADOS
           IF (BCAD NOT = "S" AND BCAD NOT = "N")
                   OR (BFOLHA NOT = "S" AND BFOLHA NOT = "N")
                   OR (BAPROV NOT = "S" AND BAPROV NOT = "N")
                   OR (BFECHA NOT = "S" AND BFECHA NOT = "N")
                   OR (BDADOS NOT = "S" AND BDADOS NOT = "N")
               DISPLAY "RESPOSTA INVALIDA"
               GO TO RGRAVAX
           .
           MOVE ZEROS TO QTDIR
           INSPECT BDIREITOS TALLYING QTDIR FOR ALL "S"
           IF QTDIR < 2
               DISPLAY "INFORME PELO MENOS DOIS DIREITOS"
               GO TO RGRAVAX
           .
           GO TO RGRAVA3
           .
       RGRAVA2.
           DISPLAY "LADO 1 - PROGRAMA NO LOG (EX.: PROGGER): "
           ACCEPT BPROG1
           DISPLAY "LADO 1 - ACAO (BRANCO = QUALQUER): "
           ACCEPT BACAO1
           DISPLAY "LADO 1 - CHAVE (M/F/C): "
           ACCEPT BCHV1
           DISPLAY "LADO 2 - PROGRAMA NO LOG (EX.: APROVPAG): "
           ACCEPT BPROG2
           DISPLAY "LADO 2 - ACAO (BRANCO = QUALQUER): "
           ACCEPT BACAO2
           DISPLAY "LADO 2 - CHAVE (M/F/C): "
           ACCEPT BCHV2
           IF BPROG1 = SPACES OR BPROG2 = SPACES
               DISPLAY "PROGRAMA NAO PODE SER NULO"
               GO TO RGRAVAX
           .
           IF (BCHV1 NOT = "M" AND BCHV1 NOT = "F" AND BCHV1 NOT = "C")
               OR (BCHV2 NOT = "M" AND BCHV2 NOT = "F"
                   AND BCHV2 NOT = "C")
               DISPLAY "CHAVE INVALIDA - M, F OU C"
               GO TO RGRAVAX
           .
           IF (BCHV1 = "C" AND BCHV2 NOT = "C")
                   OR (BCHV2 = "C" AND BCHV1 NOT = "C")
               DISPLAY "COMPETENCIA SO SE COMPARA COM COMPETENCIA"
               GO TO RGRAVAX
           .
           DISPLAY "JANELA EM DIAS ENTRE OS DOIS LADOS (0 = SEM "
               "LIMITE): "
           ACCEPT BDIAS
           .
       RGRAVA3.
           MOVE BCOD TO RGCOD
           MOVE BDESC TO RGDESC
           MOVE BTIPO TO RGTIPO
           MOVE BDIREITOS TO RGDIREITOS
           MOVE BPROG1 TO RGPROG1
           MOVE BACAO1 TO RGACAO1
           MOVE BCHV1 TO RGCHV1
           MOVE BPROG2 TO RGPROG2
           MOVE BACAO2 TO RGACAO2
           MOVE BCHV2 TO RGCHV2
           MOVE BDIAS TO RGDIAS
           MOVE "S" TO RGATIVA
           MOVE OPERID TO RGOPER
           MOVE HOJE TO RGDTALT
           IF TEMREGRA = "S"
               REWRITE SODREGREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE SODREGREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REGRA - FS: " FS
               GO TO RGRAVAX
           .
           DISPLAY "REGRA GRAVADA"
           MOVE "S" TO TEMREGRA
           MOVE BCOD TO LOGRK
           PERFORM RLOG
           PERFORM RMOSTRA THRU RMOSTRAX
           .
       RGRAVAX.
           EXIT.
       RATIVA.
           IF TEMREGRA NOT = "S"
               DISPLAY "REGRA NAO CADASTRADA"
               GO TO RATIVAX
           .
           IF RGATIVA = "S"
               MOVE "N" TO RGATIVA
           ELSE
               MOVE "S" TO RGATIVA
           .
           MOVE OPERID TO RGOPER
           MOVE HOJE TO RGDTALT
           REWRITE SODREGREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REGRA - FS: " FS
               GO TO RATIVAX
           .
           DISPLAY "REGRA ATIVA: " RGATIVA
           MOVE "A" TO LOGACAO
           MOVE BCOD TO LOGRK
           PERFORM RLOG
           .
       RATIVAX.
           EXIT.
       REXCL.
           IF TEMREGRA NOT = "S"
               DISPLAY "REGRA NAO CADASTRADA"
               GO TO REXCLX
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO REXCLX
           .
           DELETE SODREG RECORD
           IF FS NOT = "00"
               DISPLAY "NAO REMOVIDO"
               GO TO REXCLX
           .
           DISPLAY "REMOVIDO"
           MOVE "N" TO TEMREGRA
           MOVE "E" TO LOGACAO
           MOVE BCOD TO LOGRK
           PERFORM RLOG
           .
       REXCLX.
           EXIT.
       RPADRAO.
      *-----------------------------------------------------------------
      *REGRAS PADRAO - CARREGADAS SO COM O ARQUIVO VAZIO. A ALTERACAO
      *DO CADASTRO (PROGGER) GRAVA ACAO B NA TROCA DE CONTA BANCARIA E
      *ACAO S NA DE CARGO; A APROVACAO DA FOLHA (APROVPAG) GRAVA ACAO I;
      *O FECHAMENTO (FPP023) GRAVA F/A E O REABRECT GRAVA R (PEDIDO),
      *A (REABERTURA APROVADA) E F (REFECHAMENTO)
      *-----------------------------------------------------------------
           DISPLAY "CARREGANDO AS REGRAS PADRAO"
           MOVE SPACES TO SODREGREC
           MOVE "D" TO RGTIPO
           MOVE "N" TO RGCAD RGFOLHA RGAPROV RGFECHA RGDADOS
           MOVE ZEROS TO RGDIAS
           MOVE 1 TO RGCOD
           MOVE "CADASTRA FUNCIONARIO E APROVA A FOLHA" TO RGDESC
           MOVE "S" TO RGCAD RGAPROV
           PERFORM RPADGRV
           MOVE "N" TO RGCAD RGFOLHA RGAPROV RGFECHA RGDADOS
           MOVE 2 TO RGCOD
           MOVE "CALCULA E APROVA A FOLHA" TO RGDESC
           MOVE "S" TO RGFOLHA RGAPROV
           PERFORM RPADGRV
           MOVE "N" TO RGCAD RGFOLHA RGAPROV RGFECHA RGDADOS
           MOVE 3 TO RGCOD
           MOVE "APROVA A FOLHA E FECHA A COMPETENCIA" TO RGDESC
           MOVE "S" TO RGAPROV RGFECHA
           PERFORM RPADGRV
           MOVE SPACES TO SODREGREC
           MOVE "L" TO RGTIPO
           MOVE "N" TO RGCAD RGFOLHA RGAPROV RGFECHA RGDADOS
           MOVE 90 TO RGDIAS
           MOVE "APROVPAG" TO RGPROG2
           MOVE "I" TO RGACAO2
           MOVE "M" TO RGCHV1
           MOVE "F" TO RGCHV2
           MOVE 10 TO RGCOD
           MOVE "ALTEROU CONTA BANCARIA E APROVOU A FOLHA" TO RGDESC
           MOVE "PROGGER" TO RGPROG1
           MOVE "B" TO RGACAO1
           PERFORM RPADGRV
           MOVE 11 TO RGCOD
           MOVE "ALTEROU CARGO/SALARIO E APROVOU A FOLHA" TO RGDESC
           MOVE "S" TO RGACAO1
           PERFORM RPADGRV
           MOVE 12 TO RGCOD
           MOVE "ALTERACAO EM MASSA E APROVACAO DA FOLHA" TO RGDESC
           MOVE "MASSORG" TO RGPROG1
           MOVE "A" TO RGACAO1
           PERFORM RPADGRV
           MOVE ZEROS TO RGDIAS
           MOVE "C" TO RGCHV1 RGCHV2
           MOVE 20 TO RGCOD
           MOVE "FECHOU E REABRIU A COMPETENCIA" TO RGDESC
           MOVE "FPP023" TO RGPROG1 RGPROG2
           MOVE "F" TO RGACAO1
           MOVE "A" TO RGACAO2
           PERFORM RPADGRV
           MOVE 21 TO RGCOD
           MOVE "FECHOU E APROVOU A REABERTURA" TO RGDESC
           MOVE "REABRECT" TO RGPROG2
           PERFORM RPADGRV
           MOVE 22 TO RGCOD
           MOVE "REFECHOU E APROVOU NOVA REABERTURA" TO RGDESC
           MOVE "REABRECT" TO RGPROG1
           PERFORM RPADGRV
           .
       RPADRAOX.
           EXIT.
       RPADGRV.
           MOVE "S" TO RGATIVA
           MOVE OPERID TO RGOPER
           MOVE HOJE TO RGDTALT
           WRITE SODREGREC
           IF FS = "00"
               MOVE "I" TO LOGACAO
               MOVE RGCOD TO LOGRK
               PERFORM RLOG
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
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTRO"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMCAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTRO"
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
           MOVE "CADSOD" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
