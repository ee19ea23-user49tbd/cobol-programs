       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPREV.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PREVIDENCIA COMPLEMENTAR (PGBL) - ADESAO POR MATRICULA COM A
      *ENTIDADE, O CERTIFICADO, O % DE CONTRIBUICAO DO FUNCIONARIO E A
      *REGRA DE CONTRAPARTIDA DA EMPRESA. O CALCULO (FPP005/FPP017)
      *DESCONTA A CONTRIBUICAO NA VERBA DA ADESAO E DEDUZ DA BASE DO
      *IRRF ATE 12% DO RENDIMENTO TRIBUTAVEL DO ANO. A CONSULTA DO
      *MOVIMENTO MOSTRA O ACUMULADO DO ANO CONTRA O LIMITE
      *ARQUIVO MENSAL PARA A ENTIDADE: PREVREM/FPP147
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

           SELECT CADVERBA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
           .

           SELECT PREVPLAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PJRKF
           .

           SELECT PREVMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PZRK
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
      *CADASTRO DE VERBAS - A VERBA DO DESCONTO E CONFERIDA NA ADESAO
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
      *-----------------------------------------------------------------
      *ADESOES E CONTRIBUICOES MENSAIS (VER COPYBOOKS)
      *-----------------------------------------------------------------
       FD PREVPLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVPLAN1.DAT".
       COPY PREVPLAN.
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
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
           01 VERBOK     PIC X(01).
           01 MOVOK      PIC X(01).
           01 TEMPLANO   PIC X(01).
           01 BRKF       PIC 9(06).
           01 BCNPJ      PIC 9(14).
           01 BPLANO     PIC X(20).
           01 BCERT      PIC X(15).
           01 BPCT       PIC 9(02)V99.
           01 BCPPCT     PIC 9(03)V99.
           01 BCPTETO    PIC 9(02)V99.
           01 BVERBA     PIC 9(04).
           01 BINICIO    PIC 9(06).
           01 BINICIOR REDEFINES BINICIO.
               03 BINIANO  PIC 9(04).
               03 BINIMES  PIC 9(02).
           01 BFIM       PIC 9(06).
           01 BFIMR REDEFINES BFIM.
               03 BFIMANO  PIC 9(04).
               03 BFIMMES  PIC 9(02).
           01 BANO       PIC 9(04).
           01 HOJE       PIC 9(08).
           01 NOMEW      PIC X(40).
      *-----------------------------------------------------------------
      *ACUMULADOS DO ANO NA CONSULTA DO MOVIMENTO (SO APROVADOS)
      *-----------------------------------------------------------------
           01 TOTMOV     PIC 9(02).
           01 ABASE      PIC 9(12)V99.
           01 ACONTR     PIC 9(12)V99.
           01 APATR      PIC 9(12)V99.
           01 ADEDUZ     PIC 9(12)V99.
           01 ALIMITE    PIC 9(12)V99.
       LINKAGE SECTION.
           01 LKRK   PIC 9(06).
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKRK LKOPER.
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
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01B.
           OPEN I-O PREVPLAN
           IF FS = "35"
               OPEN OUTPUT PREVPLAN
               CLOSE PREVPLAN
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PREVPLAN - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC LOGCTR CHGLOG
               IF VERBOK = "S"
                   CLOSE CADVERBA
               END-IF
               GOBACK
           .
       R01C.
           OPEN INPUT PREVMOV
           IF FS NOT = "00"
               MOVE "N" TO MOVOK
           ELSE
               MOVE "S" TO MOVOK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           IF LKRK NOT = ZEROS
               MOVE LKRK TO BRKF
               MOVE ZEROS TO LKRK
               GO TO R02A
           .
           DISPLAY "PREVIDENCIA COMPLEMENTAR - MATRICULA (0-FIM): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO FF1
           .
       R02A.
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO R02
           .
           MOVE NOME TO NOMEW
       .
       R03.
           DISPLAY "FUNCIONARIO: " NOMEW
           MOVE BRKF TO PJRKF
           READ PREVPLAN
           IF FS = "00"
               MOVE "S" TO TEMPLANO
               DISPLAY "ENTIDADE CNPJ " PJCNPJ " PLANO " PJPLANO
               DISPLAY "CERTIFICADO " PJCERT " VERBA " PJVERBA
               DISPLAY "CONTRIBUICAO " PJPCT "% DO SALARIO"
                   " CONTRAPARTIDA " PJCPPCT "% TETO " PJCPTETO "%"
               DISPLAY "VIGENCIA " PJINICIO " A " PJFIM
                   " (0 = ATIVA) ALTERADO POR " PJOPER " EM " PJDTALT
           ELSE
               MOVE "N" TO TEMPLANO
               DISPLAY "SEM ADESAO AO PLANO"
           .
           DISPLAY "DIGITE: I-INCLUIR/ALTERAR E-ENCERRAR X-EXCLUIR "
               "M-MOVIMENTO DO ANO V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RGRAVA THRU RGRAVAX
               GO TO R03
           .
           IF OPT = "E" OR OPT = "e"
               PERFORM RENCER THRU RENCERX
               GO TO R03
           .
           IF OPT = "X" OR OPT = "x"
               PERFORM REXCL THRU REXCLX
               GO TO R03
           .
           IF OPT = "M" OR OPT = "m"
               PERFORM RMOVANO THRU RMOVANOX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC PREVPLAN LOGCTR CHGLOG
           IF VERBOK = "S"
               CLOSE CADVERBA
           .
           IF MOVOK = "S"
               CLOSE PREVMOV
           .
           GOBACK
           .
       RGRAVA.
      *-----------------------------------------------------------------
      *INCLUSAO OU ALTERACAO DA ADESAO. A VERBA PRECISA SER UM DESCONTO
      *DA EMPRESA SEM INCIDENCIA EM INSS, FGTS E IRRF - O ABATIMENTO DA
      *BASE DO IRRF COM O LIMITE ANUAL E FEITO PELO CALCULO, E UMA
      *VERBA QUE INCIDISSE DEDUZIRIA A CONTRIBUICAO DUAS VEZES
      *-----------------------------------------------------------------
           DISPLAY "CNPJ DA ENTIDADE DE PREVIDENCIA: "
           ACCEPT BCNPJ
           IF BCNPJ = ZEROS
               DISPLAY "CNPJ INVALIDO"
               GO TO RGRAVAX
           .
           MOVE SPACES TO BPLANO BCERT
           DISPLAY "NOME DO PLANO: "
           ACCEPT BPLANO
           IF BPLANO = SPACES
               DISPLAY "PLANO NAO PODE SER NULO"
               GO TO RGRAVAX
           .
           DISPLAY "NUMERO DO CERTIFICADO DO PARTICIPANTE: "
           ACCEPT BCERT
           IF BCERT = SPACES
               DISPLAY "CERTIFICADO NAO PODE SER NULO"
               GO TO RGRAVAX
           .
           DISPLAY "CONTRIBUICAO DO FUNCIONARIO (% DO SALARIO): "
           ACCEPT BPCT
           IF BPCT = ZEROS
               DISPLAY "PERCENTUAL INVALIDO"
               GO TO RGRAVAX
           .
           DISPLAY "CONTRAPARTIDA DA EMPRESA (% DA CONTRIBUICAO, "
               "0=SEM): "
           ACCEPT BCPPCT
           MOVE ZEROS TO BCPTETO
           IF BCPPCT NOT = ZEROS
               DISPLAY "TETO DA CONTRAPARTIDA (% DO SALARIO, 0=SEM): "
               ACCEPT BCPTETO
           .
           DISPLAY "VERBA DO DESCONTO: "
           ACCEPT BVERBA
           IF VERBOK = "S"
               IF BVERBA < 100
                   DISPLAY "INFORME UMA VERBA DA EMPRESA (0100 EM "
                       "DIANTE)"
                   GO TO RGRAVAX
               END-IF
               MOVE BVERBA TO VBCOD
               READ CADVERBA
               IF FS NOT = "00"
                   DISPLAY "VERBA NAO CADASTRADA (CADVERBA)"
                   GO TO RGRAVAX
               END-IF
               IF VBATIVA = "N"
                   DISPLAY "VERBA DESATIVADA"
                   GO TO RGRAVAX
               END-IF
               IF VBTIPO NOT = "D" OR VBINSS NOT = "N"
                       OR VBFGTS NOT = "N" OR VBIRRF NOT = "N"
                   DISPLAY "A VERBA DEVE SER DESCONTO SEM INCIDENCIA "
                       "EM INSS, FGTS E IRRF"
                   GO TO RGRAVAX
               END-IF
           .
           DISPLAY "INICIO DA VIGENCIA (AAAAMM): "
           ACCEPT BINICIO
           IF BINIMES = ZEROS OR BINIMES > 12 OR BINIANO < 1900
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO RGRAVAX
           .
           MOVE BRKF TO PJRKF
           MOVE BCNPJ TO PJCNPJ
           MOVE BPLANO TO PJPLANO
           MOVE BCERT TO PJCERT
           MOVE BPCT TO PJPCT
           MOVE BCPPCT TO PJCPPCT
           MOVE BCPTETO TO PJCPTETO
           MOVE BVERBA TO PJVERBA
           MOVE BINICIO TO PJINICIO
           MOVE ZEROS TO PJFIM
           MOVE OPERID TO PJOPER
           MOVE HOJE TO PJDTALT
           IF TEMPLANO = "S"
               REWRITE PREVPLANREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE PREVPLANREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR ADESAO - FS: " FS
               GO TO RGRAVAX
           .
           DISPLAY "ADESAO GRAVADA"
           MOVE BRKF TO LOGRK
           PERFORM RLOG
           .
       RGRAVAX.
           EXIT.
       RENCER.
      *-----------------------------------------------------------------
      *ENCERRAMENTO - O ULTIMO MES COM DESCONTO E O INFORMADO
      *-----------------------------------------------------------------
           IF TEMPLANO NOT = "S"
               DISPLAY "SEM ADESAO AO PLANO"
               GO TO RENCERX
           .
           DISPLAY "ULTIMA COMPETENCIA COM CONTRIBUICAO (AAAAMM): "
           ACCEPT BFIM
           IF BFIMMES = ZEROS OR BFIMMES > 12 OR BFIM < PJINICIO
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO RENCERX
           .
           MOVE BFIM TO PJFIM
           MOVE OPERID TO PJOPER
           MOVE HOJE TO PJDTALT
           REWRITE PREVPLANREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR ADESAO - FS: " FS
               GO TO RENCERX
           .
           DISPLAY "ADESAO ENCERRADA EM " PJFIM
           MOVE "A" TO LOGACAO
           MOVE BRKF TO LOGRK
           PERFORM RLOG
           .
       RENCERX.
           EXIT.
       REXCL.
      *-----------------------------------------------------------------
      *ADESAO COM CONTRIBUICAO JA CALCULADA NAO E EXCLUIDA - O INFORME
      *E A DIRF PRECISAM DA ENTIDADE; NESSE CASO ENCERRA-SE A ADESAO
      *-----------------------------------------------------------------
           IF TEMPLANO NOT = "S"
               DISPLAY "SEM ADESAO AO PLANO"
               GO TO REXCLX
           .
           IF MOVOK = "S"
               MOVE BRKF TO PZRKF
               MOVE ZEROS TO PZANO PZMES
               MOVE SPACES TO PZSIT
               START PREVMOV KEY IS NOT LESS THAN PZRK
               IF FS = "00"
                   READ PREVMOV NEXT RECORD
                   IF FS = "00" AND PZRKF = BRKF
                       DISPLAY "HA CONTRIBUICOES CALCULADAS - USE "
                           "E-ENCERRAR"
                       GO TO REXCLX
                   END-IF
               END-IF
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO REXCLX
           .
           DELETE PREVPLAN RECORD
           IF FS NOT = "00"
               DISPLAY "NAO REMOVIDO"
               GO TO REXCLX
           .
           DISPLAY "REMOVIDO"
           MOVE "E" TO LOGACAO
           MOVE BRKF TO LOGRK
           PERFORM RLOG
           .
       REXCLX.
           EXIT.
       RMOVANO.
      *-----------------------------------------------------------------
      *CONTRIBUICOES DO ANO MES A MES E O LIMITE DE DEDUCAO: 12% DO
      *RENDIMENTO TRIBUTAVEL DOS MESES CALCULADOS. PENDENTES APARECEM
      *MAS SO OS APROVADOS ENTRAM NOS ACUMULADOS
      *-----------------------------------------------------------------
           IF MOVOK NOT = "S"
               DISPLAY "NENHUMA CONTRIBUICAO CALCULADA"
               GO TO RMOVANOX
           .
           DISPLAY "ANO: "
           ACCEPT BANO
           MOVE ZEROS TO TOTMOV ABASE ACONTR APATR ADEDUZ
           MOVE BRKF TO PZRKF
           MOVE BANO TO PZANO
           MOVE ZEROS TO PZMES
           MOVE SPACES TO PZSIT
           START PREVMOV KEY IS NOT LESS THAN PZRK
           IF FS NOT = "00"
               GO TO RMOVANO3
           .
       RMOVANO2.
           READ PREVMOV NEXT RECORD
           IF FS NOT = "00" OR PZRKF NOT = BRKF OR PZANO NOT = BANO
               GO TO RMOVANO3
           END-IF
           ADD 1 TO TOTMOV
           DISPLAY PZMES "/" PZANO " " PZSIT " BASE " PZBASE
               " CONTRIB " PZCONTR " EMPRESA " PZPATR
               " DEDUZIDO " PZDEDUZ
           IF PZSIT = "A"
               ADD PZBASE TO ABASE
               ADD PZCONTR TO ACONTR
               ADD PZPATR TO APATR
               ADD PZDEDUZ TO ADEDUZ
           END-IF
           GO TO RMOVANO2
           .
       RMOVANO3.
           IF TOTMOV = ZEROS
               DISPLAY "NENHUMA CONTRIBUICAO NO ANO"
               GO TO RMOVANOX
           .
           COMPUTE ALIMITE ROUNDED = ABASE * 12 / 100
           DISPLAY "APROVADOS NO ANO - BASE " ABASE
           DISPLAY "CONTRIBUICAO DO FUNCIONARIO " ACONTR
               " DA EMPRESA " APATR
           DISPLAY "DEDUZIDO DO IRRF " ADEDUZ
               " LIMITE DE 12% " ALIMITE
           .
       RMOVANOX.
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
           MOVE "CADPREV" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
