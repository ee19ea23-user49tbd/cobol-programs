       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTCE.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *TERMO DE COMPROMISSO DE ESTAGIO (TCE) DO ESTAGIARIO (CONTRTIPO
      *E) - INSTITUICAO DE ENSINO, ORIENTADOR, SUPERVISOR, VIGENCIA,
      *JORNADA, BOLSA E APOLICE DO SEGURO DE ACIDENTES PESSOAIS, COM
      *OS TERMOS ADITIVOS DE RENOVACAO. A SOMA DOS TERMOS NA EMPRESA
      *NAO PASSA DE 2 ANOS, SALVO ESTAGIARIO COM DEFICIENCIA (LEI
      *11.788/08 ARTS. 10, 11 E 13). O RECESSO DE 30 DIAS POR ANO E
      *APURADO PROPORCIONALMENTE: GOZADO NA VIGENCIA (A BOLSA SEGUE
      *NA FOLHA) OU INDENIZADO NO ENCERRAMENTO COMO LANCAMENTO AVULSO
      *(TIPO RE) QUE A FOLHA CONSOME. VENCIMENTOS E EXCESSO DE JORNADA
      *SAEM NO RELTCE (FPP134)
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

           SELECT ESTAGIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EGRK
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
       FD ESTAGIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTAGIO1.DAT".
       COPY ESTAGIO.
      *-----------------------------------------------------------------
      *O RECESSO INDENIZADO VIRA LANCAMENTO AVULSO (TIPO RE) QUE A
      *FOLHA JA CONSOME NO LANCCALC (FPP005/FPP017)
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
           01 HOJE       PIC 9(08).
           01 LANCOK     PIC X(01).
           01 LANCSEQ    PIC 9(03).
           01 BMES       PIC 9(02).
           01 BANO       PIC 9(04).
      *-----------------------------------------------------------------
      *SITUACAO DOS TERMOS DA MATRICULA (RLISTA): ULTIMA SEQUENCIA,
      *TERMO VIGENTE, INICIO DO PRIMEIRO TERMO E FIM DO ULTIMO
      *-----------------------------------------------------------------
           01 PROXSEQ    PIC 9(03).
           01 VIGSEQ     PIC 9(03).
           01 PRIMINI    PIC 9(08).
           01 ULTFIM     PIC 9(08).
           01 NOVOTIPO   PIC X(01).
           01 NOVOINI    PIC 9(08).
           01 NOVOFIM    PIC 9(08).
           01 NOVOPCD    PIC X(01).
           01 LIMDT      PIC 9(08).
           01 HSEMMAX    PIC 9(02).
           01 HDIAMAX    PIC 9(01)V99.
           01 ESTKEY     PIC 9(09).
           01 ESTKEYR REDEFINES ESTKEY.
               03 ESTKMAT  PIC 9(06).
               03 ESTKSEQ  PIC 9(03).
      *-----------------------------------------------------------------
      *RECESSO - 30 DIAS POR 12 MESES DE ESTAGIO (2,5 DIAS POR MES;
      *FRACAO DE 15 DIAS OU MAIS CONTA COMO MES) ATE A DATA REFX
      *-----------------------------------------------------------------
           01 REFX       PIC 9(08).
           01 TOTMES     PIC 9(04).
           01 RCMESES    PIC S9(04).
           01 RCRESTO    PIC S9(03).
           01 RCDIREITO  PIC 9(03)V9.
           01 RCUSADO    PIC 9(03)V9.
           01 RCSALDO    PIC 9(03)V9.
           01 DIASGOZ    PIC 9(02).
           01 NDIAS      PIC 9(03).
           01 VALREC     PIC 9(08)V99.
           01 DTA        PIC 9(08).
           01 DTAR REDEFINES DTA.
               03 DAANO    PIC 9(04).
               03 DAMES    PIC 9(02).
               03 DADIA    PIC 9(02).
           01 DTB        PIC 9(08).
           01 DTBR REDEFINES DTB.
               03 DBANO    PIC 9(04).
               03 DBMES    PIC 9(02).
               03 DBDIA    PIC 9(02).
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
           OPEN I-O ESTAGIO
           IF FS = "35"
               OPEN OUTPUT ESTAGIO
               CLOSE ESTAGIO
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ESTAGIO - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O LANC
           IF FS NOT = "00"
               MOVE "N" TO LANCOK
           ELSE
               MOVE "S" TO LANCOK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "TERMO DE COMPROMISSO DE ESTAGIO (TCE)"
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
           IF CONTRTIPO NOT = "E"
               DISPLAY "FUNCIONARIO NAO E ESTAGIARIO (CONTRTIPO E)"
               GO TO R02
           .
           DISPLAY "ESTAGIARIO: " NOME
       .
       R03.
           PERFORM RLISTA THRU RLISTAX
           MOVE HOJE TO REFX
           PERFORM RRECESSO THRU RRECESSOX
           DISPLAY "RECESSO ATE HOJE - DIREITO " RCDIREITO " USADO "
               RCUSADO " SALDO " RCSALDO " DIAS"
           DISPLAY "DIGITE: I-INCLUIR/RENOVAR C-CONSULTAR G-GOZO DE "
               "RECESSO"
           DISPLAY "        E-ENCERRAR P-PAGAR RECESSO X-EXCLUIR "
               "V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCLUI THRU RINCLUIX
               GO TO R03
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RCONS THRU RCONSX
               GO TO R03
           .
           IF OPT = "G" OR OPT = "g"
               PERFORM RGOZO THRU RGOZOX
               GO TO R03
           .
           IF OPT = "E" OR OPT = "e"
               PERFORM RENCERRA THRU RENCERRAX
               GO TO R03
           .
           IF OPT = "P" OR OPT = "p"
               PERFORM RPAGA THRU RPAGAX
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
           CLOSE FILEFUNC ESTAGIO
           CLOSE LOGCTR CHGLOG
           IF LANCOK = "S"
               CLOSE LANC
           END-IF
           GOBACK
           .
       RLISTA.
           MOVE ZEROS TO PROXSEQ VIGSEQ PRIMINI ULTFIM
           MOVE BRKF TO EGMAT
           MOVE ZEROS TO EGSEQ
           START ESTAGIO KEY IS NOT LESS THAN EGRK
           IF FS NOT = "00"
               DISPLAY "SEM TERMO DE COMPROMISSO REGISTRADO"
               GO TO RLISTAX
           .
       RLISTA2.
           READ ESTAGIO NEXT RECORD
           IF FS NOT = "00" OR EGMAT NOT = BRKF
               IF PROXSEQ = ZEROS
                   DISPLAY "SEM TERMO DE COMPROMISSO REGISTRADO"
               END-IF
               GO TO RLISTAX
           END-IF
           MOVE EGSEQ TO PROXSEQ
           IF EGSIT = "A"
               MOVE EGSEQ TO VIGSEQ
           END-IF
           IF PRIMINI = ZEROS OR EGINI < PRIMINI
               MOVE EGINI TO PRIMINI
           END-IF
           IF EGDTENC NOT = ZEROS
               IF EGDTENC > ULTFIM
                   MOVE EGDTENC TO ULTFIM
               END-IF
           ELSE
               IF EGFIM > ULTFIM
                   MOVE EGFIM TO ULTFIM
               END-IF
           END-IF
           DISPLAY "TCE " EGSEQ " " EGTIPO " DE " EGINI " A " EGFIM
               " ENCERRADO " EGDTENC " SITUACAO " EGSIT
               " " EGHSEM "H/SEM"
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RCONS.
           DISPLAY "SEQUENCIA DO TERMO: "
           ACCEPT EGSEQ
           MOVE BRKF TO EGMAT
           READ ESTAGIO
           IF FS NOT = "00"
               DISPLAY "TERMO NAO ENCONTRADO"
               GO TO RCONSX
           .
           DISPLAY "TIPO..........: " EGTIPO " (N-INICIAL R-ADITIVO)"
           DISPLAY "VIGENCIA......: " EGINI " A " EGFIM
           DISPLAY "ENCERRAMENTO..: " EGDTENC " SITUACAO " EGSIT
           DISPLAY "INSTITUICAO...: " EGESCOLA
           DISPLAY "CNPJ..........: " EGCNPJ " NIVEL " EGNIVEL
           DISPLAY "CURSO.........: " EGCURSO
           DISPLAY "ORIENTADOR....: " EGORIENT
           DISPLAY "SUPERVISOR....: " EGSUPERV
           DISPLAY "JORNADA.......: " EGHDIA " H/DIA " EGHSEM
               " H/SEMANA"
           DISPLAY "BOLSA.........: " EGBOLSA
           DISPLAY "SEGURO........: " EGSEGURO " " EGSEGCIA
           DISPLAY "DEFICIENCIA...: " EGPCD
           DISPLAY "RECESSO GOZADO: " EGRECGOZ " ULTIMO " EGRGINI
               " A " EGRGFIM
           DISPLAY "RECESSO INDENIZADO: " EGRECPAG " DIAS - "
               EGRECVAL " NA COMPETENCIA " EGRECM "/" EGRECY
           .
       RCONSX.
           EXIT.
       RINCLUI.
      *-----------------------------------------------------------------
      *COM TERMO VIGENTE O NOVO TERMO E ADITIVO DE RENOVACAO E O
      *VIGENTE PASSA A RENOVADO. O LIMITE DE 2 ANOS CONTA DO INICIO
      *DO PRIMEIRO TERMO DA MATRICULA
      *-----------------------------------------------------------------
           PERFORM RLISTA THRU RLISTAX
           MOVE BRKF TO ESTKMAT
           COMPUTE ESTKSEQ = PROXSEQ + 1
           IF VIGSEQ NOT = ZEROS
               MOVE "R" TO NOVOTIPO
               DISPLAY "TERMO ADITIVO DE RENOVACAO DO TCE " VIGSEQ
           ELSE
               MOVE "N" TO NOVOTIPO
           .
       RINC1.
           DISPLAY "INICIO DO ESTAGIO (AAAAMMDD, 0-DIA SEGUINTE AO "
               "ULTIMO TERMO): "
           ACCEPT NOVOINI
           IF NOVOINI = ZEROS AND ULTFIM NOT = ZEROS
               MOVE ULTFIM TO DTCHK
               PERFORM RDIAMAIS THRU RDIAMAISX
               MOVE DTCHK TO NOVOINI
           .
           MOVE NOVOINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO RINC1
           .
           IF NOVOINI NOT > ULTFIM
               DISPLAY "INICIO DEVE SER POSTERIOR AO FIM DO ULTIMO "
                   "TERMO (" ULTFIM ")"
               GO TO RINC1
           .
       RINC2.
           DISPLAY "ESTAGIARIO COM DEFICIENCIA (S/N): "
           ACCEPT NOVOPCD
           IF NOVOPCD = "s"
               MOVE "S" TO NOVOPCD
           .
           IF NOVOPCD = "n"
               MOVE "N" TO NOVOPCD
           .
           IF NOVOPCD NOT = "S" AND NOVOPCD NOT = "N"
               GO TO RINC2
           .
           MOVE 99999999 TO LIMDT
           IF NOVOPCD = "S"
               GO TO RINC3
           .
           MOVE PRIMINI TO DTCHK
           IF PRIMINI = ZEROS
               MOVE NOVOINI TO DTCHK
           .
           ADD 2 TO DVVANO
           MOVE DTCHK TO LIMDT
           IF NOVOINI NOT < LIMDT
               DISPLAY "LIMITE DE 2 ANOS DE ESTAGIO NA EMPRESA ATINGIDO"
                   " EM " LIMDT " - RENOVACAO NAO PERMITIDA"
               GO TO RINCLUIX
           .
       RINC3.
           DISPLAY "FIM DO ESTAGIO (AAAAMMDD): "
           ACCEPT NOVOFIM
           MOVE NOVOFIM TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR NOVOFIM < NOVOINI
               DISPLAY "DATA INVALIDA OU ANTERIOR AO INICIO"
               GO TO RINC3
           .
           IF NOVOFIM NOT < LIMDT
               DISPLAY "ULTRAPASSA O LIMITE LEGAL DE 2 ANOS NA EMPRESA "
                   "- O TERMO DEVE TERMINAR ANTES DE " LIMDT
               GO TO RINC3
           .
           MOVE ESTKMAT TO EGMAT
           MOVE ESTKSEQ TO EGSEQ
           MOVE NOVOTIPO TO EGTIPO
           MOVE NOVOINI TO EGINI
           MOVE NOVOFIM TO EGFIM
           MOVE NOVOPCD TO EGPCD
       .
       RINC4.
           DISPLAY "INSTITUICAO DE ENSINO: "
           ACCEPT EGESCOLA
           IF EGESCOLA = SPACES
               GO TO RINC4
           .
           DISPLAY "CNPJ DA INSTITUICAO: "
           ACCEPT EGCNPJ
           IF EGCNPJ = ZEROS
               DISPLAY "CNPJ OBRIGATORIO"
               GO TO RINC4
           .
           DISPLAY "CURSO: "
           ACCEPT EGCURSO
       .
       RINC5.
           DISPLAY "NIVEL (S-SUPERIOR/PROFISSIONAL M-MEDIO "
               "F-ESPECIAL/FUNDAMENTAL): "
           ACCEPT EGNIVEL
           IF EGNIVEL = "S" OR EGNIVEL = "M"
               MOVE 30 TO HSEMMAX
               MOVE 6 TO HDIAMAX
           ELSE
               IF EGNIVEL = "F"
                   MOVE 20 TO HSEMMAX
                   MOVE 4 TO HDIAMAX
               ELSE
                   DISPLAY "NIVEL INVALIDO"
                   GO TO RINC5
               END-IF
           .
       RINC6.
           DISPLAY "PROFESSOR ORIENTADOR DA INSTITUICAO: "
           ACCEPT EGORIENT
           IF EGORIENT = SPACES
               GO TO RINC6
           .
           DISPLAY "SUPERVISOR NA EMPRESA: "
           ACCEPT EGSUPERV
           IF EGSUPERV = SPACES
               GO TO RINC6
           .
       RINC7.
           DISPLAY "HORAS POR SEMANA (MAXIMO " HSEMMAX "): "
           ACCEPT EGHSEM
           IF EGHSEM = ZEROS OR EGHSEM > HSEMMAX
               DISPLAY "JORNADA SEMANAL INVALIDA"
               GO TO RINC7
           .
       RINC8.
           DISPLAY "HORAS POR DIA (MAXIMO " HDIAMAX "): "
           ACCEPT EGHDIA
           IF EGHDIA = ZEROS OR EGHDIA > HDIAMAX
               DISPLAY "JORNADA DIARIA INVALIDA"
               GO TO RINC8
           .
       RINC9.
           DISPLAY "VALOR MENSAL DA BOLSA (0-ESTAGIO OBRIGATORIO SEM "
               "BOLSA): "
           ACCEPT EGBOLSA
           IF EGBOLSA = ZEROS
               DISPLAY "SEM BOLSA - O RECESSO NAO SERA REMUNERADO"
           .
       RINC10.
           DISPLAY "APOLICE DO SEGURO DE ACIDENTES PESSOAIS: "
           ACCEPT EGSEGURO
           IF EGSEGURO = SPACES
               DISPLAY "APOLICE OBRIGATORIA (LEI 11.788/08 ART. 9)"
               GO TO RINC10
           .
           DISPLAY "SEGURADORA: "
           ACCEPT EGSEGCIA
           IF EGSEGCIA = SPACES
               GO TO RINC10
           .
           MOVE "A" TO EGSIT
           MOVE ZEROS TO EGDTENC EGRECGOZ EGRGINI EGRGFIM EGRECPAG
           MOVE ZEROS TO EGRECVAL EGRECM EGRECY
           WRITE ESTAGREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO RINCLUIX
           .
           DISPLAY "TCE GRAVADO - SEQUENCIA " EGSEQ
           MOVE "I" TO LOGACAO
           MOVE EGRK TO LOGRK
           PERFORM RLOG
           IF NOVOTIPO NOT = "R"
               GO TO RINCLUIX
           .
           MOVE BRKF TO EGMAT
           MOVE VIGSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO RINCLUIX
           .
           MOVE "R" TO EGSIT
           REWRITE ESTAGREC
           IF FS = "00"
               DISPLAY "TCE " EGSEQ " MARCADO COMO RENOVADO"
               MOVE "A" TO LOGACAO
               MOVE EGRK TO LOGRK
               PERFORM RLOG
           .
       RINCLUIX.
           EXIT.
       RGOZO.
      *-----------------------------------------------------------------
      *GOZO DO RECESSO NA VIGENCIA DO TERMO - LIMITADO AO SALDO
      *PROPORCIONAL APURADO ATE O INICIO DO GOZO. A BOLSA DOS DIAS
      *DE RECESSO SEGUE NORMALMENTE NA FOLHA
      *-----------------------------------------------------------------
           PERFORM RLISTA THRU RLISTAX
           IF VIGSEQ = ZEROS
               DISPLAY "SEM TERMO VIGENTE"
               GO TO RGOZOX
           .
           MOVE BRKF TO EGMAT
           MOVE VIGSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO RGOZOX
           .
       RGOZO2.
           DISPLAY "INICIO DO RECESSO (AAAAMMDD): "
           ACCEPT NOVOINI
           MOVE NOVOINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR NOVOINI < EGINI OR NOVOINI > EGFIM
               DISPLAY "DATA INVALIDA OU FORA DA VIGENCIA DO TERMO"
               GO TO RGOZO2
           .
           MOVE EGFIM TO NOVOFIM
           MOVE NOVOINI TO REFX
           PERFORM RRECESSO THRU RRECESSOX
           DISPLAY "SALDO DE RECESSO EM " NOVOINI ": " RCSALDO " DIAS"
           IF RCSALDO < 1
               DISPLAY "SEM SALDO DE RECESSO PARA GOZO"
               GO TO RGOZOX
           .
       RGOZO3.
           DISPLAY "DIAS DE RECESSO (0-DESISTE): "
           ACCEPT DIASGOZ
           IF DIASGOZ = ZEROS
               GO TO RGOZOX
           .
           IF DIASGOZ > RCSALDO
               DISPLAY "DIAS ACIMA DO SALDO PROPORCIONAL"
               GO TO RGOZO3
           .
           MOVE NOVOINI TO DTCHK
           PERFORM RDIAMAIS THRU RDIAMAISX
               VARYING NDIAS FROM 2 BY 1 UNTIL NDIAS > DIASGOZ
           IF DTCHK > NOVOFIM
               DISPLAY "RECESSO ULTRAPASSA O FIM DO TERMO (" NOVOFIM
                   ")"
               GO TO RGOZO3
           .
           MOVE BRKF TO EGMAT
           MOVE VIGSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO RGOZOX
           .
           ADD DIASGOZ TO EGRECGOZ
           MOVE NOVOINI TO EGRGINI
           MOVE DTCHK TO EGRGFIM
           REWRITE ESTAGREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO RGOZOX
           .
           DISPLAY "RECESSO DE " EGRGINI " A " EGRGFIM " REGISTRADO"
           MOVE "A" TO LOGACAO
           MOVE EGRK TO LOGRK
           PERFORM RLOG
           .
       RGOZOX.
           EXIT.
       RENCERRA.
      *-----------------------------------------------------------------
      *ENCERRAMENTO DO TERMO VIGENTE (NO FIM DA VIGENCIA OU ANTES) -
      *EM SEGUIDA O SALDO DE RECESSO E OFERECIDO PARA INDENIZACAO
      *-----------------------------------------------------------------
           PERFORM RLISTA THRU RLISTAX
           IF VIGSEQ = ZEROS
               DISPLAY "SEM TERMO VIGENTE"
               GO TO RENCERRAX
           .
           MOVE BRKF TO EGMAT
           MOVE VIGSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO RENCERRAX
           .
       RENC2.
           DISPLAY "DATA DO ENCERRAMENTO (AAAAMMDD, 0-FIM DO TERMO "
               EGFIM "): "
           ACCEPT EGDTENC
           IF EGDTENC = ZEROS
               MOVE EGFIM TO EGDTENC
           .
           MOVE EGDTENC TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR EGDTENC < EGINI OR EGDTENC > EGFIM
               DISPLAY "DATA INVALIDA OU FORA DA VIGENCIA DO TERMO"
               GO TO RENC2
           .
           IF EGRGFIM > EGDTENC
               DISPLAY "HA RECESSO REGISTRADO APOS O ENCERRAMENTO"
               GO TO RENC2
           .
           MOVE "E" TO EGSIT
           REWRITE ESTAGREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO RENCERRAX
           .
           DISPLAY "TCE " EGSEQ " ENCERRADO EM " EGDTENC
           MOVE "A" TO LOGACAO
           MOVE EGRK TO LOGRK
           PERFORM RLOG
           PERFORM RPAGA THRU RPAGAX
           .
       RENCERRAX.
           EXIT.
       RPAGA.
      *-----------------------------------------------------------------
      *INDENIZACAO DO SALDO DE RECESSO NAO GOZADO - SO COM O ULTIMO
      *TERMO ENCERRADO OU VENCIDO. VALOR = BOLSA / 30 X DIAS DE SALDO,
      *LANCADO COMO PROVENTO AVULSO NA COMPETENCIA INFORMADA
      *-----------------------------------------------------------------
           PERFORM RLISTA THRU RLISTAX
           IF PROXSEQ = ZEROS
               GO TO RPAGAX
           .
           MOVE BRKF TO EGMAT
           MOVE PROXSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO RPAGAX
           .
           IF EGSIT = "A" AND EGFIM NOT < HOJE
               DISPLAY "TERMO VIGENTE - O RECESSO DEVE SER GOZADO; A "
                   "INDENIZACAO E SO NO ENCERRAMENTO"
               GO TO RPAGAX
           .
           MOVE EGFIM TO REFX
           IF EGDTENC NOT = ZEROS
               MOVE EGDTENC TO REFX
           .
           PERFORM RRECESSO THRU RRECESSOX
           IF RCSALDO = ZEROS
               DISPLAY "SEM SALDO DE RECESSO A INDENIZAR"
               GO TO RPAGAX
           .
           MOVE BRKF TO EGMAT
           MOVE PROXSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO RPAGAX
           .
           IF EGBOLSA = ZEROS
               DISPLAY "ESTAGIO SEM BOLSA - RECESSO NAO REMUNERADO ("
                   RCSALDO " DIAS DE SALDO)"
               GO TO RPAGAX
           .
           COMPUTE VALREC ROUNDED = EGBOLSA * RCSALDO / 30
           DISPLAY "SALDO DE RECESSO " RCSALDO " DIAS - INDENIZACAO "
               VALREC
           DISPLAY "LANCAR A INDENIZACAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RPAGAX
           .
           IF LANCOK NOT = "S"
               DISPLAY "SEM ARQUIVO DE LANCAMENTOS - INDENIZACAO NAO "
                   "LANCADA"
               GO TO RPAGAX
           .
           DISPLAY "COMPETENCIA DO PAGAMENTO - MES (MM): "
           ACCEPT BMES
           DISPLAY "COMPETENCIA DO PAGAMENTO - ANO (AAAA): "
           ACCEPT BANO
           IF BMES = ZEROS OR BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA - INDENIZACAO NAO LANCADA"
               GO TO RPAGAX
           .
           PERFORM RLANCGRV THRU RLANCGRVX
           IF FS NOT = "00"
               GO TO RPAGAX
           .
           MOVE BRKF TO EGMAT
           MOVE PROXSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO RPAGAX
           .
           ADD RCSALDO TO EGRECPAG
           ADD VALREC TO EGRECVAL
           MOVE BMES TO EGRECM
           MOVE BANO TO EGRECY
           REWRITE ESTAGREC
           IF FS = "00"
               DISPLAY "INDENIZACAO DO RECESSO LANCADA NA COMPETENCIA "
                   BMES "/" BANO
               MOVE "A" TO LOGACAO
               MOVE EGRK TO LOGRK
               PERFORM RLOG
           .
       RPAGAX.
           EXIT.
       REX.
      *-----------------------------------------------------------------
      *SO O ULTIMO TERMO, SEM RECESSO GOZADO OU INDENIZADO, SAI DO
      *CADASTRO; O TERMO ANTERIOR RENOVADO VOLTA A VIGENTE
      *-----------------------------------------------------------------
           PERFORM RLISTA THRU RLISTAX
           IF PROXSEQ = ZEROS
               GO TO REXX
           .
           MOVE BRKF TO EGMAT
           MOVE PROXSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00"
               GO TO REXX
           .
           IF EGRECGOZ NOT = ZEROS OR EGRECPAG NOT = ZEROS
               DISPLAY "TERMO COM RECESSO REGISTRADO - NAO REMOVIDO"
               GO TO REXX
           .
           DISPLAY "REMOVER O TCE " EGSEQ " DE " EGINI " A " EGFIM
               " (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO REXX
           .
           DELETE ESTAGIO RECORD
           IF FS NOT = "00"
               DISPLAY "NAO REMOVIDO"
               GO TO REXX
           .
           DISPLAY "REMOVIDO"
           MOVE "E" TO LOGACAO
           MOVE EGRK TO LOGRK
           PERFORM RLOG
           PERFORM RLISTA THRU RLISTAX
           IF PROXSEQ = ZEROS
               GO TO REXX
           .
           MOVE BRKF TO EGMAT
           MOVE PROXSEQ TO EGSEQ
           READ ESTAGIO
           IF FS NOT = "00" OR EGSIT NOT = "R"
               GO TO REXX
           .
           MOVE "A" TO EGSIT
           REWRITE ESTAGREC
           IF FS = "00"
               DISPLAY "TCE " EGSEQ " VOLTA A VIGENTE"
               MOVE "A" TO LOGACAO
               MOVE EGRK TO LOGRK
               PERFORM RLOG
           .
       REXX.
           EXIT.
       RRECESSO.
      *-----------------------------------------------------------------
      *DIREITO PROPORCIONAL DE RECESSO DE TODOS OS TERMOS DA MATRICULA
      *ATE REFX, MENOS OS DIAS JA GOZADOS E INDENIZADOS
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTMES RCUSADO RCDIREITO RCSALDO
           MOVE BRKF TO EGMAT
           MOVE ZEROS TO EGSEQ
           START ESTAGIO KEY IS NOT LESS THAN EGRK
           IF FS NOT = "00"
               GO TO RRECESSOX
           .
       RRECESSO2.
           READ ESTAGIO NEXT RECORD
           IF FS NOT = "00" OR EGMAT NOT = BRKF
               GO TO RRECESSO3
           END-IF
           ADD EGRECGOZ EGRECPAG TO RCUSADO
           MOVE EGINI TO DTA
           MOVE EGFIM TO DTB
           IF EGDTENC NOT = ZEROS
               MOVE EGDTENC TO DTB
           END-IF
           IF DTB > REFX
               MOVE REFX TO DTB
           END-IF
           IF DTA > DTB
               GO TO RRECESSO2
           END-IF
           PERFORM RMESES THRU RMESESX
           GO TO RRECESSO2
           .
       RRECESSO3.
           COMPUTE RCDIREITO = TOTMES * 30 / 12
           IF RCDIREITO > RCUSADO
               COMPUTE RCSALDO = RCDIREITO - RCUSADO
           .
       RRECESSOX.
           EXIT.
       RMESES.
      *-----------------------------------------------------------------
      *MESES DE ESTAGIO DE DTA A DTB (INCLUSIVE) - SOBRA DE 15 DIAS
      *OU MAIS CONTA COMO MES, COMO NAS FERIAS PROPORCIONAIS
      *-----------------------------------------------------------------
           COMPUTE RCMESES = (DBANO - DAANO) * 12 + DBMES - DAMES
           COMPUTE RCRESTO = DBDIA + 1 - DADIA
           IF RCRESTO < 0
               SUBTRACT 1 FROM RCMESES
               ADD 30 TO RCRESTO
           .
           IF RCRESTO NOT < 15
               ADD 1 TO RCMESES
           .
           IF RCMESES > 0
               ADD RCMESES TO TOTMES
           .
       RMESESX.
           EXIT.
       RLANCGRV.
           PERFORM RLANCSEQ THRU RLANCSEQX
           MOVE BRKF TO LCRKF
           MOVE BMES TO LCRKM
           MOVE BANO TO LCRKY
           ADD 1 TO LANCSEQ
           MOVE LANCSEQ TO LCSEQ
           MOVE "RE" TO LCTIPO
           MOVE "RECESSO ESTAGIO PROP" TO LCDESC
           MOVE "E" TO LCED
           MOVE VALREC TO LCVALOR
           MOVE "N" TO LCRECORR
           MOVE ZEROS TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTO DO RECESSO"
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
           MOVE "CADTCE" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
