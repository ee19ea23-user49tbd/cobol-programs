       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCAT.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *REGISTRO DE ACIDENTES DE TRABALHO (CAT) POR MATRICULA - DATA E
      *HORA, TIPO (TIPICO/TRAJETO/DOENCA OCUPACIONAL), PARTE DO CORPO,
      *LESAO E CID, TESTEMUNHAS E MEDICO EMITENTE. GERA O ARQUIVO DO
      *EVENTO S2210 DO ESOCIAL (MESMO LAYOUT POSICIONAL DO ESOCIAL/
      *FPP039) PARA AS CAT AINDA NAO ENVIADAS - O PRAZO E O PRIMEIRO
      *DIA UTIL SEGUINTE, POR ISSO NAO ESPERA A COMPETENCIA.
      *AFASTAMENTO ACIMA DE 15 DIAS ABRE O AFASTAMENTO NO INSS
      *(CADAFAST/FPP063, CAUSA A) E A ESTABILIDADE DE RETORNO DE
      *ACIDENTE (CADESTAB/FPP105, TIPO A) A PARTIR DA DATA DO ACIDENTE,
      *SEM FIM DEFINIDO; O RETORNO REGISTRADO NO CADAFAST FECHA A
      *JANELA EM 12 MESES APOS O RETORNO
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

           SELECT CADCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CATRK
           .

           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .

           SELECT ESTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ETRK
           .
      *-----------------------------------------------------------------
           SELECT EVENTOS ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
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
       FD CADCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAT1.DAT".
       COPY CAT.
      *-----------------------------------------------------------------
      *AFASTAMENTOS (VER CADAFAST/FPP063) E ESTABILIDADES PROVISORIAS
      *(VER CADESTAB/FPP105) ABERTOS PELA CAT
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
       FD ESTAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTAB1.DAT".
       COPY ESTAB.
      *-----------------------------------------------------------------
      *EVENTO S2210 NO LAYOUT POSICIONAL DO ESOCIAL
      *TPACID: 1-TIPICO 2-DOENCA 3-TRAJETO  TPCAT: 1-INICIAL
      *2-REABERTURA 3-OBITO
      *-----------------------------------------------------------------
       FD EVENTOS
           LABEL RECORD IS STANDARD.
       01 EVLINE PIC X(120).
       01 EVCAT.
           03 EVCCOD      PIC X(05).
           03 EVCMAT      PIC 9(06).
           03 EVCCPF      PIC 9(11).
           03 EVCSEQ      PIC 9(02).
           03 EVCDATA     PIC 9(08).
           03 EVCHORA     PIC 9(04).
           03 EVCTPACID   PIC 9(01).
           03 EVCTPCAT    PIC 9(01).
           03 EVCPARTE    PIC 9(09).
           03 EVCLESAO    PIC 9(09).
           03 EVCCID      PIC X(04).
           03 EVCAFAST    PIC X(01).
           03 EVCDIAS     PIC 9(03).
           03 EVCCRM      PIC 9(06).
           03 FILLER      PIC X(50) VALUE SPACES.
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
           01 FSX        PIC X(02).
           01 OPT        PIC X(01).
           01 BRKF       PIC 9(06).
           01 PROXSEQ    PIC 9(02).
           01 ESTSEQ     PIC 9(02).
           01 AFASTOK    PIC X(01).
           01 ESTABOK    PIC X(01).
           01 JATEM      PIC X(01).
           01 NOMEARQ    PIC X(40).
           01 HOJE       PIC 9(08).
           01 TOTEV      PIC 9(06).
           01 CATHH      PIC 9(02).
           01 CATMI      PIC 9(02).
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
           OPEN I-O CADCAT
           IF FS = "35"
               OPEN OUTPUT CADCAT
               CLOSE CADCAT
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCAT - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O AFAST
           IF FS = "35"
               OPEN OUTPUT AFAST
               CLOSE AFAST
               GO TO R01B
           .
           IF FS NOT = "00"
               MOVE "N" TO AFASTOK
           ELSE
               MOVE "S" TO AFASTOK
       .
       R01C.
           OPEN I-O ESTAB
           IF FS = "35"
               OPEN OUTPUT ESTAB
               CLOSE ESTAB
               GO TO R01C
           .
           IF FS NOT = "00"
               MOVE "N" TO ESTABOK
           ELSE
               MOVE "S" TO ESTABOK
       .
       R02.
           DISPLAY "ACIDENTES DE TRABALHO (CAT)"
           DISPLAY "DIGITE: C-CAT DO FUNCIONARIO "
               "G-GERAR S2210 PENDENTES F-FIM"
           ACCEPT OPT
           IF OPT = "C" OR OPT = "c"
               PERFORM RMANT THRU RMANTX
               GO TO R02
           .
           IF OPT = "G" OR OPT = "g"
               PERFORM RGERA THRU RGERAX
               GO TO R02
           .
           IF OPT = "F" OR OPT = "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
       .
       FF1.
           CLOSE FILEFUNC CADCAT
           CLOSE LOGCTR CHGLOG
           IF AFASTOK = "S"
               CLOSE AFAST
           END-IF
           IF ESTABOK = "S"
               CLOSE ESTAB
           END-IF
           GOBACK
           .
       RMANT.
           DISPLAY "MATRICULA (0-VOLTA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO RMANTX
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RMANT
           .
           DISPLAY "FUNCIONARIO: " NOME
           PERFORM RLISTA THRU RLISTAX
           DISPLAY "DIGITE: I-INCLUIR C-CONSULTAR X-EXCLUIR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCLUI THRU RINCLUIX
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RCONS THRU RCONSX
           .
           IF OPT = "X" OR OPT = "x"
               PERFORM REX THRU REXX
           .
           GO TO RMANT
           .
       RMANTX.
           EXIT.
       RLISTA.
           MOVE ZEROS TO PROXSEQ
           MOVE BRKF TO CATMAT
           MOVE ZEROS TO CATSEQ
           START CADCAT KEY IS NOT LESS THAN CATRK
           IF FS NOT = "00"
               DISPLAY "SEM CAT REGISTRADA"
               GO TO RLISTAX
           .
       RLISTA2.
           READ CADCAT NEXT RECORD
           IF FS NOT = "00" OR CATMAT NOT = BRKF
               GO TO RLISTAX
           END-IF
           MOVE CATSEQ TO PROXSEQ
           DISPLAY "CAT " CATSEQ " EM " CATDATA " " CATHORA
               " TIPO " CATTIPO " " CATTPCAT " AFAST " CATAFAST " "
               CATDIAS " DIAS S2210 " CATENV
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RCONS.
           DISPLAY "SEQUENCIA DA CAT: "
           ACCEPT CATSEQ
           MOVE BRKF TO CATMAT
           READ CADCAT
           IF FS NOT = "00"
               DISPLAY "CAT NAO ENCONTRADA"
               GO TO RCONSX
           .
           DISPLAY "DATA/HORA.....: " CATDATA " " CATHORA
           DISPLAY "TIPO/CAT......: " CATTIPO " " CATTPCAT
           DISPLAY "LOCAL.........: " CATLOCAL
           DISPLAY "PARTE ATINGIDA: " CATCODPAR " " CATPARTE
           DISPLAY "LESAO.........: " CATCODLES " " CATLESAO
           DISPLAY "CID...........: " CATCID
           DISPLAY "TESTEMUNHAS...: " CATTEST1
           DISPLAY "                " CATTEST2
           DISPLAY "MEDICO/CRM....: " CATMED " " CATCRM
           DISPLAY "AFASTAMENTO...: " CATAFAST " DESDE " CATAFINI
               " POR " CATDIAS " DIAS"
           DISPLAY "S2210 GERADO..: " CATENV " EM " CATDTENV
           .
       RCONSX.
           EXIT.
       REX.
      *-----------------------------------------------------------------
      *CAT JA ENVIADA NAO SAI DO CADASTRO - A CORRECAO E FEITA POR
      *NOVA CAT DE REABERTURA
      *-----------------------------------------------------------------
           DISPLAY "SEQUENCIA DA CAT: "
           ACCEPT CATSEQ
           MOVE BRKF TO CATMAT
           READ CADCAT
           IF FS NOT = "00"
               DISPLAY "CAT NAO ENCONTRADA"
               GO TO REXX
           .
           IF CATENV = "S"
               DISPLAY "CAT JA ENVIADA NO S2210 - NAO REMOVIDA"
               GO TO REXX
           .
           DELETE CADCAT RECORD
           IF FS = "00"
               DISPLAY "REMOVIDO"
               MOVE "E" TO LOGACAO
               MOVE CATRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "NAO REMOVIDO"
           .
       REXX.
           EXIT.
       RINCLUI.
           MOVE BRKF TO CATMAT
           ADD 1 TO PROXSEQ
           MOVE PROXSEQ TO CATSEQ
       .
       RINC1.
           DISPLAY "DATA DO ACIDENTE (AAAAMMDD): "
           ACCEPT CATDATA
           MOVE CATDATA TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO RINC1
           .
       RINC2.
           DISPLAY "HORA DO ACIDENTE (HHMM): "
           ACCEPT CATHORA
           DIVIDE CATHORA BY 100 GIVING CATHH REMAINDER CATMI
           IF CATHH > 23 OR CATMI > 59
               DISPLAY "HORA INVALIDA"
               GO TO RINC2
           .
       RINC3.
           DISPLAY "TIPO (T-TIPICO J-TRAJETO D-DOENCA OCUPACIONAL): "
           ACCEPT CATTIPO
           IF CATTIPO NOT = "T" AND CATTIPO NOT = "J"
                   AND CATTIPO NOT = "D"
               DISPLAY "TIPO INVALIDO"
               GO TO RINC3
           .
       RINC4.
           DISPLAY "CAT (I-INICIAL R-REABERTURA O-OBITO): "
           ACCEPT CATTPCAT
           IF CATTPCAT NOT = "I" AND CATTPCAT NOT = "R"
                   AND CATTPCAT NOT = "O"
               DISPLAY "TIPO DE CAT INVALIDO"
               GO TO RINC4
           .
           DISPLAY "LOCAL DO ACIDENTE: "
           ACCEPT CATLOCAL
       .
       RINC5.
           DISPLAY "PARTE DO CORPO ATINGIDA: "
           ACCEPT CATPARTE
           DISPLAY "CODIGO DA PARTE ATINGIDA (TABELA 13): "
           ACCEPT CATCODPAR
           IF CATPARTE = SPACES OR CATCODPAR = ZEROS
               DISPLAY "PARTE ATINGIDA OBRIGATORIA"
               GO TO RINC5
           .
       RINC6.
           DISPLAY "NATUREZA DA LESAO: "
           ACCEPT CATLESAO
           DISPLAY "CODIGO DA LESAO (TABELA 17): "
           ACCEPT CATCODLES
           IF CATLESAO = SPACES OR CATCODLES = ZEROS
               DISPLAY "LESAO OBRIGATORIA"
               GO TO RINC6
           .
       RINC7.
           DISPLAY "CID (EX: S610): "
           ACCEPT CATCID
           IF CATCID = SPACES
               DISPLAY "CID OBRIGATORIO"
               GO TO RINC7
           .
           DISPLAY "TESTEMUNHA 1 (BRANCO-NENHUMA): "
           ACCEPT CATTEST1
           MOVE SPACES TO CATTEST2
           IF CATTEST1 NOT = SPACES
               DISPLAY "TESTEMUNHA 2 (BRANCO-NENHUMA): "
               ACCEPT CATTEST2
           .
       RINC8.
           DISPLAY "MEDICO EMITENTE DO ATESTADO: "
           ACCEPT CATMED
           DISPLAY "CRM DO MEDICO: "
           ACCEPT CATCRM
           IF CATMED = SPACES OR CATCRM = ZEROS
               DISPLAY "MEDICO E CRM OBRIGATORIOS"
               GO TO RINC8
           .
       RINC9.
           DISPLAY "HOUVE AFASTAMENTO (S/N): "
           ACCEPT CATAFAST
           IF CATAFAST NOT = "S" AND CATAFAST NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO RINC9
           .
           MOVE ZEROS TO CATAFINI CATDIAS
           IF CATAFAST = "N"
               GO TO RINCS
           .
       RINC10.
           DISPLAY "INICIO DO AFASTAMENTO (AAAAMMDD): "
           ACCEPT CATAFINI
           MOVE CATAFINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR CATAFINI < CATDATA
               DISPLAY "DATA INVALIDA OU ANTERIOR AO ACIDENTE"
               GO TO RINC10
           .
       RINC11.
           DISPLAY "DIAS DE AFASTAMENTO PREVISTOS NO ATESTADO: "
           ACCEPT CATDIAS
           IF CATDIAS = ZEROS
               DISPLAY "DIAS INVALIDOS"
               GO TO RINC11
           .
       RINCS.
           MOVE "N" TO CATENV
           MOVE ZEROS TO CATDTENV
           WRITE CATREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO RINCLUIX
           .
           DISPLAY "CAT GRAVADA - SEQUENCIA " CATSEQ
           MOVE "I" TO LOGACAO
           MOVE CATRK TO LOGRK
           PERFORM RLOG
           IF CATAFAST = "S" AND CATDIAS > 15
               PERFORM RAFAST THRU RAFASTX
               PERFORM RESTAB THRU RESTABX
           .
       RINCLUIX.
           EXIT.
       RAFAST.
      *-----------------------------------------------------------------
      *AFASTAMENTO NO INSS (CAUSA A) - A FOLHA PAGA OS 15 PRIMEIROS
      *DIAS E SUSPENDE O PAGAMENTO ATE O RETORNO. UM AFASTAMENTO AINDA
      *ABERTO NAO E SUBSTITUIDO; UM JA ENCERRADO DA LUGAR AO NOVO
      *-----------------------------------------------------------------
           IF AFASTOK NOT = "S"
               DISPLAY "AVISO: SEM ARQUIVO DE AFASTAMENTOS - ABRA O "
                   "AFASTAMENTO NO CADAFAST (FPP063)"
               GO TO RAFASTX
           .
           MOVE BRKF TO AFRK
           READ AFAST
           IF FS = "00" AND AFRETANO = ZEROS
               DISPLAY "AVISO: JA HA AFASTAMENTO EM ABERTO - NAO "
                   "ALTERADO, CONFIRA NO CADAFAST (FPP063)"
               GO TO RAFASTX
           .
           MOVE FS TO FSX
           MOVE BRKF TO AFRK
           MOVE "A" TO AFCAUSA
           MOVE CATAFINI TO DTCHK
           MOVE DVVDIA TO AFINIDIA
           MOVE DVVMES TO AFINIMES
           MOVE DVVANO TO AFINIANO
           MOVE ZEROS TO NDIAS
           PERFORM RDIAMAIS THRU RDIAMAISX
               VARYING NDIAS FROM 1 BY 1 UNTIL NDIAS > CATDIAS
           MOVE DVVDIA TO AFPREVDIA
           MOVE DVVMES TO AFPREVMES
           MOVE DVVANO TO AFPREVANO
           MOVE ZEROS TO AFRETDIA AFRETMES AFRETANO AFCOMP
           IF FSX = "00"
               REWRITE AFASTREC
           ELSE
               WRITE AFASTREC
           .
           IF FS = "00"
               DISPLAY "AFASTAMENTO NO INSS ABERTO - RETORNO PREVISTO "
                   AFPREVDIA "/" AFPREVMES "/" AFPREVANO
               MOVE "I" TO LOGACAO
               MOVE AFRK TO LOGRK
               PERFORM RLOG
           ELSE
               DISPLAY "ERRO AO GRAVAR AFASTAMENTO - FS: " FS
           .
       RAFASTX.
           EXIT.
       RESTAB.
      *-----------------------------------------------------------------
      *ESTABILIDADE DE RETORNO DE ACIDENTE (TIPO A) DESDE A DATA DO
      *ACIDENTE, SEM FIM - O RETORNO NO CADAFAST GRAVA O FIM (12 MESES
      *APOS O RETORNO). JA EXISTENTE PARA O MESMO INICIO NAO DUPLICA
      *-----------------------------------------------------------------
           IF ESTABOK NOT = "S"
               DISPLAY "AVISO: SEM ARQUIVO DE ESTABILIDADES - REGISTRE "
                   "NO CADESTAB (FPP105)"
               GO TO RESTABX
           .
           MOVE "N" TO JATEM
           MOVE ZEROS TO ESTSEQ
           MOVE BRKF TO ETRKF
           MOVE ZEROS TO ETSEQ
           START ESTAB KEY IS NOT LESS THAN ETRK
           IF FS NOT = "00"
               GO TO RESTAB3
           .
       RESTAB2.
           READ ESTAB NEXT RECORD
           IF FS NOT = "00" OR ETRKF NOT = BRKF
               GO TO RESTAB3
           END-IF
           MOVE ETSEQ TO ESTSEQ
           IF ETTIPO = "A" AND ETINI = CATDATA
               MOVE "S" TO JATEM
           END-IF
           GO TO RESTAB2
           .
       RESTAB3.
           IF JATEM = "S"
               GO TO RESTABX
           .
           MOVE BRKF TO ETRKF
           ADD 1 TO ESTSEQ
           MOVE ESTSEQ TO ETSEQ
           MOVE "A" TO ETTIPO
           MOVE CATDATA TO ETINI
           MOVE ZEROS TO ETFIM
           WRITE ESTABREC
           IF FS = "00"
               DISPLAY "ESTABILIDADE DE ACIDENTE REGISTRADA"
           ELSE
               DISPLAY "ERRO AO GRAVAR ESTABILIDADE - FS: " FS
           .
       RESTABX.
           EXIT.
       RGERA.
      *-----------------------------------------------------------------
      *ARQUIVO DO S2210 COM TODAS AS CAT AINDA NAO ENVIADAS; CADA CAT
      *GERADA FICA MARCADA PARA NAO SAIR DE NOVO
      *-----------------------------------------------------------------
           MOVE SPACES TO NOMEARQ
           DISPLAY "DIGITE O NOME DO ARQUIVO DE EVENTOS: "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO RGERAX
           .
           OPEN OUTPUT EVENTOS
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE EVENTOS: " FSX
               GO TO RGERAX
           .
           MOVE ZEROS TO TOTEV
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO CATMAT CATSEQ
           START CADCAT KEY IS NOT LESS THAN CATRK
           IF FS NOT = "00"
               GO TO RGERA3
           .
       RGERA2.
           READ CADCAT NEXT RECORD
           IF FS NOT = "00"
               GO TO RGERA3
           END-IF
           IF CATENV = "S"
               GO TO RGERA2
           END-IF
           MOVE CATMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               MOVE ZEROS TO CPF
           END-IF
           MOVE SPACES TO EVLINE
           MOVE "S2210" TO EVCCOD
           MOVE CATMAT TO EVCMAT
           MOVE CPF TO EVCCPF
           MOVE CATSEQ TO EVCSEQ
           MOVE CATDATA TO EVCDATA
           MOVE CATHORA TO EVCHORA
           MOVE 1 TO EVCTPACID
           IF CATTIPO = "D"
               MOVE 2 TO EVCTPACID
           END-IF
           IF CATTIPO = "J"
               MOVE 3 TO EVCTPACID
           END-IF
           MOVE 1 TO EVCTPCAT
           IF CATTPCAT = "R"
               MOVE 2 TO EVCTPCAT
           END-IF
           IF CATTPCAT = "O"
               MOVE 3 TO EVCTPCAT
           END-IF
           MOVE CATCODPAR TO EVCPARTE
           MOVE CATCODLES TO EVCLESAO
           MOVE CATCID TO EVCCID
           MOVE CATAFAST TO EVCAFAST
           MOVE CATDIAS TO EVCDIAS
           MOVE CATCRM TO EVCCRM
           WRITE EVLINE FROM EVCAT
           ADD 1 TO TOTEV
           MOVE "S" TO CATENV
           MOVE HOJE TO CATDTENV
           REWRITE CATREC
           GO TO RGERA2
           .
       RGERA3.
           CLOSE EVENTOS
           DISPLAY "EVENTOS S2210 GERADOS: " TOTEV
           .
       RGERAX.
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
           MOVE "CADCAT" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
