       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCTRAB.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CADASTRO DE PROCESSOS TRABALHISTAS - PROCESSO JUDICIAL OU
      *ACORDO EM COMISSAO DE CONCILIACAO PREVIA, COM VARA, RECLAMANTE
      *(MATRICULA OU EX-EMPREGADO FORA DO CADASTRO), PERIODO
      *ABRANGIDO, RISCO E PROVISAO. OS VALORES DEFERIDOS SAO LANCADOS
      *POR COMPETENCIA (PROCVAL) COM AS BASES DE INSS/FGTS/IRRF: O
      *INSS DO SEGURADO E INCREMENTAL SOBRE A FOLHA JA PAGA NA
      *COMPETENCIA (MESMA ROTA DO COMPLPAG/FPP106) E O PATRONAL SAI
      *PELAS TAXAS DO ANO DA COMPETENCIA. NA DECISAO (SENTENCA OU
      *ACORDO) INFORMA-SE A COMPETENCIA DO PAGAMENTO E O IRRF E
      *APURADO PELA TABELA ACUMULADA DO RRA (RRACALC/FPP005). O
      *ESOCIAL (FPP039) GERA O S-2500 NA COMPETENCIA DA DECISAO E O
      *S-2501 NA DO PAGAMENTO; O RETORNO ENTRA PELO ESOCRET (FPP076);
      *OS TRIBUTOS VAO PARA A GPS (FPP041) E O DARF (FPP115); OS
      *PROCESSOS EM ABERTO E A PROVISAO SAEM NO RELPROC (FPP171)
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

           SELECT PROCTRAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JTRK
           .

           SELECT PROCVAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JVRK
           .
      *-----------------------------------------------------------------
           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO
           .

           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

           SELECT PRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HRK
           .

           SELECT EVSTAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EVSRK
           .
      *-----------------------------------------------------------------
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
      *PROCESSOS TRABALHISTAS E VALORES POR COMPETENCIA
      *-----------------------------------------------------------------
       FD PROCTRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCTRAB1.DAT".
       COPY PROCTRAB.
      *-----------------------------------------------------------------
       FD PROCVAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCVAL1.DAT".
       COPY PROCVAL.
      *-----------------------------------------------------------------
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
      *-----------------------------------------------------------------
      *FOLHA DA COMPETENCIA (CORRENTE OU ARQUIVADA) PARA O INSS JA
      *RETIDO DO RECLAMANTE
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
      *SITUACAO DOS EVENTOS ESOCIAL (VER ESOCRET/FPP076) - NO S-2500
      *E NO S-2501 A CHAVE LEVA O CODIGO DO PROCESSO NO LUGAR DA
      *MATRICULA
      *-----------------------------------------------------------------
       FD EVSTAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EVSTAT1.DAT".
       01 EVSTATREC.
           03 EVSRK.
               05 EVSMAT   PIC 9(06).
               05 EVSCOD   PIC X(05).
               05 EVSCOMP  PIC 9(06).
           03 EVSPROT     PIC X(15).
           03 EVSSTAT     PIC X(01).
           03 EVSMOTIV    PIC X(02).
           03 EVSDATA     PIC 9(08).
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
           01 CONF       PIC X(01).
           01 PRMOK      PIC X(01).
           01 HISTOK     PIC X(01).
           01 EVSOK      PIC X(01).
           01 ACHOU      PIC X(01).
           01 HOJE       PIC 9(08).
           01 HOJEAM     PIC 9(06).
           01 BCOD       PIC 9(06).
           01 PROXCOD    PIC 9(06).
           01 SITTXT     PIC X(15).
           01 EVCODW     PIC X(05).
           01 QTDPROC    PIC 9(06).
      *-----------------------------------------------------------------
      *PROCESSO EM INCLUSAO OU ALTERACAO
      *-----------------------------------------------------------------
           01 BNUM       PIC X(20).
           01 BORIG      PIC X(01).
           01 BVARA      PIC X(30).
           01 BUF        PIC X(02).
           01 BMAT       PIC 9(06).
           01 BCPF       PIC 9(11).
           01 BNOME      PIC X(40).
           01 BPERINI    PIC 9(06).
           01 BPERFIM    PIC 9(06).
           01 BDTAJ      PIC 9(08).
           01 BRISCO     PIC X(01).
           01 BPROV      PIC 9(10)V99.
           01 BTIPO      PIC X(01).
           01 BDTDEC     PIC 9(08).
           01 BPGMES     PIC 9(02).
           01 BPGANO     PIC 9(04).
           01 DECAM      PIC 9(06).
           01 PGAM       PIC 9(06).
      *-----------------------------------------------------------------
      *COMPETENCIA AAAAMM DE TRABALHO
      *-----------------------------------------------------------------
           01 COMPW      PIC 9(06).
           01 COMPWR REDEFINES COMPW.
               03 CWANO    PIC 9(04).
               03 CWMES    PIC 9(02).
      *-----------------------------------------------------------------
      *VALORES DA COMPETENCIA EM INCLUSAO - INSS INCREMENTAL SOBRE A
      *BASE COMBINADA (FOLHA DA COMPETENCIA + PROCESSO) MENOS O QUE A
      *FOLHA JA RETEVE, MESMAS FAIXAS DO CALCULO DA FOLHA
      *-----------------------------------------------------------------
           01 BREMUN     PIC 9(10)V99.
           01 BBCINSS    PIC 9(10)V99.
           01 BBCFGTS    PIC 9(10)V99.
           01 BBCIRRF    PIC 9(10)V99.
           01 FOLBASE    PIC 9(10)V99.
           01 FOLINSS    PIC 9(10)V99.
           01 WBASEV     PIC 9(10)V99.
           01 WINSSV     PIC 9(10)V99.
           01 WINCINSS   PIC S9(10)V99.
           01 WPAT       PIC 9(10)V99.
      *-----------------------------------------------------------------
      *IRRF PELA TABELA ACUMULADA DO RRA (RRACALC/FPP005)
      *-----------------------------------------------------------------
           01 RRABASE    PIC 9(10)V99.
           01 RRAMESES   PIC 9(03).
           01 RRAIMPR    PIC 9(10)V99.
      *-----------------------------------------------------------------
      *VALIDACAO DE DATA AAAAMMDD
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
           OPEN I-O PROCTRAB
           IF FS = "35"
               OPEN OUTPUT PROCTRAB
               CLOSE PROCTRAB
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROCTRAB - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O PROCVAL
           IF FS = "35"
               OPEN OUTPUT PROCVAL
               CLOSE PROCVAL
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROCVAL - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC PROCTRAB LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN INPUT CADTAXA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXA"
               CLOSE FILEFUNC PROCTRAB PROCVAL LOGCTR CHGLOG
               GOBACK
       .
       R01D.
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PRMOK
           ELSE
               MOVE "S" TO PRMOK
       .
       R01E.
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01F.
           OPEN INPUT EVSTAT
           IF FS NOT = "00"
               MOVE "N" TO EVSOK
           ELSE
               MOVE "S" TO EVSOK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
           DIVIDE HOJE BY 100 GIVING HOJEAM
       .
       R02.
           DISPLAY "PROCESSOS TRABALHISTAS"
           DISPLAY "DIGITE: N-NOVO PROCESSO C-CONSULTA/MANUTENCAO "
               "L-LISTA F-FIM"
           ACCEPT OPT
           IF OPT = "N" OR OPT = "n"
               PERFORM RNOVO THRU RNOVOX
               GO TO R02
           .
           IF OPT = "C" OR OPT = "c"
               GO TO R03
           .
           IF OPT = "L" OR OPT = "l"
               PERFORM RLISTA THRU RLISTAX
               GO TO R02
           .
           IF OPT = "F" OR OPT = "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
       .
       R03.
           DISPLAY "CODIGO DO PROCESSO (0-VOLTA): "
           ACCEPT BCOD
           IF BCOD = ZEROS
               GO TO R02
           .
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               DISPLAY "PROCESSO NAO CADASTRADO"
               GO TO R03
       .
       R04.
           PERFORM RMOSTRA THRU RMOSTRAX
           DISPLAY "DIGITE: A-ALTERA V-VALORES D-DECISAO P-PAGO "
               "E-ENCERRA SEM VALOR R-RETORNA"
           ACCEPT OPT
           IF OPT = "A" OR OPT = "a"
               PERFORM RALTERA THRU RALTERAX
               GO TO R04
           .
           IF OPT = "V" OR OPT = "v"
               PERFORM RVALOR THRU RVALORX
               GO TO R04
           .
           IF OPT = "D" OR OPT = "d"
               PERFORM RDECIDE THRU RDECIDEX
               GO TO R04
           .
           IF OPT = "P" OR OPT = "p"
               PERFORM RPAGO THRU RPAGOX
               GO TO R04
           .
           IF OPT = "E" OR OPT = "e"
               PERFORM RENCERRA THRU RENCERRAX
               GO TO R04
           .
           IF OPT = "R" OR OPT = "r"
               GO TO R03
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R04
       .
       FF1.
           CLOSE FILEFUNC PROCTRAB PROCVAL CADTAXA
           IF PRMOK = "S"
               CLOSE PR
           .
           IF HISTOK = "S"
               CLOSE PRHIST
           .
           IF EVSOK = "S"
               CLOSE EVSTAT
           .
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
       RNOVO.
      *-----------------------------------------------------------------
      *NOVO PROCESSO - CODIGO INTERNO SEQUENCIAL; O MESMO NUMERO DE
      *PROCESSO NAO ENTRA DUAS VEZES
      *-----------------------------------------------------------------
           PERFORM RPROX THRU RPROXX
       .
       RNOVO1.
           DISPLAY "NUMERO DO PROCESSO (SO DIGITOS, 0-DESISTE): "
           ACCEPT BNUM
           IF BNUM = SPACES
               DISPLAY "NUMERO NAO PODE SER NULO"
               GO TO RNOVO1
           .
           IF BNUM = "0"
               GO TO RNOVOX
           .
           PERFORM RDUPL THRU RDUPLX
           IF ACHOU = "S"
               GO TO RNOVO1
       .
       RNOVO2.
           DISPLAY "ORIGEM: J-JUDICIAL C-COMISSAO DE CONCILIACAO "
               "PREVIA: "
           ACCEPT BORIG
           IF BORIG NOT = "J" AND BORIG NOT = "C"
               DISPLAY "ORIGEM INVALIDA"
               GO TO RNOVO2
       .
       RNOVO3.
           DISPLAY "VARA/JUIZO OU COMISSAO: "
           ACCEPT BVARA
           DISPLAY "UF: "
           ACCEPT BUF
           IF BVARA = SPACES OR BUF = SPACES
               DISPLAY "VARA E UF SAO OBRIGATORIAS"
               GO TO RNOVO3
       .
       RNOVO4.
           DISPLAY "MATRICULA DO RECLAMANTE (0 = EX-EMPREGADO FORA DO "
               "CADASTRO): "
           ACCEPT BMAT
           IF BMAT = ZEROS
               GO TO RNOVO4A
           .
           MOVE BMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RNOVO4
           .
           MOVE CPF TO BCPF
           MOVE NOME TO BNOME
           DISPLAY "FUNCIONARIO: " NOME
           GO TO RNOVO5
       .
       RNOVO4A.
           DISPLAY "CPF DO RECLAMANTE: "
           ACCEPT BCPF
           DISPLAY "NOME DO RECLAMANTE: "
           ACCEPT BNOME
           IF BCPF = ZEROS OR BNOME = SPACES
               DISPLAY "CPF E NOME SAO OBRIGATORIOS"
               GO TO RNOVO4A
       .
       RNOVO5.
           DISPLAY "PERIODO ABRANGIDO - INICIO (AAAAMM): "
           ACCEPT BPERINI
           DISPLAY "PERIODO ABRANGIDO - FIM (AAAAMM): "
           ACCEPT BPERFIM
           MOVE BPERINI TO COMPW
           IF CWMES = ZEROS OR CWMES > 12 OR CWANO = ZEROS
               DISPLAY "INICIO INVALIDO"
               GO TO RNOVO5
           .
           MOVE BPERFIM TO COMPW
           IF CWMES = ZEROS OR CWMES > 12 OR BPERFIM < BPERINI
                   OR BPERFIM > HOJEAM
               DISPLAY "FIM INVALIDO, ANTERIOR AO INICIO OU FUTURO"
               GO TO RNOVO5
       .
       RNOVO6.
           DISPLAY "DATA DO AJUIZAMENTO OU DA DEMANDA (AAAAMMDD): "
           ACCEPT BDTAJ
           MOVE BDTAJ TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR BDTAJ > HOJE
               DISPLAY "DATA INVALIDA OU FUTURA"
               GO TO RNOVO6
       .
       RNOVO7.
           DISPLAY "RISCO: P-PROVAVEL O-POSSIVEL R-REMOTO: "
           ACCEPT BRISCO
           IF BRISCO NOT = "P" AND BRISCO NOT = "O"
                   AND BRISCO NOT = "R"
               DISPLAY "RISCO INVALIDO"
               GO TO RNOVO7
           .
           DISPLAY "VALOR ESTIMADO DA CONDENACAO (PROVISAO): "
           ACCEPT BPROV
           MOVE PROXCOD TO JTCOD
           MOVE BNUM TO JTNUM
           MOVE BORIG TO JTORIGEM
           MOVE BVARA TO JTVARA
           MOVE BUF TO JTUF
           MOVE BMAT TO JTMAT
           MOVE BCPF TO JTCPF
           MOVE BNOME TO JTNOME
           MOVE BPERINI TO JTPERINI
           MOVE BPERFIM TO JTPERFIM
           MOVE BDTAJ TO JTDTAJUIZ
           MOVE "A" TO JTSIT
           MOVE SPACES TO JTTIPODEC
           MOVE ZEROS TO JTDTDEC JTPGMES JTPGANO
           MOVE BRISCO TO JTRISCO
           MOVE BPROV TO JTPROV
           MOVE ZEROS TO JTTOTREM JTBCINSS JTINSSSEG JTINSSPAT
           MOVE ZEROS TO JTBCIRRF JTMESES JTIRRF
           MOVE OPERID TO JTOPER
           MOVE HOJE TO JTDTALT
           WRITE PROCTRABREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PROCESSO - FS: " FS
               GO TO RNOVOX
           .
           DISPLAY "PROCESSO " JTCOD " CADASTRADO - LANCE OS VALORES "
               "POR COMPETENCIA NA MANUTENCAO (C)"
           MOVE "I" TO LOGACAO
           MOVE JTCOD TO LOGRK
           PERFORM RLOG
           .
       RNOVOX.
           EXIT.
       RPROX.
           MOVE 1 TO PROXCOD
           MOVE ZEROS TO JTCOD
           START PROCTRAB KEY IS NOT LESS THAN JTRK
           IF FS NOT = "00"
               GO TO RPROXX
           .
       RPROX2.
           READ PROCTRAB NEXT RECORD
           IF FS NOT = "00"
               GO TO RPROXX
           END-IF
           COMPUTE PROXCOD = JTCOD + 1
           GO TO RPROX2
           .
       RPROXX.
           EXIT.
       RDUPL.
           MOVE "N" TO ACHOU
           MOVE ZEROS TO JTCOD
           START PROCTRAB KEY IS NOT LESS THAN JTRK
           IF FS NOT = "00"
               GO TO RDUPLX
           .
       RDUPL2.
           READ PROCTRAB NEXT RECORD
           IF FS NOT = "00"
               GO TO RDUPLX
           END-IF
           IF JTNUM = BNUM
               MOVE "S" TO ACHOU
               DISPLAY "NUMERO JA CADASTRADO NO PROCESSO " JTCOD
               GO TO RDUPLX
           END-IF
           GO TO RDUPL2
           .
       RDUPLX.
           EXIT.
       RLISTA.
           MOVE ZEROS TO QTDPROC
           MOVE ZEROS TO JTCOD
           START PROCTRAB KEY IS NOT LESS THAN JTRK
           IF FS NOT = "00"
               DISPLAY "NENHUM PROCESSO CADASTRADO"
               GO TO RLISTAX
           .
       RLISTA2.
           READ PROCTRAB NEXT RECORD
           IF FS NOT = "00"
               DISPLAY "PROCESSOS: " QTDPROC
               GO TO RLISTAX
           END-IF
           ADD 1 TO QTDPROC
           PERFORM RSITTXT THRU RSITTXTX
           DISPLAY JTCOD " " JTNUM " " SITTXT " " JTNOME
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RSITTXT.
           MOVE "EM ANDAMENTO" TO SITTXT
           IF JTSIT = "D"
               MOVE "DECIDIDO" TO SITTXT
           .
           IF JTSIT = "P"
               MOVE "PAGO" TO SITTXT
           .
           IF JTSIT = "E"
               MOVE "ENCERRADO" TO SITTXT
           .
       RSITTXTX.
           EXIT.
       RMOSTRA.
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               DISPLAY "PROCESSO NAO CADASTRADO"
               GO TO RMOSTRAX
           .
           PERFORM RSITTXT THRU RSITTXTX
           DISPLAY "PROCESSO " JTCOD " NUMERO " JTNUM " ORIGEM "
               JTORIGEM
           DISPLAY "VARA: " JTVARA " UF " JTUF
           DISPLAY "RECLAMANTE: " JTMAT " " JTNOME " CPF " JTCPF
           DISPLAY "PERIODO: " JTPERINI " A " JTPERFIM
               " AJUIZADO EM " JTDTAJUIZ
           DISPLAY "SITUACAO: " SITTXT " RISCO " JTRISCO
               " PROVISAO " JTPROV
           IF JTSIT = "D" OR JTSIT = "P"
               DISPLAY "DECISAO " JTTIPODEC " EM " JTDTDEC
                   " - PAGAMENTO NA COMPETENCIA " JTPGMES "/" JTPGANO
           .
           DISPLAY "REMUNERACAO: " JTTOTREM " BASE INSS: " JTBCINSS
               " MESES: " JTMESES
           DISPLAY "INSS SEGURADO: " JTINSSSEG " PATRONAL: " JTINSSPAT
           DISPLAY "BASE IRRF: " JTBCIRRF " IRRF (RRA): " JTIRRF
           MOVE "S2500" TO EVCODW
           PERFORM RESOC THRU RESOCX
           MOVE "S2501" TO EVCODW
           PERFORM RESOC THRU RESOCX
           .
       RMOSTRAX.
           EXIT.
       RESOC.
      *-----------------------------------------------------------------
      *RETORNO DO ESOCIAL DOS EVENTOS DO PROCESSO (ESOCRET/FPP076)
      *-----------------------------------------------------------------
           IF EVSOK NOT = "S"
               GO TO RESOCX
           .
           MOVE BCOD TO EVSMAT
           MOVE EVCODW TO EVSCOD
           MOVE ZEROS TO EVSCOMP
           START EVSTAT KEY IS NOT LESS THAN EVSRK
           IF FS NOT = "00"
               GO TO RESOCX
           .
       RESOC2.
           READ EVSTAT NEXT RECORD
           IF FS NOT = "00" OR EVSMAT NOT = BCOD
                   OR EVSCOD NOT = EVCODW
               GO TO RESOCX
           END-IF
           IF EVSSTAT = "A"
               DISPLAY EVSCOD " COMP " EVSCOMP " ACEITO - PROTOCOLO "
                   EVSPROT
           ELSE
               DISPLAY EVSCOD " COMP " EVSCOMP " REJEITADO - MOTIVO "
                   EVSMOTIV " - CORRIJA E REENVIE"
           END-IF
           GO TO RESOC2
           .
       RESOCX.
           EXIT.
       RALTERA.
      *-----------------------------------------------------------------
      *VARA, RISCO E PROVISAO - SO COM O PROCESSO EM ABERTO
      *-----------------------------------------------------------------
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               GO TO RALTERAX
           .
           IF JTSIT NOT = "A" AND JTSIT NOT = "D"
               DISPLAY "PROCESSO ENCERRADO - SEM ALTERACAO"
               GO TO RALTERAX
           .
           DISPLAY "VARA/JUIZO (BRANCO = MANTEM): "
           ACCEPT BVARA
           IF BVARA NOT = SPACES
               MOVE BVARA TO JTVARA
           .
       RALTERA2.
           DISPLAY "RISCO P/O/R (BRANCO = MANTEM): "
           ACCEPT BRISCO
           IF BRISCO NOT = SPACES AND BRISCO NOT = "P"
                   AND BRISCO NOT = "O" AND BRISCO NOT = "R"
               DISPLAY "RISCO INVALIDO"
               GO TO RALTERA2
           .
           IF BRISCO NOT = SPACES
               MOVE BRISCO TO JTRISCO
           .
           DISPLAY "PROVISAO (0 = MANTEM): "
           ACCEPT BPROV
           IF BPROV NOT = ZEROS
               MOVE BPROV TO JTPROV
           .
           MOVE OPERID TO JTOPER
           MOVE HOJE TO JTDTALT
           REWRITE PROCTRABREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR - FS: " FS
               GO TO RALTERAX
           .
           DISPLAY "PROCESSO ALTERADO"
           MOVE "A" TO LOGACAO
           MOVE JTCOD TO LOGRK
           PERFORM RLOG
           .
       RALTERAX.
           EXIT.
       RVALOR.
      *-----------------------------------------------------------------
      *VALORES DEFERIDOS POR COMPETENCIA DO PERIODO ABRANGIDO - DEPOIS
      *DE PAGO OU ENCERRADO O PROCESSO NAO MUDA
      *-----------------------------------------------------------------
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               GO TO RVALORX
           .
           IF JTSIT NOT = "A" AND JTSIT NOT = "D"
               DISPLAY "PROCESSO ENCERRADO - VALORES NAO MUDAM"
               GO TO RVALORX
       .
       RVALOR2.
           PERFORM RVLISTA THRU RVLISTAX
           DISPLAY "DIGITE: I-INCLUI COMPETENCIA X-EXCLUI V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RVINC THRU RVINCX
               PERFORM RTOTAL THRU RTOTALX
               GO TO RVALOR2
           .
           IF OPT = "X" OR OPT = "x"
               PERFORM RVEXC THRU RVEXCX
               PERFORM RTOTAL THRU RTOTALX
               GO TO RVALOR2
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RVALORX
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RVALOR2
           .
       RVALORX.
           EXIT.
       RVLISTA.
           MOVE BCOD TO JVCOD
           MOVE ZEROS TO JVANO JVMES
           START PROCVAL KEY IS NOT LESS THAN JVRK
           IF FS NOT = "00"
               DISPLAY "SEM VALORES LANCADOS"
               GO TO RVLISTAX
           .
       RVLISTA2.
           READ PROCVAL NEXT RECORD
           IF FS NOT = "00" OR JVCOD NOT = BCOD
               GO TO RVLISTAX
           END-IF
           DISPLAY JVMES "/" JVANO " REMUN " JVREMUN " BC INSS "
               JVBCINSS " BC FGTS " JVBCFGTS " BC IRRF " JVBCIRRF
           DISPLAY "        INSS SEGURADO " JVINSSSEG " PATRONAL "
               JVINSSPAT
           GO TO RVLISTA2
           .
       RVLISTAX.
           EXIT.
       RVINC.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT COMPW
           IF CWMES = ZEROS OR CWMES > 12 OR COMPW < JTPERINI
                   OR COMPW > JTPERFIM
               DISPLAY "COMPETENCIA FORA DO PERIODO ABRANGIDO"
               GO TO RVINCX
           .
           MOVE BCOD TO JVCOD
           MOVE CWANO TO JVANO
           MOVE CWMES TO JVMES
           READ PROCVAL
           IF FS = "00"
               DISPLAY "COMPETENCIA JA LANCADA - EXCLUA E LANCE DE NOVO"
               GO TO RVINCX
           .
           MOVE CWANO TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               DISPLAY "TABELA DE TAXAS NAO CADASTRADA P/ O ANO"
               GO TO RVINCX
       .
       RVINC2.
           DISPLAY "REMUNERACAO DEFERIDA NA COMPETENCIA: "
           ACCEPT BREMUN
           IF BREMUN = ZEROS
               DISPLAY "VALOR INVALIDO"
               GO TO RVINC2
           .
           DISPLAY "BASE DE INSS (0 = REMUNERACAO): "
           ACCEPT BBCINSS
           IF BBCINSS = ZEROS
               MOVE BREMUN TO BBCINSS
           .
           DISPLAY "BASE DE FGTS (0 = BASE DE INSS): "
           ACCEPT BBCFGTS
           IF BBCFGTS = ZEROS
               MOVE BBCINSS TO BBCFGTS
           .
           DISPLAY "BASE DE IRRF (0 = BASE DE INSS): "
           ACCEPT BBCIRRF
           IF BBCIRRF = ZEROS
               MOVE BBCINSS TO BBCIRRF
       .
       RVINC3.
      *-----------------------------------------------------------------
      *INSS DO SEGURADO: FAIXA SOBRE A FOLHA DA COMPETENCIA MAIS A
      *BASE DO PROCESSO, MENOS O QUE A FOLHA JA RETEVE (EX-EMPREGADO
      *FORA DO CADASTRO SO TEM A BASE DO PROCESSO). PATRONAL, RAT E
      *TERCEIROS SOBRE A BASE DO PROCESSO
      *-----------------------------------------------------------------
           MOVE ZEROS TO FOLBASE FOLINSS
           IF JTMAT NOT = ZEROS
               PERFORM RFOLHA THRU RFOLHAX
           .
           COMPUTE WBASEV = FOLBASE + BBCINSS
           PERFORM RINSSFX THRU RINSSFXX
           COMPUTE WINCINSS = WINSSV - FOLINSS
           IF WINCINSS < ZEROS
               MOVE ZEROS TO WINCINSS
           .
           COMPUTE WPAT ROUNDED = BBCINSS
               * (TXPATPCT + TXRATPCT + TXTERPCT) / 100
           MOVE BCOD TO JVCOD
           MOVE CWANO TO JVANO
           MOVE CWMES TO JVMES
           MOVE BREMUN TO JVREMUN
           MOVE BBCINSS TO JVBCINSS
           MOVE BBCFGTS TO JVBCFGTS
           MOVE BBCIRRF TO JVBCIRRF
           MOVE WINCINSS TO JVINSSSEG
           MOVE WPAT TO JVINSSPAT
           DISPLAY "INSS DO SEGURADO.: " JVINSSSEG
           DISPLAY "INSS PATRONAL....: " JVINSSPAT
           DISPLAY "CONFIRMA A GRAVACAO (S/N): "
           ACCEPT CONF
           IF CONF NOT = "S" AND CONF NOT = "s"
               DISPLAY "COMPETENCIA DESCARTADA"
               GO TO RVINCX
           .
           WRITE PROCVALREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO RVINCX
           .
           MOVE "I" TO LOGACAO
           COMPUTE LOGRK = JVCOD * 1000000 + JVANO * 100 + JVMES
           PERFORM RLOG
           .
       RVINCX.
           EXIT.
       RFOLHA.
      *-----------------------------------------------------------------
      *FOLHA DO RECLAMANTE NA COMPETENCIA - CORRENTE NO PR OU
      *ARQUIVADA NO PRHIST; SEM FOLHA A BASE DO PROCESSO VAI SOZINHA
      *-----------------------------------------------------------------
           MOVE JTMAT TO RKF
           MOVE CWMES TO RKM
           MOVE CWANO TO RKY
           IF PRMOK = "S"
               READ PR
               IF FS = "00"
                   GO TO RFOLHA2
               END-IF
           .
           IF HISTOK NOT = "S"
               GO TO RFOLHAX
           .
           MOVE RK TO HRK
           READ PRHIST
           IF FS NOT = "00"
               GO TO RFOLHAX
           .
           MOVE PRHREC TO PRM
       .
       RFOLHA2.
           MOVE PSALVALB TO FOLBASE
           MOVE PINSS TO FOLINSS
           DISPLAY "FOLHA DA COMPETENCIA - BRUTO: " PSALVALB
               " INSS: " PINSS
           .
       RFOLHAX.
           EXIT.
       RVEXC.
           DISPLAY "COMPETENCIA A EXCLUIR (AAAAMM): "
           ACCEPT COMPW
           MOVE BCOD TO JVCOD
           MOVE CWANO TO JVANO
           MOVE CWMES TO JVMES
           READ PROCVAL
           IF FS NOT = "00"
               DISPLAY "COMPETENCIA NAO LANCADA"
               GO TO RVEXCX
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT CONF
           IF CONF NOT = "S" AND CONF NOT = "s"
               GO TO RVEXCX
           .
           DELETE PROCVAL RECORD
           IF FS NOT = "00"
               DISPLAY "NAO REMOVIDO"
               GO TO RVEXCX
           .
           DISPLAY "REMOVIDO"
           MOVE "E" TO LOGACAO
           COMPUTE LOGRK = BCOD * 1000000 + CWANO * 100 + CWMES
           PERFORM RLOG
           .
       RVEXCX.
           EXIT.
       RTOTAL.
      *-----------------------------------------------------------------
      *TOTAIS DO PROCESSO A PARTIR DAS COMPETENCIAS; DECIDIDO, O IRRF
      *E REAPURADO
      *-----------------------------------------------------------------
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               GO TO RTOTALX
           .
           MOVE ZEROS TO JTTOTREM JTBCINSS JTINSSSEG JTINSSPAT
           MOVE ZEROS TO JTBCIRRF JTMESES
           MOVE BCOD TO JVCOD
           MOVE ZEROS TO JVANO JVMES
           START PROCVAL KEY IS NOT LESS THAN JVRK
           IF FS NOT = "00"
               GO TO RTOTAL3
           .
       RTOTAL2.
           READ PROCVAL NEXT RECORD
           IF FS NOT = "00" OR JVCOD NOT = BCOD
               GO TO RTOTAL3
           END-IF
           ADD JVREMUN TO JTTOTREM
           ADD JVBCINSS TO JTBCINSS
           ADD JVINSSSEG TO JTINSSSEG
           ADD JVINSSPAT TO JTINSSPAT
           ADD JVBCIRRF TO JTBCIRRF
           ADD 1 TO JTMESES
           GO TO RTOTAL2
           .
       RTOTAL3.
           IF JTSIT = "D"
               PERFORM RIRRF THRU RIRRFX
           .
           MOVE OPERID TO JTOPER
           MOVE HOJE TO JTDTALT
           REWRITE PROCTRABREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR TOTAIS - FS: " FS
           .
       RTOTALX.
           EXIT.
       RIRRF.
      *-----------------------------------------------------------------
      *IRRF PELA TABELA ACUMULADA DO RRA (MESMA REGRA DO RRACALC/
      *FPP005) NO ANO DA COMPETENCIA DO PAGAMENTO: BASE DE IRRF MENOS
      *O INSS DO SEGURADO, LIMITES DAS FAIXAS VEZES OS MESES LANCADOS
      *-----------------------------------------------------------------
           MOVE ZEROS TO JTIRRF RRAIMPR
           MOVE JTPGANO TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               DISPLAY "TABELA DE TAXAS NAO CADASTRADA P/ O ANO DO "
                   "PAGAMENTO - IRRF NAO APURADO"
               GO TO RIRRFX
           .
           MOVE ZEROS TO RRABASE
           IF JTBCIRRF > JTINSSSEG
               COMPUTE RRABASE = JTBCIRRF - JTINSSSEG
           .
           MOVE JTMESES TO RRAMESES
           IF RRABASE = ZEROS OR RRAMESES = ZEROS
               GO TO RIRRFX
           .
           IF RRABASE < TXR1LIM * RRAMESES
               GO TO RIRRFX
           .
           IF RRABASE < TXR2LIM * RRAMESES
               COMPUTE RRAIMPR ROUNDED = RRABASE * TXR1PCT
           ELSE
               IF RRABASE < TXR3LIM * RRAMESES
                   COMPUTE RRAIMPR ROUNDED = RRABASE * TXR2PCT
               ELSE
                   COMPUTE RRAIMPR ROUNDED = RRABASE * TXR3PCT
           .
           MOVE RRAIMPR TO JTIRRF
           .
       RIRRFX.
           EXIT.
       RINSSFX.
           MOVE ZEROS TO WINSSV
           IF WBASEV > 0,01 AND WBASEV < TXI1LIM
               COMPUTE WINSSV = WBASEV * TXI1PCT
           ELSE
               IF WBASEV NOT < TXI1LIM AND WBASEV < TXI2LIM
                   COMPUTE WINSSV = WBASEV * TXI2PCT
               ELSE
                   IF WBASEV NOT < TXI2LIM AND WBASEV > ZEROS
                       COMPUTE WINSSV = WBASEV * TXI3PCT
           .
           IF WINSSV > TXITETOGAT
               MOVE TXITETOVAL TO WINSSV
           .
       RINSSFXX.
           EXIT.
       RDECIDE.
      *-----------------------------------------------------------------
      *SENTENCA OU ACORDO - DATA DA DECISAO (COMPETENCIA DO S-2500) E
      *COMPETENCIA DO PAGAMENTO (S-2501, GPS E DARF). PODE SER
      *REFEITA ENQUANTO O PROCESSO NAO ESTIVER PAGO
      *-----------------------------------------------------------------
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               GO TO RDECIDEX
           .
           IF JTSIT NOT = "A" AND JTSIT NOT = "D"
               DISPLAY "PROCESSO ENCERRADO - DECISAO NAO MUDA"
               GO TO RDECIDEX
           .
           IF JTMESES = ZEROS
               DISPLAY "LANCE OS VALORES POR COMPETENCIA ANTES DA "
                   "DECISAO"
               GO TO RDECIDEX
       .
       RDECIDE2.
           DISPLAY "TIPO: S-SENTENCA A-ACORDO: "
           ACCEPT BTIPO
           IF BTIPO NOT = "S" AND BTIPO NOT = "A"
               DISPLAY "TIPO INVALIDO"
               GO TO RDECIDE2
       .
       RDECIDE3.
           DISPLAY "DATA DA DECISAO/HOMOLOGACAO (AAAAMMDD): "
           ACCEPT BDTDEC
           MOVE BDTDEC TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR BDTDEC > HOJE OR BDTDEC < JTDTAJUIZ
               DISPLAY "DATA INVALIDA, FUTURA OU ANTERIOR AO "
                   "AJUIZAMENTO"
               GO TO RDECIDE3
           .
           DIVIDE BDTDEC BY 100 GIVING DECAM
       .
       RDECIDE4.
           DISPLAY "COMPETENCIA DO PAGAMENTO - MES: "
           ACCEPT BPGMES
           DISPLAY "COMPETENCIA DO PAGAMENTO - ANO: "
           ACCEPT BPGANO
           COMPUTE PGAM = BPGANO * 100 + BPGMES
           IF BPGMES = ZEROS OR BPGMES > 12 OR PGAM < DECAM
               DISPLAY "COMPETENCIA INVALIDA OU ANTERIOR A DECISAO"
               GO TO RDECIDE4
           .
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               GO TO RDECIDEX
           .
           MOVE BTIPO TO JTTIPODEC
           MOVE BDTDEC TO JTDTDEC
           MOVE BPGMES TO JTPGMES
           MOVE BPGANO TO JTPGANO
           MOVE "D" TO JTSIT
           REWRITE PROCTRABREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR - FS: " FS
               GO TO RDECIDEX
           .
           PERFORM RTOTAL THRU RTOTALX
           DISPLAY "DECISAO REGISTRADA - IRRF (RRA) " JTIRRF
               " EM " JTMESES " MESES"
           MOVE "A" TO LOGACAO
           MOVE BCOD TO LOGRK
           PERFORM RLOG
           .
       RDECIDEX.
           EXIT.
       RPAGO.
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               GO TO RPAGOX
           .
           IF JTSIT NOT = "D"
               DISPLAY "SO PROCESSO DECIDIDO PODE SER MARCADO PAGO"
               GO TO RPAGOX
           .
           DISPLAY "CONFIRMA O PAGAMENTO NA COMPETENCIA " JTPGMES "/"
               JTPGANO " (S/N): "
           ACCEPT CONF
           IF CONF NOT = "S" AND CONF NOT = "s"
               GO TO RPAGOX
           .
           MOVE "P" TO JTSIT
           MOVE OPERID TO JTOPER
           MOVE HOJE TO JTDTALT
           REWRITE PROCTRABREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR - FS: " FS
               GO TO RPAGOX
           .
           DISPLAY "PROCESSO MARCADO COMO PAGO"
           MOVE "A" TO LOGACAO
           MOVE BCOD TO LOGRK
           PERFORM RLOG
           .
       RPAGOX.
           EXIT.
       RENCERRA.
      *-----------------------------------------------------------------
      *IMPROCEDENTE, ARQUIVADO OU DESISTENCIA - SAI DA PROVISAO SEM
      *GERAR EVENTO NEM TRIBUTO
      *-----------------------------------------------------------------
           MOVE BCOD TO JTCOD
           READ PROCTRAB
           IF FS NOT = "00"
               GO TO RENCERRAX
           .
           IF JTSIT NOT = "A"
               DISPLAY "SO PROCESSO EM ANDAMENTO PODE SER ENCERRADO "
                   "SEM VALOR"
               GO TO RENCERRAX
           .
           DISPLAY "CONFIRMA O ENCERRAMENTO SEM VALOR (S/N): "
           ACCEPT CONF
           IF CONF NOT = "S" AND CONF NOT = "s"
               GO TO RENCERRAX
           .
           MOVE "E" TO JTSIT
           MOVE OPERID TO JTOPER
           MOVE HOJE TO JTDTALT
           REWRITE PROCTRABREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR - FS: " FS
               GO TO RENCERRAX
           .
           DISPLAY "PROCESSO ENCERRADO"
           MOVE "A" TO LOGACAO
           MOVE BCOD TO LOGRK
           PERFORM RLOG
           .
       RENCERRAX.
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
      *CADASTRO DE OPERADORES (CADOPER/FPP058); PROCESSO MEXE EM
      *TRIBUTOS DA FOLHA - EXIGE O PRIVILEGIO DE FOLHA
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
           MOVE "PROCTRAB" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
