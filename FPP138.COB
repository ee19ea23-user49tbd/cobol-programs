       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCRECH.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *AUXILIO-CRECHE DA CONVENCAO COLETIVA - REEMBOLSO MENSAL POR
      *FILHO ATE A IDADE LIMITE DA CCT (PADRAO 5 ANOS E 11 MESES),
      *CONTRA RECIBO E ATE O TETO DA CCT DO SINDICATO DO CARGO. A
      *ELEGIBILIDADE SAI DA DATA DE NASCIMENTO DO DEPENDENTE (DEPEND)
      *NO MES DA DESPESA. CADA RECIBO VIRA LANCAMENTO AVULSO (TIPO AC)
      *NA VERBA DA CCT, PROVENTO SEM INSS E SEM FGTS (REEMBOLSO
      *COMPROVADO - LEI 8.212/91 ART. 28 PAR. 9 ALINEA S), QUE A FOLHA
      *CONSOME PELO CADVERBA. OS FILHOS QUE SAEM DA IDADE NO MES
      *SEGUINTE SAEM NO RELCRECH (FPP139)
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

           SELECT DEPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DPRK
           .

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .

           SELECT CADVERBA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
           .

           SELECT CRECHE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AXRK
           .

           SELECT LANC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LCRK
           .

           SELECT PERLOCK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PLK
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
      *DEPENDENTES VARIAVEIS
      *-----------------------------------------------------------------
       FD DEPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".
       01 DEPENDREC.
           03 DPRK.
               05 DPRKF   PIC 9(06).
               05 DPSEQ   PIC 9(02).
           03 DPNOME     PIC X(40).
           03 DPCPF      PIC 9(11).
           03 DPNDIA     PIC 9(02).
           03 DPNMES     PIC 9(02).
           03 DPNANO     PIC 9(04).
      *-----------------------------------------------------------------
      *CARGO DO FUNCIONARIO E CCT DO SINDICATO DO CARGO (TETO, IDADE
      *LIMITE E VERBA DO AUXILIO-CRECHE - VER CADCCT/FPP121)
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD CADCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS (VER CADVERBA/FPP117)
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
      *-----------------------------------------------------------------
      *RECIBOS DO AUXILIO-CRECHE (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD CRECHE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRECHE1.DAT".
       COPY CRECHE.
      *-----------------------------------------------------------------
      *LANCAMENTOS AVULSOS (VER CADLANC/FPP047) - O REEMBOLSO SAI COMO
      *PROVENTO NA COMPETENCIA DA FOLHA INFORMADA
      *-----------------------------------------------------------------
       FD LANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       COPY LANCAM.
      *-----------------------------------------------------------------
      *FECHAMENTO DE COMPETENCIA (TRAVA DE PERIODO)
      *-----------------------------------------------------------------
       FD PERLOCK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERLOCK1.DAT".
       01 PERREC.
           03 PLK.
               05 PLKM     PIC 9(02).
               05 PLKY     PIC 9(04).
           03 PLSTATUS    PIC X(01).
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
           01 BSEQ       PIC 9(02).
           01 HOJE       PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO    PIC 9(04).
               03 HJMES    PIC 9(02).
               03 HJDIA    PIC 9(02).
           01 PLOK       PIC X(01).
           01 LANCSEQ    PIC 9(03).
           01 BMES       PIC 9(02).
           01 BANO       PIC 9(04).
      *-----------------------------------------------------------------
      *MES DA DESPESA (DMES/DANO), IDADE DO DEPENDENTE EM MESES NESSE
      *MES E A CCT DO CARGO EM VIGOR NELE (CCTTEM = "S")
      *-----------------------------------------------------------------
           01 DMES       PIC 9(02).
           01 DANO       PIC 9(04).
           01 COMPREF    PIC 9(06).
           01 IDADEM     PIC S9(05).
           01 CCTTEM     PIC X(01).
           01 CRCCT      PIC 9(03).
           01 CRTETO     PIC 9(06)V99.
           01 CRMESES    PIC 9(03).
           01 CRVERBA    PIC 9(04).
           01 AXEXISTE   PIC X(01).
           01 TOTDEP     PIC 9(02).
           01 LCDESCW    PIC X(20).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - VALIDACAO
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
           OPEN INPUT DEPEND
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPEND"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE FILEFUNC DEPEND LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN INPUT CADCCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCCT - CADASTRE A CCT COM O "
                   "AUXILIO-CRECHE PELO CADCCT"
               CLOSE FILEFUNC DEPEND CADCARGO LOGCTR CHGLOG
               GOBACK
       .
      *-----------------------------------------------------------------
      *SEM O CADASTRO DE VERBAS A FOLHA TRIBUTARIA O LANCAMENTO - O
      *AUXILIO SO E LANCADO COM A VERBA CONFERIDA
      *-----------------------------------------------------------------
       R01D.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADVERBA - CADASTRE A VERBA DO "
                   "AUXILIO-CRECHE PELO CADVERBA"
               CLOSE FILEFUNC DEPEND CADCARGO CADCCT LOGCTR CHGLOG
               GOBACK
       .
       R01E.
           OPEN I-O CRECHE
           IF FS = "35"
               OPEN OUTPUT CRECHE
               CLOSE CRECHE
               GO TO R01E
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CRECHE - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC DEPEND CADCARGO CADCCT CADVERBA
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01F.
           OPEN I-O LANC
           IF FS = "35"
               OPEN OUTPUT LANC
               CLOSE LANC
               GO TO R01F
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LANC - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC DEPEND CADCARGO CADCCT CADVERBA CRECHE
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01G.
           OPEN INPUT PERLOCK
           IF FS NOT = "00"
               MOVE "N" TO PLOK
           ELSE
               MOVE "S" TO PLOK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "AUXILIO-CRECHE"
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
           DISPLAY "FUNCIONARIO: " NOME
           IF DDANO NOT = ZEROS
               DISPLAY "DESLIGADO EM " DDDIA "/" DDMES "/" DDANO
                   " - SO DESPESAS ATE O MES DO DESLIGAMENTO"
           .
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO DO FUNCIONARIO NAO CADASTRADO"
               GO TO R02
           .
           IF CCTCOD = ZEROS
               DISPLAY "CARGO SEM SINDICATO/CCT - SEM AUXILIO-CRECHE"
               GO TO R02
           .
       R03.
           PERFORM RDEPLIST THRU RDEPLISTX
           DISPLAY "DIGITE: R-REGISTRAR RECIBO C-CANCELAR RECIBO "
               "L-LISTAR RECIBOS V-VOLTA"
           ACCEPT OPT
           IF OPT = "R" OR OPT = "r"
               PERFORM RREG THRU RREGX
               GO TO R03
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RCANC THRU RCANCX
               GO TO R03
           .
           IF OPT = "L" OR OPT = "l"
               PERFORM RLISTREC THRU RLISTRECX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC DEPEND CADCARGO CADCCT CADVERBA
           CLOSE CRECHE LANC
           CLOSE LOGCTR CHGLOG
           IF PLOK = "S"
               CLOSE PERLOCK
           END-IF
           GOBACK
           .
       RDEPLIST.
      *-----------------------------------------------------------------
      *DEPENDENTES DA MATRICULA COM A IDADE EM MESES NO MES CORRENTE
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTDEP
           MOVE BRKF TO DPRKF
           MOVE ZEROS TO DPSEQ
           START DEPEND KEY IS NOT LESS THAN DPRK
           IF FS NOT = "00"
               GO TO RDEPLIST3
           .
       RDEPLIST2.
           READ DEPEND NEXT RECORD
           IF FS NOT = "00" OR DPRKF NOT = BRKF
               GO TO RDEPLIST3
           END-IF
           ADD 1 TO TOTDEP
           COMPUTE IDADEM = (HJANO * 12 + HJMES)
               - (DPNANO * 12 + DPNMES)
           DISPLAY "DEP " DPSEQ " " DPNOME(1:30) " NASC. " DPNDIA
               "/" DPNMES "/" DPNANO " IDADE " IDADEM " MESES"
           GO TO RDEPLIST2
           .
       RDEPLIST3.
           IF TOTDEP = ZEROS
               DISPLAY "SEM DEPENDENTES CADASTRADOS (CADASTRE PELO "
                   "FPP004)"
           .
       RDEPLISTX.
           EXIT.
       RREG.
      *-----------------------------------------------------------------
      *REGISTRO DO RECIBO DO MES DA DESPESA - CCT DO CARGO EM VIGOR
      *NO MES, DEPENDENTE DENTRO DA IDADE LIMITE, UM RECIBO POR
      *DEPENDENTE E MES; O VALOR PAGO E O RECIBO LIMITADO AO TETO
      *-----------------------------------------------------------------
           DISPLAY "MES DA DESPESA (MM): "
           ACCEPT DMES
           DISPLAY "ANO DA DESPESA (AAAA): "
           ACCEPT DANO
           IF DMES = ZEROS OR DMES > 12 OR DANO = ZEROS
               DISPLAY "MES/ANO INVALIDO"
               GO TO RREGX
           .
           COMPUTE COMPREF = DANO * 100 + DMES
           IF COMPREF > HJANO * 100 + HJMES
               DISPLAY "MES DA DESPESA POSTERIOR AO MES CORRENTE"
               GO TO RREGX
           .
           IF DDANO NOT = ZEROS
                   AND COMPREF > DDANO * 100 + DDMES
               DISPLAY "DESPESA POSTERIOR AO DESLIGAMENTO"
               GO TO RREGX
           .
           PERFORM RCCTLE THRU RCCTLEX
           IF CCTTEM NOT = "S"
               DISPLAY "SEM CCT VIGENTE NO MES DA DESPESA"
               GO TO RREGX
           .
           IF CRTETO = ZEROS
               DISPLAY "A CCT " CRCCT " NAO PREVE AUXILIO-CRECHE"
               GO TO RREGX
           .
           MOVE CRVERBA TO VBCOD
           READ CADVERBA
           IF FS NOT = "00" OR VBATIVA = "N" OR VBTIPO NOT = "P"
                   OR VBINSS NOT = "N" OR VBFGTS NOT = "N"
               DISPLAY "VERBA " CRVERBA " DO AUXILIO-CRECHE INVALIDA "
                   "- AJUSTE NO CADCCT/CADVERBA"
               GO TO RREGX
           .
           DISPLAY "TETO " CRTETO " - IDADE LIMITE " CRMESES " MESES"
       .
       RREG1.
           DISPLAY "SEQUENCIA DO DEPENDENTE: "
           ACCEPT BSEQ
           MOVE BRKF TO DPRKF
           MOVE BSEQ TO DPSEQ
           READ DEPEND
           IF FS NOT = "00"
               DISPLAY "DEPENDENTE NAO CADASTRADO"
               GO TO RREGX
           .
           IF DPNANO = ZEROS OR DPNMES = ZEROS OR DPNMES > 12
               DISPLAY "DEPENDENTE SEM DATA DE NASCIMENTO VALIDA "
                   "(AJUSTE NO FPP004)"
               GO TO RREGX
           .
           COMPUTE IDADEM = (DANO * 12 + DMES)
               - (DPNANO * 12 + DPNMES)
           IF IDADEM < 0
               DISPLAY "DESPESA ANTERIOR AO NASCIMENTO"
               GO TO RREGX
           .
           IF IDADEM > CRMESES
               DISPLAY "DEPENDENTE FORA DA IDADE DO AUXILIO (" IDADEM
                   " MESES NO MES DA DESPESA)"
               GO TO RREGX
           .
           MOVE BRKF TO AXRKF
           MOVE BSEQ TO AXDSEQ
           MOVE DANO TO AXANO
           MOVE DMES TO AXMES
           READ CRECHE
           IF FS = "00"
               IF AXSIT NOT = "C"
                   DISPLAY "RECIBO DO MES JA REGISTRADO - LANCADO EM "
                       AXLCM "/" AXLCY
                   GO TO RREGX
               END-IF
               MOVE "S" TO AXEXISTE
           ELSE
               MOVE "N" TO AXEXISTE
           .
       RREG2.
           DISPLAY "DATA DO RECIBO (AAAAMMDD): "
           ACCEPT AXDTREC
           MOVE AXDTREC TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR AXDTREC > HOJE
               DISPLAY "DATA INVALIDA OU FUTURA"
               GO TO RREG2
           .
       RREG3.
           DISPLAY "INSTITUICAO (CRECHE/PRE-ESCOLA): "
           ACCEPT AXINST
           IF AXINST = SPACES
               GO TO RREG3
           .
           DISPLAY "CNPJ DA INSTITUICAO: "
           ACCEPT AXCNPJ
           IF AXCNPJ = ZEROS
               DISPLAY "CNPJ OBRIGATORIO"
               GO TO RREG3
           .
       RREG4.
           DISPLAY "NUMERO DO RECIBO/NOTA: "
           ACCEPT AXDOC
           IF AXDOC = SPACES
               DISPLAY "DOCUMENTO OBRIGATORIO PARA A ISENCAO"
               GO TO RREG4
           .
       RREG5.
           DISPLAY "VALOR DO RECIBO: "
           ACCEPT AXVALREC
           IF AXVALREC = ZEROS
               DISPLAY "VALOR INVALIDO"
               GO TO RREG5
           .
           MOVE AXVALREC TO AXVALPAG
           IF AXVALREC > CRTETO
               MOVE CRTETO TO AXVALPAG
               DISPLAY "REEMBOLSO LIMITADO AO TETO DA CCT: " AXVALPAG
           .
       RREG6.
           DISPLAY "COMPETENCIA DA FOLHA - MES (MM): "
           ACCEPT BMES
           DISPLAY "COMPETENCIA DA FOLHA - ANO (AAAA): "
           ACCEPT BANO
           IF BMES = ZEROS OR BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO RREG6
           .
           IF BANO * 100 + BMES < COMPREF
               DISPLAY "COMPETENCIA ANTERIOR AO MES DA DESPESA"
               GO TO RREG6
           .
           IF PLOK = "S"
               MOVE BMES TO PLKM
               MOVE BANO TO PLKY
               READ PERLOCK
               IF FS = "00" AND PLSTATUS = "F"
                   DISPLAY "COMPETENCIA " BMES "/" BANO " FECHADA"
                   GO TO RREG6
               END-IF
           .
           PERFORM RLANCGRV THRU RLANCGRVX
           IF FS NOT = "00"
               GO TO RREGX
           .
           MOVE BRKF TO AXRKF
           MOVE BSEQ TO AXDSEQ
           MOVE DANO TO AXANO
           MOVE DMES TO AXMES
           MOVE CRCCT TO AXCCT
           MOVE BMES TO AXLCM
           MOVE BANO TO AXLCY
           MOVE LANCSEQ TO AXLCSEQ
           MOVE "L" TO AXSIT
           IF AXEXISTE = "S"
               REWRITE CRECHEREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE CRECHEREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR O RECIBO - FS: " FS
               GO TO RREGX
           .
           DISPLAY "AUXILIO-CRECHE DE " AXVALPAG " LANCADO EM " BMES
               "/" BANO
           MOVE AXRK TO LOGRK
           PERFORM RLOG
           .
       RREGX.
           EXIT.
       RCANC.
      *-----------------------------------------------------------------
      *CANCELAMENTO DO RECIBO - REMOVE O LANCAMENTO SE A COMPETENCIA
      *DA FOLHA AINDA ESTA ABERTA
      *-----------------------------------------------------------------
           DISPLAY "SEQUENCIA DO DEPENDENTE: "
           ACCEPT AXDSEQ
           DISPLAY "MES DA DESPESA (MM): "
           ACCEPT AXMES
           DISPLAY "ANO DA DESPESA (AAAA): "
           ACCEPT AXANO
           MOVE BRKF TO AXRKF
           READ CRECHE
           IF FS NOT = "00"
               DISPLAY "RECIBO NAO ENCONTRADO"
               GO TO RCANCX
           .
           IF AXSIT = "C"
               DISPLAY "RECIBO JA CANCELADO"
               GO TO RCANCX
           .
           IF PLOK = "S"
               MOVE AXLCM TO PLKM
               MOVE AXLCY TO PLKY
               READ PERLOCK
               IF FS = "00" AND PLSTATUS = "F"
                   DISPLAY "COMPETENCIA " AXLCM "/" AXLCY " FECHADA - "
                       "ESTORNE NA COMPETENCIA SEGUINTE PELO CADLANC"
                   GO TO RCANCX
               END-IF
           .
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RCANCX
           .
           MOVE AXRKF TO LCRKF
           MOVE AXLCM TO LCRKM
           MOVE AXLCY TO LCRKY
           MOVE AXLCSEQ TO LCSEQ
           READ LANC
           IF FS = "00" AND LCTIPO = "AC"
               DELETE LANC RECORD
           ELSE
               DISPLAY "LANCAMENTO NAO ENCONTRADO NO LANC"
           .
           MOVE "C" TO AXSIT
           REWRITE CRECHEREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR O RECIBO - FS: " FS
               GO TO RCANCX
           .
           DISPLAY "RECIBO CANCELADO"
           MOVE "E" TO LOGACAO
           MOVE AXRK TO LOGRK
           PERFORM RLOG
           .
       RCANCX.
           EXIT.
       RLISTREC.
           MOVE BRKF TO AXRKF
           MOVE ZEROS TO AXDSEQ AXANO AXMES
           START CRECHE KEY IS NOT LESS THAN AXRK
           IF FS NOT = "00"
               DISPLAY "SEM RECIBOS REGISTRADOS"
               GO TO RLISTRECX
           .
       RLISTREC2.
           READ CRECHE NEXT RECORD
           IF FS NOT = "00" OR AXRKF NOT = BRKF
               GO TO RLISTRECX
           END-IF
           DISPLAY "DEP " AXDSEQ " DESPESA " AXMES "/" AXANO
               " RECIBO " AXVALREC " PAGO " AXVALPAG " FOLHA "
               AXLCM "/" AXLCY " SIT " AXSIT
           DISPLAY "    " AXINST " DOC " AXDOC
           GO TO RLISTREC2
           .
       RLISTRECX.
           EXIT.
       RCCTLE.
      *-----------------------------------------------------------------
      *CCT DO SINDICATO DO CARGO (CCTCOD) EM VIGOR NO MES DA DESPESA
      *COMPREF (AAAAMM) - A VIGENCIA DE INICIO MAIS RECENTE QUE AINDA
      *NAO VENCEU, COMO NA FOLHA (FPP005)
      *-----------------------------------------------------------------
           MOVE "N" TO CCTTEM
           MOVE ZEROS TO CRCCT CRTETO CRMESES CRVERBA
           MOVE CCTCOD TO CVCOD
           MOVE ZEROS TO CVINIANO CVINIMES
           START CADCCT KEY IS NOT LESS THAN CVRK
           IF FS NOT = "00"
               GO TO RCCTLEX
           .
       RCCTLE2.
           READ CADCCT NEXT RECORD
           IF FS NOT = "00" OR CVCOD NOT = CCTCOD
               GO TO RCCTLEX
           .
           IF (CVINIANO * 100 + CVINIMES) > COMPREF
               GO TO RCCTLEX
           .
           IF CVFIMANO = ZEROS
                   OR (CVFIMANO * 100 + CVFIMMES) NOT < COMPREF
               MOVE "S" TO CCTTEM
               MOVE CVCOD TO CRCCT
               MOVE CVCRTETO TO CRTETO
               MOVE CVCRMESES TO CRMESES
               MOVE CVCRVERBA TO CRVERBA
           .
           GO TO RCCTLE2
           .
       RCCTLEX.
           EXIT.
       RLANCGRV.
           PERFORM RLANCSEQ THRU RLANCSEQX
           MOVE BRKF TO LCRKF
           MOVE BMES TO LCRKM
           MOVE BANO TO LCRKY
           ADD 1 TO LANCSEQ
           MOVE LANCSEQ TO LCSEQ
           MOVE "AC" TO LCTIPO
           MOVE SPACES TO LCDESCW
           STRING "AUX-CRECHE DEP " BSEQ DELIMITED BY SIZE
               INTO LCDESCW
           MOVE LCDESCW TO LCDESC
           MOVE "E" TO LCED
           MOVE AXVALPAG TO LCVALOR
           MOVE "N" TO LCRECORR
           MOVE CRVERBA TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTO DO AUXILIO - FS: " FS
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
           MOVE "CADCRECH" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
