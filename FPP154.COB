       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC360.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CONSULTA 360 DO FUNCIONARIO - SO LEITURA. LOCALIZA A MATRICULA
      *PELO NUMERO, PELO CPF OU PELO NOME E MOSTRA NUMA TELA SO O
      *CADASTRO, OS HISTORICOS DE CARGO E ENDERECO, OS SALDOS (FERIAS,
      *FGTS, BANCO DE HORAS), AFASTAMENTO, ASO, MEDIDAS DISCIPLINARES,
      *CONSIGNADOS, PENSOES, PENHORAS, BENEFICIOS, ESTABILIDADE,
      *EXPERIENCIA, AVISO E OS ULTIMOS SEIS LIQUIDOS DA FOLHA. NO FIM
      *LEVA DIRETO AO CADASTRO CORRESPONDENTE.
      *SEM O PRIVILEGIO DE DADOS PESSOAIS (OPMDADOS) OS DOCUMENTOS,
      *CONTATO, ENDERECO, CONTA, PCD E OS DADOS DE SAUDE SAEM
      *MASCARADOS E A BUSCA POR CPF FICA FECHADA (LGPD)
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

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .
      *-----------------------------------------------------------------
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT CARGOHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CHIRK
           .

           SELECT ADDRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ADHRK
           .
      *-----------------------------------------------------------------
           SELECT FERIASBAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FRK
           .

           SELECT FGTSBAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FGRK
           .

           SELECT BANCOHRS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BHRK
           .
      *-----------------------------------------------------------------
           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .

           SELECT ASO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ASORK
           .

           SELECT DISCIP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DSRK
           .
      *-----------------------------------------------------------------
           SELECT EMPREST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EMRK
           .

           SELECT PENSAO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PENRK
           .

           SELECT PENHORA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PHRK
           .

           SELECT BENEF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BENRK
           .
      *-----------------------------------------------------------------
           SELECT ESTAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ETRK
           .

           SELECT EXPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EXRK
           .

           SELECT AVISO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AVRK
           .
      *-----------------------------------------------------------------
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
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *CARGO ATUAL E HISTORICOS (MESMO LAYOUT DO PROGGER)
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD CARGOHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOHIST.DAT".
       01 CARGOHISTREC.
           03 CHIRK.
               05 CHIRKF  PIC 9(06).
               05 CHISEQ  PIC 9(03).
           03 CHICRK     PIC 9(04).
           03 CHIDIA     PIC 9(02).
           03 CHIMES     PIC 9(02).
           03 CHIANO     PIC 9(04).
      *-----------------------------------------------------------------
       FD ADDRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADDRHIST.DAT".
       01 ADDRHISTREC.
           03 ADHRK.
               05 ADHRKF        PIC 9(06).
               05 ADHSEQ        PIC 9(03).
           03 ADHCEP           PIC 9(08).
           03 ADHNUM            PIC 9(05).
           03 ADHCOMPLEMENTO    PIC X(12).
           03 ADHDIA            PIC 9(02).
           03 ADHMES            PIC 9(02).
           03 ADHANO            PIC 9(04).
           03 ADHFDIA           PIC 9(02).
           03 ADHFMES           PIC 9(02).
           03 ADHFANO           PIC 9(04).
      *-----------------------------------------------------------------
      *SALDOS DE FERIAS, FGTS E BANCO DE HORAS
      *-----------------------------------------------------------------
       FD FERIASBAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERIASBAL.DAT".
       01 FERIASREC.
           03 FRK        PIC 9(06).
           03 DIASACUM   PIC 9(03)V99.
           03 ULTMES     PIC 9(02).
           03 ULTANO     PIC 9(04).
           03 ULTSEQ     PIC 9(03).
      *-----------------------------------------------------------------
       FD FGTSBAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FGTSBAL.DAT".
       01 FGTSREC.
           03 FGRK      PIC 9(06).
           03 ACFGTS    PIC 9(12)V99.
      *-----------------------------------------------------------------
       FD BANCOHRS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANCOHRS.DAT".
       COPY BANCOHRS.
      *-----------------------------------------------------------------
      *AFASTAMENTO, EXAMES OCUPACIONAIS E MEDIDAS DISCIPLINARES
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
       FD ASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ASO1.DAT".
       COPY ASO.
      *-----------------------------------------------------------------
       FD DISCIP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DISCIP1.DAT".
       COPY DISCIP.
      *-----------------------------------------------------------------
      *CONSIGNADOS, PENSOES, PENHORAS E BENEFICIOS
      *-----------------------------------------------------------------
       FD EMPREST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST1.DAT".
       COPY EMPREST.
      *-----------------------------------------------------------------
       FD PENSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENSAO1.DAT".
       COPY PENSAO.
      *-----------------------------------------------------------------
       FD PENHORA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENHORA1.DAT".
       COPY PENHORA.
      *-----------------------------------------------------------------
       FD BENEF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BENEF1.DAT".
       COPY BENEF.
      *-----------------------------------------------------------------
      *ESTABILIDADE, EXPERIENCIA E AVISO PREVIO
      *-----------------------------------------------------------------
       FD ESTAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTAB1.DAT".
       COPY ESTAB.
      *-----------------------------------------------------------------
       FD EXPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EXPER1.DAT".
       COPY EXPER.
      *-----------------------------------------------------------------
       FD AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AVISO1.DAT".
       COPY AVISO.
      *-----------------------------------------------------------------
      *FOLHA APROVADA (PRT1) E ARQUIVADA (PRHIST)
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
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 DADOSOK  PIC X(01).
           01 FS          PIC X(02).
           01 OPT         PIC X(02).
           01 TIPOBUSCA   PIC X(01).
           01 PAUSA       PIC X(01).
           01 LKRK        PIC 9(06).
           01 FUNCRK      PIC 9(06).
           01 BCPF        PIC 9(11).
           01 BNOME       PIC X(40).
           01 CONT        PIC 9(02).
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO   PIC 9(04).
               03 HJMES   PIC 9(02).
               03 HJDIA   PIC 9(02).
           01 ORDHOJE     PIC 9(07).
           01 ORDFIM      PIC 9(07).
           01 DIASREST    PIC S9(07).
           01 HJCOMP      PIC 9(06).
           01 CMPW        PIC 9(06).
           01 STATUSTXT   PIC X(20).
           01 MASCARA     PIC X(30) VALUE
               "****** SEM PRIVILEGIO ******".
      *-----------------------------------------------------------------
      *ARQUIVOS OPCIONAIS - SEM O ARQUIVO A SECAO SAI EM BRANCO
      *-----------------------------------------------------------------
           01 CARGOK      PIC X(01).
           01 CHIOK       PIC X(01).
           01 ADHOK       PIC X(01).
           01 FEROK       PIC X(01).
           01 FGTOK       PIC X(01).
           01 BHOK        PIC X(01).
           01 AFOK        PIC X(01).
           01 ASOOK       PIC X(01).
           01 DSCOK       PIC X(01).
           01 EMPOK       PIC X(01).
           01 PENOK       PIC X(01).
           01 PHOK        PIC X(01).
           01 BENOK       PIC X(01).
           01 ESTOK       PIC X(01).
           01 EXPOK       PIC X(01).
           01 AVIOK       PIC X(01).
           01 PROK        PIC X(01).
           01 HISTOK      PIC X(01).
      *-----------------------------------------------------------------
      *VALORES EDITADOS
      *-----------------------------------------------------------------
           01 VALED       PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 VALED2      PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 DIASED      PIC ZZ9,99.
           01 HORASED     PIC ZZ.ZZ9,99.
           01 RESTVAL     PIC 9(10)V99.
           01 RESTPARC    PIC 9(03).
      *-----------------------------------------------------------------
      *ULTIMOS SEIS LIQUIDOS - COMPETENCIA AAAAMM, VALOR E ORIGEM
      *(F = FOLHA ATIVA, H = ARQUIVADA)
      *-----------------------------------------------------------------
           01 TABLIQ.
               03 TLQ OCCURS 6.
                   05 TLCOMP  PIC 9(06).
                   05 TLVAL   PIC 9(10)V99.
                   05 TLORIG  PIC X(01).
           01 IX          PIC 9(02).
           01 IXMIN       PIC 9(02).
           01 IXMAX       PIC 9(02).
           01 LQVAL       PIC 9(10)V99.
           01 LQORIG      PIC X(01).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - FORMATACAO DD/MM/AAAA
      *-----------------------------------------------------------------
           01 DTCHK       PIC 9(08).
           01 DTCHKR REDEFINES DTCHK.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DTTXT       PIC X(10).
           01 DTTXT2      PIC X(10).
           01 DTTXT3      PIC X(10).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
       R00S.
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               DISPLAY "AVISO: CADASTRO DE OPERADORES AUSENTE"
               DISPLAY "ACESSO LIBERADO - CADASTRE PELO CADOPER"
               MOVE "N" TO OPERCHK
               MOVE "S" TO DADOSOK
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
               GO TO R00D
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
       R00D.
           IF DADOSOK NOT = "S"
               DISPLAY "SEM PRIVILEGIO DE DADOS PESSOAIS - DOCUMENTOS, "
                   "CONTATO, CONTA E SAUDE SERAO MASCARADOS"
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
           COMPUTE ORDHOJE = HJANO * 372 + (HJMES - 1) * 31 + HJDIA
           COMPUTE HJCOMP = HJANO * 100 + HJMES
           .
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC - FS: " FS
               GOBACK
           .
           PERFORM RABRE THRU RABREX
           .
       R02.
      *-----------------------------------------------------------------
      *LOCALIZACAO DO FUNCIONARIO
      *-----------------------------------------------------------------
           MOVE SPACES TO TIPOBUSCA
           DISPLAY "CONSULTA 360 DO FUNCIONARIO"
           DISPLAY "BUSCAR POR: M-MATRICULA C-CPF N-NOME F-FIM"
           ACCEPT TIPOBUSCA
           IF TIPOBUSCA = "F" OR TIPOBUSCA = "f"
               GO TO FF1
           .
           IF TIPOBUSCA = "C" OR TIPOBUSCA = "c"
               GO TO R02C
           .
           IF TIPOBUSCA = "N" OR TIPOBUSCA = "n"
               GO TO R02N
           .
           IF TIPOBUSCA NOT = "M" AND TIPOBUSCA NOT = "m"
               DISPLAY "OPCAO INVALIDA"
               GO TO R02
           .
       R02M.
           DISPLAY "MATRICULA: "
           ACCEPT FUNCRK
           IF FUNCRK = ZEROS
               GO TO R02
           .
           GO TO R03
           .
       R02C.
           IF DADOSOK NOT = "S"
               DISPLAY "BUSCA POR CPF EXIGE O PRIVILEGIO DE DADOS "
                   "PESSOAIS"
               GO TO R02
           .
           DISPLAY "CPF (SO NUMEROS): "
           ACCEPT BCPF
           IF BCPF = ZEROS
               GO TO R02
           .
           MOVE BCPF TO CPF
           START FILEFUNC KEY IS EQUAL TO CPF
           IF FS NOT = "00"
               DISPLAY "CPF NAO ENCONTRADO"
               GO TO R02
           .
           MOVE ZEROS TO CONT
       .
       R02C2.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00" OR CPF NOT = BCPF
               GO TO R02E
           .
           PERFORM RLISTA THRU RLISTAX
           GO TO R02C2
           .
       R02N.
           DISPLAY "NOME (OU O INICIO DO NOME): "
           MOVE SPACES TO BNOME
           ACCEPT BNOME
           IF BNOME = SPACES
               GO TO R02
           .
           MOVE BNOME TO NOME
           START FILEFUNC KEY IS NOT LESS THAN NOME
           IF FS NOT = "00"
               DISPLAY "NENHUM NOME A PARTIR DE " BNOME
               GO TO R02
           .
           MOVE ZEROS TO CONT
       .
       R02N2.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00" OR CONT NOT < 10
               GO TO R02E
           .
           PERFORM RLISTA THRU RLISTAX
           GO TO R02N2
           .
       R02E.
           IF CONT = ZEROS
               DISPLAY "NENHUM FUNCIONARIO ENCONTRADO"
               GO TO R02
           .
           DISPLAY "MATRICULA DESEJADA (0 = VOLTAR): "
           ACCEPT FUNCRK
           IF FUNCRK = ZEROS
               GO TO R02
           .
       R03.
           MOVE FUNCRK TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "MATRICULA NAO CADASTRADA"
               GO TO R02
           .
       R10.
      *-----------------------------------------------------------------
      *A CONSULTA - UMA PAUSA ENTRE OS BLOCOS
      *-----------------------------------------------------------------
           PERFORM RCAD THRU RCADX
           PERFORM RHIST THRU RHISTX
           PERFORM RPAUSA
           PERFORM RSALDO THRU RSALDOX
           PERFORM RSAUDE THRU RSAUDEX
           PERFORM RPAUSA
           PERFORM RDESC THRU RDESCX
           PERFORM RBENEF THRU RBENEFX
           PERFORM RPAUSA
           PERFORM RCONTR THRU RCONTRX
           PERFORM RLIQ THRU RLIQX
           .
       R20.
      *-----------------------------------------------------------------
      *ATALHOS PARA OS CADASTROS - OS ARQUIVOS DA CONSULTA SAO
      *FECHADOS ANTES DA CHAMADA E A TELA E REFEITA NA VOLTA
      *-----------------------------------------------------------------
           DISPLAY "=============================================="
           DISPLAY "IR PARA: 1-CADASTRO  2-AFASTAMENTO  3-ASO"
           DISPLAY "         4-DISCIPLINAR  5-CONSIGNADO  6-PENSAO"
           DISPLAY "         7-PENHORA  8-BENEFICIOS  9-ESTABILIDADE"
           DISPLAY "         10-EXPERIENCIA  11-AVISO PREVIO"
           DISPLAY "R-REEXIBIR  N-NOVA BUSCA  F-FIM"
           MOVE SPACES TO OPT
           ACCEPT OPT
           IF OPT = "R" OR OPT = "r"
               GO TO R03
           .
           IF OPT = "N" OR OPT = "n"
               GO TO R02
           .
           IF OPT = "F" OR OPT = "f"
               GO TO FF1
           .
           IF OPT = "1" OR OPT = "01" OR OPT = "2" OR OPT = "02"
                   OR OPT = "3" OR OPT = "03" OR OPT = "4" OR OPT = "04"
                   OR OPT = "5" OR OPT = "05" OR OPT = "6" OR OPT = "06"
                   OR OPT = "7" OR OPT = "07" OR OPT = "8" OR OPT = "08"
                   OR OPT = "9" OR OPT = "09" OR OPT = "10"
                   OR OPT = "11"
               GO TO R21
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R20
           .
       R21.
           PERFORM RFECHA THRU RFECHAX
           CLOSE FILEFUNC
           IF OPT = "1" OR OPT = "01"
               MOVE FUNCRK TO LKRK
               CALL "PROGGER" USING LKRK OPERID
           .
           IF OPT = "2" OR OPT = "02"
               CALL "CADAFAST" USING OPERID
           .
           IF OPT = "3" OR OPT = "03"
               CALL "CADASO" USING OPERID
           .
           IF OPT = "4" OR OPT = "04"
               CALL "CADDISC" USING OPERID
           .
           IF OPT = "5" OR OPT = "05"
               CALL "CADEMPR" USING OPERID
           .
           IF OPT = "6" OR OPT = "06"
               CALL "CADPENSA" USING OPERID
           .
           IF OPT = "7" OR OPT = "07"
               CALL "CADPENH" USING OPERID
           .
           IF OPT = "8" OR OPT = "08"
               CALL "CADBENEF" USING OPERID
           .
           IF OPT = "9" OR OPT = "09"
               CALL "CADESTAB" USING OPERID
           .
           IF OPT = "10"
               CALL "CADEXPER" USING OPERID
           .
           IF OPT = "11"
               CALL "CADAVISO" USING OPERID
           .
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO REABRIR FILEFUNC - FS: " FS
               GOBACK
           .
           PERFORM RABRE THRU RABREX
           GO TO R03
           .
       FF1.
           PERFORM RFECHA THRU RFECHAX
           CLOSE FILEFUNC
           GOBACK
           .
       RLISTA.
      *-----------------------------------------------------------------
      *UMA LINHA DA LISTA DE ESCOLHA (BUSCA POR CPF OU NOME)
      *-----------------------------------------------------------------
           ADD 1 TO CONT
           COMPUTE DTCHK = ADANO * 10000 + ADMES * 100 + ADDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           COMPUTE DTCHK = DDANO * 10000 + DDMES * 100 + DDDIA
           PERFORM RFMTDT THRU RFMTDTX
           DISPLAY RKT " " NOME " FIL " FFILIAL " ADM " DTTXT2
               " DESL " DTTXT
           .
       RLISTAX.
           EXIT.
       RCAD.
      *-----------------------------------------------------------------
      *CADASTRO (FUNCDATA) COM O CARGO ATUAL
      *-----------------------------------------------------------------
           DISPLAY "=============================================="
           DISPLAY "MATRICULA " RKT " " NOME
           COMPUTE DTCHK = ADANO * 10000 + ADMES * 100 + ADDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           COMPUTE DTCHK = DDANO * 10000 + DDMES * 100 + DDDIA
           PERFORM RFMTDT THRU RFMTDTX
           IF DDANO = ZEROS
               MOVE "ATIVO" TO STATUSTXT
           ELSE
               MOVE "DESLIGADO" TO STATUSTXT
           .
           DISPLAY "SITUACAO: " STATUSTXT " ADMISSAO: " DTTXT2
               " DESLIGAMENTO: " DTTXT
           DISPLAY "FILIAL: " FFILIAL " AREA: " ARK2 " CONTRATO: "
               CONTRTIPO " (C-CLT A-APRENDIZ E-ESTAGIO I-INTERMIT)"
               " JORNADA: " JORNADA
           MOVE SPACES TO CDESC
           IF CARGOK = "S"
               MOVE CRK2 TO CRK
               READ CADCARGO
               IF FS NOT = "00"
                   MOVE "CARGO NAO CADASTRADO" TO CDESC
               END-IF
           .
           DISPLAY "CARGO: " CRK2 " " CDESC " DEPENDENTES: " NUMDEPEND
               " PAGAMENTO: " PAGTIPO
           IF DADOSOK NOT = "S"
               DISPLAY "DOCUMENTOS, CONTATO, ENDERECO E CONTA: " MASCARA
               GO TO RCADX
           .
           COMPUTE DTCHK = DNANO * 10000 + DNMES * 100 + DNDIA
           PERFORM RFMTDT THRU RFMTDTX
           DISPLAY "CPF: " CPF " RG: " RG " PIS: " PISNUM
               " NASCIMENTO: " DTTXT
           DISPLAY "SEXO: " SEXOTXT " GENERO: " GENEROTXT
               " PCD: " PCDTIPO " " PCDDOC
           DISPLAY "TELEFONE: " TELEFONE " EMAIL: " EMAIL
           DISPLAY "ENDERECO: CEP " CEP2 " NUM " NUM " " COMPLEMENTO
           DISPLAY "BANCO: " BANCOCOD " AGENCIA: " AGENCIA "-" AGENCIADV
               " CONTA: " CONTA "-" CONTADV
           .
       RCADX.
           EXIT.
       RHIST.
      *-----------------------------------------------------------------
      *HISTORICO DE CARGOS E DE ENDERECOS
      *-----------------------------------------------------------------
           DISPLAY "---- HISTORICO DE CARGOS"
           IF CHIOK NOT = "S"
               GO TO RHIST3
           .
           MOVE RKT TO CHIRKF
           MOVE ZEROS TO CHISEQ
           START CARGOHIST KEY IS NOT LESS THAN CHIRK
           IF FS NOT = "00"
               GO TO RHIST3
           .
       RHIST2.
           READ CARGOHIST NEXT RECORD
           IF FS NOT = "00" OR CHIRKF NOT = RKT
               GO TO RHIST3
           END-IF
           MOVE SPACES TO CDESC
           IF CARGOK = "S"
               MOVE CHICRK TO CRK
               READ CADCARGO
               IF FS NOT = "00"
                   MOVE SPACES TO CDESC
               END-IF
           END-IF
           COMPUTE DTCHK = CHIANO * 10000 + CHIMES * 100 + CHIDIA
           PERFORM RFMTDT THRU RFMTDTX
           DISPLAY "  " CHISEQ " DESDE " DTTXT " CARGO " CHICRK " "
               CDESC
           GO TO RHIST2
           .
       RHIST3.
           DISPLAY "---- HISTORICO DE ENDERECOS"
           IF ADHOK NOT = "S"
               GO TO RHISTX
           .
           IF DADOSOK NOT = "S"
               DISPLAY "  " MASCARA
               GO TO RHISTX
           .
           MOVE RKT TO ADHRKF
           MOVE ZEROS TO ADHSEQ
           START ADDRHIST KEY IS NOT LESS THAN ADHRK
           IF FS NOT = "00"
               GO TO RHISTX
           .
       RHIST4.
           READ ADDRHIST NEXT RECORD
           IF FS NOT = "00" OR ADHRKF NOT = RKT
               GO TO RHISTX
           END-IF
           COMPUTE DTCHK = ADHANO * 10000 + ADHMES * 100 + ADHDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           COMPUTE DTCHK = ADHFANO * 10000 + ADHFMES * 100 + ADHFDIA
           PERFORM RFMTDT THRU RFMTDTX
           DISPLAY "  " ADHSEQ " CEP " ADHCEP " NUM " ADHNUM " "
               ADHCOMPLEMENTO " DE " DTTXT2 " ATE " DTTXT
           GO TO RHIST4
           .
       RHISTX.
           EXIT.
       RSALDO.
      *-----------------------------------------------------------------
      *SALDOS DE FERIAS, FGTS E BANCO DE HORAS
      *-----------------------------------------------------------------
           DISPLAY "---- SALDOS"
           IF FEROK = "S"
               MOVE RKT TO FRK
               READ FERIASBAL
               IF FS = "00"
                   MOVE DIASACUM TO DIASED
                   DISPLAY "  FERIAS: " DIASED " DIAS ACUMULADOS - "
                       "ULTIMA COMPETENCIA " ULTMES "/" ULTANO
               ELSE
                   DISPLAY "  FERIAS: SEM SALDO"
               END-IF
           .
           IF FGTOK = "S"
               MOVE RKT TO FGRK
               READ FGTSBAL
               IF FS = "00"
                   MOVE ACFGTS TO VALED
                   DISPLAY "  FGTS DEPOSITADO ACUMULADO: " VALED
               ELSE
                   DISPLAY "  FGTS: SEM SALDO"
               END-IF
           .
           IF BHOK = "S"
               MOVE RKT TO BHRK
               READ BANCOHRS
               IF FS = "00"
                   MOVE BHSALDO TO HORASED
                   DISPLAY "  BANCO DE HORAS: " HORASED " HORAS - "
                       "ULTIMO CREDITO " BHCREDMES "/" BHCREDANO
               ELSE
                   DISPLAY "  BANCO DE HORAS: SEM SALDO"
               END-IF
           .
       RSALDOX.
           EXIT.
       RSAUDE.
      *-----------------------------------------------------------------
      *AFASTAMENTO, ASO E MEDIDAS DISCIPLINARES - A CAUSA DO
      *AFASTAMENTO E O RESULTADO DO ASO SAO DADOS DE SAUDE
      *-----------------------------------------------------------------
           DISPLAY "---- AFASTAMENTO"
           IF AFOK NOT = "S"
               GO TO RSAUDE2
           .
           MOVE RKT TO AFRK
           READ AFAST
           IF FS NOT = "00" OR AFINIANO = ZEROS
               DISPLAY "  SEM AFASTAMENTO REGISTRADO"
               GO TO RSAUDE2
           .
           COMPUTE DTCHK = AFINIANO * 10000 + AFINIMES * 100 + AFINIDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           COMPUTE DTCHK = AFPREVANO * 10000 + AFPREVMES * 100
               + AFPREVDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT3
           COMPUTE DTCHK = AFRETANO * 10000 + AFRETMES * 100 + AFRETDIA
           PERFORM RFMTDT THRU RFMTDTX
           IF AFRETANO = ZEROS
               MOVE "EM ABERTO" TO STATUSTXT
           ELSE
               MOVE "ENCERRADO" TO STATUSTXT
           .
           IF DADOSOK = "S"
               DISPLAY "  " STATUSTXT " CAUSA " AFCAUSA " INICIO "
                   DTTXT2 " PREVISAO " DTTXT3 " RETORNO " DTTXT
           ELSE
               DISPLAY "  " STATUSTXT " INICIO " DTTXT2 " PREVISAO "
                   DTTXT3 " RETORNO " DTTXT
           .
       RSAUDE2.
           DISPLAY "---- EXAMES OCUPACIONAIS (ASO)"
           IF ASOOK NOT = "S"
               GO TO RSAUDE4
           .
           MOVE RKT TO ASOMAT
           MOVE ZEROS TO ASOSEQ
           START ASO KEY IS NOT LESS THAN ASORK
           IF FS NOT = "00"
               GO TO RSAUDE4
           .
       RSAUDE3.
           READ ASO NEXT RECORD
           IF FS NOT = "00" OR ASOMAT NOT = RKT
               GO TO RSAUDE4
           END-IF
           MOVE ASODATA TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE ASOPROX TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO STATUSTXT
           IF ASOPROX NOT = ZEROS AND ASOPROX < HOJE
               MOVE "VENCIDO" TO STATUSTXT
           END-IF
           IF DADOSOK = "S"
               DISPLAY "  " ASOSEQ " TIPO " ASOTIPO " DATA " DTTXT2
                   " RESULTADO " ASORESUL " PROXIMO " DTTXT " "
                   STATUSTXT
           ELSE
               DISPLAY "  " ASOSEQ " TIPO " ASOTIPO " DATA " DTTXT2
                   " PROXIMO " DTTXT " " STATUSTXT
           END-IF
           GO TO RSAUDE3
           .
       RSAUDE4.
           DISPLAY "---- MEDIDAS DISCIPLINARES"
           IF DSCOK NOT = "S"
               GO TO RSAUDEX
           .
           MOVE RKT TO DSMAT
           MOVE ZEROS TO DSSEQ
           START DISCIP KEY IS NOT LESS THAN DSRK
           IF FS NOT = "00"
               GO TO RSAUDEX
           .
       RSAUDE5.
           READ DISCIP NEXT RECORD
           IF FS NOT = "00" OR DSMAT NOT = RKT
               GO TO RSAUDEX
           END-IF
           MOVE DSDATA TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           DISPLAY "  " DSSEQ " " DSTIPO " " DTTXT " " DSMOTIVO
               " DIAS " DSDIAS
           GO TO RSAUDE5
           .
       RSAUDEX.
           EXIT.
       RDESC.
      *-----------------------------------------------------------------
      *CONSIGNADOS ATIVOS (SALDO = PARCELAS A DESCONTAR X VALOR),
      *PENSOES EM VIGOR E PENHORAS ATIVAS COM O SALDO DEVEDOR
      *-----------------------------------------------------------------
           DISPLAY "---- CONSIGNADOS ATIVOS"
           IF EMPOK NOT = "S"
               GO TO RDESC3
           .
           MOVE RKT TO EMRKF
           MOVE ZEROS TO EMSEQ
           START EMPREST KEY IS NOT LESS THAN EMRK
           IF FS NOT = "00"
               GO TO RDESC3
           .
       RDESC2.
           READ EMPREST NEXT RECORD
           IF FS NOT = "00" OR EMRKF NOT = RKT
               GO TO RDESC3
           END-IF
           IF EMSTATUS NOT = "A"
               GO TO RDESC2
           END-IF
           MOVE ZEROS TO RESTPARC
           IF EMNPARC > EMPARCPAG
               COMPUTE RESTPARC = EMNPARC - EMPARCPAG
           END-IF
           COMPUTE RESTVAL = RESTPARC * EMPARCVAL
           MOVE EMPARCVAL TO VALED
           MOVE RESTVAL TO VALED2
           DISPLAY "  " EMSEQ " CONTRATO " EMCONTR " BANCO " EMBANCO
               " PARCELA " VALED " PAGAS " EMPARCPAG "/" EMNPARC
               " SALDO " VALED2
           GO TO RDESC2
           .
       RDESC3.
           DISPLAY "---- PENSOES EM VIGOR"
           IF PENOK NOT = "S"
               GO TO RDESC5
           .
           MOVE RKT TO PENRKF
           MOVE ZEROS TO PENSEQ
           START PENSAO KEY IS NOT LESS THAN PENRK
           IF FS NOT = "00"
               GO TO RDESC5
           .
       RDESC4.
           READ PENSAO NEXT RECORD
           IF FS NOT = "00" OR PENRKF NOT = RKT
               GO TO RDESC5
           END-IF
           COMPUTE CMPW = PENFIMANO * 100 + PENFIMMES
           IF PENFIMANO NOT = ZEROS AND CMPW < HJCOMP
               GO TO RDESC4
           END-IF
           MOVE PENVALOR TO VALED
           IF DADOSOK = "S"
               DISPLAY "  " PENSEQ " TIPO " PENTIPO " " PENPCT "% "
                   VALED " DESDE " PENINIMES "/" PENINIANO " ATE "
                   PENFIMMES "/" PENFIMANO " " PENBENEF
           ELSE
               DISPLAY "  " PENSEQ " TIPO " PENTIPO " " PENPCT "% "
                   VALED " DESDE " PENINIMES "/" PENINIANO " ATE "
                   PENFIMMES "/" PENFIMANO
           END-IF
           GO TO RDESC4
           .
       RDESC5.
           DISPLAY "---- PENHORAS ATIVAS"
           IF PHOK NOT = "S"
               GO TO RDESCX
           .
           MOVE RKT TO PHRKF
           MOVE ZEROS TO PHSEQ
           START PENHORA KEY IS NOT LESS THAN PHRK
           IF FS NOT = "00"
               GO TO RDESCX
           .
       RDESC6.
           READ PENHORA NEXT RECORD
           IF FS NOT = "00" OR PHRKF NOT = RKT
               GO TO RDESCX
           END-IF
           IF PHSTATUS NOT = "A"
               GO TO RDESC6
           END-IF
           MOVE PHTOTAL TO VALED
           MOVE PHSALDO TO VALED2
           DISPLAY "  " PHSEQ " PROCESSO " PHPROC " TIPO " PHTIPO
               " TOTAL " VALED " SALDO " VALED2
           GO TO RDESC6
           .
       RDESCX.
           EXIT.
       RBENEF.
      *-----------------------------------------------------------------
      *ADESOES A BENEFICIOS
      *-----------------------------------------------------------------
           DISPLAY "---- BENEFICIOS (1-SAUDE 2-COMBUST 3-ALIM 4-CESTA "
               "5-VT)"
           IF BENOK NOT = "S"
               GO TO RBENEFX
           .
           MOVE RKT TO BENRKF
           MOVE ZEROS TO BENTIPO
           START BENEF KEY IS NOT LESS THAN BENRK
           IF FS NOT = "00"
               GO TO RBENEFX
           .
       RBENEF2.
           READ BENEF NEXT RECORD
           IF FS NOT = "00" OR BENRKF NOT = RKT
               GO TO RBENEFX
           END-IF
           MOVE BENCOPART TO VALED
           DISPLAY "  TIPO " BENTIPO " NIVEL " BENNIVEL " DEPENDENTES "
               BENDEPS " COPARTICIPACAO " VALED
           GO TO RBENEF2
           .
       RBENEFX.
           EXIT.
       RCONTR.
      *-----------------------------------------------------------------
      *ESTABILIDADES, CONTRATO DE EXPERIENCIA E AVISO PREVIO
      *-----------------------------------------------------------------
           DISPLAY "---- ESTABILIDADES (G-GESTANTE C-CIPA A-ACIDENTE "
               "P-PRE-APOS S-SINDICAL)"
           IF ESTOK NOT = "S"
               GO TO RCONTR3
           .
           MOVE RKT TO ETRKF
           MOVE ZEROS TO ETSEQ
           START ESTAB KEY IS NOT LESS THAN ETRK
           IF FS NOT = "00"
               GO TO RCONTR3
           .
       RCONTR2.
           READ ESTAB NEXT RECORD
           IF FS NOT = "00" OR ETRKF NOT = RKT
               GO TO RCONTR3
           END-IF
           MOVE ETINI TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE ETFIM TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           IF ETINI NOT > HOJE AND (ETFIM = ZEROS OR ETFIM NOT < HOJE)
               MOVE "EM VIGOR" TO STATUSTXT
           ELSE
               MOVE "FORA DA JANELA" TO STATUSTXT
           END-IF
           DISPLAY "  " ETSEQ " TIPO " ETTIPO " DE " DTTXT2 " ATE "
               DTTXT " " STATUSTXT
           GO TO RCONTR2
           .
       RCONTR3.
           DISPLAY "---- CONTRATO DE EXPERIENCIA"
           IF EXPOK NOT = "S"
               GO TO RCONTR4
           .
           MOVE RKT TO EXRK
           READ EXPER
           IF FS NOT = "00"
               DISPLAY "  SEM CONTRATO DE EXPERIENCIA"
               GO TO RCONTR4
           .
           COMPUTE ORDFIM = EXINIANO * 372 + (EXINIMES - 1) * 31
               + EXINIDIA + EXDIAS1 + EXDIAS2 - 1
           COMPUTE DIASREST = ORDFIM - ORDHOJE
           COMPUTE DTCHK = EXINIANO * 10000 + EXINIMES * 100 + EXINIDIA
           PERFORM RFMTDT THRU RFMTDTX
           IF DIASREST < ZEROS
               DISPLAY "  INICIO " DTTXT " PRAZO " EXDIAS1 " + "
                   EXDIAS2 " DIAS - ENCERRADO"
           ELSE
               DISPLAY "  INICIO " DTTXT " PRAZO " EXDIAS1 " + "
                   EXDIAS2 " DIAS - VENCE EM " DIASREST " DIAS"
           .
       RCONTR4.
           DISPLAY "---- AVISO PREVIO"
           IF AVIOK NOT = "S"
               GO TO RCONTRX
           .
           MOVE RKT TO AVRK
           READ AVISO
           IF FS NOT = "00"
               DISPLAY "  SEM AVISO PREVIO EM CURSO"
               GO TO RCONTRX
           .
           COMPUTE DTCHK = AVANO * 10000 + AVMES * 100 + AVDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           COMPUTE DTCHK = AVULTANO * 10000 + AVULTMES * 100 + AVULTDIA
           PERFORM RFMTDT THRU RFMTDTX
           DISPLAY "  TIPO " AVTIPO " (T-TRABALHADO I-INDENIZADO) DE "
               DTTXT2 " ATE " DTTXT " - " AVDIAS " DIAS REDUCAO "
               AVREDUC
           .
       RCONTRX.
           EXIT.
       RLIQ.
      *-----------------------------------------------------------------
      *ULTIMOS SEIS LIQUIDOS - A CHAVE DA FOLHA E MATRICULA + MES +
      *ANO, ENTAO TODAS AS COMPETENCIAS DA MATRICULA SAO LIDAS E FICAM
      *AS SEIS MAIS RECENTES (FOLHA ATIVA E ARQUIVADA)
      *-----------------------------------------------------------------
           DISPLAY "---- ULTIMOS LIQUIDOS DA FOLHA"
           MOVE ZEROS TO TABLIQ
           MOVE SPACES TO TLORIG(1) TLORIG(2) TLORIG(3) TLORIG(4)
               TLORIG(5) TLORIG(6)
           IF PROK NOT = "S"
               GO TO RLIQ3
           .
           MOVE RKT TO RKF
           MOVE ZEROS TO RKM RKY
           START PR KEY IS NOT LESS THAN RK
           IF FS NOT = "00"
               GO TO RLIQ3
           .
       RLIQ2.
           READ PR NEXT RECORD
           IF FS NOT = "00" OR RKF NOT = FUNCRK
               GO TO RLIQ3
           END-IF
           COMPUTE CMPW = RKY * 100 + RKM
           MOVE PSLIQUID TO LQVAL
           MOVE "F" TO LQORIG
           PERFORM RLQADD THRU RLQADDX
           GO TO RLIQ2
           .
       RLIQ3.
           IF HISTOK NOT = "S"
               GO TO RLIQ5
           .
           MOVE FUNCRK TO HRKF
           MOVE ZEROS TO HRKM HRKY
           START PRHIST KEY IS NOT LESS THAN HRK
           IF FS NOT = "00"
               GO TO RLIQ5
           .
       RLIQ4.
           READ PRHIST NEXT RECORD
           IF FS NOT = "00" OR HRKF NOT = FUNCRK
               GO TO RLIQ5
           END-IF
           COMPUTE CMPW = HRKY * 100 + HRKM
           MOVE PRHREC TO PRM
           MOVE PSLIQUID TO LQVAL
           MOVE "H" TO LQORIG
           PERFORM RLQADD THRU RLQADDX
           GO TO RLIQ4
           .
       RLIQ5.
           MOVE ZEROS TO CONT
       .
       RLIQ6.
      *-----------------------------------------------------------------
      *IMPRIME DA MAIS RECENTE PARA A MAIS ANTIGA, ZERANDO A USADA
      *-----------------------------------------------------------------
           MOVE ZEROS TO IXMAX
           MOVE 1 TO IX
           PERFORM RLQMAX THRU RLQMAXX
           IF IXMAX = ZEROS
               GO TO RLIQ7
           .
           ADD 1 TO CONT
           MOVE TLVAL(IXMAX) TO VALED
           MOVE TLCOMP(IXMAX) TO CMPW
           DISPLAY "  " CMPW " LIQUIDO " VALED " (" TLORIG(IXMAX) ")"
           MOVE ZEROS TO TLCOMP(IXMAX)
           GO TO RLIQ6
           .
       RLIQ7.
           IF CONT = ZEROS
               DISPLAY "  SEM FOLHA REGISTRADA"
           ELSE
               DISPLAY "  (F = FOLHA ATIVA, H = ARQUIVADA)"
           .
       RLIQX.
           EXIT.
       RLQADD.
      *-----------------------------------------------------------------
      *ENTRA NA TABELA NO LUGAR DA COMPETENCIA MAIS ANTIGA (OU DE UMA
      *POSICAO VAZIA) QUANDO FOR MAIS RECENTE QUE ELA
      *-----------------------------------------------------------------
           MOVE 1 TO IXMIN
           MOVE 2 TO IX
       .
       RLQADD2.
           IF IX > 6
               GO TO RLQADD3
           END-IF
           IF TLCOMP(IX) < TLCOMP(IXMIN)
               MOVE IX TO IXMIN
           END-IF
           ADD 1 TO IX
           GO TO RLQADD2
           .
       RLQADD3.
           IF CMPW > TLCOMP(IXMIN)
               MOVE CMPW TO TLCOMP(IXMIN)
               MOVE LQVAL TO TLVAL(IXMIN)
               MOVE LQORIG TO TLORIG(IXMIN)
           .
       RLQADDX.
           EXIT.
       RLQMAX.
           IF IX > 6
               GO TO RLQMAXX
           .
           IF TLCOMP(IX) NOT = ZEROS
               IF IXMAX = ZEROS
                   MOVE IX TO IXMAX
               ELSE
                   IF TLCOMP(IX) > TLCOMP(IXMAX)
                       MOVE IX TO IXMAX
                   END-IF
               END-IF
           .
           ADD 1 TO IX
           GO TO RLQMAX
           .
       RLQMAXX.
           EXIT.
       RPAUSA.
           DISPLAY "TECLE ENTER PARA CONTINUAR"
           ACCEPT PAUSA
           .
       RFMTDT.
      *-----------------------------------------------------------------
      *DTCHK (AAAAMMDD) EM DD/MM/AAAA - ZEROS SAI EM BRANCO
      *-----------------------------------------------------------------
           MOVE SPACES TO DTTXT
           IF DTCHK = ZEROS
               GO TO RFMTDTX
           .
           STRING DVVDIA "/" DVVMES "/" DVVANO
               DELIMITED BY SIZE INTO DTTXT
           .
       RFMTDTX.
           EXIT.
       RABRE.
      *-----------------------------------------------------------------
      *ARQUIVOS DA CONSULTA - TODOS SO PARA LEITURA E OPCIONAIS
      *-----------------------------------------------------------------
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOK
           ELSE
               MOVE "S" TO CARGOK
           .
           OPEN INPUT CARGOHIST
           IF FS NOT = "00"
               MOVE "N" TO CHIOK
           ELSE
               MOVE "S" TO CHIOK
           .
           OPEN INPUT ADDRHIST
           IF FS NOT = "00"
               MOVE "N" TO ADHOK
           ELSE
               MOVE "S" TO ADHOK
           .
           OPEN INPUT FERIASBAL
           IF FS NOT = "00"
               MOVE "N" TO FEROK
           ELSE
               MOVE "S" TO FEROK
           .
           OPEN INPUT FGTSBAL
           IF FS NOT = "00"
               MOVE "N" TO FGTOK
           ELSE
               MOVE "S" TO FGTOK
           .
           OPEN INPUT BANCOHRS
           IF FS NOT = "00"
               MOVE "N" TO BHOK
           ELSE
               MOVE "S" TO BHOK
           .
       RABRE2.
           OPEN INPUT AFAST
           IF FS NOT = "00"
               MOVE "N" TO AFOK
           ELSE
               MOVE "S" TO AFOK
           .
           OPEN INPUT ASO
           IF FS NOT = "00"
               MOVE "N" TO ASOOK
           ELSE
               MOVE "S" TO ASOOK
           .
           OPEN INPUT DISCIP
           IF FS NOT = "00"
               MOVE "N" TO DSCOK
           ELSE
               MOVE "S" TO DSCOK
           .
           OPEN INPUT EMPREST
           IF FS NOT = "00"
               MOVE "N" TO EMPOK
           ELSE
               MOVE "S" TO EMPOK
           .
           OPEN INPUT PENSAO
           IF FS NOT = "00"
               MOVE "N" TO PENOK
           ELSE
               MOVE "S" TO PENOK
           .
           OPEN INPUT PENHORA
           IF FS NOT = "00"
               MOVE "N" TO PHOK
           ELSE
               MOVE "S" TO PHOK
           .
       RABRE3.
           OPEN INPUT BENEF
           IF FS NOT = "00"
               MOVE "N" TO BENOK
           ELSE
               MOVE "S" TO BENOK
           .
           OPEN INPUT ESTAB
           IF FS NOT = "00"
               MOVE "N" TO ESTOK
           ELSE
               MOVE "S" TO ESTOK
           .
           OPEN INPUT EXPER
           IF FS NOT = "00"
               MOVE "N" TO EXPOK
           ELSE
               MOVE "S" TO EXPOK
           .
           OPEN INPUT AVISO
           IF FS NOT = "00"
               MOVE "N" TO AVIOK
           ELSE
               MOVE "S" TO AVIOK
           .
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PROK
           ELSE
               MOVE "S" TO PROK
           .
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
           .
       RABREX.
           EXIT.
       RFECHA.
           IF CARGOK = "S"
               CLOSE CADCARGO
           .
           IF CHIOK = "S"
               CLOSE CARGOHIST
           .
           IF ADHOK = "S"
               CLOSE ADDRHIST
           .
           IF FEROK = "S"
               CLOSE FERIASBAL
           .
           IF FGTOK = "S"
               CLOSE FGTSBAL
           .
           IF BHOK = "S"
               CLOSE BANCOHRS
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF ASOOK = "S"
               CLOSE ASO
           .
           IF DSCOK = "S"
               CLOSE DISCIP
           .
           IF EMPOK = "S"
               CLOSE EMPREST
           .
           IF PENOK = "S"
               CLOSE PENSAO
           .
           IF PHOK = "S"
               CLOSE PENHORA
           .
           IF BENOK = "S"
               CLOSE BENEF
           .
           IF ESTOK = "S"
               CLOSE ESTAB
           .
           IF EXPOK = "S"
               CLOSE EXPER
           .
           IF AVIOK = "S"
               CLOSE AVISO
           .
           IF PROK = "S"
               CLOSE PR
           .
           IF HISTOK = "S"
               CLOSE PRHIST
           .
       RFECHAX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - QUALQUER OPERADOR ATIVO CONSULTA; O
      *PRIVILEGIO DE DADOS PESSOAIS (OPMDADOS) ABRE OS DADOS MASCARADOS
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
           MOVE OPMDADOS TO DADOSOK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
               DISPLAY "OPERADOR NAO AUTORIZADO"
               GOBACK
           .
           MOVE OPMDADOS TO DADOSOK
           .
       RSIGNONQX.
           EXIT.
