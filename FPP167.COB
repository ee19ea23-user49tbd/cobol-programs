       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATESTADO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *REGISTRO DE ATESTADOS MEDICOS POR MATRICULA - CID, MEDICO E
      *CRM, DATA DE EMISSAO, INICIO E DIAS DE AUSENCIA. A CADA
      *INCLUSAO CONFERE A REGRA DOS 60 DIAS: ATESTADOS DO MESMO CID
      *INICIADOS DENTRO DE 60 DIAS QUE SOMAM MAIS DE 15 DIAS VAO AO
      *INSS. A PARTIR DO 16O DIA A EMPRESA DEIXA DE PAGAR - O
      *ATESTADO QUE PASSA DO LIMITE ABRE O ENCAMINHAMENTO E O
      *AFASTAMENTO NO CADAFAST (FPP063) COM CAUSA E (INSS DESDE O
      *INICIO, A FOLHA NAO PAGA DE NOVO OS 15 DIAS). OS ATESTADOS
      *SOMADOS FICAM MARCADOS COMO CONTADOS E NAO ENTRAM NA PROXIMA
      *CONTAGEM. O CID E DADO DE SAUDE: SO APARECE PARA OPERADOR COM
      *O PRIVILEGIO DE DADOS PESSOAIS (OPMDADOS). OS FUNCIONARIOS
      *PERTO DO LIMITE SAEM NO RELATEST (FPP168)
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

           SELECT ATESTADO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ATRK
           .

           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
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
       FD ATESTADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ATESTADO1.DAT".
       COPY ATESTADO.
      *-----------------------------------------------------------------
      *AFASTAMENTOS (VER CADAFAST/FPP063) - UM VIGENTE POR MATRICULA
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
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
           01 DADOSOK  PIC X(01).
           01 FS         PIC X(02).
           01 OPT        PIC X(01).
           01 BRKF       PIC 9(06).
           01 PROXSEQ    PIC 9(03).
           01 HOJE       PIC 9(08).
           01 CIDTXT     PIC X(06).
           01 SITTXT     PIC X(17).
           01 ACHOU      PIC X(01).
           01 NDIAS      PIC 9(03).
      *-----------------------------------------------------------------
      *ATESTADO EM INCLUSAO OU EXCLUSAO
      *-----------------------------------------------------------------
           01 BSEQ       PIC 9(03).
           01 BCID       PIC X(06).
           01 BMED       PIC X(30).
           01 BCRM       PIC 9(06).
           01 BUF        PIC X(02).
           01 BEMIS      PIC 9(08).
           01 BINI       PIC 9(08).
           01 BFIM       PIC 9(08).
           01 BDIAS      PIC 9(03).
           01 BENC       PIC X(01).
      *-----------------------------------------------------------------
      *REGRA DOS 60 DIAS - DIAS DOS ATESTADOS ANTERIORES DO MESMO CID,
      *SOMA COM O NOVO, DIAS AINDA PAGOS PELA EMPRESA E O DIA 16
      *-----------------------------------------------------------------
           01 DIASANT    PIC 9(04).
           01 SOMA       PIC 9(04).
           01 FALTA      PIC 9(02).
           01 EMPDIAS    PIC 9(03).
           01 AFDT       PIC 9(08).
           01 MARCADE    PIC X(01).
           01 MARCAPARA  PIC X(01).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - VALIDACAO, SOMA DE DIAS E NUMERO
      *DE DIAS CORRIDOS PARA A JANELA DE 60 DIAS
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
           01 DNUM      PIC 9(07).
           01 DNNOVO    PIC 9(07).
           01 DCANO     PIC 9(04).
           01 DCMES     PIC 9(02).
           01 DNQ       PIC 9(05).
           01 DNMD      PIC 9(03).
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
               MOVE "N" TO DADOSOK
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
           OPEN I-O ATESTADO
           IF FS = "35"
               OPEN OUTPUT ATESTADO
               CLOSE ATESTADO
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ATESTADO - FS: " FS
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
               DISPLAY "ERRO AO ABRIR AFAST - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC ATESTADO LOGCTR CHGLOG
               GOBACK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           DISPLAY "ATESTADOS MEDICOS - MATRICULA (0-FIM): "
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
           DISPLAY "DIGITE: I-INCLUIR ATESTADO X-EXCLUIR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCLUI THRU RINCLUIX
               GO TO R03
           .
           IF OPT = "X" OR OPT = "x"
               PERFORM REXCLUI THRU REXCLUIX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC ATESTADO AFAST
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
       RLISTA.
      *-----------------------------------------------------------------
      *ATESTADOS DA MATRICULA - CID MASCARADO SEM OPMDADOS
      *-----------------------------------------------------------------
           MOVE ZEROS TO PROXSEQ
           MOVE BRKF TO ATMAT
           MOVE ZEROS TO ATSEQ
           START ATESTADO KEY IS NOT LESS THAN ATRK
           IF FS NOT = "00"
               DISPLAY "SEM ATESTADOS REGISTRADOS"
               GO TO RLISTAX
           .
       RLISTA2.
           READ ATESTADO NEXT RECORD
           IF FS NOT = "00" OR ATMAT NOT = BRKF
               GO TO RLISTAX
           END-IF
           MOVE ATSEQ TO PROXSEQ
           MOVE ATCID TO CIDTXT
           IF DADOSOK NOT = "S"
               MOVE "******" TO CIDTXT
           END-IF
           MOVE "PAGO PELA EMPRESA" TO SITTXT
           IF ATENC = "C"
               MOVE "CONTADO P/ INSS" TO SITTXT
           END-IF
           IF ATENC = "S"
               MOVE "ENCAMINHADO INSS" TO SITTXT
           END-IF
           DISPLAY ATSEQ " CID " CIDTXT " DE " ATINI " A " ATFIM
               " " ATDIAS " DIAS CRM " ATCRM "/" ATCRMUF " " SITTXT
           IF ATENC = "S"
               DISPLAY "    EMPRESA PAGOU " ATEMPDIAS " DIAS DESTE - "
                   "AFASTAMENTO DESDE " ATAFINI
           END-IF
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RINCLUI.
           DISPLAY "CID DO ATESTADO (EX: M545): "
           ACCEPT BCID
           IF BCID = SPACES
               DISPLAY "CID NAO PODE SER NULO"
               GO TO RINCLUI
           .
       RINCLUI2.
           DISPLAY "NOME DO MEDICO: "
           ACCEPT BMED
           IF BMED = SPACES
               DISPLAY "MEDICO NAO PODE SER NULO"
               GO TO RINCLUI2
           .
       RINCLUI3.
           DISPLAY "CRM DO MEDICO: "
           ACCEPT BCRM
           DISPLAY "UF DO CRM: "
           ACCEPT BUF
           IF BCRM = ZEROS OR BUF = SPACES
               DISPLAY "CRM E UF SAO OBRIGATORIOS"
               GO TO RINCLUI3
           .
       RINCLUI4.
           DISPLAY "DATA DE EMISSAO (AAAAMMDD): "
           ACCEPT BEMIS
           MOVE BEMIS TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S" OR BEMIS > HOJE
               DISPLAY "DATA INVALIDA OU FUTURA"
               GO TO RINCLUI4
           .
       RINCLUI5.
           DISPLAY "PRIMEIRO DIA DE AUSENCIA (AAAAMMDD, 0 = EMISSAO): "
           ACCEPT BINI
           IF BINI = ZEROS
               MOVE BEMIS TO BINI
           .
           MOVE BINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO RINCLUI5
           .
       RINCLUI6.
           DISPLAY "DIAS DE AFASTAMENTO DO ATESTADO: "
           ACCEPT BDIAS
           IF BDIAS = ZEROS
               DISPLAY "DIAS NAO PODEM SER ZERO"
               GO TO RINCLUI6
           .
           MOVE BINI TO DTCHK
           PERFORM RDIAMAIS THRU RDIAMAISX
               VARYING NDIAS FROM 2 BY 1 UNTIL NDIAS > BDIAS
           MOVE DTCHK TO BFIM
           PERFORM RSOBREP THRU RSOBREPX
           IF ACHOU = "S"
               GO TO RINCLUIX
           .
           PERFORM RAFCHK THRU RAFCHKX
           IF ACHOU = "S"
               GO TO RINCLUIX
           .
       RINCLUI7.
      *-----------------------------------------------------------------
      *REGRA DOS 60 DIAS - ATE 15 DIAS NO MESMO CID A EMPRESA PAGA;
      *PASSOU DISSO O ATESTADO ABRE O ENCAMINHAMENTO AO INSS
      *-----------------------------------------------------------------
           PERFORM RREGRA THRU RREGRAX
           COMPUTE SOMA = DIASANT + BDIAS
           DISPLAY "DIAS DE ATESTADO NO MESMO CID EM 60 DIAS: " SOMA
           MOVE BRKF TO ATMAT
           ADD 1 TO PROXSEQ
           MOVE PROXSEQ TO ATSEQ
           MOVE PROXSEQ TO BSEQ
           MOVE BCID TO ATCID
           MOVE BMED TO ATMEDICO
           MOVE BCRM TO ATCRM
           MOVE BUF TO ATCRMUF
           MOVE BEMIS TO ATEMIS
           MOVE BINI TO ATINI
           MOVE BFIM TO ATFIM
           MOVE BDIAS TO ATDIAS
           MOVE "N" TO ATENC
           MOVE BDIAS TO ATEMPDIAS
           MOVE ZEROS TO ATAFINI
           MOVE OPERID TO ATOPER
           MOVE HOJE TO ATDTALT
           IF SOMA > 15
               MOVE ZEROS TO EMPDIAS
               IF DIASANT < 15
                   COMPUTE EMPDIAS = 15 - DIASANT
               END-IF
               MOVE BINI TO DTCHK
               PERFORM RDIAMAIS THRU RDIAMAISX
                   VARYING NDIAS FROM 1 BY 1 UNTIL NDIAS > EMPDIAS
               MOVE DTCHK TO AFDT
               MOVE "S" TO ATENC
               MOVE EMPDIAS TO ATEMPDIAS
               MOVE AFDT TO ATAFINI
           .
           WRITE ATESTADOREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR ATESTADO - FS: " FS
               GO TO RINCLUIX
           .
           DISPLAY "ATESTADO " ATSEQ " GRAVADO - AUSENCIA ATE " ATFIM
           MOVE "I" TO LOGACAO
           MOVE ATRK TO LOGRK
           PERFORM RLOG
           IF SOMA NOT > 15
               IF SOMA > 10
                   COMPUTE FALTA = 15 - SOMA
                   DISPLAY "AVISO: MAIS " FALTA " DIAS NO MESMO CID "
                       "EM 60 DIAS E O FUNCIONARIO VAI AO INSS"
               END-IF
               GO TO RINCLUIX
           .
           DISPLAY "PASSOU DE 15 DIAS NO MESMO CID EM 60 DIAS - "
               "ENCAMINHAR AO INSS"
           DISPLAY "A EMPRESA PAGA " EMPDIAS " DIAS DESTE ATESTADO; "
               "O INSS A PARTIR DE " AFDT
           MOVE "N" TO MARCADE
           MOVE "C" TO MARCAPARA
           PERFORM RMARCA THRU RMARCAX
           PERFORM RAFAST THRU RAFASTX
           .
       RINCLUIX.
           EXIT.
       RSOBREP.
      *-----------------------------------------------------------------
      *O MESMO DIA NAO PODE ESTAR EM DOIS ATESTADOS DA MATRICULA
      *-----------------------------------------------------------------
           MOVE "N" TO ACHOU
           MOVE BRKF TO ATMAT
           MOVE ZEROS TO ATSEQ
           START ATESTADO KEY IS NOT LESS THAN ATRK
           IF FS NOT = "00"
               GO TO RSOBREPX
           .
       RSOBREP2.
           READ ATESTADO NEXT RECORD
           IF FS NOT = "00" OR ATMAT NOT = BRKF
               GO TO RSOBREPX
           END-IF
           IF ATINI NOT > BFIM AND ATFIM NOT < BINI
               MOVE "S" TO ACHOU
               DISPLAY "PERIODO JA COBERTO PELO ATESTADO " ATSEQ
                   " (" ATINI " A " ATFIM ")"
               GO TO RSOBREPX
           END-IF
           GO TO RSOBREP2
           .
       RSOBREPX.
           EXIT.
       RAFCHK.
      *-----------------------------------------------------------------
      *ATESTADO DENTRO DE AFASTAMENTO EM ABERTO NAO CONTA - QUEM PAGA
      *JA E O INSS (OU A LICENCA)
      *-----------------------------------------------------------------
           MOVE "N" TO ACHOU
           MOVE BRKF TO AFRK
           READ AFAST
           IF FS NOT = "00" OR AFRETANO NOT = ZEROS
               GO TO RAFCHKX
           .
           COMPUTE DTCHK = AFINIANO * 10000 + AFINIMES * 100
               + AFINIDIA
           IF DTCHK NOT > BINI
               MOVE "S" TO ACHOU
               DISPLAY "FUNCIONARIO AFASTADO DESDE " AFINIDIA "/"
                   AFINIMES "/" AFINIANO " (CADAFAST) - ATESTADO NAO "
                   "REGISTRADO"
           .
       RAFCHKX.
           EXIT.
       RREGRA.
      *-----------------------------------------------------------------
      *SOMA OS DIAS DOS ATESTADOS AINDA PAGOS PELA EMPRESA (ATENC N)
      *DO MESMO CID INICIADOS ATE 59 DIAS ANTES DO NOVO
      *-----------------------------------------------------------------
           MOVE ZEROS TO DIASANT
           MOVE BINI TO DTCHK
           PERFORM RDNUM THRU RDNUMX
           MOVE DNUM TO DNNOVO
           MOVE BRKF TO ATMAT
           MOVE ZEROS TO ATSEQ
           START ATESTADO KEY IS NOT LESS THAN ATRK
           IF FS NOT = "00"
               GO TO RREGRAX
           .
       RREGRA2.
           READ ATESTADO NEXT RECORD
           IF FS NOT = "00" OR ATMAT NOT = BRKF
               GO TO RREGRAX
           END-IF
           IF ATCID NOT = BCID OR ATENC NOT = "N" OR ATINI NOT < BINI
               GO TO RREGRA2
           END-IF
           MOVE ATINI TO DTCHK
           PERFORM RDNUM THRU RDNUMX
           IF DNNOVO - DNUM < 60
               ADD ATDIAS TO DIASANT
           END-IF
           GO TO RREGRA2
           .
       RREGRAX.
           EXIT.
       RMARCA.
      *-----------------------------------------------------------------
      *MUDA A MARCA DOS ATESTADOS DO MESMO CID NA JANELA DE 60 DIAS DO
      *ATESTADO BSEQ: N PARA C AO ENCAMINHAR, C PARA N QUANDO O
      *ATESTADO QUE ENCAMINHOU E EXCLUIDO
      *-----------------------------------------------------------------
           MOVE BINI TO DTCHK
           PERFORM RDNUM THRU RDNUMX
           MOVE DNUM TO DNNOVO
           MOVE BRKF TO ATMAT
           MOVE ZEROS TO ATSEQ
           START ATESTADO KEY IS NOT LESS THAN ATRK
           IF FS NOT = "00"
               GO TO RMARCAX
           .
       RMARCA2.
           READ ATESTADO NEXT RECORD
           IF FS NOT = "00" OR ATMAT NOT = BRKF
               GO TO RMARCAX
           END-IF
           IF ATCID NOT = BCID OR ATENC NOT = MARCADE
                   OR ATINI NOT < BINI OR ATSEQ = BSEQ
               GO TO RMARCA2
           END-IF
           MOVE ATINI TO DTCHK
           PERFORM RDNUM THRU RDNUMX
           IF DNNOVO - DNUM < 60
               MOVE MARCAPARA TO ATENC
               REWRITE ATESTADOREC
           END-IF
           GO TO RMARCA2
           .
       RMARCAX.
           EXIT.
       RAFAST.
      *-----------------------------------------------------------------
      *ABRE O AFASTAMENTO NO CADAFAST A PARTIR DO 16O DIA, CAUSA E;
      *RETORNO PREVISTO NO DIA SEGUINTE AO FIM DO ATESTADO (A PERICIA
      *DO INSS PODE MUDAR - ACERTE NO CADAFAST). UM AFASTAMENTO JA
      *ENCERRADO E SUBSTITUIDO, COMO NO CADAFAST; UM EM ABERTO FICA
      *-----------------------------------------------------------------
           MOVE "N" TO ACHOU
           MOVE BRKF TO AFRK
           READ AFAST
           IF FS = "00"
               MOVE "S" TO ACHOU
               IF AFRETANO = ZEROS
                   DISPLAY "AFASTAMENTO EM ABERTO NO CADAFAST DESDE "
                       AFINIDIA "/" AFINIMES "/" AFINIANO
                       " - CONFIRA O INICIO (INSS DESDE " AFDT ")"
                   GO TO RAFASTX
               END-IF
               DISPLAY "AFASTAMENTO ANTERIOR (RETORNO EM " AFRETDIA
                   "/" AFRETMES "/" AFRETANO ") SUBSTITUIDO"
           .
           MOVE BRKF TO AFRK
           MOVE "E" TO AFCAUSA
           MOVE AFDT TO DTCHK
           MOVE DVVDIA TO AFINIDIA
           MOVE DVVMES TO AFINIMES
           MOVE DVVANO TO AFINIANO
           MOVE BFIM TO DTCHK
           PERFORM RDIAMAIS THRU RDIAMAISX
           MOVE DVVDIA TO AFPREVDIA
           MOVE DVVMES TO AFPREVMES
           MOVE DVVANO TO AFPREVANO
           MOVE ZEROS TO AFRETDIA AFRETMES AFRETANO AFCOMP
           IF ACHOU = "S"
               REWRITE AFASTREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE AFASTREC
               MOVE "I" TO LOGACAO
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR AFASTAMENTO - FS: " FS
                   " - REGISTRE NO CADAFAST (FPP063)"
               GO TO RAFASTX
           .
           DISPLAY "AFASTAMENTO ABERTO NO CADAFAST DESDE " AFINIDIA
               "/" AFINIMES "/" AFINIANO " - RETORNO PREVISTO "
               AFPREVDIA "/" AFPREVMES "/" AFPREVANO
           MOVE AFRK TO LOGRK
           PERFORM RLOG
           .
       RAFASTX.
           EXIT.
       REXCLUI.
      *-----------------------------------------------------------------
      *ATESTADO CONTADO NUM ENCAMINHAMENTO SO SAI DEPOIS DO QUE
      *ENCAMINHOU; ESTE SO SAI DEPOIS DE EXCLUIDO O AFASTAMENTO QUE
      *ABRIU, E DEVOLVE OS CONTADOS PARA A CONTAGEM
      *-----------------------------------------------------------------
           DISPLAY "SEQUENCIA DO ATESTADO: "
           ACCEPT ATSEQ
           MOVE BRKF TO ATMAT
           READ ATESTADO
           IF FS NOT = "00"
               DISPLAY "ATESTADO NAO ENCONTRADO"
               GO TO REXCLUIX
           .
           IF ATENC = "C"
               DISPLAY "ATESTADO CONTADO NUM ENCAMINHAMENTO AO INSS - "
                   "EXCLUA ANTES O ATESTADO QUE ENCAMINHOU"
               GO TO REXCLUIX
           .
           MOVE ATSEQ TO BSEQ
           MOVE ATCID TO BCID
           MOVE ATINI TO BINI
           MOVE ATENC TO BENC
           IF ATENC = "S"
               MOVE BRKF TO AFRK
               READ AFAST
               COMPUTE DTCHK = AFINIANO * 10000 + AFINIMES * 100
                   + AFINIDIA
               IF FS = "00" AND AFCAUSA = "E" AND DTCHK = ATAFINI
                   DISPLAY "ATESTADO ABRIU O AFASTAMENTO DE " DTCHK
                       " - EXCLUA ANTES O AFASTAMENTO NO CADAFAST"
                   GO TO REXCLUIX
               END-IF
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO REXCLUIX
           .
           MOVE BRKF TO ATMAT
           MOVE BSEQ TO ATSEQ
           READ ATESTADO
           IF FS NOT = "00"
               DISPLAY "ATESTADO NAO ENCONTRADO"
               GO TO REXCLUIX
           .
           DELETE ATESTADO RECORD
           IF FS NOT = "00"
               DISPLAY "NAO REMOVIDO"
               GO TO REXCLUIX
           .
           DISPLAY "REMOVIDO"
           MOVE "E" TO LOGACAO
           COMPUTE LOGRK = BRKF * 1000 + BSEQ
           PERFORM RLOG
           IF BENC = "S"
               MOVE "C" TO MARCADE
               MOVE "N" TO MARCAPARA
               PERFORM RMARCA THRU RMARCAX
               DISPLAY "ATESTADOS ANTERIORES DO MESMO CID VOLTAM A "
                   "CONTAR"
           .
       REXCLUIX.
           EXIT.
       RDNUM.
      *-----------------------------------------------------------------
      *DTCHK (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS (ANO CONTADO A
      *PARTIR DE MARCO, COM BISSEXTOS) - SO SERVE PARA DIFERENCAS
      *-----------------------------------------------------------------
           MOVE DVVANO TO DCANO
           MOVE DVVMES TO DCMES
           IF DCMES < 3
               SUBTRACT 1 FROM DCANO
               ADD 12 TO DCMES
           .
           COMPUTE DNUM = DCANO * 365 + DVVDIA
           DIVIDE DCANO BY 4 GIVING DNQ
           ADD DNQ TO DNUM
           DIVIDE DCANO BY 100 GIVING DNQ
           SUBTRACT DNQ FROM DNUM
           DIVIDE DCANO BY 400 GIVING DNQ
           ADD DNQ TO DNUM
           COMPUTE DNQ = 153 * (DCMES - 3) + 2
           DIVIDE DNQ BY 5 GIVING DNMD
           ADD DNMD TO DNUM
           .
       RDNUMX.
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
      *CADASTRO DE OPERADORES (CADOPER/FPP058); O PRIVILEGIO DE DADOS
      *PESSOAIS (OPMDADOS) ABRE O CID
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
           MOVE OPMDADOS TO DADOSOK
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
           MOVE OPMDADOS TO DADOSOK
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
           MOVE "ATESTADO" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
