       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSOBRE.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *ESCALA DE SOBREAVISO E PRONTIDAO (CLT ART. 244) - PLANTOES POR
      *FUNCIONARIO COM DATA, HORA DE INICIO E DE FIM. SOBREAVISO (EM
      *CASA, ATE 24 HORAS) PAGA 1/3 DA HORA NORMAL E PRONTIDAO (NA
      *EMPRESA, ATE 12 HORAS) 2/3, NAS VERBAS DO CARGO (CSOBVB/CPROVB
      *NO CADCARGO). AS HORAS EM QUE O PLANTONISTA FOI ACIONADO SAEM DO
      *ADICIONAL E SAO PAGAS COMO HORA EXTRA NO CALCULO (FPP005/FPP017)
      *ESCALA POR AREA: RELSOBRE/FPP144
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

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT SOBREAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SORK
           .

           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

           SELECT PRPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PPRK
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
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *PLANTOES DE SOBREAVISO E PRONTIDAO (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD SOBREAV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SOBREAV1.DAT".
       COPY SOBREAV.
      *-----------------------------------------------------------------
      *FOLHA JA CALCULADA (APROVADA OU PENDENTE DE APROVACAO) - O
      *PLANTAO DA COMPETENCIA NAO E MAIS ALTERADO
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
       FD PRPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRPEND1.DATA".
       COPY PRPEND.
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
           01 BRKF       PIC 9(06).
           01 BDATA      PIC 9(08).
           01 BDATAR REDEFINES BDATA.
               03 BANO     PIC 9(04).
               03 BMES     PIC 9(02).
               03 BDIA     PIC 9(02).
           01 BHRINI     PIC 9(04).
           01 BHRINIR REDEFINES BHRINI.
               03 BHIHH    PIC 9(02).
               03 BHIMM    PIC 9(02).
           01 BHRFIM     PIC 9(04).
           01 BHRFIMR REDEFINES BHRFIM.
               03 BHFHH    PIC 9(02).
               03 BHFMM    PIC 9(02).
           01 BTIPO      PIC X(01).
           01 BACION     PIC 9(02).
           01 BAREA      PIC 9(03).
           01 HOJE       PIC 9(08).
           01 PROK       PIC X(01).
           01 PPOK       PIC X(01).
           01 CALCOK     PIC X(01).
           01 SOBREOK    PIC X(01).
           01 TOTLIST    PIC 9(04).
           01 NOMEW      PIC X(40).
           01 CSOBW      PIC 9(04).
           01 CPROW      PIC 9(04).
      *-----------------------------------------------------------------
      *DURACAO E SOBREPOSICAO DE PLANTOES - MINUTOS CONTADOS SOBRE O
      *DIA ORDINAL COMERCIAL (ANO*372 + (MES-1)*31 + DIA) COMO NO FPP019
      *-----------------------------------------------------------------
           01 MININI     PIC 9(04).
           01 MINFIM     PIC 9(04).
           01 DURMIN     PIC 9(04).
           01 ABSINI     PIC 9(10).
           01 ABSFIM     PIC 9(10).
           01 OABSINI    PIC 9(10).
           01 OABSFIM    PIC 9(10).
           01 OHRINI     PIC 9(04).
           01 OHRINIR REDEFINES OHRINI.
               03 OHIHH    PIC 9(02).
               03 OHIMM    PIC 9(02).
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
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO - FS: " FS
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O SOBREAV
           IF FS = "35"
               OPEN OUTPUT SOBREAV
               CLOSE SOBREAV
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SOBREAV - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC CADCARGO LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PROK
           ELSE
               MOVE "S" TO PROK
           .
           OPEN INPUT PRPEND
           IF FS NOT = "00"
               MOVE "N" TO PPOK
           ELSE
               MOVE "S" TO PPOK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           IF LKRK NOT = ZEROS
               MOVE LKRK TO BRKF
               MOVE ZEROS TO LKRK
               GO TO R02A
           .
           DISPLAY "SOBREAVISO E PRONTIDAO - MATRICULA (0-FIM): "
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
           MOVE ARK2 TO BAREA
           MOVE ZEROS TO CSOBW CPROW
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS = "00"
               MOVE CSOBVB TO CSOBW
               MOVE CPROVB TO CPROW
           .
       R03.
           DISPLAY "FUNCIONARIO: " NOMEW " AREA " BAREA
           PERFORM RLIST THRU RLISTX
           DISPLAY "DIGITE: I-INCLUIR A-ACIONAMENTO E-EXCLUIR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCL THRU RINCLX
               GO TO R03
           .
           IF OPT = "A" OR OPT = "a"
               PERFORM RACION THRU RACIONX
               GO TO R03
           .
           IF OPT = "E" OR OPT = "e"
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
           CLOSE FILEFUNC CADCARGO SOBREAV LOGCTR CHGLOG
           IF PROK = "S"
               CLOSE PR
           .
           IF PPOK = "S"
               CLOSE PRPEND
           .
           GOBACK
           .
       RLIST.
           MOVE ZEROS TO TOTLIST
           MOVE BRKF TO SORKF
           MOVE ZEROS TO SODATA SOHRINI
           START SOBREAV KEY IS NOT LESS THAN SORK
           IF FS NOT = "00"
               GO TO RLIST3
           .
       RLIST2.
           READ SOBREAV NEXT RECORD
           IF FS NOT = "00" OR SORKF NOT = BRKF
               GO TO RLIST3
           END-IF
           ADD 1 TO TOTLIST
           DISPLAY SODIA "/" SOMES "/" SOANO " " SOHRINI "-" SOHRFIM
               " " SOTIPO " HORAS " SOHORAS " ACIONADO " SOACION
           GO TO RLIST2
           .
       RLIST3.
           IF TOTLIST = ZEROS
               DISPLAY "NENHUM PLANTAO REGISTRADO"
           .
       RLISTX.
           EXIT.
       RINCL.
      *-----------------------------------------------------------------
      *NOVO PLANTAO - FUNCIONARIO ATIVO, CARGO COM A VERBA DO TIPO,
      *DURACAO DENTRO DO LIMITE LEGAL E SEM SOBREPOR OUTRO PLANTAO
      *-----------------------------------------------------------------
           IF DDDIA NOT = ZEROS OR DDMES NOT = ZEROS
                   OR DDANO NOT = ZEROS
               DISPLAY "FUNCIONARIO DESLIGADO"
               GO TO RINCLX
           .
           DISPLAY "TIPO (S-SOBREAVISO P-PRONTIDAO): "
           ACCEPT BTIPO
           IF BTIPO = "s"
               MOVE "S" TO BTIPO
           .
           IF BTIPO = "p"
               MOVE "P" TO BTIPO
           .
           IF BTIPO NOT = "S" AND BTIPO NOT = "P"
               DISPLAY "TIPO INVALIDO"
               GO TO RINCLX
           .
           IF BTIPO = "S" AND CSOBW = ZEROS
               DISPLAY "CARGO SEM VERBA DE SOBREAVISO - VER CADCARGO"
               GO TO RINCLX
           .
           IF BTIPO = "P" AND CPROW = ZEROS
               DISPLAY "CARGO SEM VERBA DE PRONTIDAO - VER CADCARGO"
               GO TO RINCLX
           .
           DISPLAY "DATA DO INICIO (AAAAMMDD): "
           ACCEPT BDATA
           IF BMES = ZEROS OR BMES > 12 OR BDIA = ZEROS OR BDIA > 31
                   OR BANO < 1900
               DISPLAY "DATA INVALIDA"
               GO TO RINCLX
           .
           DISPLAY "HORA DO INICIO (HHMM): "
           ACCEPT BHRINI
           DISPLAY "HORA DO FIM (HHMM, MENOR QUE O INICIO = DIA "
               "SEGUINTE): "
           ACCEPT BHRFIM
           IF BHIHH > 23 OR BHIMM > 59 OR BHFHH > 23 OR BHFMM > 59
               DISPLAY "HORA INVALIDA"
               GO TO RINCLX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - INCLUSAO "
                   "NEGADA"
               GO TO RINCLX
           .
           COMPUTE MININI = BHIHH * 60 + BHIMM
           COMPUTE MINFIM = BHFHH * 60 + BHFMM
           IF MINFIM NOT > MININI
               ADD 1440 TO MINFIM
           .
           COMPUTE DURMIN = MINFIM - MININI
           IF BTIPO = "P" AND DURMIN > 720
               DISPLAY "PRONTIDAO ACIMA DE 12 HORAS (CLT ART. 244)"
               GO TO RINCLX
           .
           COMPUTE ABSINI = (BANO * 372 + (BMES - 1) * 31 + BDIA)
               * 1440 + MININI
           COMPUTE ABSFIM = ABSINI + DURMIN
           PERFORM RSOBREP THRU RSOBREPX
           IF SOBREOK NOT = "S"
               GO TO RINCLX
           .
           MOVE BRKF TO SORKF
           MOVE BDATA TO SODATA
           MOVE BHRINI TO SOHRINI
           MOVE BHRFIM TO SOHRFIM
           MOVE BTIPO TO SOTIPO
           COMPUTE SOHORAS ROUNDED = DURMIN / 60
           MOVE ZEROS TO SOACION
           MOVE BAREA TO SOARK
           MOVE OPERID TO SOOPER
           MOVE HOJE TO SODTREG
           WRITE SOBREAVREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PLANTAO - FS: " FS
               GO TO RINCLX
           .
           MOVE "I" TO LOGACAO
           COMPUTE LOGRK = SORKF * 100000000 + SODATA
           PERFORM RLOG
           .
       RINCLX.
           EXIT.
       RSOBREP.
      *-----------------------------------------------------------------
      *O NOVO PLANTAO (ABSINI-ABSFIM) NAO PODE SOBREPOR OUTRO DO MESMO
      *FUNCIONARIO. O REGISTRO CORRENTE E PRESERVADO PARA A GRAVACAO
      *-----------------------------------------------------------------
           MOVE "S" TO SOBREOK
           MOVE BRKF TO SORKF
           MOVE ZEROS TO SODATA SOHRINI
           START SOBREAV KEY IS NOT LESS THAN SORK
           IF FS NOT = "00"
               GO TO RSOBREPX
           .
       RSOBREP2.
           READ SOBREAV NEXT RECORD
           IF FS NOT = "00" OR SORKF NOT = BRKF
               GO TO RSOBREPX
           END-IF
           MOVE SOHRINI TO OHRINI
           COMPUTE OABSINI = (SOANO * 372 + (SOMES - 1) * 31 + SODIA)
               * 1440 + OHIHH * 60 + OHIMM
           COMPUTE OABSFIM = OABSINI + SOHORAS * 60
           IF ABSINI < OABSFIM AND OABSINI < ABSFIM
               DISPLAY "SOBREPOE O PLANTAO DE " SODIA "/" SOMES "/"
                   SOANO " " SOHRINI "-" SOHRFIM
               MOVE "N" TO SOBREOK
               GO TO RSOBREPX
           END-IF
           GO TO RSOBREP2
           .
       RSOBREPX.
           EXIT.
       RACION.
      *-----------------------------------------------------------------
      *HORAS EM QUE O PLANTONISTA FOI CHAMADO A TRABALHAR - INTEIRAS,
      *COMO AS EXTRAS DO MES. SAEM DO ADICIONAL E VIRAM HORA EXTRA NO
      *CALCULO DA COMPETENCIA DO INICIO DO PLANTAO
      *-----------------------------------------------------------------
           PERFORM RLEPLAN THRU RLEPLANX
           IF FS NOT = "00"
               GO TO RACIONX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - ALTERACAO "
                   "NEGADA"
               GO TO RACIONX
           .
           DISPLAY "HORAS ACIONADAS ATUAIS: " SOACION
           DISPLAY "HORAS TRABALHADAS NO ACIONAMENTO (INTEIRAS): "
           ACCEPT BACION
           IF BACION > SOHORAS
               DISPLAY "ACIMA DA DURACAO DO PLANTAO"
               GO TO RACIONX
           .
           MOVE BACION TO SOACION
           MOVE OPERID TO SOOPER
           REWRITE SOBREAVREC
           MOVE "A" TO LOGACAO
           COMPUTE LOGRK = SORKF * 100000000 + SODATA
           PERFORM RLOG
           .
       RACIONX.
           EXIT.
       REXCL.
           PERFORM RLEPLAN THRU RLEPLANX
           IF FS NOT = "00"
               GO TO REXCLX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - EXCLUSAO "
                   "NEGADA"
               GO TO REXCLX
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO REXCLX
           .
           DELETE SOBREAV
           MOVE "E" TO LOGACAO
           COMPUTE LOGRK = SORKF * 100000000 + SODATA
           PERFORM RLOG
           .
       REXCLX.
           EXIT.
       RLEPLAN.
           DISPLAY "DATA DO INICIO DO PLANTAO (AAAAMMDD): "
           ACCEPT BDATA
           DISPLAY "HORA DO INICIO (HHMM): "
           ACCEPT BHRINI
           MOVE BRKF TO SORKF
           MOVE BDATA TO SODATA
           MOVE BHRINI TO SOHRINI
           READ SOBREAV
           IF FS NOT = "00"
               DISPLAY "PLANTAO NAO CADASTRADO"
           .
       RLEPLANX.
           EXIT.
       RCALC.
      *-----------------------------------------------------------------
      *FOLHA DE BRKF NA COMPETENCIA BMES/BANO JA CALCULADA?
      *-----------------------------------------------------------------
           MOVE "N" TO CALCOK
           IF PROK = "S"
               MOVE BRKF TO RKF
               MOVE BMES TO RKM
               MOVE BANO TO RKY
               READ PR
               IF FS = "00"
                   MOVE "S" TO CALCOK
               END-IF
           .
           IF PPOK = "S" AND CALCOK = "N"
               MOVE BRKF TO PPRKF
               MOVE BMES TO PPRKM
               MOVE BANO TO PPRKY
               READ PRPEND
               IF FS = "00"
                   MOVE "S" TO CALCOK
               END-IF
           .
       RCALCX.
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
           MOVE "CADSOBRE" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
