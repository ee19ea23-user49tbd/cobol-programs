       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFPLAN.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CONFERENCIA DA FATURA MENSAL DO PLANO DE SAUDE CONTRA AS ADESOES
      *(BENEF1.DAT, TIPO 1) E LANCAMENTO DA COPARTICIPACAO POR USO NA
      *FOLHA. O ARQUIVO DO FORNECEDOR TEM UMA LINHA H (FATURA), UMA
      *LINHA V POR TITULAR COBRADO (NIVEL, DEPENDENTES, MENSALIDADE) E
      *UMA LINHA C POR UTILIZACAO COM COPARTICIPACAO.
      *DIVERGENCIAS: VIDA COBRADA SEM CADASTRO OU SEM ADESAO, COBRADA
      *APOS O DESLIGAMENTO OU EM DUPLICIDADE, NIVEL (BENNIVEL) OU
      *DEPENDENTES (BENDEPS) DIFERENTES E ADERIDO NAO COBRADO.
      *A COPARTICIPACAO VAI PARA O LANC COMO DESCONTO AVULSO (TIPO CP)
      *NA COMPETENCIA INFORMADA, DENTRO DA MARGEM CONSIGNAVEL DE 35%
      *DO LIQUIDO (MESMA REGRA DO CADEMPR/FPP069) DA FOLHA ANTERIOR,
      *DESCONTADOS OS CONSIGNADOS ATIVOS E A COPARTICIPACAO JA LANCADA;
      *O QUE NAO COUBER E PARCELADO NAS COMPETENCIAS SEGUINTES (ATE 12)
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
      *-----------------------------------------------------------------
           SELECT BENEF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BENRK
           .

           SELECT LANC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LCRK
           .

           SELECT EMPREST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EMRK
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

           SELECT PLFAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PFRK
           .

           SELECT PLWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PWMAT
           .
      *-----------------------------------------------------------------
           SELECT FATARQ ASSIGN TO NOMEFAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT CONFRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
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

           SELECT RELCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCSEQ
           .

           SELECT RCATCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCCK
           .
       DATA DIVISION.
       FILE SECTION.
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *ADESOES DE BENEFICIOS (VER CADBENEF/FPP064)
      *-----------------------------------------------------------------
       FD BENEF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BENEF1.DAT".
       COPY BENEF.
      *-----------------------------------------------------------------
      *A COPARTICIPACAO VIRA LANCAMENTO AVULSO (TIPO CP) QUE A FOLHA
      *JA CONSOME NO LANCCALC (FPP005/FPP017)
      *-----------------------------------------------------------------
       FD LANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       COPY LANCAM.
      *-----------------------------------------------------------------
       FD EMPREST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST1.DAT".
       COPY EMPREST.
      *-----------------------------------------------------------------
      *FOLHA APROVADA (PRT1) E ARQUIVADA (PRHIST) - BASE DA MARGEM
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
       FD PLFAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLFAT1.DAT".
       COPY PLFAT.
      *-----------------------------------------------------------------
      *UM REGISTRO POR MATRICULA COBRADA NA FATURA (RECRIADO A CADA
      *CONFERENCIA): QUANTAS LINHAS V, NIVEL/DEPENDENTES/MENSALIDADE
      *COBRADOS E A COPARTICIPACAO SOMADA DAS LINHAS C
      *-----------------------------------------------------------------
       FD PLWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLWK1.DAT".
       01 PLWKREC.
           03 PWMAT       PIC 9(06).
           03 PWQTV       PIC 9(02).
           03 PWNIVEL     PIC 9(01).
           03 PWDEPS      PIC 9(02).
           03 PWMENS      PIC 9(08)V99.
           03 PWQTC       PIC 9(04).
           03 PWCOP       PIC 9(08)V99.
      *-----------------------------------------------------------------
      *ARQUIVO DA FATURA DO FORNECEDOR - LEIAUTE POSICIONAL NO MESMO
      *PADRAO DO MOVIMENTO DO BENEFEXP (FPP090)
      *-----------------------------------------------------------------
       FD FATARQ
           LABEL RECORD IS STANDARD.
       01 FATLINE PIC X(100).
       01 FATH.
           03 FHREG       PIC X(01).
           03 FHNUM       PIC X(15).
           03 FHMES       PIC 9(02).
           03 FHANO       PIC 9(04).
           03 FHVALOR     PIC 9(10)V99.
           03 FILLER      PIC X(66).
       01 FATV.
           03 FVREG       PIC X(01).
           03 FVMAT       PIC 9(06).
           03 FVCPF       PIC 9(11).
           03 FVNOME      PIC X(40).
           03 FVNIVEL     PIC 9(01).
           03 FVDEPS      PIC 9(02).
           03 FVVALOR     PIC 9(08)V99.
           03 FILLER      PIC X(29).
       01 FATC.
           03 FCREG       PIC X(01).
           03 FCMAT       PIC 9(06).
           03 FCCPF       PIC 9(11).
           03 FCDATA      PIC 9(08).
           03 FCDESC      PIC X(30).
           03 FCVALOR     PIC 9(08)V99.
           03 FILLER      PIC X(34).
      *-----------------------------------------------------------------
       FD CONFRPT
           LABEL RECORD IS STANDARD.
       01 CONFLINE PIC X(132).
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
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107)
      *-----------------------------------------------------------------
       FD RELCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCAT1.DAT".
       COPY RELCAT.
      *-----------------------------------------------------------------
       FD RCATCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RCATCTL1.DAT".
       01 RCATCTLREC.
           03 RCCK    PIC 9(01).
           03 RCCSEQ  PIC 9(08).
       WORKING-STORAGE SECTION.
           01 RCSEQX      PIC 9(08).
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 OPT         PIC X(01).
           01 NOMEFAT     PIC X(40).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(132).
           01 LANCOK      PIC X(01).
           01 EMPOK       PIC X(01).
           01 HISTOK      PIC X(01).
           01 PROK        PIC X(01).
           01 DIVCONTA    PIC X(01).
           01 JALANC      PIC X(01).
      *-----------------------------------------------------------------
      *COMPETENCIA DA FATURA E DOS LANCAMENTOS
      *-----------------------------------------------------------------
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 CMPFAT      PIC 9(06).
           01 LMES        PIC 9(02).
           01 LANO        PIC 9(04).
           01 CMES        PIC 9(02).
           01 CANO        PIC 9(04).
           01 NMES        PIC 9(02).
           01 LANCSEQ     PIC 9(03).
           01 DESCCP      PIC X(20).
      *-----------------------------------------------------------------
      *FUNCIONARIO DA LINHA DA FATURA
      *-----------------------------------------------------------------
           01 ACHOU       PIC X(01).
           01 BMAT        PIC 9(06).
           01 BCPF        PIC 9(11).
           01 BNOME       PIC X(40).
           01 OCORR       PIC X(40).
           01 DETALHE     PIC X(40).
      *-----------------------------------------------------------------
      *MARGEM CONSIGNAVEL
      *-----------------------------------------------------------------
           01 MARGEMPCT   PIC 9(02) VALUE 35.
           01 MARGEMW     PIC 9(10)V99.
           01 SOMAPARC    PIC 9(08)V99.
           01 JACP        PIC 9(08)V99.
           01 DISPON      PIC 9(10)V99.
           01 RESTO       PIC 9(08)V99.
           01 PARCW       PIC 9(08)V99.
           01 SEMREF      PIC X(01).
      *-----------------------------------------------------------------
      *TOTAIS
      *-----------------------------------------------------------------
           01 QTLIN       PIC 9(06).
           01 QTINV       PIC 9(06).
           01 QTVIDAS     PIC 9(06).
           01 QTDIV       PIC 9(06).
           01 QTUSO       PIC 9(06).
           01 TOTMENS     PIC 9(10)V99.
           01 TOTCOP      PIC 9(10)V99.
           01 TOTLANC     PIC 9(10)V99.
           01 TOTRET      PIC 9(10)V99.
           01 VALED       PIC ZZZ.ZZZ.ZZ9,99.
           01 VALED2      PIC ZZZ.ZZZ.ZZ9,99.
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
       R0CAT.
           OPEN I-O RELCAT
           IF FS = "35"
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               GO TO R0CAT
           .
       R0CAT2.
           OPEN I-O RCATCTL
           IF FS = "35"
               OPEN OUTPUT RCATCTL
               CLOSE RCATCTL
               GO TO R0CAT2
           .
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE LOGCTR CHGLOG RELCAT RCATCTL
               GOBACK
           .
           OPEN INPUT BENEF
           IF FS NOT = "00"
               DISPLAY "SEM ADESOES DE BENEFICIO (FPP064)"
               CLOSE LOGCTR CHGLOG RELCAT RCATCTL FILEFUNC
               GOBACK
           .
       R01A.
           OPEN I-O PLFAT
           IF FS = "35"
               OPEN OUTPUT PLFAT
               CLOSE PLFAT
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PLFAT1.DAT - FS: " FS
               CLOSE LOGCTR CHGLOG RELCAT RCATCTL FILEFUNC BENEF
               GOBACK
           .
           OPEN I-O LANC
           IF FS NOT = "00"
               MOVE "N" TO LANCOK
           ELSE
               MOVE "S" TO LANCOK
           .
           OPEN INPUT EMPREST
           IF FS NOT = "00"
               MOVE "N" TO EMPOK
           ELSE
               MOVE "S" TO EMPOK
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
       R02.
           DISPLAY "CONFERENCIA DA FATURA DO PLANO DE SAUDE"
           MOVE SPACES TO NOMEFAT
           DISPLAY "ARQUIVO DA FATURA DO FORNECEDOR (BRANCO SAI): "
           ACCEPT NOMEFAT
           IF NOMEFAT = SPACES
               GO TO RF1
           .
           OPEN INPUT FATARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEFAT ": " FSX
               GO TO R02
           .
           READ FATARQ
           IF FSX NOT = "00" OR FHREG NOT = "H"
                   OR FHMES NOT NUMERIC OR FHANO NOT NUMERIC
                   OR FHVALOR NOT NUMERIC
               DISPLAY "ARQUIVO SEM O REGISTRO H DA FATURA NA 1A LINHA"
               CLOSE FATARQ
               GO TO R02
           .
           IF FHMES = ZEROS OR FHMES > 12 OR FHANO = ZEROS
               DISPLAY "COMPETENCIA DA FATURA INVALIDA: " FHMES "/"
                   FHANO
               CLOSE FATARQ
               GO TO R02
           .
           MOVE FHMES TO BRKM
           MOVE FHANO TO BRKY
           COMPUTE CMPFAT = BRKY * 100 + BRKM
           DISPLAY "FATURA " FHNUM " COMPETENCIA " BRKM "/" BRKY
           MOVE "N" TO JALANC
           MOVE BRKY TO PFANO
           MOVE BRKM TO PFMES
           READ PLFAT
           IF FS = "00" AND PFSIT = "L"
               MOVE "S" TO JALANC
               DISPLAY "COPARTICIPACAO DESTA FATURA JA LANCADA EM "
                   PFLMES "/" PFLANO " POR " PFOPER
               DISPLAY "SERA FEITA SO A CONFERENCIA"
           .
       R03.
           OPEN OUTPUT PLWK
           CLOSE PLWK
           OPEN I-O PLWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR PLWK1.DAT - FS: " FS
               CLOSE FATARQ
               GO TO RF1
           .
           PERFORM RCATREG THRU RCATREGX
           OPEN OUTPUT CONFRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEARQ ": " FSX
               CLOSE FATARQ PLWK
               GO TO RF1
           .
           MOVE ZEROS TO QTLIN QTINV QTVIDAS QTDIV QTUSO
           MOVE ZEROS TO TOTMENS TOTCOP TOTLANC TOTRET
           MOVE "S" TO DIVCONTA
           MOVE SPACES TO LINHA
           STRING "CONFERENCIA DA FATURA DO PLANO DE SAUDE " FHNUM
               " COMPETENCIA " BRKM "/" BRKY
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           MOVE ALL "-" TO CONFLINE
           WRITE CONFLINE
           MOVE SPACES TO LINHA
           STRING "MATRIC CPF         NOME                           "
               "OCORRENCIA                               DETALHE"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           MOVE ALL "-" TO CONFLINE
           WRITE CONFLINE
       .
       R04.
      *-----------------------------------------------------------------
      *LINHAS DA FATURA: V = VIDA COBRADA, C = COPARTICIPACAO
      *-----------------------------------------------------------------
           READ FATARQ
           IF FSX NOT = "00"
               GO TO R05
           .
           ADD 1 TO QTLIN
           IF FVREG = "V"
               PERFORM RVIDA THRU RVIDAX
               GO TO R04
           .
           IF FCREG = "C"
               PERFORM RUSO THRU RUSOX
               GO TO R04
           .
           IF FATLINE NOT = SPACES
               ADD 1 TO QTINV
           .
           GO TO R04
           .
       R05.
           CLOSE FATARQ
           PERFORM RNAOCOB THRU RNAOCOBX
           MOVE "N" TO DIVCONTA
           MOVE ALL "-" TO CONFLINE
           WRITE CONFLINE
           MOVE SPACES TO LINHA
           STRING "VIDAS COBRADAS (TITULARES): " QTVIDAS
               "   DIVERGENCIAS: " QTDIV
               "   LINHAS INVALIDAS: " QTINV
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           MOVE TOTMENS TO VALED
           MOVE FHVALOR TO VALED2
           MOVE SPACES TO LINHA
           STRING "MENSALIDADES NAS LINHAS: " VALED
               "   VALOR DA FATURA: " VALED2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           IF TOTMENS + TOTCOP NOT = FHVALOR
                   AND TOTMENS NOT = FHVALOR
               MOVE
               "ATENCAO: VALOR DA FATURA DIFERE DA SOMA DAS LINHAS"
                   TO CONFLINE
               WRITE CONFLINE
           .
           MOVE TOTCOP TO VALED
           MOVE SPACES TO LINHA
           STRING "COPARTICIPACAO: " QTUSO " UTILIZACOES, TOTAL " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           MOVE ALL "-" TO CONFLINE
           WRITE CONFLINE
           DISPLAY "VIDAS COBRADAS: " QTVIDAS "  DIVERGENCIAS: " QTDIV
           DISPLAY "COPARTICIPACAO: " TOTCOP
      *-----------------------------------------------------------------
      *REGISTRO DA FATURA CONFERIDA (MANTEM O LANCAMENTO JA FEITO)
      *-----------------------------------------------------------------
           MOVE BRKY TO PFANO
           MOVE BRKM TO PFMES
           READ PLFAT
           IF FS NOT = "00"
               MOVE ZEROS TO PFLMES PFLANO PFLANC PFRETIDO
               MOVE "C" TO PFSIT
           .
           MOVE FHNUM TO PFNUM
           MOVE QTVIDAS TO PFVIDAS
           MOVE FHVALOR TO PFVALOR
           MOVE TOTCOP TO PFCOPART
           MOVE QTDIV TO PFDIVERG
           MOVE OPERID TO PFOPER
           ACCEPT PFDATA FROM DATE YYYYMMDD
           IF FS = "00"
               REWRITE PLFATREC
               MOVE "A" TO LOGACAO
           ELSE
               WRITE PLFATREC
               MOVE "I" TO LOGACAO
           .
           MOVE CMPFAT TO LOGRK
           PERFORM RLOG
       .
       R06.
      *-----------------------------------------------------------------
      *LANCAMENTO DA COPARTICIPACAO NA FOLHA
      *-----------------------------------------------------------------
           IF TOTCOP = ZEROS OR JALANC = "S"
               GO TO R08
           .
           IF LANCOK NOT = "S"
               DISPLAY "SEM ARQUIVO DE LANCAMENTOS - COPARTICIPACAO "
                   "NAO LANCADA"
               GO TO R08
           .
           DISPLAY "LANCAR A COPARTICIPACAO NA FOLHA (S/N): "
           MOVE SPACES TO OPT
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO R08
           .
       R06A.
           DISPLAY "COMPETENCIA DO DESCONTO - MES (MM): "
           MOVE ZEROS TO LMES
           ACCEPT LMES
           DISPLAY "COMPETENCIA DO DESCONTO - ANO (AAAA): "
           MOVE ZEROS TO LANO
           ACCEPT LANO
           IF LMES = ZEROS OR LMES > 12 OR LANO = ZEROS
                   OR LANO * 100 + LMES NOT > CMPFAT
               DISPLAY "COMPETENCIA INVALIDA - DEVE SER POSTERIOR A "
                   "DA FATURA"
               GO TO R06A
           .
           MOVE SPACES TO DESCCP
           STRING "COPART PLANO " BRKM "/" BRKY
               DELIMITED BY SIZE INTO DESCCP
           MOVE SPACES TO LINHA
           STRING "LANCAMENTO DA COPARTICIPACAO A PARTIR DE " LMES "/"
               LANO " - MARGEM DE " MARGEMPCT "% DO LIQUIDO"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           MOVE ALL "-" TO CONFLINE
           WRITE CONFLINE
           MOVE ZEROS TO PWMAT
           START PLWK KEY IS NOT LESS THAN PWMAT
           IF FS NOT = "00"
               GO TO R07
           .
       R06B.
           READ PLWK NEXT RECORD
           IF FS NOT = "00"
               GO TO R07
           END-IF
           IF PWCOP = ZEROS
               GO TO R06B
           END-IF
           PERFORM RLANCA THRU RLANCAX
           GO TO R06B
           .
       R07.
           MOVE ALL "-" TO CONFLINE
           WRITE CONFLINE
           MOVE TOTLANC TO VALED
           MOVE TOTRET TO VALED2
           MOVE SPACES TO LINHA
           STRING "COPARTICIPACAO LANCADA: " VALED
               "   NAO LANCADA: " VALED2
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           DISPLAY "COPARTICIPACAO LANCADA: " TOTLANC
           DISPLAY "NAO LANCADA...........: " TOTRET
           MOVE BRKY TO PFANO
           MOVE BRKM TO PFMES
           READ PLFAT
           IF FS = "00"
               MOVE "L" TO PFSIT
               MOVE LMES TO PFLMES
               MOVE LANO TO PFLANO
               MOVE TOTLANC TO PFLANC
               MOVE TOTRET TO PFRETIDO
               MOVE OPERID TO PFOPER
               ACCEPT PFDATA FROM DATE YYYYMMDD
               REWRITE PLFATREC
               MOVE "L" TO LOGACAO
               MOVE CMPFAT TO LOGRK
               PERFORM RLOG
           .
       R08.
           CLOSE CONFRPT PLWK
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           .
       RF1.
           CLOSE FILEFUNC BENEF PLFAT
           CLOSE LOGCTR CHGLOG RELCAT RCATCTL
           IF LANCOK = "S"
               CLOSE LANC
           .
           IF EMPOK = "S"
               CLOSE EMPREST
           .
           IF HISTOK = "S"
               CLOSE PRHIST
           .
           IF PROK = "S"
               CLOSE PR
           .
           GOBACK
           .
       RVIDA.
      *-----------------------------------------------------------------
      *VIDA COBRADA: FUNCIONARIO PELA MATRICULA OU PELO CPF, ADESAO AO
      *PLANO (TIPO 1), NIVEL E DEPENDENTES
      *-----------------------------------------------------------------
           IF FVMAT NOT NUMERIC OR FVCPF NOT NUMERIC
                   OR FVNIVEL NOT NUMERIC OR FVDEPS NOT NUMERIC
                   OR FVVALOR NOT NUMERIC
               ADD 1 TO QTINV
               GO TO RVIDAX
           .
           ADD 1 TO QTVIDAS
           ADD FVVALOR TO TOTMENS
           MOVE FVMAT TO BMAT
           MOVE FVCPF TO BCPF
           MOVE FVNOME TO BNOME
           PERFORM RACHA THRU RACHAX
           IF ACHOU NOT = "S"
               MOVE "VIDA COBRADA SEM CADASTRO" TO OCORR
               MOVE SPACES TO DETALHE
               PERFORM RDIV THRU RDIVX
               GO TO RVIDAX
           .
           MOVE RKT TO PWMAT
           READ PLWK
           IF FS NOT = "00"
               MOVE ZEROS TO PWQTV PWQTC PWCOP PWMENS
               MOVE FVNIVEL TO PWNIVEL
               MOVE FVDEPS TO PWDEPS
               ADD 1 TO PWQTV
               ADD FVVALOR TO PWMENS
               WRITE PLWKREC
           ELSE
               ADD 1 TO PWQTV
               ADD FVVALOR TO PWMENS
               IF PWQTV = 1
                   MOVE FVNIVEL TO PWNIVEL
                   MOVE FVDEPS TO PWDEPS
               END-IF
               REWRITE PLWKREC
           .
           IF PWQTV > 1
               MOVE "VIDA COBRADA EM DUPLICIDADE" TO OCORR
               MOVE SPACES TO DETALHE
               STRING PWQTV " LINHAS V NA FATURA"
                   DELIMITED BY SIZE INTO DETALHE
               PERFORM RDIV THRU RDIVX
               GO TO RVIDAX
           .
           IF DDANO NOT = ZEROS
                   AND DDANO * 100 + DDMES < CMPFAT
               MOVE "COBRADO APOS O DESLIGAMENTO" TO OCORR
               MOVE SPACES TO DETALHE
               STRING "DESLIGADO EM " DDDIA "/" DDMES "/" DDANO
                   DELIMITED BY SIZE INTO DETALHE
               PERFORM RDIV THRU RDIVX
               GO TO RVIDAX
           .
           MOVE RKT TO BENRKF
           MOVE 1 TO BENTIPO
           READ BENEF
           IF FS NOT = "00"
               MOVE "VIDA COBRADA SEM ADESAO AO PLANO" TO OCORR
               MOVE SPACES TO DETALHE
               PERFORM RDIV THRU RDIVX
               GO TO RVIDAX
           .
           IF BENNIVEL NOT = FVNIVEL
               MOVE "NIVEL DIFERENTE DA ADESAO" TO OCORR
               MOVE SPACES TO DETALHE
               STRING "COBRADO " FVNIVEL " ADESAO " BENNIVEL
                   DELIMITED BY SIZE INTO DETALHE
               PERFORM RDIV THRU RDIVX
           .
           IF BENDEPS NOT = FVDEPS
               MOVE "DEPENDENTES DIFERENTES DA ADESAO" TO OCORR
               MOVE SPACES TO DETALHE
               STRING "COBRADOS " FVDEPS " ADESAO " BENDEPS
                   DELIMITED BY SIZE INTO DETALHE
               PERFORM RDIV THRU RDIVX
           .
       RVIDAX.
           EXIT.
       RUSO.
      *-----------------------------------------------------------------
      *UTILIZACAO COM COPARTICIPACAO - SOMADA NA MATRICULA
      *-----------------------------------------------------------------
           IF FCMAT NOT NUMERIC OR FCCPF NOT NUMERIC
                   OR FCVALOR NOT NUMERIC
               ADD 1 TO QTINV
               GO TO RUSOX
           .
           ADD 1 TO QTUSO
           ADD FCVALOR TO TOTCOP
           MOVE FCMAT TO BMAT
           MOVE FCCPF TO BCPF
           MOVE SPACES TO BNOME
           PERFORM RACHA THRU RACHAX
           IF ACHOU NOT = "S"
               MOVE "COPARTICIPACAO SEM CADASTRO" TO OCORR
               MOVE FCVALOR TO VALED
               MOVE SPACES TO DETALHE
               STRING FCDESC(1:20) " " VALED
                   DELIMITED BY SIZE INTO DETALHE
               PERFORM RDIV THRU RDIVX
               ADD FCVALOR TO TOTRET
               GO TO RUSOX
           .
           MOVE RKT TO PWMAT
           READ PLWK
           IF FS NOT = "00"
               MOVE ZEROS TO PWQTV PWNIVEL PWDEPS PWMENS PWQTC PWCOP
               ADD 1 TO PWQTC
               ADD FCVALOR TO PWCOP
               WRITE PLWKREC
           ELSE
               ADD 1 TO PWQTC
               ADD FCVALOR TO PWCOP
               REWRITE PLWKREC
           .
       RUSOX.
           EXIT.
       RACHA.
      *-----------------------------------------------------------------
      *FUNCIONARIO DA LINHA: PELA MATRICULA QUANDO O CPF CONFERE (OU
      *NAO VEIO), SENAO PELO CPF
      *-----------------------------------------------------------------
           MOVE "N" TO ACHOU
           IF BMAT NOT = ZEROS
               MOVE BMAT TO RKT
               READ FILEFUNC
               IF FS = "00" AND (BCPF = ZEROS OR BCPF = CPF)
                   MOVE "S" TO ACHOU
                   GO TO RACHAX
               END-IF
           .
           IF BCPF NOT = ZEROS
               MOVE BCPF TO CPF
               READ FILEFUNC KEY IS CPF
               IF FS = "00"
                   MOVE "S" TO ACHOU
               END-IF
           .
       RACHAX.
           EXIT.
       RNAOCOB.
      *-----------------------------------------------------------------
      *ADERIDOS AO PLANO ATIVOS NA COMPETENCIA QUE A FATURA NAO COBROU
      *-----------------------------------------------------------------
           MOVE ZEROS TO BENRKF BENTIPO
           START BENEF KEY IS NOT LESS THAN BENRK
           IF FS NOT = "00"
               GO TO RNAOCOBX
           .
       RNAOCOB2.
           READ BENEF NEXT RECORD
           IF FS NOT = "00"
               GO TO RNAOCOBX
           END-IF
           IF BENTIPO NOT = 1
               GO TO RNAOCOB2
           END-IF
           MOVE BENRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               GO TO RNAOCOB2
           END-IF
           IF DDANO NOT = ZEROS
                   AND DDANO * 100 + DDMES < CMPFAT
               GO TO RNAOCOB2
           END-IF
           IF ADANO * 100 + ADMES > CMPFAT
               GO TO RNAOCOB2
           END-IF
           MOVE BENRKF TO PWMAT
           READ PLWK
           IF FS = "00" AND PWQTV > ZEROS
               GO TO RNAOCOB2
           END-IF
           MOVE RKT TO BMAT
           MOVE CPF TO BCPF
           MOVE NOME TO BNOME
           MOVE "ADERIDO E NAO COBRADO" TO OCORR
           MOVE SPACES TO DETALHE
           STRING "NIVEL " BENNIVEL " DEPENDENTES " BENDEPS
               DELIMITED BY SIZE INTO DETALHE
           PERFORM RDIV THRU RDIVX
           GO TO RNAOCOB2
           .
       RNAOCOBX.
           EXIT.
       RDIV.
           IF DIVCONTA = "S"
                   AND OCORR NOT = "COPARTICIPACAO SEM CADASTRO"
               ADD 1 TO QTDIV
           .
           IF BNOME = SPACES AND ACHOU = "S"
               MOVE NOME TO BNOME
           .
           MOVE SPACES TO LINHA
           STRING BMAT " " BCPF " " BNOME(1:30) " " OCORR " " DETALHE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO CONFLINE
           WRITE CONFLINE
           .
       RDIVX.
           EXIT.
       RLANCA.
      *-----------------------------------------------------------------
      *COPARTICIPACAO DA MATRICULA EM ATE 12 COMPETENCIAS A PARTIR DA
      *INFORMADA, CADA UMA LIMITADA AO DISPONIVEL DA MARGEM
      *-----------------------------------------------------------------
           MOVE PWMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               GO TO RLANCAX
           .
           MOVE PWCOP TO RESTO
           MOVE PWMAT TO BMAT
           MOVE CPF TO BCPF
           MOVE NOME TO BNOME
           MOVE "S" TO ACHOU
           IF DDANO NOT = ZEROS
                   AND DDANO * 100 + DDMES < LANO * 100 + LMES
               MOVE "DESLIGADO - COBRAR NA RESCISAO" TO OCORR
               GO TO RLANCA4
           .
           PERFORM RMARGEM THRU RMARGEMX
           IF SEMREF = "S"
               MOVE "SEM FOLHA DE REFERENCIA PARA A MARGEM" TO OCORR
               GO TO RLANCA4
           .
           MOVE LMES TO CMES
           MOVE LANO TO CANO
           MOVE ZEROS TO NMES
       .
       RLANCA2.
           IF RESTO = ZEROS OR NMES NOT < 12
               GO TO RLANCA3
           .
           PERFORM RJACP THRU RJACPX
           MOVE ZEROS TO DISPON
           IF MARGEMW > SOMAPARC + JACP
               COMPUTE DISPON = MARGEMW - SOMAPARC - JACP
           .
           IF DISPON > ZEROS
               MOVE RESTO TO PARCW
               IF PARCW > DISPON
                   MOVE DISPON TO PARCW
               END-IF
               PERFORM RLANCGRV THRU RLANCGRVX
               IF FS = "00"
                   SUBTRACT PARCW FROM RESTO
                   ADD PARCW TO TOTLANC
                   MOVE PARCW TO VALED
                   MOVE SPACES TO OCORR DETALHE
                   STRING "LANCADO EM " CMES "/" CANO
                       DELIMITED BY SIZE INTO OCORR
                   STRING VALED DELIMITED BY SIZE INTO DETALHE
                   PERFORM RDIV THRU RDIVX
               END-IF
           .
           ADD 1 TO NMES
           ADD 1 TO CMES
           IF CMES > 12
               MOVE 1 TO CMES
               ADD 1 TO CANO
           .
           GO TO RLANCA2
           .
       RLANCA3.
           IF RESTO = ZEROS
               GO TO RLANCAX
           .
           MOVE "EXCEDE A MARGEM EM 12 COMPETENCIAS" TO OCORR
       .
       RLANCA4.
           ADD RESTO TO TOTRET
           MOVE RESTO TO VALED
           MOVE SPACES TO DETALHE
           STRING "NAO LANCADO " VALED
               DELIMITED BY SIZE INTO DETALHE
           PERFORM RDIV THRU RDIVX
           .
       RLANCAX.
           EXIT.
       RMARGEM.
      *-----------------------------------------------------------------
      *MARGEM = 35% DO LIQUIDO ANTES DOS CONSIGNADOS DA FOLHA DA
      *COMPETENCIA ANTERIOR A DO DESCONTO (PRT1 OU PRHIST), MENOS AS
      *PARCELAS DOS CONSIGNADOS ATIVOS
      *-----------------------------------------------------------------
           MOVE "N" TO SEMREF
           MOVE ZEROS TO MARGEMW SOMAPARC
           MOVE PWMAT TO RKF
           MOVE LMES TO RKM
           MOVE LANO TO RKY
           IF RKM = 1
               MOVE 12 TO RKM
               SUBTRACT 1 FROM RKY
           ELSE
               SUBTRACT 1 FROM RKM
           .
           MOVE "10" TO FS
           IF PROK = "S"
               READ PR
           .
           IF FS NOT = "00"
               IF HISTOK NOT = "S"
                   MOVE "S" TO SEMREF
                   GO TO RMARGEMX
               END-IF
               MOVE RK TO HRK
               READ PRHIST
               IF FS NOT = "00"
                   MOVE "S" TO SEMREF
                   GO TO RMARGEMX
               END-IF
               MOVE PRHREC TO PRM
           .
           COMPUTE MARGEMW ROUNDED =
               (PSLIQUID + PVALEMPR) * MARGEMPCT / 100
           IF EMPOK NOT = "S"
               GO TO RMARGEMX
           .
           MOVE PWMAT TO EMRKF
           MOVE ZEROS TO EMSEQ
           START EMPREST KEY IS NOT LESS THAN EMRK
           IF FS NOT = "00"
               GO TO RMARGEMX
           .
       RMARGEM2.
           READ EMPREST NEXT RECORD
           IF FS NOT = "00" OR EMRKF NOT = PWMAT
               GO TO RMARGEMX
           END-IF
           IF EMSTATUS = "A" AND EMPARCPAG < EMNPARC
               ADD EMPARCVAL TO SOMAPARC
           END-IF
           GO TO RMARGEM2
           .
       RMARGEMX.
           EXIT.
       RJACP.
      *-----------------------------------------------------------------
      *COPARTICIPACAO JA LANCADA NA COMPETENCIA E ULTIMA SEQUENCIA
      *-----------------------------------------------------------------
           MOVE ZEROS TO JACP LANCSEQ
           MOVE PWMAT TO LCRKF
           MOVE CMES TO LCRKM
           MOVE CANO TO LCRKY
           MOVE ZEROS TO LCSEQ
           START LANC KEY IS NOT LESS THAN LCRK
           IF FS NOT = "00"
               GO TO RJACPX
           .
       RJACP2.
           READ LANC NEXT RECORD
           IF FS NOT = "00" OR LCRKF NOT = PWMAT
                   OR LCRKM NOT = CMES OR LCRKY NOT = CANO
               GO TO RJACPX
           END-IF
           MOVE LCSEQ TO LANCSEQ
           IF LCTIPO = "CP" AND LCED = "D"
               ADD LCVALOR TO JACP
           END-IF
           GO TO RJACP2
           .
       RJACPX.
           EXIT.
       RLANCGRV.
           MOVE PWMAT TO LCRKF
           MOVE CMES TO LCRKM
           MOVE CANO TO LCRKY
           ADD 1 TO LANCSEQ
           MOVE LANCSEQ TO LCSEQ
           MOVE "CP" TO LCTIPO
           MOVE DESCCP TO LCDESC
           MOVE "D" TO LCED
           MOVE PARCW TO LCVALOR
           MOVE "N" TO LCRECORR
           MOVE ZEROS TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTO - MATRICULA " PWMAT
               GO TO RLANCGRVX
           .
           MOVE "I" TO LOGACAO
           COMPUTE LOGRK = PWMAT * 1000000 + CANO * 100 + CMES
           PERFORM RLOG
           MOVE "00" TO FS
           .
       RLANCGRVX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA O RELATORIO SOB NOME CONTROLADO COM O OPERADOR
      *-----------------------------------------------------------------
           MOVE 1 TO RCCK
           READ RCATCTL
           IF FS NOT = "00"
               MOVE 1 TO RCCSEQ
               WRITE RCATCTLREC
           ELSE
               ADD 1 TO RCCSEQ
               REWRITE RCATCTLREC
           END-IF
           MOVE RCCSEQ TO RCSEQX
           MOVE SPACES TO NOMEARQ
           STRING "RC" RCSEQX ".TXT"
               INTO NOMEARQ
           MOVE RCCSEQ TO RCSEQ
           MOVE "CONFPLAN" TO RCPROG
           MOVE BRKM TO RCKM
           MOVE BRKY TO RCKY
           MOVE ZEROS TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           .
       RCATREGX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - O LANCAMENTO DE DESCONTOS E FUNCAO DE FOLHA
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
           MOVE "CONFPLAN" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
