       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGINTER.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PAGAMENTO DA CONVOCACAO DO CONTRATO INTERMITENTE (VER CADCONV/
      *FPP128) - AO FINAL DE CADA PERIODO DE PRESTACAO DE SERVICO O
      *EMPREGADO RECEBE AS HORAS TRABALHADAS, O DSR E AS FERIAS + 1/3 E
      *O 13O PROPORCIONAIS (CLT ART. 452-A PAR. 6). INSS/IRRF PELAS
      *FAIXAS DO CADTAXA SOBRE O TOTAL, INCREMENTAIS SOBRE OS
      *PAGAMENTOS JA FEITOS NA COMPETENCIA (MESMA ROTA DA FOLHA
      *COMPLEMENTAR/FPP106); O FGTS DO TOTAL VAI PARA O FGTSBAL COMO
      *O DEPOSITO DA FOLHA. A CONVOCACAO PAGA (IVSIT G) ENTRA NA
      *COMPETENCIA IVPGM/IVPGY DA GPS (FPP041), DO RECOLHIMENTO DO
      *FGTS (FPP040), DO DARF 0561 (FPP115) E DO S1200 (FPP039); O
      *LIQUIDO VAI NA REMESSA TIPO I (FPP026) PELA DATA DO PAGAMENTO
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
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK.
      *-----------------------------------------------------------------
           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .
      *-----------------------------------------------------------------
           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO
           .
      *-----------------------------------------------------------------
           SELECT PERLOCK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PLK
           .
      *-----------------------------------------------------------------
           SELECT FGTSBAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FRK
           .
      *-----------------------------------------------------------------
           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .
      *-----------------------------------------------------------------
           SELECT HOLRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
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
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *CONVOCACOES DO INTERMITENTE (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
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
      *FGTS VARIAVEIS
      *-----------------------------------------------------------------
       FD FGTSBAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FGTSBAL.DAT".
       01 FGTSREC.
           03 FRK       PIC 9(06).
           03 ACFGTS    PIC 9(12)V99.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
       FD HOLRPT
           LABEL RECORD IS STANDARD.
       01 HOLLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
           01 BRKF        PIC 9(06).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 BSEQ        PIC 9(03).
           01 CONF        PIC X(01).
           01 LOCKOK      PIC X(01).
           01 HOJE        PIC 9(08).
           01 HORASDIA    PIC 9(02)V99.
           01 JORNBASE    PIC 9(03).
           01 ANTQTD      PIC 9(03).
           01 ANTBRUTO    PIC 9(10)V99.
           01 ANTINSS     PIC 9(10)V99.
           01 ANTIMPR     PIC 9(10)V99.
      *-----------------------------------------------------------------
      *DSR DO MES COMERCIAL COMO NO DSRCALC DA FOLHA - 4 DOMINGOS
      *SOBRE 26 DIAS UTEIS
      *-----------------------------------------------------------------
           01 DSRDIAS     PIC 9(02) VALUE 4.
           01 DSRUTEIS    PIC 9(02) VALUE 26.
      *-----------------------------------------------------------------
      *INSS/IRRF INCREMENTAIS: IMPOSTO DA BASE COMBINADA (PAGAMENTOS
      *ANTERIORES DA COMPETENCIA + ESTE) MENOS O QUE JA FOI RETIDO -
      *MESMAS FAIXAS DO CALCULO DA FOLHA
      *-----------------------------------------------------------------
           01 WBASEV      PIC 9(10)V99.
           01 WINSSV      PIC 9(10)V99.
           01 WBASEIR     PIC 9(10)V99.
           01 WIRVAL      PIC 9(10)V99.
           01 WINCINSS    PIC S9(10)V99.
           01 WINCIMPR    PIC S9(10)V99.
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
               GO TO R01
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
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01A.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE FILEFUNC
               GOBACK
       .
       R01B.
           OPEN I-O CONVOC
           IF FS NOT = "00"
               DISPLAY "SEM CONVOCACOES REGISTRADAS (FPP128)"
               CLOSE FILEFUNC CADCARGO
               GOBACK
       .
       R01C.
           OPEN INPUT CADTAXA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXA"
               CLOSE FILEFUNC CADCARGO CONVOC
               GOBACK
       .
       R01D.
           OPEN I-O FGTSBAL
           IF FS = "35"
               OPEN OUTPUT FGTSBAL
               CLOSE FGTSBAL
               GO TO R01D
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FGTSBAL - FS: " FS
               CLOSE FILEFUNC CADCARGO CONVOC CADTAXA
               GOBACK
       .
       R01E.
           OPEN INPUT PERLOCK
           IF FS NOT = "00"
               MOVE "N" TO LOCKOK
           ELSE
               MOVE "S" TO LOCKOK
       .
       R02.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "PAGAMENTO DE CONVOCACAO - CONTRATO INTERMITENTE"
           DISPLAY "MES DA COMPETENCIA DO PAGAMENTO (0-FIM): "
           ACCEPT BRKM
           IF BRKM = ZEROS
               GO TO FF1
           .
           IF BRKM > 12
               DISPLAY "MES INVALIDO"
               GO TO R02
           .
           DISPLAY "ANO DA COMPETENCIA: "
           ACCEPT BRKY
           IF BRKY = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO R02
       .
       R02A.
      *-----------------------------------------------------------------
      *COMPETENCIA FECHADA NA TRAVA DE PERIODO NAO RECEBE PAGAMENTO
      *NOVO - COMO NA FOLHA MENSAL
      *-----------------------------------------------------------------
           IF LOCKOK = "S"
               MOVE BRKM TO PLKM
               MOVE BRKY TO PLKY
               READ PERLOCK
               IF FS = "00" AND PLSTATUS = "F"
                   DISPLAY "COMPETENCIA FECHADA - PAGAMENTO NEGADO"
                   GO TO R02
               END-IF
           .
           MOVE BRKY TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               DISPLAY "TABELA DE TAXAS NAO CADASTRADA P/ O ANO"
               GO TO R02
       .
       R03.
           DISPLAY "MATRICULA (0-OUTRA COMPETENCIA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO R02
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO R03
           .
           IF CONTRTIPO NOT = "I"
               DISPLAY "FUNCIONARIO NAO TEM CONTRATO INTERMITENTE"
               GO TO R03
           .
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO NAO CADASTRADO"
               GO TO R03
           .
           DISPLAY "FUNCIONARIO: " NOME
           PERFORM RANTER THRU RANTERX
           IF ANTQTD > ZEROS
               DISPLAY "PAGAMENTOS NA COMPETENCIA: " ANTQTD
                   " BRUTO ACUMULADO: " ANTBRUTO
       .
       R04.
           DISPLAY "SEQUENCIA DA CONVOCACAO ACEITA (0-VOLTA): "
           ACCEPT BSEQ
           IF BSEQ = ZEROS
               GO TO R03
           .
           MOVE BRKF TO IVMAT
           MOVE BSEQ TO IVSEQ
           READ CONVOC
           IF FS NOT = "00"
               DISPLAY "CONVOCACAO NAO ENCONTRADA"
               GO TO R04
           .
           IF IVSIT NOT = "A"
               DISPLAY "SO CONVOCACAO ACEITA E AINDA NAO PAGA"
               GO TO R04
           .
           IF IVFIM > HOJE
               DISPLAY "PERIODO AINDA NAO ENCERRADO - FIM EM " IVFIM
               GO TO R04
           .
           DISPLAY "PERIODO " IVINI " A " IVFIM " HORAS CONVOCADAS "
               IVHORAS
       .
       R05.
           DISPLAY "HORAS EFETIVAMENTE TRABALHADAS (0-AS CONVOCADAS): "
           ACCEPT IVHTRAB
           IF IVHTRAB = ZEROS
               MOVE IVHORAS TO IVHTRAB
           .
      *-----------------------------------------------------------------
      *VALOR HORA DO CARGO COMO NO SALBCALC: HORISTA = O PROPRIO
      *SALVAL, DIARISTA = VALOR DIA / HORAS DO DIA, MENSALISTA =
      *SALVAL / JORNADA (ZERO VALE 220)
      *-----------------------------------------------------------------
           MOVE JORNADA TO JORNBASE
           IF JORNBASE = ZEROS
               MOVE 220 TO JORNBASE
           .
           COMPUTE HORASDIA ROUNDED = JORNBASE / 27,5
           IF TS = "H"
               MOVE SALVAL TO IVVALHORA
           ELSE
               IF TS = "D"
                   COMPUTE IVVALHORA ROUNDED = SALVAL / HORASDIA
               ELSE
                   COMPUTE IVVALHORA ROUNDED = SALVAL / JORNBASE
           .
           COMPUTE IVVALSAL ROUNDED = IVHTRAB * IVVALHORA
           COMPUTE IVVALDSR ROUNDED = IVVALSAL / DSRUTEIS * DSRDIAS
           COMPUTE IVVALFER ROUNDED = (IVVALSAL + IVVALDSR) / 12
           COMPUTE IVVALTERC ROUNDED = IVVALFER / 3
           COMPUTE IVVAL13 ROUNDED = (IVVALSAL + IVVALDSR) / 12
           COMPUTE IVBRUTO = IVVALSAL + IVVALDSR + IVVALFER
               + IVVALTERC + IVVAL13
       .
       R06.
      *-----------------------------------------------------------------
      *INSS INCREMENTAL SOBRE A BASE COMBINADA DA COMPETENCIA; IRRF
      *INCREMENTAL SOBRE A BASE LIQUIDA DO INSS COMBINADO; FGTS 8% DO
      *TOTAL
      *-----------------------------------------------------------------
           COMPUTE WBASEV = ANTBRUTO + IVBRUTO
           PERFORM RINSSFX THRU RINSSFXX
           COMPUTE WINCINSS = WINSSV - ANTINSS
           IF WINCINSS < ZEROS
               MOVE ZEROS TO WINCINSS
           .
           COMPUTE WBASEIR = WBASEV - WINSSV
           PERFORM RIRFX THRU RIRFXX
           COMPUTE WINCIMPR = WIRVAL - ANTIMPR
           IF WINCIMPR < ZEROS
               MOVE ZEROS TO WINCIMPR
           .
           MOVE WINCINSS TO IVINSS
           MOVE WINCIMPR TO IVIMPR
           COMPUTE IVFGTS ROUNDED = IVBRUTO * 8 / 100
           COMPUTE IVLIQ = IVBRUTO - IVINSS - IVIMPR
           DISPLAY "HORAS " IVHTRAB " X " IVVALHORA " = " IVVALSAL
           DISPLAY "DSR..............: " IVVALDSR
           DISPLAY "FERIAS PROP......: " IVVALFER
           DISPLAY "1/3 DE FERIAS....: " IVVALTERC
           DISPLAY "13O PROPORCIONAL.: " IVVAL13
           DISPLAY "BRUTO............: " IVBRUTO
           DISPLAY "INSS.............: " IVINSS
           DISPLAY "IRRF.............: " IVIMPR
           DISPLAY "LIQUIDO A PAGAR..: " IVLIQ
           DISPLAY "FGTS A DEPOSITAR.: " IVFGTS
           DISPLAY "CONFIRMA O PAGAMENTO (S/N): "
           ACCEPT CONF
           IF CONF NOT = "S" AND CONF NOT = "s"
               DISPLAY "PAGAMENTO DESCARTADO"
               GO TO R03
           .
           MOVE "G" TO IVSIT
           MOVE BRKM TO IVPGM
           MOVE BRKY TO IVPGY
           MOVE HOJE TO IVDTPAG
           REWRITE CONVREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR - FS: " FS
               GO TO R03
           .
           MOVE BRKF TO FRK
           READ FGTSBAL
           IF FS = "00"
               ADD IVFGTS TO ACFGTS
               REWRITE FGTSREC
           ELSE
               MOVE IVFGTS TO ACFGTS
               WRITE FGTSREC
           .
           DISPLAY "PAGAMENTO GRAVADO - SALDO FGTS: " ACFGTS
           PERFORM RHOLER THRU RHOLERX
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC CADCARGO CONVOC CADTAXA FGTSBAL
           IF LOCKOK = "S"
               CLOSE PERLOCK
           END-IF
           GOBACK
           .
       RANTER.
      *-----------------------------------------------------------------
      *SOMA AS CONVOCACOES JA PAGAS DA MATRICULA NA COMPETENCIA
      *-----------------------------------------------------------------
           MOVE ZEROS TO ANTQTD ANTBRUTO ANTINSS ANTIMPR
           MOVE BRKF TO IVMAT
           MOVE ZEROS TO IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO RANTERX
           .
       RANTER2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00" OR IVMAT NOT = BRKF
               GO TO RANTERX
           END-IF
           IF IVSIT = "A"
               DISPLAY "ACEITA A PAGAR: " IVSEQ " DE " IVINI " A "
                   IVFIM " HORAS " IVHORAS
           END-IF
           IF IVSIT NOT = "G" OR IVPGM NOT = BRKM OR IVPGY NOT = BRKY
               GO TO RANTER2
           END-IF
           ADD 1 TO ANTQTD
           ADD IVBRUTO TO ANTBRUTO
           ADD IVINSS TO ANTINSS
           ADD IVIMPR TO ANTIMPR
           GO TO RANTER2
           .
       RANTERX.
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
       RIRFX.
           MOVE ZEROS TO WIRVAL
           IF WBASEIR < TXR1LIM
               MOVE ZEROS TO WIRVAL
           ELSE
               IF WBASEIR < TXR2LIM
                   COMPUTE WIRVAL = WBASEIR * TXR1PCT
               ELSE
                   IF WBASEIR < TXR3LIM
                       COMPUTE WIRVAL = WBASEIR * TXR2PCT
                   ELSE
                       COMPUTE WIRVAL = WBASEIR * TXR3PCT
           .
       RIRFXX.
           EXIT.
       RHOLER.
           MOVE SPACES TO NOMEARQ
           DISPLAY "NOME DO RECIBO DA CONVOCACAO (BRANCO=NAO): "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               GO TO RHOLERX
           .
           OPEN OUTPUT HOLRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO: " FSX
               GO TO RHOLERX
           .
           MOVE ALL "=" TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "RECIBO DE CONVOCACAO " IVSEQ " - INTERMITENTE - "
               "COMPETENCIA " BRKM "/" BRKY
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "MATRICULA: " BRKF "  NOME: " NOME
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "PERIODO: " IVINI " A " IVFIM "  " IVLOCAL
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE ALL "-" TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "HORAS " IVHTRAB " X " IVVALHORA "..: " IVVALSAL
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "DSR..............: " IVVALDSR
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "FERIAS PROP......: " IVVALFER
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "1/3 DE FERIAS....: " IVVALTERC
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "13O PROPORCIONAL.: " IVVAL13
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "INSS.............: " IVINSS
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "IRRF.............: " IVIMPR
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "LIQUIDO..........: " IVLIQ
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "FGTS DEPOSITADO..: " IVFGTS
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE ALL "=" TO HOLLINE
           WRITE HOLLINE
           CLOSE HOLRPT
           .
       RHOLERX.
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
