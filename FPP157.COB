       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFDAEJ.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *ARQUIVOS LEGAIS DO PONTO PARA A FISCALIZACAO (PORTARIA 671) DE
      *UMA FILIAL NUM PERIODO, COM O CNPJ DO CADFIL:
      *- AFD (ARQUIVO FONTE DE DADOS) - POSICIONAL: CABECALHO TIPO 1,
      *  UMA MARCACAO TIPO 3 POR BATIDA EM ORDEM DE DATA/HORA (NSR
      *  SEQUENCIAL) E TRAILER TIPO 9; CRC-16 PELO CRC16/FPP158
      *- AEJ (ARQUIVO ELETRONICO DE JORNADA) - CAMPOS SEPARADOS POR
      *  "|": 01 EMPREGADOR, 02 REP, 03 VINCULOS, 04 HORARIOS
      *  CONTRATUAIS, 05 MARCACOES, 06 MATRICULA ESOCIAL, 07 AUSENCIAS
      *  (ATRASOS APURADOS), 08 PROGRAMA DE TRATAMENTO, 99 TRAILER
      *- RELATORIO DE VALIDACAO: DIAS DE TRABALHO SEM MARCACAO E DIAS
      *  COM NUMERO IMPAR, HORARIO INVALIDO OU MARCACOES FORA DE ORDEM
      *AS BATIDAS VEM DO PONTODET (VER PONTOIMP/FPP049); O DIA DE
      *TRABALHO SEGUE A ESCALA (ESCFUNC/ESCPAT) OU, SEM ELA, SEGUNDA A
      *SEXTA FORA OS FERIADOS (CADFERI), E FERIAS (FERPAG) E
      *AFASTAMENTO (AFAST) NAO CONTAM COMO FALTA DE MARCACAO.
      *O HORARIO CONTRATUAL NAO TEM HORA DE ENTRADA/SAIDA NO CADASTRO
      *- O REGISTRO 04 LEVA A ESCALA E A DURACAO DA JORNADA DIARIA.
      *OS TRES ARQUIVOS FICAM NO CATALOGO (RELCAT). EXIGE PRIVILEGIO DE
      *DADOS PESSOAIS (CPF E NOME SAEM PARA FORA DA EMPRESA)
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

           SELECT PONTODET ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PDRK
           .

           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT ESCPAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EPRK
           .

           SELECT ESCFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EFRK
           .

           SELECT CADFERI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FERRK
           .

           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .

           SELECT FERPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FPRK
           .
      *-----------------------------------------------------------------
           SELECT AFDWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AWK
           .

           SELECT AFDARQ ASSIGN TO NOMEAFD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT AEJARQ ASSIGN TO NOMEAEJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT VALRPT ASSIGN TO NOMEVAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
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
      *BATIDAS DIARIAS (VER PONTOIMP/FPP049) - PDMARC VE AS QUATRO
      *BATIDAS COMO TABELA
      *-----------------------------------------------------------------
       FD PONTODET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTODET.DAT".
       01 PONTODETREC.
           03 PDRK.
               05 PDMAT    PIC 9(06).
               05 PDDATA   PIC 9(08).
           03 PDMARCS.
               05 PDE1     PIC 9(04).
               05 PDS1     PIC 9(04).
               05 PDE2     PIC 9(04).
               05 PDS2     PIC 9(04).
           03 PDMARCR REDEFINES PDMARCS.
               05 PDMARC   PIC 9(04) OCCURS 4 TIMES.
           03 PDATRMIN    PIC 9(04).
           03 PDINTRA     PIC 9(02)V99.
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *ESCALAS (VER CADESCAL/FPP096), FERIADOS (CADFERIA/FPP068),
      *AFASTAMENTO E FERIAS
      *-----------------------------------------------------------------
       FD ESCPAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESCPAT1.DAT".
       COPY ESCPAT.
      *-----------------------------------------------------------------
       FD ESCFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESCFUNC1.DAT".
       COPY ESCFUNC.
      *-----------------------------------------------------------------
       FD CADFERI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERI1.DAT".
       COPY CADFERI.
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
       FD FERPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERPAG.DAT".
       COPY FERPAG.
      *-----------------------------------------------------------------
      *MARCACOES DO PERIODO EM ORDEM DE DATA/HORA PARA O AFD
      *(RECRIADO A CADA EXECUCAO)
      *-----------------------------------------------------------------
       FD AFDWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFDWK1.DAT".
       01 AFDWKREC.
           03 AWK.
               05 AWDATA   PIC 9(08).
               05 AWHORA   PIC 9(04).
               05 AWMAT    PIC 9(06).
               05 AWSEQ    PIC 9(01).
           03 AWCPF        PIC 9(11).
      *-----------------------------------------------------------------
       FD AFDARQ
           LABEL RECORD IS STANDARD.
       01 AFDLINE PIC X(302).
      *-----------------------------------------------------------------
       FD AEJARQ
           LABEL RECORD IS STANDARD.
       01 AEJLINE PIC X(300).
      *-----------------------------------------------------------------
       FD VALRPT
           LABEL RECORD IS STANDARD.
       01 VALLINE PIC X(132).
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
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO - OS REGISTROS DE PONTO SAO
      *GUARDADOS POR CINCO ANOS
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 NOMEAFD     PIC X(40).
           01 NOMEAEJ     PIC X(40).
           01 NOMEVAL     PIC X(40).
           01 LINHA       PIC X(300).
      *-----------------------------------------------------------------
      *PARAMETROS DA GERACAO
      *-----------------------------------------------------------------
           01 BFIL        PIC 9(02).
           01 DTINI       PIC 9(08).
           01 DTFIM       PIC 9(08).
           01 NRREP       PIC X(17).
           01 DTINITXT    PIC X(10).
           01 DTFIMTXT    PIC X(10).
           01 GERDH       PIC X(24).
           01 HOJE        PIC 9(08).
           01 HORAATU     PIC 9(08).
           01 HORAATUR REDEFINES HORAATU.
               03 HAHH    PIC 9(02).
               03 HAMI    PIC 9(02).
               03 FILLER  PIC 9(04).
           01 PASSO       PIC X(01).
      *-----------------------------------------------------------------
      *ARQUIVOS OPCIONAIS
      *-----------------------------------------------------------------
           01 ESCOK       PIC X(01).
           01 FERIOK      PIC X(01).
           01 AFOK        PIC X(01).
           01 FEROK       PIC X(01).
      *-----------------------------------------------------------------
      *REGISTROS DO AFD (PORTARIA 671, REP-C)
      *-----------------------------------------------------------------
           01 AFDH.
               03 AHNSR       PIC 9(09).
               03 AHTIPO      PIC X(01).
               03 AHTPID      PIC X(01).
               03 AHCNPJ      PIC 9(14).
               03 AHCNO       PIC X(14).
               03 AHRAZAO     PIC X(150).
               03 AHNREP      PIC X(17).
               03 AHDTINI     PIC X(10).
               03 AHDTFIM     PIC X(10).
               03 AHGER       PIC X(24).
               03 AHVERS      PIC X(03).
               03 AHTPFAB     PIC X(01).
               03 AHCNPJF     PIC 9(14).
               03 AHMODELO    PIC X(30).
               03 AHCRC       PIC X(04).
           01 AFD3.
               03 A3NSR       PIC 9(09).
               03 A3TIPO      PIC X(01).
               03 A3DH        PIC X(24).
               03 A3CPF       PIC 9(12).
               03 A3CRC       PIC X(04).
           01 AFD9.
               03 A9NSR       PIC X(09).
               03 A9QT2       PIC 9(09).
               03 A9QT3       PIC 9(09).
               03 A9QT4       PIC 9(09).
               03 A9QT5       PIC 9(09).
               03 A9QT6       PIC 9(09).
               03 A9QT7       PIC 9(09).
               03 A9TIPO      PIC X(01).
           01 NSR         PIC 9(09).
           01 CRCTXT      PIC X(400).
           01 CRCLEN      PIC 9(03).
           01 CRCVAL      PIC X(04).
      *-----------------------------------------------------------------
      *CONTAGEM DOS REGISTROS DO AEJ POR TIPO (01 A 08)
      *-----------------------------------------------------------------
           01 TABQT.
               03 QTAEJ   PIC 9(09) OCCURS 8 TIMES.
           01 IXQ         PIC 9(01).
           01 NUMW        PIC 9(09).
           01 NUMED       PIC Z(08)9.
           01 NUMTXT      PIC X(09).
           01 LBR         PIC 9(02).
      *-----------------------------------------------------------------
      *HORARIOS CONTRATUAIS DO PERIODO - ESCALA (SEM = SEGUNDA A
      *SEXTA) E MINUTOS DA JORNADA DIARIA; O CODIGO E A POSICAO
      *-----------------------------------------------------------------
           01 TABHOR.
               03 THR OCCURS 100 TIMES.
                   05 THPAT   PIC X(03).
                   05 THMIN   PIC 9(04).
           01 QTHOR       PIC 9(03).
           01 IXH         PIC 9(03).
           01 CODHOR      PIC 9(03).
           01 HPAT        PIC X(03).
           01 JORNBASE    PIC 9(03).
           01 HORASDIA    PIC 9(02)V99.
           01 MINESP      PIC 9(04).
      *-----------------------------------------------------------------
      *DIA CORRENTE DA VARREDURA (DATA E NUMERO DO DIA CORRIDO)
      *-----------------------------------------------------------------
           01 CDATA       PIC 9(08).
           01 CDATAR REDEFINES CDATA.
               03 CDANO      PIC 9(04).
               03 CDMES      PIC 9(02).
               03 CDDIA      PIC 9(02).
           01 CN          PIC 9(07).
           01 DFIM        PIC 9(08).
           01 DOW         PIC 9(01).
           01 SCHED       PIC X(01).
           01 FERIADO     PIC X(01).
           01 ADMDT       PIC 9(08).
           01 DEMDT       PIC 9(08).
      *-----------------------------------------------------------------
      *NUMERO DO DIA CORRIDO DE UMA DATA (CALENDARIO GREGORIANO) -
      *DNDATA ENTRA, DNN SAI; DIA DA SEMANA = (DNN + 1) MOD 7 COM
      *0 = SEGUNDA ... 6 = DOMINGO
      *-----------------------------------------------------------------
           01 DNDATA      PIC 9(08).
           01 DNDATAR REDEFINES DNDATA.
               03 DNY     PIC 9(04).
               03 DNM     PIC 9(02).
               03 DND     PIC 9(02).
           01 DNN         PIC 9(07).
           01 WY          PIC 9(04).
           01 WM          PIC 9(02).
           01 WT          PIC 9(07).
           01 WQ          PIC 9(07).
           01 Q4          PIC 9(04).
           01 Q100        PIC 9(04).
           01 Q400        PIC 9(04).
           01 MESDIAS     PIC X(24) VALUE "312831303130313130313031".
           01 MESDIASR REDEFINES MESDIAS.
               03 MESLEN  PIC 9(02) OCCURS 12 TIMES.
           01 MLEN        PIC 9(02).
           01 R4          PIC 9(03).
           01 R100        PIC 9(03).
           01 R400        PIC 9(03).
      *-----------------------------------------------------------------
      *ESCALA, FERIAS E AFASTAMENTO DO FUNCIONARIO EM DIAS CORRIDOS
      *-----------------------------------------------------------------
           01 ESCTEM      PIC X(01).
           01 NESCINI     PIC 9(07).
           01 CICLO       PIC 9(03).
           01 CICLOPOS    PIC 9(07).
           01 EPFERW      PIC X(01).
           01 EPTRABW     PIC 9(02).
           01 TABFER.
               03 TFE OCCURS 50 TIMES.
                   05 TFINI   PIC 9(07).
                   05 TFFIM   PIC 9(07).
           01 QTFER       PIC 9(02).
           01 IXF         PIC 9(02).
           01 AFTEM       PIC X(01).
           01 NAFINI      PIC 9(07).
           01 NAFFIM      PIC 9(07).
      *-----------------------------------------------------------------
      *CONFERENCIA DAS BATIDAS DO DIA
      *-----------------------------------------------------------------
           01 IXM         PIC 9(01).
           01 QMARC       PIC 9(01).
           01 ANTM        PIC 9(04).
           01 MHH         PIC 9(02).
           01 MMI         PIC 9(02).
           01 TPMARC      PIC X(01).
           01 SEQES       PIC 9(01).
           01 FORAORD     PIC X(01).
           01 HORINV      PIC X(01).
           01 PROB        PIC X(40).
           01 DHTXT       PIC X(24).
           01 DTISO       PIC X(10).
           01 MATCHK      PIC 9(06).
           01 TOTFUNC     PIC 9(06).
           01 TOTDIAS     PIC 9(06).
           01 TOTMARC     PIC 9(06).
           01 TOTSEM      PIC 9(06).
           01 TOTIRR      PIC 9(06).
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
               GO TO R0CAT
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
               DISPLAY "ERRO AO ABRIR FILEFUNC - FS: " FS
               CLOSE RELCAT RCATCTL
               GOBACK
           .
           OPEN INPUT PONTODET
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PONTODET - FS: " FS
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
           .
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADFIL - FS: " FS
               DISPLAY "O AFD E O AEJ EXIGEM O CNPJ DA FILIAL"
               CLOSE RELCAT RCATCTL FILEFUNC PONTODET
               GOBACK
           .
           PERFORM RABRE THRU RABREX
           .
       R02.
           DISPLAY "ARQUIVOS AFD/AEJ DA PORTARIA 671"
           DISPLAY "FILIAL (00 SAI): "
           MOVE ZEROS TO BFIL
           ACCEPT BFIL
           IF BFIL = ZEROS
               GO TO RF1
           .
           MOVE BFIL TO FILRK
           READ CADFIL
           IF FS NOT = "00"
               DISPLAY "FILIAL NAO CADASTRADA NO CADFIL"
               GO TO R02
           .
           IF FILCNPJ = ZEROS
               DISPLAY "FILIAL SEM CNPJ NO CADFIL"
               GO TO R02
           .
       R02A.
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           MOVE ZEROS TO DTINI
           ACCEPT DTINI
           MOVE DTINI TO CDATA
           PERFORM RDTCHK THRU RDTCHKX
           IF MLEN = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO R02A
           .
       R02B.
           DISPLAY "DATA FINAL (AAAAMMDD): "
           MOVE ZEROS TO DTFIM
           ACCEPT DTFIM
           MOVE DTFIM TO CDATA
           PERFORM RDTCHK THRU RDTCHKX
           IF MLEN = ZEROS OR DTFIM < DTINI
               DISPLAY "DATA INVALIDA OU ANTERIOR A INICIAL"
               GO TO R02B
           .
           DISPLAY "NUMERO DE FABRICACAO DO REP (BRANCO = ZEROS): "
           MOVE SPACES TO NRREP
           ACCEPT NRREP
           IF NRREP = SPACES
               MOVE ALL "0" TO NRREP
           .
       R03.
           OPEN OUTPUT AFDWK
           CLOSE AFDWK
           OPEN I-O AFDWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR AFDWK1.DAT - FS: " FS
               GO TO RF1
           .
           PERFORM RCATREG THRU RCATREGX
           MOVE NOMEARQ TO NOMEAFD
           PERFORM RCATREG THRU RCATREGX
           MOVE NOMEARQ TO NOMEAEJ
           PERFORM RCATREG THRU RCATREGX
           MOVE NOMEARQ TO NOMEVAL
           OPEN OUTPUT AFDARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEAFD ": " FSX
               CLOSE AFDWK
               GO TO RF1
           .
           OPEN OUTPUT AEJARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEAEJ ": " FSX
               CLOSE AFDWK AFDARQ
               GO TO RF1
           .
           OPEN OUTPUT VALRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR " NOMEVAL ": " FSX
               CLOSE AFDWK AFDARQ AEJARQ
               GO TO RF1
           .
           MOVE ZEROS TO TABQT QTHOR NSR
           MOVE ZEROS TO TOTFUNC TOTDIAS TOTMARC TOTSEM TOTIRR
           ACCEPT HOJE FROM DATE YYYYMMDD
           ACCEPT HORAATU FROM TIME
           MOVE HOJE TO CDATA
           MOVE HAHH TO MHH
           MOVE HAMI TO MMI
           PERFORM RDHTXT THRU RDHTXTX
           MOVE DHTXT TO GERDH
           MOVE DTINI TO CDATA
           PERFORM RDTISO THRU RDTISOX
           MOVE DTISO TO DTINITXT
           MOVE DTFIM TO CDATA
           PERFORM RDTISO THRU RDTISOX
           MOVE DTISO TO DTFIMTXT
           PERFORM RVALCAB THRU RVALCABX
       .
       R04.
      *-----------------------------------------------------------------
      *AEJ 01 (EMPREGADOR) E 02 (O REP DE ONDE VIERAM AS BATIDAS)
      *-----------------------------------------------------------------
           MOVE SPACES TO LINHA
           STRING "01|1|" FILCNPJ "|||" DELIMITED BY SIZE
               FILRAZAO DELIMITED BY "  "
               "|" DTINITXT "|" DTFIMTXT "|" GERDH "|001"
               DELIMITED BY SIZE INTO LINHA
           MOVE 1 TO IXQ
           PERFORM RAEJ THRU RAEJX
           MOVE SPACES TO LINHA
           STRING "02|1|1|" NRREP DELIMITED BY SIZE INTO LINHA
           MOVE 2 TO IXQ
           PERFORM RAEJ THRU RAEJX
      *-----------------------------------------------------------------
      *PASSADAS PELOS FUNCIONARIOS DA FILIAL NO PERIODO:
      *A = 03 E HORARIOS; B = 05, AFD E VALIDACAO; C = 06; D = 07
      *-----------------------------------------------------------------
           MOVE "A" TO PASSO
           PERFORM RPASSA THRU RPASSAX
           MOVE 1 TO IXH
           PERFORM RHOR04 THRU RHOR04X
           MOVE "B" TO PASSO
           PERFORM RPASSA THRU RPASSAX
           MOVE "C" TO PASSO
           PERFORM RPASSA THRU RPASSAX
           MOVE "D" TO PASSO
           PERFORM RPASSA THRU RPASSAX
      *-----------------------------------------------------------------
      *AEJ 08 (PROGRAMA DE TRATAMENTO - DESENVOLVIMENTO PROPRIO DO
      *EMPREGADOR) E 99 (TRAILER COM A QUANTIDADE DE CADA TIPO)
      *-----------------------------------------------------------------
           MOVE SPACES TO LINHA
           STRING "08|FOLHA DE PAGAMENTO|1.0|1|" FILCNPJ "|"
               DELIMITED BY SIZE
               FILRAZAO DELIMITED BY "  "
               "|" DELIMITED BY SIZE INTO LINHA
           MOVE 8 TO IXQ
           PERFORM RAEJ THRU RAEJX
           MOVE SPACES TO LINHA
           MOVE "99" TO LINHA
           MOVE 3 TO WT
           MOVE 1 TO IXQ
           PERFORM RAEJ99 THRU RAEJ99X
           MOVE LINHA TO AEJLINE
           WRITE AEJLINE
           PERFORM RAFD THRU RAFDX
           PERFORM RVALFIM THRU RVALFIMX
           CLOSE AFDWK AFDARQ AEJARQ VALRPT
           DISPLAY "FUNCIONARIOS.....: " TOTFUNC
           DISPLAY "DIAS COM BATIDA..: " TOTDIAS
           DISPLAY "MARCACOES........: " TOTMARC
           DISPLAY "DIAS SEM MARCACAO: " TOTSEM
           DISPLAY "DIAS IRREGULARES.: " TOTIRR
           DISPLAY "AFD......: " NOMEAFD
           DISPLAY "AEJ......: " NOMEAEJ
           DISPLAY "VALIDACAO: " NOMEVAL
           .
       RF1.
           CLOSE RELCAT RCATCTL FILEFUNC PONTODET CADFIL
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RPASSA.
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO RPASSAX
           .
       RPASSA2.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO RPASSAX
           END-IF
           IF FFILIAL NOT = BFIL
               GO TO RPASSA2
           END-IF
           COMPUTE ADMDT = ADANO * 10000 + ADMES * 100 + ADDIA
           COMPUTE DEMDT = DDANO * 10000 + DDMES * 100 + DDDIA
           IF ADMDT = ZEROS OR ADMDT > DTFIM
               GO TO RPASSA2
           END-IF
           IF DEMDT NOT = ZEROS AND DEMDT < DTINI
               GO TO RPASSA2
           END-IF
           IF PASSO = "A"
               PERFORM RVINC THRU RVINCX
           END-IF
           IF PASSO = "B"
               PERFORM RMARC THRU RMARCX
           END-IF
           IF PASSO = "C"
               MOVE SPACES TO LINHA
               STRING "06|" RKT "|" RKT DELIMITED BY SIZE INTO LINHA
               MOVE 6 TO IXQ
               PERFORM RAEJ THRU RAEJX
           END-IF
           IF PASSO = "D"
               PERFORM RAUS THRU RAUSX
           END-IF
           GO TO RPASSA2
           .
       RPASSAX.
           EXIT.
       RVINC.
      *-----------------------------------------------------------------
      *AEJ 03 - VINCULO (MATRICULA, CPF E NOME) E O HORARIO DELE
      *-----------------------------------------------------------------
           ADD 1 TO TOTFUNC
           MOVE SPACES TO LINHA
           STRING "03|" RKT "|" CPF "|" DELIMITED BY SIZE
               NOME DELIMITED BY "  "
               INTO LINHA
           MOVE 3 TO IXQ
           PERFORM RAEJ THRU RAEJX
           PERFORM RHORCOD THRU RHORCODX
           .
       RVINCX.
           EXIT.
       RHORCOD.
      *-----------------------------------------------------------------
      *ESCALA E JORNADA DIARIA DO FUNCIONARIO (JORNADA/27,5 COMO NO
      *PONTOIMP) - PROCURA NA TABELA E INCLUI SE FOR NOVA
      *-----------------------------------------------------------------
           MOVE "SEM" TO HPAT
           IF ESCOK = "S"
               MOVE RKT TO EFRK
               READ ESCFUNC
               IF FS = "00"
                   MOVE EFPAT TO HPAT
               END-IF
           .
           MOVE JORNADA TO JORNBASE
           IF JORNBASE = ZEROS
               MOVE 220 TO JORNBASE
           .
           COMPUTE HORASDIA ROUNDED = JORNBASE / 27,5
           COMPUTE MINESP ROUNDED = HORASDIA * 60
           MOVE ZEROS TO CODHOR
           MOVE 1 TO IXH
       .
       RHORCOD2.
           IF IXH > QTHOR
               GO TO RHORCOD3
           .
           IF THPAT(IXH) = HPAT AND THMIN(IXH) = MINESP
               MOVE IXH TO CODHOR
               GO TO RHORCODX
           .
           ADD 1 TO IXH
           GO TO RHORCOD2
           .
       RHORCOD3.
           IF QTHOR < 100
               ADD 1 TO QTHOR
               MOVE HPAT TO THPAT(QTHOR)
               MOVE MINESP TO THMIN(QTHOR)
               MOVE QTHOR TO CODHOR
           ELSE
               MOVE 100 TO CODHOR
           .
       RHORCODX.
           EXIT.
       RHOR04.
      *-----------------------------------------------------------------
      *AEJ 04 - UM REGISTRO POR HORARIO CONTRATUAL: CODIGO, DURACAO DA
      *JORNADA EM MINUTOS E A ESCALA (SEM HORA DE ENTRADA/SAIDA NO
      *CADASTRO, OS PARES FICAM EM BRANCO)
      *-----------------------------------------------------------------
           IF IXH > QTHOR
               GO TO RHOR04X
           .
           MOVE THMIN(IXH) TO NUMW
           PERFORM RNUMTXT THRU RNUMTXTX
           MOVE SPACES TO LINHA
           STRING "04|" IXH "|" DELIMITED BY SIZE
               NUMTXT DELIMITED BY SPACE
               "|||||" THPAT(IXH) DELIMITED BY SIZE
               INTO LINHA
           MOVE 4 TO IXQ
           PERFORM RAEJ THRU RAEJX
           ADD 1 TO IXH
           GO TO RHOR04
           .
       RHOR04X.
           EXIT.
       RMARC.
      *-----------------------------------------------------------------
      *DIA A DIA DO PERIODO DENTRO DO CONTRATO: BATIDAS PARA O AFD E O
      *AEJ 05 E CONFERENCIA PARA O RELATORIO DE VALIDACAO
      *-----------------------------------------------------------------
           PERFORM RHORCOD THRU RHORCODX
           PERFORM RCARGA THRU RCARGAX
           MOVE DTINI TO CDATA
           IF ADMDT > DTINI
               MOVE ADMDT TO CDATA
           .
           MOVE DTFIM TO DFIM
           IF DEMDT NOT = ZEROS AND DEMDT < DTFIM
               MOVE DEMDT TO DFIM
           .
           MOVE CDATA TO DNDATA
           PERFORM RDNUM THRU RDNUMX
           MOVE DNN TO CN
       .
       RMARC2.
           IF CDATA > DFIM
               GO TO RMARCX
           .
           PERFORM RDIA THRU RDIAX
           PERFORM RPROX THRU RPROXX
           GO TO RMARC2
           .
       RMARCX.
           EXIT.
       RCARGA.
      *-----------------------------------------------------------------
      *ESCALA (INICIO DO CICLO), AFASTAMENTO E GOZOS DE FERIAS DO
      *FUNCIONARIO EM DIAS CORRIDOS
      *-----------------------------------------------------------------
           MOVE "N" TO ESCTEM AFTEM
           MOVE ZEROS TO QTFER
           IF HPAT NOT = "SEM"
               MOVE HPAT TO EPRK
               READ ESCPAT
               IF FS = "00" AND EPTRAB NOT = ZEROS
                   MOVE "S" TO ESCTEM
                   COMPUTE CICLO = EPTRAB + EPFOLGA
                   MOVE EPTRAB TO EPTRABW
                   MOVE EPFERTRAB TO EPFERW
                   COMPUTE DNDATA = EFINIANO * 10000 + EFINIMES * 100
                       + EFINIDIA
                   PERFORM RDNUM THRU RDNUMX
                   MOVE DNN TO NESCINI
               END-IF
           .
           IF AFOK = "S"
               MOVE RKT TO AFRK
               READ AFAST
               IF FS = "00" AND AFINIANO NOT = ZEROS
                   MOVE "S" TO AFTEM
                   COMPUTE DNDATA = AFINIANO * 10000 + AFINIMES * 100
                       + AFINIDIA
                   PERFORM RDNUM THRU RDNUMX
                   MOVE DNN TO NAFINI
                   MOVE 9999999 TO NAFFIM
                   IF AFRETANO NOT = ZEROS
                       COMPUTE DNDATA = AFRETANO * 10000
                           + AFRETMES * 100 + AFRETDIA
                       PERFORM RDNUM THRU RDNUMX
                       COMPUTE NAFFIM = DNN - 1
                   END-IF
               END-IF
           .
           IF FEROK NOT = "S"
               GO TO RCARGAX
           .
           MOVE RKT TO FPRKF
           MOVE ZEROS TO FPSEQ
           START FERPAG KEY IS NOT LESS THAN FPRK
           IF FS NOT = "00"
               GO TO RCARGAX
           .
       RCARGA2.
           READ FERPAG NEXT RECORD
           IF FS NOT = "00" OR FPRKF NOT = RKT
               GO TO RCARGAX
           END-IF
           IF FPINIANO = ZEROS OR FPDIAS = ZEROS OR QTFER NOT < 50
               GO TO RCARGA2
           END-IF
           ADD 1 TO QTFER
           COMPUTE DNDATA = FPINIANO * 10000 + FPINIMES * 100
               + FPINIDIA
           PERFORM RDNUM THRU RDNUMX
           MOVE DNN TO TFINI(QTFER)
           COMPUTE TFFIM(QTFER) = DNN + FPDIAS - 1
           GO TO RCARGA2
           .
       RCARGAX.
           EXIT.
       RDIA.
           PERFORM RPROG THRU RPROGX
           MOVE RKT TO PDMAT
           MOVE CDATA TO PDDATA
           READ PONTODET
           IF FS NOT = "00"
               IF SCHED = "S"
                   ADD 1 TO TOTSEM
                   MOVE "DIA DE TRABALHO SEM MARCACAO" TO PROB
                   PERFORM RVALLIN THRU RVALLINX
               END-IF
               GO TO RDIAX
           .
           ADD 1 TO TOTDIAS
           MOVE ZEROS TO QMARC ANTM
           MOVE "N" TO FORAORD HORINV
           MOVE 1 TO IXM
       .
       RDIA2.
           IF IXM > 4
               GO TO RDIA3
           .
           IF PDMARC(IXM) = ZEROS
               ADD 1 TO IXM
               GO TO RDIA2
           .
           ADD 1 TO QMARC
           ADD 1 TO TOTMARC
           DIVIDE PDMARC(IXM) BY 100 GIVING MHH REMAINDER MMI
           IF MHH > 23 OR MMI > 59
               MOVE "S" TO HORINV
           .
           IF PDMARC(IXM) NOT > ANTM
               MOVE "S" TO FORAORD
           .
           MOVE PDMARC(IXM) TO ANTM
      *-----------------------------------------------------------------
      *AFD - A MARCACAO VAI PARA O ARQUIVO DE TRABALHO EM ORDEM DE
      *DATA/HORA; AEJ 05 - ENTRADA NAS POSICOES IMPARES, SAIDA NAS
      *PARES, PAR 1 OU 2, FONTE O (ORIGINAL DO RELOGIO)
      *-----------------------------------------------------------------
           MOVE CDATA TO AWDATA
           MOVE PDMARC(IXM) TO AWHORA
           MOVE RKT TO AWMAT
           MOVE IXM TO AWSEQ
           MOVE CPF TO AWCPF
           WRITE AFDWKREC
           PERFORM RDHTXT THRU RDHTXTX
           MOVE "E" TO TPMARC
           MOVE 1 TO SEQES
           IF IXM = 2 OR IXM = 4
               MOVE "S" TO TPMARC
           .
           IF IXM > 2
               MOVE 2 TO SEQES
           .
           MOVE SPACES TO LINHA
           STRING "05|" RKT "|" DHTXT "|1|" TPMARC "|" SEQES "|O|"
               CODHOR "|" DELIMITED BY SIZE INTO LINHA
           MOVE 5 TO IXQ
           PERFORM RAEJ THRU RAEJX
           ADD 1 TO IXM
           GO TO RDIA2
           .
       RDIA3.
           MOVE SPACES TO PROB
           IF HORINV = "S"
               MOVE "HORARIO INVALIDO NA MARCACAO" TO PROB
           ELSE
               IF FORAORD = "S"
                   MOVE "MARCACOES FORA DE ORDEM" TO PROB
               ELSE
                   IF QMARC = 1 OR QMARC = 3
                       MOVE "NUMERO IMPAR DE MARCACOES" TO PROB
                   END-IF
               END-IF
           .
           IF PROB NOT = SPACES
               ADD 1 TO TOTIRR
               PERFORM RVALLIN THRU RVALLINX
           .
       RDIAX.
           EXIT.
       RPROG.
      *-----------------------------------------------------------------
      *DIA DE TRABALHO PROGRAMADO? FERIAS E AFASTAMENTO NAO; ESCALA
      *PELO CICLO A PARTIR DO INICIO; SEM ESCALA, SEGUNDA A SEXTA;
      *FERIADO NAO, SALVO NA ESCALA QUE TRABALHA FERIADO
      *-----------------------------------------------------------------
           MOVE "N" TO SCHED
           IF AFTEM = "S" AND CN NOT < NAFINI AND CN NOT > NAFFIM
               GO TO RPROGX
           .
           MOVE 1 TO IXF
       .
       RPROG2.
           IF IXF > QTFER
               GO TO RPROG3
           .
           IF CN NOT < TFINI(IXF) AND CN NOT > TFFIM(IXF)
               GO TO RPROGX
           .
           ADD 1 TO IXF
           GO TO RPROG2
           .
       RPROG3.
           IF ESCTEM = "S" AND CN NOT < NESCINI
               COMPUTE CICLOPOS = CN - NESCINI
               DIVIDE CICLOPOS BY CICLO GIVING WQ
                   REMAINDER CICLOPOS
               IF CICLOPOS NOT < EPTRABW
                   GO TO RPROGX
               END-IF
               IF EPFERW = "S"
                   MOVE "S" TO SCHED
                   GO TO RPROGX
               END-IF
           ELSE
               COMPUTE WT = CN + 1
               DIVIDE WT BY 7 GIVING WQ REMAINDER DOW
               IF DOW > 4
                   GO TO RPROGX
               END-IF
           .
           PERFORM RFERIAD THRU RFERIADX
           IF FERIADO = "N"
               MOVE "S" TO SCHED
           .
       RPROGX.
           EXIT.
       RFERIAD.
      *-----------------------------------------------------------------
      *FERIADO NACIONAL, DA UF OU DO MUNICIPIO DA FILIAL
      *-----------------------------------------------------------------
           MOVE "N" TO FERIADO
           IF FERIOK NOT = "S"
               GO TO RFERIADX
           .
           MOVE CDATA TO FERDATA
           MOVE SPACES TO FERUF
           MOVE ZEROS TO FERFIL
           READ CADFERI
           IF FS = "00"
               MOVE "S" TO FERIADO
               GO TO RFERIADX
           .
           IF FILUF NOT = SPACES
               MOVE CDATA TO FERDATA
               MOVE FILUF TO FERUF
               MOVE ZEROS TO FERFIL
               READ CADFERI
               IF FS = "00"
                   MOVE "S" TO FERIADO
                   GO TO RFERIADX
               END-IF
           .
           MOVE CDATA TO FERDATA
           MOVE SPACES TO FERUF
           MOVE BFIL TO FERFIL
           READ CADFERI
           IF FS = "00"
               MOVE "S" TO FERIADO
           .
       RFERIADX.
           EXIT.
       RAUS.
      *-----------------------------------------------------------------
      *AEJ 07 - AUSENCIAS: MINUTOS DE ATRASO/SAIDA ANTECIPADA APURADOS
      *NO DIA (TIPO 1, SEM MOVIMENTO DE BANCO DE HORAS)
      *-----------------------------------------------------------------
           MOVE RKT TO PDMAT
           MOVE DTINI TO PDDATA
           START PONTODET KEY IS NOT LESS THAN PDRK
           IF FS NOT = "00"
               GO TO RAUSX
           .
       RAUS2.
           READ PONTODET NEXT RECORD
           IF FS NOT = "00" OR PDMAT NOT = RKT OR PDDATA > DTFIM
               GO TO RAUSX
           END-IF
           IF PDATRMIN = ZEROS
               GO TO RAUS2
           END-IF
           MOVE PDDATA TO CDATA
           PERFORM RDTISO THRU RDTISOX
           MOVE PDATRMIN TO NUMW
           PERFORM RNUMTXT THRU RNUMTXTX
           MOVE SPACES TO LINHA
           STRING "07|" RKT "|1|" DTISO "|" DELIMITED BY SIZE
               NUMTXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE INTO LINHA
           MOVE 7 TO IXQ
           PERFORM RAEJ THRU RAEJX
           GO TO RAUS2
           .
       RAUSX.
           EXIT.
       RAEJ.
           MOVE LINHA TO AEJLINE
           WRITE AEJLINE
           ADD 1 TO QTAEJ(IXQ)
           .
       RAEJX.
           EXIT.
       RAEJ99.
      *-----------------------------------------------------------------
      *TRAILER DO AEJ - "|" E A QUANTIDADE DE CADA TIPO, EM WT A
      *PROXIMA POSICAO LIVRE DA LINHA
      *-----------------------------------------------------------------
           IF IXQ > 8
               GO TO RAEJ99X
           .
           MOVE QTAEJ(IXQ) TO NUMW
           PERFORM RNUMTXT THRU RNUMTXTX
           STRING "|" DELIMITED BY SIZE
               NUMTXT DELIMITED BY SPACE
               INTO LINHA WITH POINTER WT
           ADD 1 TO IXQ
           GO TO RAEJ99
           .
       RAEJ99X.
           EXIT.
       RAFD.
      *-----------------------------------------------------------------
      *AFD - CABECALHO, MARCACOES NA ORDEM DO ARQUIVO DE TRABALHO COM
      *NSR SEQUENCIAL E TRAILER; O CRC DE CADA REGISTRO COBRE OS
      *CAMPOS ANTERIORES A ELE
      *-----------------------------------------------------------------
           MOVE ZEROS TO AHNSR
           MOVE "1" TO AHTIPO
           MOVE "1" TO AHTPID
           MOVE FILCNPJ TO AHCNPJ
           MOVE SPACES TO AHCNO AHRAZAO AHMODELO
           MOVE FILRAZAO TO AHRAZAO
           MOVE NRREP TO AHNREP
           MOVE DTINITXT TO AHDTINI
           MOVE DTFIMTXT TO AHDTFIM
           MOVE GERDH TO AHGER
           MOVE "003" TO AHVERS
           MOVE "1" TO AHTPFAB
           MOVE ZEROS TO AHCNPJF
           MOVE AFDH TO CRCTXT
           MOVE 298 TO CRCLEN
           CALL "CRC16" USING CRCTXT CRCLEN CRCVAL
           MOVE CRCVAL TO AHCRC
           MOVE AFDH TO AFDLINE
           WRITE AFDLINE
           MOVE ZEROS TO AWK
           START AFDWK KEY IS NOT LESS THAN AWK
           IF FS NOT = "00"
               GO TO RAFD3
           .
       RAFD2.
           READ AFDWK NEXT RECORD
           IF FS NOT = "00"
               GO TO RAFD3
           END-IF
           ADD 1 TO NSR
           MOVE NSR TO A3NSR
           MOVE "3" TO A3TIPO
           MOVE AWDATA TO CDATA
           DIVIDE AWHORA BY 100 GIVING MHH REMAINDER MMI
           PERFORM RDHTXT THRU RDHTXTX
           MOVE DHTXT TO A3DH
           MOVE AWCPF TO A3CPF
           MOVE AFD3 TO CRCTXT
           MOVE 46 TO CRCLEN
           CALL "CRC16" USING CRCTXT CRCLEN CRCVAL
           MOVE CRCVAL TO A3CRC
           MOVE AFD3 TO AFDLINE
           WRITE AFDLINE
           GO TO RAFD2
           .
       RAFD3.
           MOVE "999999999" TO A9NSR
           MOVE ZEROS TO A9QT2 A9QT4 A9QT5 A9QT6 A9QT7
           MOVE NSR TO A9QT3
           MOVE "9" TO A9TIPO
           MOVE AFD9 TO AFDLINE
           WRITE AFDLINE
           .
       RAFDX.
           EXIT.
       RVALCAB.
           MOVE "VALIDACAO DAS MARCACOES DE PONTO - PORTARIA 671"
               TO VALLINE
           WRITE VALLINE
           MOVE SPACES TO LINHA
           STRING "FILIAL " BFIL " " FILRAZAO " CNPJ " FILCNPJ
               " PERIODO " DTINITXT " A " DTFIMTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO VALLINE
           WRITE VALLINE
           MOVE ALL "-" TO VALLINE
           WRITE VALLINE
           MOVE "MATRIC NOME                           DATA       OCORR"
               TO VALLINE
           WRITE VALLINE
           MOVE ALL "-" TO VALLINE
           WRITE VALLINE
           .
       RVALCABX.
           EXIT.
       RVALLIN.
           PERFORM RDTISO THRU RDTISOX
           MOVE SPACES TO LINHA
           STRING RKT " " NOME(1:30) " " DTISO " " PROB
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO VALLINE
           WRITE VALLINE
           .
       RVALLINX.
           EXIT.
       RVALFIM.
           MOVE ALL "-" TO VALLINE
           WRITE VALLINE
           MOVE SPACES TO LINHA
           STRING "FUNCIONARIOS " TOTFUNC "  DIAS COM BATIDA " TOTDIAS
               "  MARCACOES " TOTMARC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO VALLINE
           WRITE VALLINE
           MOVE SPACES TO LINHA
           STRING "DIAS DE TRABALHO SEM MARCACAO " TOTSEM
               "  DIAS IRREGULARES " TOTIRR
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO VALLINE
           WRITE VALLINE
           IF QTHOR NOT < 100
               MOVE "MAIS DE 100 HORARIOS - EXCEDENTES NO CODIGO 100"
                   TO VALLINE
               WRITE VALLINE
           .
       RVALFIMX.
           EXIT.
       RNUMTXT.
           MOVE NUMW TO NUMED
           MOVE ZEROS TO LBR
           INSPECT NUMED TALLYING LBR FOR LEADING SPACES
           MOVE SPACES TO NUMTXT
           MOVE NUMED(LBR + 1:9 - LBR) TO NUMTXT
           .
       RNUMTXTX.
           EXIT.
       RDTISO.
      *-----------------------------------------------------------------
      *CDATA EM AAAA-MM-DD
      *-----------------------------------------------------------------
           MOVE SPACES TO DTISO
           STRING CDANO "-" CDMES "-" CDDIA DELIMITED BY SIZE INTO DTISO
           .
       RDTISOX.
           EXIT.
       RDHTXT.
      *-----------------------------------------------------------------
      *CDATA E MHH:MMI EM AAAA-MM-DDTHH:MM:00-0300 (HORA DE BRASILIA)
      *-----------------------------------------------------------------
           MOVE SPACES TO DHTXT
           STRING CDANO "-" CDMES "-" CDDIA "T" MHH ":" MMI ":00-0300"
               DELIMITED BY SIZE INTO DHTXT
           .
       RDHTXTX.
           EXIT.
       RDNUM.
      *-----------------------------------------------------------------
      *DIAS CORRIDOS DA DATA EM DNDATA (ANO COMECANDO EM MARCO PARA O
      *29 DE FEVEREIRO FICAR NO FIM)
      *-----------------------------------------------------------------
           MOVE DNY TO WY
           MOVE DNM TO WM
           IF WM < 3
               SUBTRACT 1 FROM WY
               ADD 12 TO WM
           .
           DIVIDE WY BY 4 GIVING Q4
           DIVIDE WY BY 100 GIVING Q100
           DIVIDE WY BY 400 GIVING Q400
           COMPUTE WT = 153 * (WM - 3) + 2
           DIVIDE WT BY 5 GIVING WQ
           COMPUTE DNN = 365 * WY + Q4 - Q100 + Q400 + WQ + DND
           .
       RDNUMX.
           EXIT.
       RMESLEN.
      *-----------------------------------------------------------------
      *DIAS DO MES CDMES/CDANO EM MLEN (FEVEREIRO BISSEXTO = 29)
      *-----------------------------------------------------------------
           MOVE MESLEN(CDMES) TO MLEN
           IF CDMES = 2
               DIVIDE CDANO BY 4 GIVING WQ REMAINDER R4
               DIVIDE CDANO BY 100 GIVING WQ REMAINDER R100
               DIVIDE CDANO BY 400 GIVING WQ REMAINDER R400
               IF R4 = ZEROS AND (R100 NOT = ZEROS OR R400 = ZEROS)
                   MOVE 29 TO MLEN
               END-IF
           .
       RMESLENX.
           EXIT.
       RDTCHK.
      *-----------------------------------------------------------------
      *DATA EM CDATA VALIDA? MLEN ZERADO SE NAO FOR
      *-----------------------------------------------------------------
           MOVE ZEROS TO MLEN
           IF CDANO < 2000 OR CDMES < 1 OR CDMES > 12 OR CDDIA < 1
               GO TO RDTCHKX
           .
           PERFORM RMESLEN THRU RMESLENX
           IF CDDIA > MLEN
               MOVE ZEROS TO MLEN
           .
       RDTCHKX.
           EXIT.
       RPROX.
           ADD 1 TO CN
           ADD 1 TO CDDIA
           PERFORM RMESLEN THRU RMESLENX
           IF CDDIA > MLEN
               MOVE 1 TO CDDIA
               ADD 1 TO CDMES
               IF CDMES > 12
                   MOVE 1 TO CDMES
                   ADD 1 TO CDANO
               END-IF
           .
       RPROXX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA CADA SAIDA SOB NOME CONTROLADO COM O OPERADOR
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
           MOVE "AFDAEJ" TO RCPROG
           MOVE DTFIM TO CDATA
           MOVE CDMES TO RCKM
           MOVE CDANO TO RCKY
           MOVE BFIL TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           .
       RCATREGX.
           EXIT.
       RABRE.
           OPEN INPUT ESCPAT
           IF FS NOT = "00"
               MOVE "N" TO ESCOK
           ELSE
               OPEN INPUT ESCFUNC
               IF FS NOT = "00"
                   CLOSE ESCPAT
                   MOVE "N" TO ESCOK
               ELSE
                   MOVE "S" TO ESCOK
           .
           OPEN INPUT CADFERI
           IF FS NOT = "00"
               MOVE "N" TO FERIOK
           ELSE
               MOVE "S" TO FERIOK
           .
           OPEN INPUT AFAST
           IF FS NOT = "00"
               MOVE "N" TO AFOK
           ELSE
               MOVE "S" TO AFOK
           .
           OPEN INPUT FERPAG
           IF FS NOT = "00"
               MOVE "N" TO FEROK
           ELSE
               MOVE "S" TO FEROK
           .
       RABREX.
           EXIT.
       RFECHA.
           IF ESCOK = "S"
               CLOSE ESCPAT ESCFUNC
           .
           IF FERIOK = "S"
               CLOSE CADFERI
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF FEROK = "S"
               CLOSE FERPAG
           .
       RFECHAX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - OS ARQUIVOS LEVAM CPF E NOME DE TODA A
      *FILIAL PARA FORA, ENTAO SO COM PRIVILEGIO DE DADOS PESSOAIS
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
           IF OPMDADOS NOT = "S"
               DISPLAY "OPERADOR SEM PRIVILEGIO DE DADOS PESSOAIS"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMDADOS NOT = "S"
               DISPLAY "OPERADOR SEM PRIVILEGIO DE DADOS PESSOAIS"
               GOBACK
           .
       RSIGNONQX.
           EXIT.
