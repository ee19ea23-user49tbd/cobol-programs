       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATEST.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *FUNCIONARIOS PERTO DO LIMITE DE 15 DIAS DE ATESTADO NO MESMO
      *CID EM 60 DIAS (ATESTADO/FPP167). NA DATA DE REFERENCIA SOMA,
      *POR MATRICULA E CID, OS ATESTADOS AINDA PAGOS PELA EMPRESA
      *INICIADOS NOS 60 DIAS ANTERIORES E LISTA QUEM CHEGOU AO PISO
      *DE AVISO, COM OS DIAS QUE FALTAM E QUANDO O ATESTADO MAIS
      *ANTIGO SAI DA CONTA; LISTA TAMBEM OS ENCAMINHAMENTOS AO INSS
      *DA JANELA. ORDEM DE AREA PELO ARQUIVO DE TRABALHO INDEXADO
      *ATWK1.DAT (RECRIADO A CADA EXECUCAO), COMO O RELTREIN/FPP166.
      *O CID SO SAI PARA OPERADOR COM DADOS PESSOAIS (OPMDADOS)
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
      *-----------------------------------------------------------------
           SELECT CADAREAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ARK
           .

           SELECT ATWK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AWK
           .
      *-----------------------------------------------------------------
           SELECT ATRPT ASSIGN TO NOMEARQ
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

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
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
      *ATESTADOS MEDICOS (VER ATESTADO/FPP167)
      *-----------------------------------------------------------------
       FD ATESTADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ATESTADO1.DAT".
       COPY ATESTADO.
      *-----------------------------------------------------------------
      *AREAS VARIAVEIS
      *-----------------------------------------------------------------
       FD CADAREAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP1".
       01 AR.
           03 ARK   PIC  9(03).
           03 DESC PIC  X(20).
           03 N    PIC  9(01).
           03 NTXT PIC  X(19).
           03 ASRK  PIC  9(03).
           03 AFILIAL PIC 9(02).
      *-----------------------------------------------------------------
      *SOMA POR AREA/MATRICULA/CID (RECRIADO A CADA EXECUCAO)
      *AWSIT: P-DIAS PAGOS PELA EMPRESA NA JANELA  E-ENCAMINHADO AO
      *INSS NA JANELA
      *-----------------------------------------------------------------
       FD ATWK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ATWK1.DAT".
       01 ATWKREC.
           03 AWK.
               05 AWAREA   PIC 9(03).
               05 AWMAT    PIC 9(06).
               05 AWCID    PIC X(06).
               05 AWSIT    PIC X(01).
           03 AWNOME       PIC X(40).
           03 AWDIAS       PIC 9(04).
           03 AWQT         PIC 9(03).
           03 AWPRIM       PIC 9(08).
           03 AWAFINI      PIC 9(08).
      *-----------------------------------------------------------------
       FD ATRPT
           LABEL RECORD IS STANDARD.
       01 ATLINE PIC X(132).
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107) - A SAIDA FICA
      *RETIDA SOB NOME CONTROLADO E PODE SER REIMPRESSA
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
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
       WORKING-STORAGE SECTION.
           01 OPERID      PIC X(10).
           01 SENHA       PIC X(08).
           01 OPERCHK     PIC X(01).
           01 TENTAT      PIC 9(01).
           01 DADOSOK     PIC X(01).
           01 RCSEQX      PIC 9(08).
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 AREAOK      PIC X(01).
           01 NOMEARQ     PIC X(40).
           01 HOJE        PIC 9(08).
           01 REFDT       PIC 9(08).
           01 PISO        PIC 9(02).
           01 FALTA       PIC 9(02).
           01 NDIAS       PIC 9(03).
           01 DNREF       PIC 9(07).
           01 AREAANT     PIC 9(03).
           01 AREALIN     PIC 9(06).
           01 TOTPERTO    PIC 9(06).
           01 TOTACIMA    PIC 9(06).
           01 TOTENC      PIC 9(06).
           01 CIDTXT      PIC X(06).
           01 LINHA       PIC X(132).
           01 DTTXT       PIC X(10).
           01 DTTXT2      PIC X(10).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - SOMA DE DIAS, FORMATACAO E NUMERO
      *DE DIAS CORRIDOS PARA A JANELA DE 60 DIAS
      *-----------------------------------------------------------------
           01 DTW         PIC 9(08).
           01 DTWR REDEFINES DTW.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DVVMAX      PIC 9(02).
           01 DVVQ        PIC 9(05).
           01 DVVR        PIC 9(03).
           01 DNUM        PIC 9(07).
           01 DCANO       PIC 9(04).
           01 DCMES       PIC 9(02).
           01 DNQ         PIC 9(05).
           01 DNMD        PIC 9(03).
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
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE RELCAT RCATCTL
               GOBACK
       .
       R01A.
           OPEN INPUT ATESTADO
           IF FS NOT = "00"
               DISPLAY "SEM ATESTADOS REGISTRADOS (FPP167)"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT CADAREAS
           IF FS NOT = "00"
               MOVE "N" TO AREAOK
           ELSE
               MOVE "S" TO AREAOK
       .
       R02.
           MOVE ZEROS TO TOTPERTO TOTACIMA TOTENC
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "ATESTADOS PERTO DO LIMITE DE 15 DIAS NO MESMO CID"
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT REFDT
           IF REFDT = ZEROS
               MOVE HOJE TO REFDT
           .
           DISPLAY "AVISAR A PARTIR DE QUANTOS DIAS (00 = 10): "
           ACCEPT PISO
           IF PISO = ZEROS OR PISO > 15
               MOVE 10 TO PISO
           .
           MOVE REFDT TO DTW
           PERFORM RDNUM THRU RDNUMX
           MOVE DNUM TO DNREF
       .
       R03.
           OPEN OUTPUT ATWK
           CLOSE ATWK
           OPEN I-O ATWK
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR ATWK1.DAT - FS: " FS
               GO TO RF1
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT ATRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               CLOSE ATWK
               GO TO RF1
           .
           MOVE ZEROS TO ATMAT ATSEQ
           START ATESTADO KEY IS NOT LESS THAN ATRK
           IF FS NOT = "00"
               GO TO R07
       .
       R06.
      *-----------------------------------------------------------------
      *ATESTADOS INICIADOS NOS 60 DIAS ATE A REFERENCIA, DE
      *FUNCIONARIOS ATIVOS; OS CONTADOS NUM ENCAMINHAMENTO FICAM FORA
      *-----------------------------------------------------------------
           READ ATESTADO NEXT RECORD
           IF FS NOT = "00"
               GO TO R07
           .
           IF ATENC = "C" OR ATINI > REFDT
               GO TO R06
           .
           MOVE ATINI TO DTW
           PERFORM RDNUM THRU RDNUMX
           IF DNREF - DNUM > 59
               GO TO R06
           .
           PERFORM RSOMA THRU RSOMAX
           GO TO R06
           .
       R07.
           PERFORM RIMPR THRU RIMPRX
           GO TO RF2
           .
       RSOMA.
           MOVE ATMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR DDANO NOT = ZEROS
               GO TO RSOMAX
           .
           MOVE ARK2 TO AWAREA
           MOVE ATMAT TO AWMAT
           MOVE ATCID TO AWCID
           MOVE "P" TO AWSIT
           IF ATENC = "S"
               MOVE "E" TO AWSIT
           .
           READ ATWK
           IF FS = "00"
               ADD ATDIAS TO AWDIAS
               ADD 1 TO AWQT
               IF ATINI < AWPRIM
                   MOVE ATINI TO AWPRIM
               END-IF
               IF ATAFINI > AWAFINI
                   MOVE ATAFINI TO AWAFINI
               END-IF
               REWRITE ATWKREC
               GO TO RSOMAX
           .
           MOVE NOME TO AWNOME
           MOVE ATDIAS TO AWDIAS
           MOVE 1 TO AWQT
           MOVE ATINI TO AWPRIM
           MOVE ATAFINI TO AWAFINI
           WRITE ATWKREC
           .
       RSOMAX.
           EXIT.
       RIMPR.
      *-----------------------------------------------------------------
      *IMPRESSAO EM ORDEM DE AREA COM SUBTOTAL POR AREA - SOMAS
      *ABAIXO DO PISO DE AVISO NAO SAEM
      *-----------------------------------------------------------------
           MOVE ALL "=" TO ATLINE
           WRITE ATLINE
           MOVE REFDT TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "ATESTADOS NO MESMO CID EM 60 DIAS - A PARTIR DE "
               PISO " DIAS (LIMITE 15) - REFERENCIA " DTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ATLINE
           WRITE ATLINE
           MOVE ALL "=" TO ATLINE
           WRITE ATLINE
           MOVE 999 TO AREAANT
           MOVE ZEROS TO AREALIN
           MOVE ZEROS TO AWAREA AWMAT
           MOVE SPACES TO AWCID AWSIT
           START ATWK KEY IS NOT LESS THAN AWK
           IF FS NOT = "00"
               MOVE "NENHUM ATESTADO NA JANELA" TO ATLINE
               WRITE ATLINE
               GO TO RIMPR3
           .
       RIMPR2.
           READ ATWK NEXT RECORD
           IF FS NOT = "00"
               PERFORM RAREATOT THRU RAREATOTX
               GO TO RIMPR3
           END-IF
           IF AWSIT = "P" AND AWDIAS < PISO
               GO TO RIMPR2
           END-IF
           IF AWAREA NOT = AREAANT
               PERFORM RAREATOT THRU RAREATOTX
               PERFORM RAREACAB THRU RAREACABX
           END-IF
           ADD 1 TO AREALIN
           MOVE AWCID TO CIDTXT
           IF DADOSOK NOT = "S"
               MOVE "******" TO CIDTXT
           END-IF
           IF AWSIT = "E"
               PERFORM RLINENC THRU RLINENCX
           ELSE
               PERFORM RLINPERTO THRU RLINPERTOX
           END-IF
           GO TO RIMPR2
           .
       RIMPR3.
           MOVE ALL "=" TO ATLINE
           WRITE ATLINE
           MOVE SPACES TO LINHA
           STRING "PERTO DO LIMITE: " TOTPERTO
               "  ACIMA DO LIMITE SEM ENCAMINHAMENTO: " TOTACIMA
               "  ENCAMINHADOS AO INSS: " TOTENC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ATLINE
           WRITE ATLINE
           DISPLAY "PERTO DO LIMITE: " TOTPERTO " ACIMA: " TOTACIMA
               " ENCAMINHADOS: " TOTENC
           .
       RIMPRX.
           EXIT.
       RLINPERTO.
      *-----------------------------------------------------------------
      *SOMA AINDA PAGA PELA EMPRESA - DIAS QUE FALTAM PARA O INSS E O
      *DIA EM QUE O ATESTADO MAIS ANTIGO SAI DA JANELA
      *-----------------------------------------------------------------
           MOVE AWPRIM TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           PERFORM RDIAMAIS THRU RDIAMAISX
               VARYING NDIAS FROM 1 BY 1 UNTIL NDIAS > 60
           MOVE DTTXT TO DTTXT2
           PERFORM RFMTDT THRU RFMTDTX
           MOVE ZEROS TO FALTA
           IF AWDIAS < 15
               COMPUTE FALTA = 15 - AWDIAS
               ADD 1 TO TOTPERTO
           ELSE
               ADD 1 TO TOTACIMA
           END-IF
           MOVE SPACES TO LINHA
           IF AWDIAS > 15
               STRING AWMAT " " AWNOME " CID " CIDTXT " " AWDIAS
                   " DIAS EM " AWQT " ATESTADO(S) - ACIMA DO LIMITE "
                   "SEM ENCAMINHAMENTO, CONFIRA NO FPP167"
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               STRING AWMAT " " AWNOME " CID " CIDTXT " " AWDIAS
                   " DIAS EM " AWQT " ATESTADO(S) - FALTAM " FALTA
                   " - O DE " DTTXT2 " SAI DA CONTA EM " DTTXT
                   DELIMITED BY SIZE INTO LINHA
           END-IF
           MOVE LINHA TO ATLINE
           WRITE ATLINE
           .
       RLINPERTOX.
           EXIT.
       RLINENC.
           ADD 1 TO TOTENC
           MOVE AWAFINI TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING AWMAT " " AWNOME " CID " CIDTXT
               " ENCAMINHADO AO INSS - AFASTAMENTO DESDE " DTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ATLINE
           WRITE ATLINE
           .
       RLINENCX.
           EXIT.
       RAREACAB.
           MOVE AWAREA TO AREAANT
           MOVE ZEROS TO AREALIN
           MOVE SPACES TO DESC
           IF AREAOK = "S"
               MOVE AWAREA TO ARK
               READ CADAREAS
               IF FS NOT = "00"
                   MOVE SPACES TO DESC
               END-IF
           .
           MOVE SPACES TO ATLINE
           WRITE ATLINE
           MOVE SPACES TO LINHA
           STRING "AREA " AWAREA " " DESC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ATLINE
           WRITE ATLINE
           MOVE ALL "-" TO ATLINE
           WRITE ATLINE
           .
       RAREACABX.
           EXIT.
       RAREATOT.
           IF AREAANT = 999 AND AREALIN = ZEROS
               GO TO RAREATOTX
           .
           MOVE SPACES TO LINHA
           STRING "  FUNCIONARIOS/CID NA AREA " AREAANT ": " AREALIN
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO ATLINE
           WRITE ATLINE
           .
       RAREATOTX.
           EXIT.
       RDNUM.
      *-----------------------------------------------------------------
      *DTW (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS (ANO CONTADO A
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
      *DTW (AAAAMMDD) AVANCA UM DIA
      *-----------------------------------------------------------------
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
       RFMTDT.
      *-----------------------------------------------------------------
      *DTW (AAAAMMDD) EM DD/MM/AAAA - ZEROS SAI EM BRANCO
      *-----------------------------------------------------------------
           MOVE SPACES TO DTTXT
           IF DTW = ZEROS
               GO TO RFMTDTX
           .
           STRING DVVDIA "/" DVVMES "/" DVVANO
               DELIMITED BY SIZE INTO DTTXT
           .
       RFMTDTX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC ATESTADO
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RFECHA.
           IF AREAOK = "S"
               CLOSE CADAREAS
           .
       RFECHAX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO COM O OPERADOR - A
      *REIMPRESSAO SAI DO RELCATAL (FPP107); COMPETENCIA = MES DA
      *DATA DE REFERENCIA
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
           MOVE "RELATEST" TO RCPROG
           MOVE REFDT TO DTW
           MOVE DVVMES TO RCKM
           MOVE DVVANO TO RCKY
           MOVE ZEROS TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           DISPLAY "RELATORIO CATALOGADO COMO " NOMEARQ
           .
       RCATREGX.
           EXIT.
       RF2.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC ATESTADO ATWK ATRPT
           PERFORM RFECHA THRU RFECHAX
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - QUALQUER OPERADOR ATIVO EMITE; O
      *PRIVILEGIO DE DADOS PESSOAIS (OPMDADOS) ABRE O CID
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
