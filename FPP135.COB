       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCOTA.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *COTAS LEGAIS DA COMPETENCIA - POSICAO NO ULTIMO DIA DO MES:
      *- APRENDIZES (CLT ART. 429) POR FILIAL/CNPJ DO CADFIL: DE 5% A
      *  15% DOS EMPREGADOS EM FUNCOES QUE DEMANDAM FORMACAO
      *  PROFISSIONAL (CFORMPROF DO CARGO), FRACAO ARREDONDADA PARA
      *  CIMA NO MINIMO; APRENDIZES E ESTAGIARIOS FORA DA BASE. BASE
      *  ABAIXO DE 7 NAO OBRIGA;
      *- PESSOAS COM DEFICIENCIA (LEI 8.213/91 ART. 93) POR EMPRESA
      *  (RAIZ DO CNPJ): 100 A 200 EMPREGADOS 2%, 201 A 500 3%, 501 A
      *  1000 4%, ACIMA DE 1000 5%. SO CONTA QUEM TEM LAUDO OU
      *  CERTIFICADO DE REABILITACAO NO CADASTRO (PCDDOC).
      *DISPENSA DE PCD NA COMPETENCIA SEM ADMISSAO DE OUTRA PCD NA
      *MESMA EMPRESA NA COMPETENCIA OU NOS 3 MESES ANTERIORES SAI
      *COMO DISPENSA SEM SUBSTITUTO (ART. 93 PAR. 1)
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
           RECORD KEY IS CRK
           .

           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT COTRPT ASSIGN TO NOMEARQ
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
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
       FD COTRPT
           LABEL RECORD IS STANDARD.
       01 COTLINE PIC X(132).
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
       WORKING-STORAGE SECTION.
           01 RCSEQX      PIC 9(08).
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO NO CATALOGO - PRAZO DOS DOCUMENTOS DO
      *CONTRATO DE TRABALHO (5 ANOS)
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BFIL        PIC 9(02).
           01 BMES        PIC 9(02).
           01 BANO        PIC 9(04).
           01 REFINI      PIC 9(08).
           01 REFFIM      PIC 9(08).
           01 COMPREF     PIC 9(06).
           01 COMPJAN     PIC 9(06).
           01 COMPADM     PIC 9(06).
           01 ADMDT       PIC 9(08).
           01 DEMDT       PIC 9(08).
           01 ATIVO       PIC X(01).
           01 PCDSIM      PIC X(01).
           01 TOTSEMFIL   PIC 9(06).
           01 TOTDEMPCD   PIC 9(06).
           01 TOTSEMSUB   PIC 9(06).
           01 LINHA       PIC X(132).
           01 SITTXT      PIC X(40).
           01 PCTED       PIC 9.
           01 DTTXT       PIC X(10).
      *-----------------------------------------------------------------
      *POSICAO POR FILIAL (INDICE = CODIGO DA FILIAL). QFEMP APONTA A
      *EMPRESA (RAIZ DO CNPJ) NA TABELA QE
      *-----------------------------------------------------------------
           01 QFTAB.
               03 QFENT OCCURS 99 TIMES.
                   05 QFCAD    PIC X(01).
                   05 QFCNPJ   PIC 9(14).
                   05 QFRAZAO  PIC X(40).
                   05 QFEMP    PIC 9(02).
                   05 QFTOT    PIC 9(06).
                   05 QFBASE   PIC 9(06).
                   05 QFAPR    PIC 9(06).
                   05 QFPCD    PIC 9(06).
                   05 QFSEMCBO PIC 9(06).
           01 QFX         PIC 9(03).
           01 QFMIN       PIC 9(06).
           01 QFMAX       PIC 9(06).
           01 QFFALTA     PIC 9(06).
      *-----------------------------------------------------------------
      *POSICAO POR EMPRESA (RAIZ DO CNPJ, 8 DIGITOS) - A COTA DE PCD
      *E DA EMPRESA, NAO DO ESTABELECIMENTO
      *-----------------------------------------------------------------
           01 QETAB.
               03 QEENT OCCURS 99 TIMES.
                   05 QERAIZ   PIC 9(08).
                   05 QETOT    PIC 9(06).
                   05 QEPCD    PIC 9(06).
                   05 QESEMDOC PIC 9(06).
                   05 QEADM    PIC 9(04).
                   05 QEDEM    PIC 9(04).
                   05 QEPRT    PIC X(01).
           01 QEQTD       PIC 9(02).
           01 QEX         PIC 9(02).
           01 QERAIZW     PIC 9(08).
           01 QEPCT       PIC 9(01).
           01 QEEXIG      PIC 9(06).
           01 QEFALTA     PIC 9(06).
           01 CNPJW       PIC 9(14).
           01 CNPJWR REDEFINES CNPJW.
               03 CNPJRAIZ PIC 9(08).
               03 CNPJRES  PIC 9(06).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - ULTIMO DIA DO MES E FORMATACAO
      *-----------------------------------------------------------------
           01 DTCHK       PIC 9(08).
           01 DTCHKR REDEFINES DTCHK.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DVVMAX      PIC 9(02).
           01 DVVQ        PIC 9(05).
           01 DVVR        PIC 9(03).
           01 DATOK       PIC X(01).
       PROCEDURE DIVISION.
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
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADFIL - CADASTRE AS FILIAIS "
                   "(FPP067)"
               CLOSE RELCAT RCATCTL FILEFUNC CADCARGO
               GOBACK
       .
       R02.
           MOVE ZEROS TO TOTSEMFIL TOTDEMPCD TOTSEMSUB QEQTD
           DISPLAY "COMPETENCIA - MES (MM): "
           ACCEPT BMES
           DISPLAY "COMPETENCIA - ANO (AAAA): "
           ACCEPT BANO
           IF BMES = ZEROS OR BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO R02
           .
           DISPLAY "DIGITE A FILIAL (00 = TODAS): "
           ACCEPT BFIL
           COMPUTE REFINI = BANO * 10000 + BMES * 100 + 1
           MOVE REFINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           MOVE DVVMAX TO DVVDIA
           MOVE DTCHK TO REFFIM
           COMPUTE COMPREF = BANO * 100 + BMES
      *-----------------------------------------------------------------
      *JANELA DO SUBSTITUTO - COMPETENCIA E OS 3 MESES ANTERIORES
      *-----------------------------------------------------------------
           MOVE BANO TO DVVANO
           MOVE BMES TO DVVMES
           IF DVVMES > 3
               SUBTRACT 3 FROM DVVMES
           ELSE
               ADD 9 TO DVVMES
               SUBTRACT 1 FROM DVVANO
           .
           COMPUTE COMPJAN = DVVANO * 100 + DVVMES
       .
       R03.
      *-----------------------------------------------------------------
      *FILIAIS DO CADFIL E AS EMPRESAS (RAIZES DE CNPJ)
      *-----------------------------------------------------------------
           PERFORM RQFZERA THRU RQFZERAX
               VARYING QFX FROM 1 BY 1 UNTIL QFX > 99
           MOVE ZEROS TO FILRK
           START CADFIL KEY IS NOT LESS THAN FILRK
           IF FS NOT = "00"
               GO TO R04
           .
       R03A.
           READ CADFIL NEXT RECORD
           IF FS NOT = "00"
               GO TO R04
           .
           IF FILRK = ZEROS
               GO TO R03A
           .
           MOVE FILRK TO QFX
           MOVE "S" TO QFCAD (QFX)
           MOVE FILCNPJ TO QFCNPJ (QFX)
           MOVE FILRAZAO TO QFRAZAO (QFX)
           MOVE FILCNPJ TO CNPJW
           MOVE CNPJRAIZ TO QERAIZW
           PERFORM RQEACHA THRU RQEACHAX
           MOVE QEX TO QFEMP (QFX)
           GO TO R03A
           .
       R04.
      *-----------------------------------------------------------------
      *PRIMEIRA PASSADA - CONTAGENS POR FILIAL E POR EMPRESA
      *-----------------------------------------------------------------
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R05
           .
       R04A.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R05
           .
           IF CONTRTIPO = "E"
               GO TO R04A
           .
           IF FFILIAL = ZEROS
               ADD 1 TO TOTSEMFIL
               GO TO R04A
           .
           MOVE FFILIAL TO QFX
           IF QFCAD (QFX) NOT = "S"
               MOVE "S" TO QFCAD (QFX)
               MOVE ZEROS TO QFCNPJ (QFX)
               MOVE "FILIAL FORA DO CADFIL" TO QFRAZAO (QFX)
               MOVE ZEROS TO QERAIZW
               PERFORM RQEACHA THRU RQEACHAX
               MOVE QEX TO QFEMP (QFX)
           .
           MOVE QFEMP (QFX) TO QEX
           PERFORM RSITUA THRU RSITUAX
           IF PCDSIM = "S"
               COMPUTE COMPADM = ADANO * 100 + ADMES
               IF COMPADM NOT < COMPJAN AND COMPADM NOT > COMPREF
                   ADD 1 TO QEADM (QEX)
               END-IF
               IF DDANO = BANO AND DDMES = BMES
                   ADD 1 TO QEDEM (QEX)
               END-IF
           .
           IF ATIVO NOT = "S"
               GO TO R04A
           .
           ADD 1 TO QFTOT (QFX) QETOT (QEX)
           IF CONTRTIPO = "A"
               ADD 1 TO QFAPR (QFX)
           ELSE
               MOVE CRK2 TO CRK
               READ CADCARGO
               IF FS = "00" AND CFORMPROF NOT = "N"
                   ADD 1 TO QFBASE (QFX)
               END-IF
               IF FS = "00" AND CCBO = ZEROS
                   ADD 1 TO QFSEMCBO (QFX)
               END-IF
           .
           IF PCDSIM = "S"
               ADD 1 TO QFPCD (QFX) QEPCD (QEX)
           ELSE
               IF PCDTIPO NOT = SPACE AND PCDTIPO NOT = "N"
                   ADD 1 TO QESEMDOC (QEX)
               END-IF
           .
           GO TO R04A
           .
       R05.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO RF1
           .
           OPEN OUTPUT COTRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE REFFIM TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE ALL "=" TO COTLINE
           WRITE COTLINE
           MOVE SPACES TO LINHA
           STRING "COTAS LEGAIS - APRENDIZES E PESSOAS COM DEFICIENCIA"
               " - POSICAO EM " DTTXT " FILIAL " BFIL
               " (00 = TODAS)"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO COTLINE
           WRITE COTLINE
           MOVE ALL "=" TO COTLINE
           WRITE COTLINE
           MOVE "APRENDIZES POR ESTABELECIMENTO (CLT ART. 429)" TO
               COTLINE
           WRITE COTLINE
           PERFORM RFILIAL THRU RFILIALX
               VARYING QFX FROM 1 BY 1 UNTIL QFX > 99
           MOVE ALL "=" TO COTLINE
           WRITE COTLINE
           MOVE SPACES TO LINHA
           STRING "PESSOAS COM DEFICIENCIA POR EMPRESA (LEI 8.213/91 "
               "ART. 93)" DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO COTLINE
           WRITE COTLINE
           PERFORM REMPRESA THRU REMPRESAX
               VARYING QEX FROM 1 BY 1 UNTIL QEX > QEQTD
           MOVE ALL "=" TO COTLINE
           WRITE COTLINE
           MOVE "DISPENSAS DE PCD NA COMPETENCIA" TO COTLINE
           WRITE COTLINE
       .
       R06.
      *-----------------------------------------------------------------
      *SEGUNDA PASSADA - DISPENSAS DE PCD NA COMPETENCIA; CADA
      *ADMISSAO DE PCD DA JANELA COBRE UMA DISPENSA DA MESMA EMPRESA
      *-----------------------------------------------------------------
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R08
           .
       R07.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           .
           IF DDANO NOT = BANO OR DDMES NOT = BMES
                   OR FFILIAL = ZEROS
               GO TO R07
           .
           IF PCDTIPO = SPACE OR PCDTIPO = "N" OR PCDDOC = SPACES
               GO TO R07
           .
           IF CONTRTIPO = "E"
               GO TO R07
           .
           MOVE FFILIAL TO QFX
           MOVE QFEMP (QFX) TO QEX
           IF BFIL NOT = ZEROS
               IF QFEMP (BFIL) NOT = QEX
                   GO TO R07
               END-IF
           .
           ADD 1 TO TOTDEMPCD
           IF QEADM (QEX) > ZEROS
               SUBTRACT 1 FROM QEADM (QEX)
               MOVE "SUBSTITUIDO POR ADMISSAO DE PCD" TO SITTXT
           ELSE
               ADD 1 TO TOTSEMSUB
               MOVE "SEM SUBSTITUTO - RISCO DE AUTUACAO" TO SITTXT
           .
           COMPUTE DTCHK = DDANO * 10000 + DDMES * 100 + DDDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "    MATRICULA " RKT " " NOME " FILIAL " FFILIAL
               " TIPO " PCDTIPO " DISPENSA " DTTXT " " SITTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO COTLINE
           WRITE COTLINE
           GO TO R07
           .
       R08.
           IF TOTDEMPCD = ZEROS
               MOVE "    NENHUMA DISPENSA DE PCD NA COMPETENCIA" TO
                   COTLINE
               WRITE COTLINE
           .
           MOVE ALL "=" TO COTLINE
           WRITE COTLINE
           MOVE SPACES TO LINHA
           STRING "DISPENSAS DE PCD: " TOTDEMPCD
               "  SEM SUBSTITUTO: " TOTSEMSUB
               "  SEM FILIAL NO CADASTRO (FORA DAS COTAS): " TOTSEMFIL
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO COTLINE
           WRITE COTLINE
           DISPLAY "DISPENSAS DE PCD: " TOTDEMPCD " SEM SUBSTITUTO: "
               TOTSEMSUB
           GO TO RF2
           .
       RSITUA.
      *-----------------------------------------------------------------
      *ATIVO NO ULTIMO DIA DA COMPETENCIA E PCD COMPROVADA
      *-----------------------------------------------------------------
           MOVE "N" TO ATIVO PCDSIM
           COMPUTE ADMDT = ADANO * 10000 + ADMES * 100 + ADDIA
           COMPUTE DEMDT = DDANO * 10000 + DDMES * 100 + DDDIA
           IF ADMDT NOT > REFFIM
                   AND (DEMDT = ZEROS OR DEMDT > REFFIM)
               MOVE "S" TO ATIVO
           .
           IF PCDTIPO NOT = SPACE AND PCDTIPO NOT = "N"
                   AND PCDDOC NOT = SPACES
               MOVE "S" TO PCDSIM
           .
       RSITUAX.
           EXIT.
       RQFZERA.
           MOVE "N" TO QFCAD (QFX)
           MOVE ZEROS TO QFCNPJ (QFX) QFEMP (QFX)
           MOVE SPACES TO QFRAZAO (QFX)
           MOVE ZEROS TO QFTOT (QFX) QFBASE (QFX)
           MOVE ZEROS TO QFAPR (QFX) QFPCD (QFX) QFSEMCBO (QFX)
           .
       RQFZERAX.
           EXIT.
       RQEACHA.
      *-----------------------------------------------------------------
      *LOCALIZA (OU ABRE) A EMPRESA DA RAIZ QERAIZW - DEVOLVE QEX
      *-----------------------------------------------------------------
           MOVE 1 TO QEX
       .
       RQEACHA2.
           IF QEX > QEQTD
               ADD 1 TO QEQTD
               MOVE QEQTD TO QEX
               MOVE QERAIZW TO QERAIZ (QEX)
               MOVE ZEROS TO QETOT (QEX) QEPCD (QEX) QESEMDOC (QEX)
               MOVE ZEROS TO QEADM (QEX) QEDEM (QEX)
               MOVE "N" TO QEPRT (QEX)
               GO TO RQEACHAX
           .
           IF QERAIZ (QEX) = QERAIZW
               GO TO RQEACHAX
           .
           ADD 1 TO QEX
           GO TO RQEACHA2
           .
       RQEACHAX.
           EXIT.
       RFILIAL.
      *-----------------------------------------------------------------
      *APRENDIZES DA FILIAL - MINIMO 5% (FRACAO PARA CIMA) E MAXIMO
      *15% DA BASE; BASE ABAIXO DE 7 NAO OBRIGA
      *-----------------------------------------------------------------
           IF QFCAD (QFX) NOT = "S"
               GO TO RFILIALX
           .
           IF BFIL NOT = ZEROS AND QFX NOT = BFIL
               GO TO RFILIALX
           .
           MOVE "S" TO QEPRT (QFEMP (QFX))
           MOVE ZEROS TO QFMIN QFFALTA
           COMPUTE QFMAX = QFBASE (QFX) * 15 / 100
           IF QFBASE (QFX) NOT < 7
               COMPUTE QFMIN = (QFBASE (QFX) * 5 + 99) / 100
           .
           MOVE SPACES TO SITTXT
           IF QFAPR (QFX) < QFMIN
               COMPUTE QFFALTA = QFMIN - QFAPR (QFX)
               MOVE "ABAIXO DA COTA" TO SITTXT
           ELSE
               IF QFAPR (QFX) > QFMAX AND QFMAX > ZEROS
                   MOVE "ACIMA DO MAXIMO DE 15%" TO SITTXT
               ELSE
                   MOVE "COTA CUMPRIDA" TO SITTXT
               END-IF
           .
           MOVE SPACES TO COTLINE
           WRITE COTLINE
           MOVE SPACES TO LINHA
           STRING "FILIAL " QFX " CNPJ " QFCNPJ (QFX) " "
               QFRAZAO (QFX) " EMPREGADOS " QFTOT (QFX)
               " PCD " QFPCD (QFX)
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO COTLINE
           WRITE COTLINE
           MOVE SPACES TO LINHA
           STRING "    APRENDIZES - BASE " QFBASE (QFX) " MINIMO 5% "
               QFMIN " MAXIMO 15% " QFMAX " ATUAL " QFAPR (QFX)
               " FALTA " QFFALTA " " SITTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO COTLINE
           WRITE COTLINE
           IF QFSEMCBO (QFX) > ZEROS
               MOVE SPACES TO LINHA
               STRING "    EMPREGADOS EM CARGOS SEM CBO (BASE A "
                   "CONFERIR NO RELCBO): " QFSEMCBO (QFX)
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO COTLINE
               WRITE COTLINE
           .
       RFILIALX.
           EXIT.
       REMPRESA.
      *-----------------------------------------------------------------
      *PCD DA EMPRESA - FAIXA PELO TOTAL DE EMPREGADOS, FRACAO PARA
      *CIMA; SO AS EMPRESAS DAS FILIAIS IMPRESSAS
      *-----------------------------------------------------------------
           IF QEPRT (QEX) NOT = "S"
               GO TO REMPRESAX
           .
           MOVE ZEROS TO QEPCT QEEXIG QEFALTA
           IF QETOT (QEX) > 1000
               MOVE 5 TO QEPCT
           ELSE
               IF QETOT (QEX) > 500
                   MOVE 4 TO QEPCT
               ELSE
                   IF QETOT (QEX) > 200
                       MOVE 3 TO QEPCT
                   ELSE
                       IF QETOT (QEX) NOT < 100
                           MOVE 2 TO QEPCT
                       END-IF
                   END-IF
               END-IF
           .
           COMPUTE QEEXIG = (QETOT (QEX) * QEPCT + 99) / 100
           MOVE "COTA CUMPRIDA" TO SITTXT
           IF QEPCT = ZEROS
               MOVE "MENOS DE 100 EMPREGADOS - SEM COTA" TO SITTXT
           .
           IF QEPCD (QEX) < QEEXIG
               COMPUTE QEFALTA = QEEXIG - QEPCD (QEX)
               MOVE "ABAIXO DA COTA" TO SITTXT
           .
           MOVE QEPCT TO PCTED
           MOVE SPACES TO COTLINE
           WRITE COTLINE
           MOVE SPACES TO LINHA
           STRING "EMPRESA CNPJ RAIZ " QERAIZ (QEX) " EMPREGADOS "
               QETOT (QEX) " PERCENTUAL " PCTED "% EXIGIDO " QEEXIG
               " PCD ATUAL " QEPCD (QEX) " FALTA " QEFALTA " " SITTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO COTLINE
           WRITE COTLINE
           IF QESEMDOC (QEX) > ZEROS
               MOVE SPACES TO LINHA
               STRING "    PCD SEM LAUDO/CERTIFICADO NO CADASTRO (NAO "
                   "CONTAM NA COTA): " QESEMDOC (QEX)
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO COTLINE
               WRITE COTLINE
           .
           IF QEDEM (QEX) > ZEROS
               MOVE SPACES TO LINHA
               STRING "    DISPENSAS DE PCD NA COMPETENCIA: "
                   QEDEM (QEX)
                   " - ADMISSOES DE PCD NA JANELA DE SUBSTITUICAO: "
                   QEADM (QEX)
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO COTLINE
               WRITE COTLINE
           .
       REMPRESAX.
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
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CADCARGO CADFIL
           GOBACK
           .
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO - A REIMPRESSAO SAI DO
      *RELCATAL (FPP107)
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
           MOVE "RELCOTA" TO RCPROG
           MOVE BMES TO RCKM
           MOVE BANO TO RCKY
           MOVE BFIL TO RCFIL
           MOVE SPACES TO RCOPER
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
           CLOSE FILEFUNC CADCARGO CADFIL COTRPT
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
