       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTCE.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CONFERENCIA MENSAL DOS ESTAGIARIOS ATIVOS (CONTRTIPO E) CONTRA
      *O TERMO DE COMPROMISSO (VER CADTCE/FPP133):
      *- SEM TCE REGISTRADO OU SEM TERMO VIGENTE, TERMO VENCIDO SEM
      *  RENOVACAO OU ENCERRAMENTO, E TERMOS QUE VENCEM NOS PROXIMOS
      *  60 DIAS (COM O LIMITE DE 2 ANOS PARA A RENOVACAO);
      *- JORNADA DO RELOGIO DE PONTO (PONTODET/HORAS, VER PONTOIMP/
      *  FPP049) NA COMPETENCIA ACIMA DA JORNADA DIARIA OU SEMANAL
      *  DO TERMO, E HORAS EXTRAS APURADAS (VEDADAS AO ESTAGIARIO).
      *SO SAEM OS ESTAGIARIOS COM ALGUMA OCORRENCIA, COM O SALDO DE
      *RECESSO PROPORCIONAL NA DATA DE REFERENCIA
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
           SELECT ESTAGIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EGRK
           .

           SELECT PONTODET ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PDRK
           .

           SELECT HORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HARK
           .
      *-----------------------------------------------------------------
           SELECT TCERPT ASSIGN TO NOMEARQ
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
      *TERMOS DE COMPROMISSO DE ESTAGIO (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD ESTAGIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTAGIO1.DAT".
       COPY ESTAGIO.
      *-----------------------------------------------------------------
      *BATIDAS DIARIAS DO RELOGIO DE PONTO (MESMO LAYOUT DO PONTOIMP)
      *-----------------------------------------------------------------
       FD PONTODET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTODET.DAT".
       01 PONTODETREC.
           03 PDRK.
               05 PDMAT    PIC 9(06).
               05 PDDATA   PIC 9(08).
           03 PDE1        PIC 9(04).
           03 PDS1        PIC 9(04).
           03 PDE2        PIC 9(04).
           03 PDS2        PIC 9(04).
           03 PDATRMIN    PIC 9(04).
           03 PDINTRA     PIC 9(02)V99.
      *-----------------------------------------------------------------
       FD HORAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HORAS1.DAT".
       COPY HORAS.
      *-----------------------------------------------------------------
       FD TCERPT
           LABEL RECORD IS STANDARD.
       01 TCELINE PIC X(132).
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
           01 PONOK       PIC X(01).
           01 HOROK       PIC X(01).
           01 BFIL        PIC 9(02).
           01 BMES        PIC 9(02).
           01 BANO        PIC 9(04).
           01 HOJE        PIC 9(08).
           01 REFDT       PIC 9(08).
           01 ALERTADT    PIC 9(08).
           01 NDIAS       PIC 9(03).
           01 TOTEST      PIC 9(06).
           01 TOTOCOR     PIC 9(06).
           01 TOTSEM      PIC 9(06).
           01 TOTVENC     PIC 9(06).
           01 TOTALERT    PIC 9(06).
           01 TOTEXCED    PIC 9(06).
           01 LINHA       PIC X(132).
           01 CABOK       PIC X(01).
           01 MOTTXT      PIC X(70).
           01 HORED       PIC ZZ9,99.
           01 HOREDS      PIC ZZ9,99.
      *-----------------------------------------------------------------
      *TERMOS DA MATRICULA - VIGENTE, PRIMEIRO INICIO E ULTIMO FIM
      *-----------------------------------------------------------------
           01 QTDTCE      PIC 9(03).
           01 VGSEQ       PIC 9(03).
           01 VGFIM       PIC 9(08).
           01 VGHSEM      PIC 9(02).
           01 VGHDIA      PIC 9(01)V99.
           01 VGPCD       PIC X(01).
           01 PRIMINI     PIC 9(08).
           01 ULTFIM      PIC 9(08).
           01 LIMDT       PIC 9(08).
           01 PROXDIA     PIC 9(08).
      *-----------------------------------------------------------------
      *RECESSO - 30 DIAS POR 12 MESES DE ESTAGIO, COMO NO CADTCE
      *-----------------------------------------------------------------
           01 TOTMES      PIC 9(04).
           01 RCMESES     PIC S9(04).
           01 RCRESTO     PIC S9(03).
           01 RCDIREITO   PIC 9(03)V9.
           01 RCUSADO     PIC 9(03)V9.
           01 RCSALDO     PIC 9(03)V9.
           01 DTA         PIC 9(08).
           01 DTAR REDEFINES DTA.
               03 DAANO    PIC 9(04).
               03 DAMES    PIC 9(02).
               03 DADIA    PIC 9(02).
           01 DTB         PIC 9(08).
           01 DTBR REDEFINES DTB.
               03 DBANO    PIC 9(04).
               03 DBMES    PIC 9(02).
               03 DBDIA    PIC 9(02).
      *-----------------------------------------------------------------
      *JORNADA DO PONTO NA COMPETENCIA - MINUTOS POR DIA E POR SEMANA
      *(SEMANA DE SEGUNDA A DOMINGO; A PRIMEIRA E A ULTIMA PODEM SER
      *PARCIAIS NO MES)
      *-----------------------------------------------------------------
           01 PDINI       PIC 9(08).
           01 PDFIM       PIC 9(08).
           01 DOW1        PIC 9(01).
           01 SEMTAB.
               03 SEMMIN  PIC 9(05) OCCURS 6 TIMES.
           01 SEMIDX      PIC 9(01).
           01 SEMQ        PIC 9(02).
           01 MINDIA      PIC S9(05).
           01 MINPAR      PIC S9(05).
           01 PARE        PIC 9(04).
           01 PARS        PIC 9(04).
           01 LIMDIA      PIC 9(05).
           01 LIMSEM      PIC 9(05).
           01 MAXSEM      PIC 9(05).
           01 DIASEXC     PIC 9(02).
           01 SEMEXC      PIC 9(01).
           01 HEXTRA      PIC 9(03).
           01 HHE         PIC 9(02).
           01 MME         PIC 9(02).
           01 HHS         PIC 9(02).
           01 MMS         PIC 9(02).
           01 PDDIA       PIC 9(02).
           01 PDRESTO     PIC 9(06).
      *-----------------------------------------------------------------
      *DIA DA SEMANA POR CONGRUENCIA DE ZELLER (0=SABADO 1=DOMINGO)
      *-----------------------------------------------------------------
           01 ZDATA       PIC 9(08).
           01 ZDATAR REDEFINES ZDATA.
               03 ZANO    PIC 9(04).
               03 ZMES    PIC 9(02).
               03 ZDIA    PIC 9(02).
           01 ZK          PIC 9(04).
           01 ZJ          PIC 9(04).
           01 ZH          PIC 9(02).
           01 ZM          PIC 9(02).
           01 ZT1         PIC 9(04).
           01 ZQUOC       PIC 9(06).
           01 ZSOMA       PIC 9(06).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - VALIDACAO, SOMA DE DIAS E
      *FORMATACAO DD/MM/AAAA
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
           01 DTTXT       PIC X(10).
           01 DTTXT2      PIC X(10).
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
           OPEN INPUT ESTAGIO
           IF FS NOT = "00"
               DISPLAY "SEM TERMOS DE ESTAGIO REGISTRADOS (FPP133)"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT PONTODET
           IF FS NOT = "00"
               MOVE "N" TO PONOK
           ELSE
               MOVE "S" TO PONOK
       .
       R01C.
           OPEN INPUT HORAS
           IF FS NOT = "00"
               MOVE "N" TO HOROK
           ELSE
               MOVE "S" TO HOROK
       .
       R02.
           MOVE ZEROS TO TOTEST TOTOCOR TOTSEM TOTVENC TOTALERT
           MOVE ZEROS TO TOTEXCED
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "DIGITE A FILIAL (00 = TODAS): "
           ACCEPT BFIL
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT REFDT
           IF REFDT = ZEROS
               MOVE HOJE TO REFDT
           .
           MOVE REFDT TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO R02
           .
      *-----------------------------------------------------------------
      *COMPETENCIA DO PONTO - POR PADRAO O MES ANTERIOR A REFERENCIA
      *-----------------------------------------------------------------
           DISPLAY "COMPETENCIA DO PONTO - MES (MM, 0 = MES ANTERIOR): "
           ACCEPT BMES
           IF BMES = ZEROS
               MOVE DVVMES TO BMES
               MOVE DVVANO TO BANO
               SUBTRACT 1 FROM BMES
               IF BMES = ZEROS
                   MOVE 12 TO BMES
                   SUBTRACT 1 FROM BANO
               END-IF
           ELSE
               DISPLAY "COMPETENCIA DO PONTO - ANO (AAAA): "
               ACCEPT BANO
           .
           IF BMES > 12 OR BANO = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO R02
           .
           COMPUTE PDINI = BANO * 10000 + BMES * 100 + 1
           MOVE PDINI TO DTCHK
           PERFORM RDATVAL THRU RDATVALX
           MOVE DVVMAX TO DVVDIA
           MOVE DTCHK TO PDFIM
           MOVE PDINI TO ZDATA
           PERFORM RZELLER THRU RZELLERX
           COMPUTE ZSOMA = ZH + 5
           DIVIDE ZSOMA BY 7 GIVING ZQUOC REMAINDER DOW1
      *-----------------------------------------------------------------
      *JANELA DE VENCIMENTO - REFERENCIA + 60 DIAS
      *-----------------------------------------------------------------
           MOVE REFDT TO DTCHK
           PERFORM RDIAMAIS THRU RDIAMAISX
               VARYING NDIAS FROM 1 BY 1 UNTIL NDIAS > 60
           MOVE DTCHK TO ALERTADT
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT TCERPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           MOVE ALL "=" TO TCELINE
           WRITE TCELINE
           MOVE REFDT TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE ALERTADT TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "ESTAGIARIOS X TERMO DE COMPROMISSO - REFERENCIA "
               DTTXT2 " VENCIMENTOS ATE " DTTXT " PONTO DE "
               BMES "/" BANO " FILIAL " BFIL " (00 = TODAS)"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TCELINE
           WRITE TCELINE
           IF PONOK NOT = "S"
               MOVE SPACES TO TCELINE
               STRING "SEM BATIDAS DIARIAS (PONTODET) - JORNADA NAO "
                   "CONFERIDA" DELIMITED BY SIZE INTO TCELINE
               WRITE TCELINE
           .
           MOVE ALL "=" TO TCELINE
           WRITE TCELINE
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
           IF CONTRTIPO NOT = "E" OR DDANO NOT = ZEROS
               GO TO R07
           .
           IF BFIL NOT = ZEROS AND FFILIAL NOT = BFIL
               GO TO R07
           .
           PERFORM RFUNC THRU RFUNCX
           GO TO R07
           .
       R08.
           MOVE ALL "=" TO TCELINE
           WRITE TCELINE
           MOVE SPACES TO LINHA
           STRING "ESTAGIARIOS: " TOTEST "  COM OCORRENCIA: " TOTOCOR
               "  SEM TCE VIGENTE: " TOTSEM "  VENCIDOS: " TOTVENC
               "  VENCENDO EM 60 DIAS: " TOTALERT
               "  JORNADA EXCEDIDA: " TOTEXCED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TCELINE
           WRITE TCELINE
           DISPLAY "ESTAGIARIOS: " TOTEST " SEM TCE VIGENTE: " TOTSEM
               " VENCIDOS: " TOTVENC " VENCENDO: " TOTALERT
               " JORNADA EXCEDIDA: " TOTEXCED
           GO TO RF2
           .
       RFUNC.
      *-----------------------------------------------------------------
      *UM ESTAGIARIO: SITUACAO DO TERMO, JORNADA DO PONTO E RECESSO
      *-----------------------------------------------------------------
           ADD 1 TO TOTEST
           MOVE "N" TO CABOK
           PERFORM RTERMOS THRU RTERMOSX
           IF QTDTCE = ZEROS
               ADD 1 TO TOTSEM
               MOVE "SEM TERMO DE COMPROMISSO REGISTRADO - REGULARIZAR"
                   TO MOTTXT
               PERFORM RLINHA THRU RLINHAX
               GO TO RFUNC3
           .
           IF VGSEQ = ZEROS
               ADD 1 TO TOTSEM
               MOVE ULTFIM TO DTCHK
               PERFORM RFMTDT THRU RFMTDTX
               MOVE SPACES TO MOTTXT
               STRING "SEM TCE VIGENTE - ULTIMO TERMO ATE " DTTXT
                   " - RENOVAR OU DESLIGAR"
                   DELIMITED BY SIZE INTO MOTTXT
               PERFORM RLINHA THRU RLINHAX
               GO TO RFUNC3
           .
           MOVE 99999999 TO LIMDT
           IF VGPCD NOT = "S"
               MOVE PRIMINI TO DTCHK
               ADD 2 TO DVVANO
               MOVE DTCHK TO LIMDT
           .
           MOVE VGFIM TO DTCHK
           PERFORM RDIAMAIS THRU RDIAMAISX
           MOVE DTCHK TO PROXDIA
           MOVE LIMDT TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE VGFIM TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           IF VGPCD NOT = "S"
               MOVE LIMDT TO DTCHK
               PERFORM RFMTDT THRU RFMTDTX
           .
           IF VGFIM < REFDT
               ADD 1 TO TOTVENC
               MOVE SPACES TO MOTTXT
               STRING "TCE " VGSEQ " VENCIDO EM " DTTXT2
                   " SEM RENOVACAO OU ENCERRAMENTO"
                   DELIMITED BY SIZE INTO MOTTXT
               PERFORM RLINHA THRU RLINHAX
               GO TO RFUNC2
           .
           IF VGFIM > ALERTADT
               GO TO RFUNC2
           .
           ADD 1 TO TOTALERT
           MOVE SPACES TO MOTTXT
           IF VGPCD = "S"
               STRING "TCE " VGSEQ " VENCE EM " DTTXT2
                   " - RENOVAVEL (ESTAGIARIO COM DEFICIENCIA)"
                   DELIMITED BY SIZE INTO MOTTXT
           ELSE
               IF PROXDIA NOT < LIMDT
                   STRING "TCE " VGSEQ " VENCE EM " DTTXT2
                       " - LIMITE DE 2 ANOS ATINGIDO, SEM RENOVACAO"
                       DELIMITED BY SIZE INTO MOTTXT
               ELSE
                   STRING "TCE " VGSEQ " VENCE EM " DTTXT2
                       " - RENOVAVEL ATE A VESPERA DE " DTTXT
                       DELIMITED BY SIZE INTO MOTTXT
               END-IF
           .
           PERFORM RLINHA THRU RLINHAX
           .
       RFUNC2.
           IF PONOK = "S"
               PERFORM RPONTO THRU RPONTOX
           .
       RFUNC3.
           IF HOROK NOT = "S"
               GO TO RFUNC4
           .
           MOVE RKT TO HARKF
           MOVE BMES TO HARKM
           MOVE BANO TO HARKY
           READ HORAS
           IF FS NOT = "00"
               GO TO RFUNC4
           .
           MOVE ZEROS TO HEXTRA
           ADD HAHREXT HAHFER TO HEXTRA
           IF HEXTRA = ZEROS
               GO TO RFUNC4
           .
           MOVE SPACES TO MOTTXT
           STRING "HORAS EXTRAS APURADAS NO PONTO: " HEXTRA
               " - VEDADAS AO ESTAGIARIO"
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RFUNC4.
           IF CABOK NOT = "S"
               GO TO RFUNCX
           .
           ADD 1 TO TOTOCOR
           MOVE REFDT TO DTCHK
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "    SALDO DE RECESSO EM " DTTXT ": " RCSALDO
               " DIAS (DIREITO " RCDIREITO " USADO " RCUSADO ")"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TCELINE
           WRITE TCELINE
           .
       RFUNCX.
           EXIT.
       RLINHA.
      *-----------------------------------------------------------------
      *UMA OCORRENCIA (MOTTXT) - NA PRIMEIRA, O CABECALHO DO ESTAGIARIO
      *-----------------------------------------------------------------
           IF CABOK NOT = "S"
               MOVE "S" TO CABOK
               MOVE SPACES TO TCELINE
               WRITE TCELINE
               MOVE SPACES TO LINHA
               STRING "MATRICULA " RKT " " NOME " FILIAL " FFILIAL
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO TCELINE
               WRITE TCELINE
               MOVE ALL "-" TO TCELINE
               WRITE TCELINE
           .
           MOVE SPACES TO LINHA
           STRING "    " MOTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO TCELINE
           WRITE TCELINE
           .
       RLINHAX.
           EXIT.
       RTERMOS.
      *-----------------------------------------------------------------
      *TERMOS DA MATRICULA - VIGENTE, PRIMEIRO INICIO, ULTIMO FIM E O
      *RECESSO PROPORCIONAL ATE A REFERENCIA
      *-----------------------------------------------------------------
           MOVE ZEROS TO QTDTCE VGSEQ VGFIM VGHSEM VGHDIA PRIMINI
           MOVE ZEROS TO ULTFIM TOTMES RCUSADO RCDIREITO RCSALDO
           MOVE "N" TO VGPCD
           MOVE RKT TO EGMAT
           MOVE ZEROS TO EGSEQ
           START ESTAGIO KEY IS NOT LESS THAN EGRK
           IF FS NOT = "00"
               GO TO RTERMOSX
           .
       RTERMOS2.
           READ ESTAGIO NEXT RECORD
           IF FS NOT = "00" OR EGMAT NOT = RKT
               GO TO RTERMOS3
           END-IF
           ADD 1 TO QTDTCE
           IF EGSIT = "A"
               MOVE EGSEQ TO VGSEQ
               MOVE EGFIM TO VGFIM
               MOVE EGHSEM TO VGHSEM
               MOVE EGHDIA TO VGHDIA
               MOVE EGPCD TO VGPCD
           END-IF
           IF PRIMINI = ZEROS OR EGINI < PRIMINI
               MOVE EGINI TO PRIMINI
           END-IF
           ADD EGRECGOZ EGRECPAG TO RCUSADO
           MOVE EGINI TO DTA
           MOVE EGFIM TO DTB
           IF EGDTENC NOT = ZEROS
               MOVE EGDTENC TO DTB
           END-IF
           IF DTB > ULTFIM
               MOVE DTB TO ULTFIM
           END-IF
           IF DTB > REFDT
               MOVE REFDT TO DTB
           END-IF
           IF DTA > DTB
               GO TO RTERMOS2
           END-IF
           PERFORM RMESES THRU RMESESX
           GO TO RTERMOS2
           .
       RTERMOS3.
           COMPUTE RCDIREITO = TOTMES * 30 / 12
           IF RCDIREITO > RCUSADO
               COMPUTE RCSALDO = RCDIREITO - RCUSADO
           .
       RTERMOSX.
           EXIT.
       RMESES.
      *-----------------------------------------------------------------
      *MESES DE ESTAGIO DE DTA A DTB (INCLUSIVE) - SOBRA DE 15 DIAS
      *OU MAIS CONTA COMO MES, COMO NAS FERIAS PROPORCIONAIS
      *-----------------------------------------------------------------
           COMPUTE RCMESES = (DBANO - DAANO) * 12 + DBMES - DAMES
           COMPUTE RCRESTO = DBDIA + 1 - DADIA
           IF RCRESTO < 0
               SUBTRACT 1 FROM RCMESES
               ADD 30 TO RCRESTO
           .
           IF RCRESTO NOT < 15
               ADD 1 TO RCMESES
           .
           IF RCMESES > 0
               ADD RCMESES TO TOTMES
           .
       RMESESX.
           EXIT.
       RPONTO.
      *-----------------------------------------------------------------
      *BATIDAS DA COMPETENCIA CONTRA A JORNADA DO TERMO VIGENTE -
      *DIAS ACIMA DAS HORAS DIARIAS E SEMANAS ACIMA DAS SEMANAIS
      *-----------------------------------------------------------------
           IF VGSEQ = ZEROS
               GO TO RPONTOX
           .
           MOVE ZEROS TO SEMMIN (1) SEMMIN (2) SEMMIN (3)
           MOVE ZEROS TO SEMMIN (4) SEMMIN (5) SEMMIN (6)
           MOVE ZEROS TO DIASEXC SEMEXC MAXSEM
           COMPUTE LIMDIA = VGHDIA * 60
           COMPUTE LIMSEM = VGHSEM * 60
           MOVE RKT TO PDMAT
           MOVE PDINI TO PDDATA
           START PONTODET KEY IS NOT LESS THAN PDRK
           IF FS NOT = "00"
               GO TO RPONTO3
           .
       RPONTO2.
           READ PONTODET NEXT RECORD
           IF FS NOT = "00" OR PDMAT NOT = RKT OR PDDATA > PDFIM
               GO TO RPONTO3
           END-IF
           MOVE ZEROS TO MINDIA
           MOVE PDE1 TO PARE
           MOVE PDS1 TO PARS
           PERFORM RPAR THRU RPARX
           IF PDE2 NOT = ZEROS OR PDS2 NOT = ZEROS
               MOVE PDE2 TO PARE
               MOVE PDS2 TO PARS
               PERFORM RPAR THRU RPARX
           END-IF
           IF MINDIA > LIMDIA
               ADD 1 TO DIASEXC
           END-IF
           DIVIDE PDDATA BY 100 GIVING PDRESTO REMAINDER PDDIA
           COMPUTE SEMQ = PDDIA - 1 + DOW1
           DIVIDE SEMQ BY 7 GIVING SEMIDX
           ADD 1 TO SEMIDX
           ADD MINDIA TO SEMMIN (SEMIDX)
           GO TO RPONTO2
           .
       RPONTO3.
           PERFORM RSEMANA THRU RSEMANAX
               VARYING SEMIDX FROM 1 BY 1 UNTIL SEMIDX > 6
           IF DIASEXC = ZEROS AND SEMEXC = ZEROS
               GO TO RPONTOX
           .
           ADD 1 TO TOTEXCED
           COMPUTE HORED = MAXSEM / 60
           MOVE VGHSEM TO HOREDS
           MOVE SPACES TO MOTTXT
           STRING "JORNADA ACIMA DO TCE: " DIASEXC " DIA(S) E "
               SEMEXC " SEMANA(S) - MAIOR SEMANA " HORED "H / "
               HOREDS "H"
               DELIMITED BY SIZE INTO MOTTXT
           PERFORM RLINHA THRU RLINHAX
           .
       RPONTOX.
           EXIT.
       RPAR.
      *-----------------------------------------------------------------
      *MINUTOS ENTRE A ENTRADA PARE E A SAIDA PARS (HHMM) SOMADOS AO
      *DIA - SAIDA MENOR QUE A ENTRADA VIRA A MEIA-NOITE
      *-----------------------------------------------------------------
           DIVIDE PARE BY 100 GIVING HHE REMAINDER MME
           DIVIDE PARS BY 100 GIVING HHS REMAINDER MMS
           COMPUTE MINPAR = HHS * 60 + MMS - HHE * 60 - MME
           IF MINPAR < 0
               ADD 1440 TO MINPAR
           .
           ADD MINPAR TO MINDIA
           .
       RPARX.
           EXIT.
       RSEMANA.
           IF SEMMIN (SEMIDX) > MAXSEM
               MOVE SEMMIN (SEMIDX) TO MAXSEM
           .
           IF SEMMIN (SEMIDX) > LIMSEM
               ADD 1 TO SEMEXC
           .
       RSEMANAX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC ESTAGIO
           IF PONOK = "S"
               CLOSE PONTODET
           END-IF
           IF HOROK = "S"
               CLOSE HORAS
           END-IF
           GOBACK
           .
       RZELLER.
      *-----------------------------------------------------------------
      *CONGRUENCIA DE ZELLER SOBRE ZDATA - ZH: 0=SABADO 1=DOMINGO
      *-----------------------------------------------------------------
           MOVE ZANO TO ZJ
           MOVE ZMES TO ZM
           IF ZM < 3
               ADD 12 TO ZM
               SUBTRACT 1 FROM ZJ
           .
           DIVIDE ZJ BY 100 GIVING ZK REMAINDER ZQUOC
           MOVE ZQUOC TO ZJ
           COMPUTE ZT1 = (ZM + 1) * 26 / 10
           COMPUTE ZSOMA = ZDIA + ZT1 + ZJ + (5 * ZK)
           DIVIDE ZJ BY 4 GIVING ZT1
           ADD ZT1 TO ZSOMA
           DIVIDE ZK BY 4 GIVING ZT1
           ADD ZT1 TO ZSOMA
           DIVIDE ZSOMA BY 7 GIVING ZQUOC REMAINDER ZH
           .
       RZELLERX.
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
           MOVE "RELTCE" TO RCPROG
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
           CLOSE FILEFUNC ESTAGIO TCERPT
           IF PONOK = "S"
               CLOSE PONTODET
           END-IF
           IF HOROK = "S"
               CLOSE HORAS
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
