       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITPPP.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *PERFIL PROFISSIOGRAFICO PREVIDENCIARIO (PPP) - HISTORICO DE
      *LOTACAO DO TRABALHADOR (CARGOS DO CARGOHIST) CRUZADO COM OS
      *AGENTES NOCIVOS DO LTCAT CADASTRADOS POR CARGO E AREA (CADRISCO/
      *FPP122), NO PERIODO EM QUE CADA AGENTE ESTEVE EM VIGOR.
      *A AREA NAO TEM HISTORICO NO CADASTRO - TODOS OS PERIODOS USAM A
      *AREA ATUAL DO FUNCIONARIO
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
           SELECT CADRISCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RIRK
           .
      *-----------------------------------------------------------------
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK.

           SELECT CADAREAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ARK
           .

           SELECT CARGOHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CHRK
           .

           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT PPPRPT ASSIGN TO NOMEARQ
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
      *AGENTES NOCIVOS POR CARGO E AREA (VER CADRISCO/FPP122)
      *-----------------------------------------------------------------
       FD CADRISCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRISCO1.DAT".
       COPY RISCO.
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
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
      *HISTORICO DE CARGOS POR MATRICULA (MESMO DO PROGGER) - A TROCA
      *EM MASSA TAMBEM DEIXA A LINHA DE HISTORICO
      *-----------------------------------------------------------------
       FD CARGOHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOHIST.DAT".
       01 CARGOHISTREC.
           03 CHRK.
               05 CHRKF   PIC 9(06).
               05 CHSEQ   PIC 9(03).
           03 CHCRK      PIC 9(04).
           03 CHDIA      PIC 9(02).
           03 CHMES      PIC 9(02).
           03 CHANO      PIC 9(04).
      *-----------------------------------------------------------------
      *IDENTIFICACAO DO EMPREGADOR (VER CADFILIA/FPP067)
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
       FD PPPRPT
           LABEL RECORD IS STANDARD.
       01 PPPLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - O PPP E GUARDADO POR 20 ANOS
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 7300.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 CARGOOK     PIC X(01).
           01 AREAOK      PIC X(01).
           01 HISTOK      PIC X(01).
           01 FILOK       PIC X(01).
           01 NOMEARQ     PIC X(40).
           01 BRKF        PIC 9(06).
           01 BFIL        PIC 9(02).
           01 HOJE        PIC 9(08).
           01 ADMW        PIC 9(08).
           01 DEMW        PIC 9(08).
           01 TOTFUNC     PIC 9(06).
           01 TOTPPP      PIC 9(06).
           01 QTDEXP      PIC 9(04).
           01 PPPMODO     PIC X(01).
           01 LINHA       PIC X(132).
           01 INTED       PIC ZZZZ9,999.
      *-----------------------------------------------------------------
      *PERIODOS DE LOTACAO - UM POR LINHA DO CARGOHIST; O FIM DE CADA
      *PERIODO E A VESPERA DO SEGUINTE, O ULTIMO VAI ATE O DESLIGAMENTO
      *(ZEROS = ATUAL)
      *-----------------------------------------------------------------
           01 PERQTD      PIC 9(02).
           01 SUBP        PIC 9(02).
           01 SUBN        PIC 9(02).
           01 PERTAB.
               03 PERENT OCCURS 50 TIMES.
                   05 PECARGO PIC 9(04).
                   05 PEINI   PIC 9(08).
                   05 PEFIM   PIC 9(08).
           01 AREAW       PIC 9(03).
           01 PFIMW       PIC 9(08).
           01 RFIMW       PIC 9(08).
           01 EXPINI      PIC 9(08).
           01 EXPFIM      PIC 9(08).
           01 TIPOTXT     PIC X(12).
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - VESPERA E FORMATACAO DD/MM/AAAA
      *-----------------------------------------------------------------
           01 DTW         PIC 9(08).
           01 DTWR REDEFINES DTW.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DVVMAX      PIC 9(02).
           01 DVVQ        PIC 9(05).
           01 DVVR        PIC 9(03).
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
           OPEN INPUT CADRISCO
           IF FS NOT = "00"
               DISPLAY "AGENTES NOCIVOS NAO CADASTRADOS (FPP122)"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOOK
           ELSE
               MOVE "S" TO CARGOOK
       .
       R01C.
           OPEN INPUT CADAREAS
           IF FS NOT = "00"
               MOVE "N" TO AREAOK
           ELSE
               MOVE "S" TO AREAOK
       .
       R01D.
           OPEN INPUT CARGOHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01E.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
       .
       R02.
           MOVE ZEROS TO TOTFUNC TOTPPP
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "PERFIL PROFISSIOGRAFICO PREVIDENCIARIO - PPP"
       .
       R03.
           DISPLAY "DIGITE A FILIAL (00 = UMA MATRICULA): "
           ACCEPT BFIL
           IF BFIL NOT = ZEROS
               GO TO R04
           .
           DISPLAY "DIGITE O CODIGO DO FUNCIONARIO (RK): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               DISPLAY "CODIGO NAO PODE SER NULO"
               GO TO R03
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RF1
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT PPPRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           IF BFIL = ZEROS
               PERFORM RPPP THRU RPPPX
               GO TO R08
           .
       R06.
      *-----------------------------------------------------------------
      *FILIAL INTEIRA: UM PPP POR FUNCIONARIO DA FILIAL COM ALGUMA
      *EXPOSICAO NO HISTORICO (DESLIGADOS INCLUSIVE)
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
           IF FFILIAL NOT = BFIL
               GO TO R07
           .
           ADD 1 TO TOTFUNC
           MOVE RKT TO BRKF
           PERFORM RPPP THRU RPPPX
           GO TO R07
           .
       R08.
           MOVE ALL "=" TO PPPLINE
           WRITE PPPLINE
           MOVE SPACES TO LINHA
           STRING "PPP EMITIDOS: " TOTPPP
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           DISPLAY "PPP EMITIDOS: " TOTPPP
           GO TO RF2
           .
       RPPP.
      *-----------------------------------------------------------------
      *MONTA OS PERIODOS DE LOTACAO, CONTA A EXPOSICAO E IMPRIME O PPP
      *DA MATRICULA BRKF - O REGISTRO DO FUNCIONARIO JA ESTA LIDO. NA
      *FILIAL INTEIRA QUEM NUNCA FOI EXPOSTO FICA DE FORA
      *-----------------------------------------------------------------
           COMPUTE ADMW = ADANO * 10000 + ADMES * 100 + ADDIA
           COMPUTE DEMW = DDANO * 10000 + DDMES * 100 + DDDIA
           PERFORM RPER THRU RPERX
           MOVE ZEROS TO QTDEXP
           MOVE "C" TO PPPMODO
           PERFORM RPEREXP THRU RPEREXPX
               VARYING SUBP FROM 1 BY 1 UNTIL SUBP > PERQTD
           IF QTDEXP = ZEROS AND BFIL NOT = ZEROS
               GO TO RPPPX
           .
           ADD 1 TO TOTPPP
           PERFORM RCABEC THRU RCABECX
           MOVE SPACES TO PPPLINE
           WRITE PPPLINE
           MOVE "LOTACAO E ATRIBUICAO" TO PPPLINE
           WRITE PPPLINE
           MOVE ALL "-" TO PPPLINE
           WRITE PPPLINE
           PERFORM RPERIMP THRU RPERIMPX
               VARYING SUBP FROM 1 BY 1 UNTIL SUBP > PERQTD
           MOVE SPACES TO PPPLINE
           WRITE PPPLINE
           MOVE "EXPOSICAO A FATORES DE RISCO" TO PPPLINE
           WRITE PPPLINE
           MOVE ALL "-" TO PPPLINE
           WRITE PPPLINE
           IF QTDEXP = ZEROS
               MOVE "SEM EXPOSICAO A AGENTES NOCIVOS NO PERIODO"
                   TO PPPLINE
               WRITE PPPLINE
               GO TO RPPPX
           .
           MOVE "I" TO PPPMODO
           PERFORM RPEREXP THRU RPEREXPX
               VARYING SUBP FROM 1 BY 1 UNTIL SUBP > PERQTD
           .
       RPPPX.
           EXIT.
       RPER.
      *-----------------------------------------------------------------
      *PERIODOS DE LOTACAO A PARTIR DO CARGOHIST; SEM HISTORICO VALE
      *O CARGO ATUAL DESDE A ADMISSAO
      *-----------------------------------------------------------------
           MOVE ZEROS TO PERQTD
           IF HISTOK NOT = "S"
               GO TO RPER3
           .
           MOVE BRKF TO CHRKF
           MOVE ZEROS TO CHSEQ
           START CARGOHIST KEY IS NOT LESS THAN CHRK
           IF FS NOT = "00"
               GO TO RPER3
           .
       RPER2.
           READ CARGOHIST NEXT RECORD
           IF FS NOT = "00" OR CHRKF NOT = BRKF
               GO TO RPER3
           .
           IF PERQTD NOT < 50
               GO TO RPER3
           .
           ADD 1 TO PERQTD
           MOVE CHCRK TO PECARGO(PERQTD)
           COMPUTE PEINI(PERQTD) = CHANO * 10000 + CHMES * 100 + CHDIA
           GO TO RPER2
           .
       RPER3.
           IF PERQTD = ZEROS
               MOVE 1 TO PERQTD
               MOVE CRK2 TO PECARGO(1)
               MOVE ADMW TO PEINI(1)
           .
           PERFORM RPERFIM THRU RPERFIMX
               VARYING SUBP FROM 1 BY 1 UNTIL SUBP > PERQTD
           .
       RPERX.
           EXIT.
       RPERFIM.
           IF SUBP = PERQTD
               MOVE DEMW TO PEFIM(SUBP)
               GO TO RPERFIMX
           .
           COMPUTE SUBN = SUBP + 1
           MOVE PEINI(SUBN) TO DTW
           PERFORM RVESPERA THRU RVESPERAX
           MOVE DTW TO PEFIM(SUBP)
           .
       RPERFIMX.
           EXIT.
       RCABEC.
           MOVE ALL "=" TO PPPLINE
           WRITE PPPLINE
           MOVE "PERFIL PROFISSIOGRAFICO PREVIDENCIARIO - PPP" TO
               PPPLINE
           WRITE PPPLINE
           MOVE ALL "=" TO PPPLINE
           WRITE PPPLINE
           MOVE SPACES TO FILRAZAO
           MOVE ZEROS TO FILCNPJ
           IF FILOK = "S"
               MOVE FFILIAL TO FILRK
               READ CADFIL
               IF FS NOT = "00"
                   MOVE SPACES TO FILRAZAO
                   MOVE ZEROS TO FILCNPJ
               END-IF
           .
           MOVE SPACES TO LINHA
           STRING "EMPREGADOR: " FILRAZAO " CNPJ " FILCNPJ
               " FILIAL " FFILIAL
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           MOVE SPACES TO LINHA
           STRING "TRABALHADOR: " NOME " RK " BRKF
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           MOVE SPACES TO LINHA
           STRING "CPF " CPF " NIT/PIS " PISNUM " SEXO " SEXO
               " NASCIMENTO " DNDIA "/" DNMES "/" DNANO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           MOVE ADMW TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE DEMW TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "ADMISSAO " DTTXT2 " DESLIGAMENTO " DTTXT
               " EMISSAO " HOJE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           .
       RCABECX.
           EXIT.
       RPERIMP.
           MOVE SPACES TO CDESC DESC
           IF CARGOOK = "S"
               MOVE PECARGO(SUBP) TO CRK
               READ CADCARGO
               IF FS NOT = "00"
                   MOVE SPACES TO CDESC
               END-IF
           .
           IF AREAOK = "S"
               MOVE ARK2 TO ARK
               READ CADAREAS
               IF FS NOT = "00"
                   MOVE SPACES TO DESC
               END-IF
           .
           MOVE PEINI(SUBP) TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE PEFIM(SUBP) TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING DTTXT2 " A " DTTXT " CARGO " PECARGO(SUBP) " "
               CDESC " AREA " ARK2 " " DESC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           .
       RPERIMPX.
           EXIT.
       RPEREXP.
      *-----------------------------------------------------------------
      *AGENTES DO CARGO DO PERIODO - PRIMEIRO OS DA AREA DO
      *FUNCIONARIO, DEPOIS OS QUE VALEM PARA TODAS AS AREAS (ZEROS)
      *-----------------------------------------------------------------
           MOVE PEFIM(SUBP) TO PFIMW
           IF PFIMW = ZEROS
               MOVE 99999999 TO PFIMW
           .
           IF ARK2 NOT = ZEROS
               MOVE ARK2 TO AREAW
               PERFORM RAGBUSCA THRU RAGBUSCAX
           .
           MOVE ZEROS TO AREAW
           PERFORM RAGBUSCA THRU RAGBUSCAX
           .
       RPEREXPX.
           EXIT.
       RAGBUSCA.
           MOVE PECARGO(SUBP) TO RICARGO
           MOVE AREAW TO RIAREA
           MOVE ZEROS TO RISEQ
           START CADRISCO KEY IS NOT LESS THAN RIRK
           IF FS NOT = "00"
               GO TO RAGBUSCAX
           .
       RAGBUSCA2.
           READ CADRISCO NEXT RECORD
           IF FS NOT = "00" OR RICARGO NOT = PECARGO(SUBP)
                   OR RIAREA NOT = AREAW
               GO TO RAGBUSCAX
           .
      *-----------------------------------------------------------------
      *EXPOSICAO = INTERSECAO DA VIGENCIA DO AGENTE COM O PERIODO
      *-----------------------------------------------------------------
           MOVE RIFIM TO RFIMW
           IF RFIMW = ZEROS
               MOVE 99999999 TO RFIMW
           .
           MOVE RIINI TO EXPINI
           IF PEINI(SUBP) > EXPINI
               MOVE PEINI(SUBP) TO EXPINI
           .
           MOVE RFIMW TO EXPFIM
           IF PFIMW < EXPFIM
               MOVE PFIMW TO EXPFIM
           .
           IF EXPINI > EXPFIM
               GO TO RAGBUSCA2
           .
           ADD 1 TO QTDEXP
           IF PPPMODO NOT = "I"
               GO TO RAGBUSCA2
           .
           PERFORM RAGIMP THRU RAGIMPX
           GO TO RAGBUSCA2
           .
       RAGBUSCAX.
           EXIT.
       RAGIMP.
           IF EXPFIM = 99999999
               MOVE ZEROS TO EXPFIM
           .
           MOVE EXPINI TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE EXPFIM TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE "BIOLOGICO" TO TIPOTXT
           IF RITIPO = "R"
               MOVE "FISICO-RUIDO" TO TIPOTXT
           .
           IF RITIPO = "F"
               MOVE "FISICO" TO TIPOTXT
           .
           IF RITIPO = "Q"
               MOVE "QUIMICO" TO TIPOTXT
           .
           MOVE RIINTENS TO INTED
           MOVE SPACES TO LINHA
           STRING DTTXT2 " A " DTTXT " " TIPOTXT " " RICODAG " "
               RIDESC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           MOVE SPACES TO LINHA
           IF RITIPO = "B"
               STRING "           AVALIACAO QUALITATIVA"
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               STRING "           INTENSIDADE " INTED " " RIUNID
                   " TECNICA " RITECN
                   DELIMITED BY SIZE INTO LINHA
           .
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           MOVE SPACES TO LINHA
           STRING "           EPI EFICAZ " RIEPI " CA " RICAEPI
               " APOSENTADORIA ESPECIAL " RIAPESP " ANOS"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO PPPLINE
           WRITE PPPLINE
           .
       RAGIMPX.
           EXIT.
       RFMTDT.
      *-----------------------------------------------------------------
      *DTW (AAAAMMDD) EM DD/MM/AAAA - ZEROS SAI "ATUAL"
      *-----------------------------------------------------------------
           MOVE SPACES TO DTTXT
           IF DTW = ZEROS
               MOVE "ATUAL" TO DTTXT
               GO TO RFMTDTX
           .
           STRING DVVDIA "/" DVVMES "/" DVVANO
               DELIMITED BY SIZE INTO DTTXT
           .
       RFMTDTX.
           EXIT.
       RVESPERA.
      *-----------------------------------------------------------------
      *DTW RECUA UM DIA - NA VIRADA DO MES VAI PARA O ULTIMO DIA DO
      *MES ANTERIOR, COM ANO BISSEXTO (DIVISIVEL POR 4, EXCETO SECULOS
      *FORA DO 400)
      *-----------------------------------------------------------------
           IF DVVDIA > 1
               SUBTRACT 1 FROM DVVDIA
               GO TO RVESPERAX
           .
           IF DVVMES = 1
               MOVE 12 TO DVVMES
               MOVE 31 TO DVVDIA
               SUBTRACT 1 FROM DVVANO
               GO TO RVESPERAX
           .
           SUBTRACT 1 FROM DVVMES
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
           MOVE DVVMAX TO DVVDIA
           .
       RVESPERAX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CADRISCO
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RFECHA.
           IF CARGOOK = "S"
               CLOSE CADCARGO
           .
           IF AREAOK = "S"
               CLOSE CADAREAS
           .
           IF HISTOK = "S"
               CLOSE CARGOHIST
           .
           IF FILOK = "S"
               CLOSE CADFIL
           .
       RFECHAX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO - A REIMPRESSAO SAI DO
      *RELCATAL (FPP107); A FILIAL FICA ZERADA NO PPP INDIVIDUAL
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
           MOVE "EMITPPP" TO RCPROG
           MOVE ZEROS TO RCKM
           DIVIDE HOJE BY 10000 GIVING RCKY
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
           CLOSE FILEFUNC CADRISCO PPPRPT
           PERFORM RFECHA THRU RFECHAX
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
