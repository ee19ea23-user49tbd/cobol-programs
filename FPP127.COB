       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEPI.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *FICHA DE EPI E CONTROLE DE TROCAS. F: FICHA DE EPI DE UMA
      *MATRICULA OU DE UMA FILIAL (SO QUEM TEM ENTREGA), COM A
      *DECLARACAO DE RECEBIMENTO DA NR-6 E CAMPO DE ASSINATURA POR
      *ENTREGA - E O DOCUMENTO PEDIDO NA FISCALIZACAO E QUE SUSTENTA O
      *EPI EFICAZ DO LTCAT/PPP. V: EPI EM USO COM TROCA VENCIDA OU CA
      *VENCIDO NA DATA DE REFERENCIA (DESLIGADOS FICAM DE FORA) E OS
      *EPI ATIVOS DO CATALOGO COM CA VENCIDO
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
           SELECT CADEPI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EQRK
           .

           SELECT EPIENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ENRK
           .
      *-----------------------------------------------------------------
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK.

           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT EPIRPT ASSIGN TO NOMEARQ
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
      *CATALOGO E ENTREGAS DE EPI (VER CADEPI/FPP125 E ENTREPI/FPP126)
      *-----------------------------------------------------------------
       FD CADEPI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEPI1.DAT".
       COPY EPI.
       FD EPIENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EPIENT1.DAT".
       COPY EPIENT.
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *IDENTIFICACAO DO EMPREGADOR (VER CADFILIA/FPP067)
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
       FD EPIRPT
           LABEL RECORD IS STANDARD.
       01 EPILINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - A FICHA DE EPI ACOMPANHA O PPP
      *(20 ANOS); O CONTROLE DE TROCAS E DE USO CORRENTE (1 ANO)
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 OPT         PIC X(01).
           01 CARGOOK     PIC X(01).
           01 FILOK       PIC X(01).
           01 NOMEARQ     PIC X(40).
           01 BRKF        PIC 9(06).
           01 BFIL        PIC 9(02).
           01 HOJE        PIC 9(08).
           01 REFDT       PIC 9(08).
           01 TOTFICHA    PIC 9(06).
           01 TOTTROCA    PIC 9(06).
           01 TOTCA       PIC 9(06).
           01 TOTCAT      PIC 9(06).
           01 LINHA       PIC X(132).
           01 SITTXT      PIC X(12).
           01 MOTTXT      PIC X(30).
           01 VALED       PIC ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - FORMATACAO DD/MM/AAAA
      *-----------------------------------------------------------------
           01 DTW         PIC 9(08).
           01 DTWR REDEFINES DTW.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DTTXT       PIC X(10).
           01 DTTXT2      PIC X(10).
           01 DTTXT3      PIC X(10).
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
           OPEN INPUT CADEPI
           IF FS NOT = "00"
               DISPLAY "CATALOGO DE EPI NAO CADASTRADO (FPP125)"
               CLOSE RELCAT RCATCTL FILEFUNC
               GOBACK
       .
       R01B.
           OPEN INPUT EPIENT
           IF FS NOT = "00"
               DISPLAY "SEM ENTREGAS DE EPI REGISTRADAS (FPP126)"
               CLOSE RELCAT RCATCTL FILEFUNC CADEPI
               GOBACK
       .
       R01C.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOOK
           ELSE
               MOVE "S" TO CARGOOK
       .
       R01D.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
       .
       R02.
           MOVE ZEROS TO TOTFICHA TOTTROCA TOTCA TOTCAT
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "EPI - F-FICHA DE EPI V-TROCAS E CA VENCIDOS: "
           ACCEPT OPT
           IF OPT = "F" OR OPT = "f"
               MOVE "F" TO OPT
               MOVE 7300 TO RETDIAS
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               MOVE "V" TO OPT
               MOVE 0365 TO RETDIAS
               GO TO R03V
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
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
           GO TO R04
       .
       R03V.
           DISPLAY "DIGITE A FILIAL (00 = TODAS): "
           ACCEPT BFIL
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT REFDT
           IF REFDT = ZEROS
               MOVE HOJE TO REFDT
       .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT EPIRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           IF OPT = "V"
               PERFORM RVENC THRU RVENCX
               GO TO RF2
           .
           IF BFIL = ZEROS
               PERFORM RFICHA THRU RFICHAX
               GO TO R08
           .
       R06.
      *-----------------------------------------------------------------
      *FILIAL INTEIRA: UMA FICHA POR FUNCIONARIO DA FILIAL COM ALGUMA
      *ENTREGA REGISTRADA (DESLIGADOS INCLUSIVE)
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
           MOVE RKT TO BRKF
           PERFORM RFICHA THRU RFICHAX
           GO TO R07
           .
       R08.
           MOVE SPACES TO LINHA
           STRING "FICHAS DE EPI EMITIDAS: " TOTFICHA
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           DISPLAY "FICHAS DE EPI EMITIDAS: " TOTFICHA
           GO TO RF2
           .
       RFICHA.
      *-----------------------------------------------------------------
      *FICHA DE EPI DA MATRICULA BRKF - O REGISTRO DO FUNCIONARIO JA
      *ESTA LIDO. SEM ENTREGA REGISTRADA NAO HA FICHA
      *-----------------------------------------------------------------
           MOVE BRKF TO ENMAT
           MOVE ZEROS TO ENSEQ
           START EPIENT KEY IS NOT LESS THAN ENRK
           IF FS NOT = "00"
               GO TO RFICHAX
           .
           READ EPIENT NEXT RECORD
           IF FS NOT = "00" OR ENMAT NOT = BRKF
               GO TO RFICHAX
           .
           ADD 1 TO TOTFICHA
           PERFORM RCABEC THRU RCABECX
       .
       RFICHA2.
           PERFORM RFLINHA THRU RFLINHAX
           READ EPIENT NEXT RECORD
           IF FS = "00" AND ENMAT = BRKF
               GO TO RFICHA2
           .
       RFICHA3.
           MOVE SPACES TO EPILINE
           WRITE EPILINE
           WRITE EPILINE
           MOVE SPACES TO LINHA
           STRING "LOCAL E DATA: ______________________________"
               "      ASSINATURA DO EMPREGADO: "
               "______________________________"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           MOVE SPACES TO EPILINE
           WRITE EPILINE
           .
       RFICHAX.
           EXIT.
       RCABEC.
           MOVE ALL "=" TO EPILINE
           WRITE EPILINE
           MOVE "FICHA DE CONTROLE DE ENTREGA DE EPI - NR-6" TO
               EPILINE
           WRITE EPILINE
           MOVE ALL "=" TO EPILINE
           WRITE EPILINE
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
           MOVE SPACES TO CDESC
           IF CARGOOK = "S"
               MOVE CRK2 TO CRK
               READ CADCARGO
               IF FS NOT = "00"
                   MOVE SPACES TO CDESC
               END-IF
           .
           MOVE SPACES TO LINHA
           STRING "EMPREGADOR: " FILRAZAO " CNPJ " FILCNPJ
               " FILIAL " FFILIAL
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           COMPUTE DTW = ADANO * 10000 + ADMES * 100 + ADDIA
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "EMPREGADO: " NOME " RK " BRKF " CPF " CPF
               " ADMISSAO " DTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           MOVE SPACES TO LINHA
           STRING "CARGO: " CRK2 " " CDESC
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           MOVE SPACES TO EPILINE
           WRITE EPILINE
           MOVE "DECLARO TER RECEBIDO GRATUITAMENTE OS EPI ABAIXO E O "
               TO EPILINE
           WRITE EPILINE
           MOVE "TREINAMENTO SOBRE SEU USO CORRETO, COMPROMETENDO-ME A "
               TO EPILINE
           WRITE EPILINE
           MOVE "USA-LOS APENAS PARA A FINALIDADE A QUE SE DESTINAM, "
               TO EPILINE
           WRITE EPILINE
           MOVE "RESPONSABILIZAR-ME PELA GUARDA E CONSERVACAO, "
               TO EPILINE
           WRITE EPILINE
           MOVE "COMUNICAR QUALQUER ALTERACAO QUE OS TORNE IMPROPRIOS "
               TO EPILINE
           WRITE EPILINE
           MOVE "E DEVOLVE-LOS NA TROCA OU NO DESLIGAMENTO, SOB PENA "
               TO EPILINE
           WRITE EPILINE
           MOVE "DE DESCONTO DO CUSTO (NR-6 E CLT ART. 462 PAR. 1)."
               TO EPILINE
           WRITE EPILINE
           MOVE SPACES TO EPILINE
           WRITE EPILINE
           MOVE SPACES TO LINHA
           STRING "ENTREGA    EPI                                    "
               "       QTD CA     TROCA PREV SITUACAO     BAIXA     "
               " ASSINATURA"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           MOVE ALL "-" TO EPILINE
           WRITE EPILINE
           .
       RCABECX.
           EXIT.
       RFLINHA.
           MOVE ENCOD TO EQRK
           READ CADEPI
           IF FS NOT = "00"
               MOVE SPACES TO EQDESC
           .
           MOVE "EM USO" TO SITTXT
           IF ENSIT = "D"
               MOVE "DEVOLVIDO" TO SITTXT
           .
           IF ENSIT = "T"
               MOVE "TROCADO" TO SITTXT
           .
           IF ENSIT = "P"
               MOVE "PERDIDO" TO SITTXT
           .
           IF ENSIT = "N"
               MOVE "NAO DEVOLV." TO SITTXT
           .
           MOVE ENDATA TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE ENTROCA TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT3
           MOVE ENDTBX TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING DTTXT2 " " ENCOD " " EQDESC " " ENQTD " " ENCA " "
               DTTXT3 " " SITTXT " " DTTXT " ________________"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           .
       RFLINHAX.
           EXIT.
       RVENC.
      *-----------------------------------------------------------------
      *EPI EM USO (SITUACAO E) COM TROCA PREVISTA ATE A DATA DE
      *REFERENCIA OU COM CA VENCIDO; O CATALOGO SO GUARDA O CA ATUAL -
      *ENTREGA FEITA COM OUTRO CA SAI COMO CA SUBSTITUIDO
      *-----------------------------------------------------------------
           MOVE ALL "=" TO EPILINE
           WRITE EPILINE
           MOVE REFDT TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING "EPI COM TROCA OU CA VENCIDO EM " DTTXT
               " FILIAL " BFIL " (00 = TODAS)"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           MOVE ALL "=" TO EPILINE
           WRITE EPILINE
           MOVE ZEROS TO ENMAT ENSEQ
           START EPIENT KEY IS NOT LESS THAN ENRK
           IF FS NOT = "00"
               GO TO RVENC3
           .
       RVENC2.
           READ EPIENT NEXT RECORD
           IF FS NOT = "00"
               GO TO RVENC3
           END-IF
           IF ENSIT NOT = "E"
               GO TO RVENC2
           END-IF
           MOVE ENMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00" OR DDANO NOT = ZEROS
               GO TO RVENC2
           END-IF
           IF BFIL NOT = ZEROS AND FFILIAL NOT = BFIL
               GO TO RVENC2
           END-IF
           MOVE ENCOD TO EQRK
           READ CADEPI
           IF FS NOT = "00"
               MOVE SPACES TO EQDESC
               MOVE ZEROS TO EQCA EQCAVAL
           END-IF
           MOVE SPACES TO MOTTXT
           IF ENTROCA NOT = ZEROS AND ENTROCA NOT > REFDT
               MOVE "TROCA VENCIDA" TO MOTTXT
               ADD 1 TO TOTTROCA
           END-IF
           IF ENCA = EQCA AND EQCAVAL < REFDT
               MOVE "CA VENCIDO" TO MOTTXT(15:)
               ADD 1 TO TOTCA
           END-IF
           IF ENCA NOT = EQCA
               MOVE "CA SUBSTITUIDO" TO MOTTXT(15:)
               ADD 1 TO TOTCA
           END-IF
           IF MOTTXT = SPACES
               GO TO RVENC2
           END-IF
           MOVE ENDATA TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE DTTXT TO DTTXT2
           MOVE ENTROCA TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE SPACES TO LINHA
           STRING ENMAT " " NOME " " ENCOD " " EQDESC " CA " ENCA
               " ENTREGUE " DTTXT2 " TROCA " DTTXT " " MOTTXT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           GO TO RVENC2
           .
       RVENC3.
           MOVE SPACES TO EPILINE
           WRITE EPILINE
           MOVE "CATALOGO - EPI ATIVO COM CA VENCIDO (NAO ENTREGAR)"
               TO EPILINE
           WRITE EPILINE
           MOVE ALL "-" TO EPILINE
           WRITE EPILINE
           MOVE ZEROS TO EQRK
           START CADEPI KEY IS NOT LESS THAN EQRK
           IF FS NOT = "00"
               GO TO RVENC5
           .
       RVENC4.
           READ CADEPI NEXT RECORD
           IF FS NOT = "00"
               GO TO RVENC5
           END-IF
           IF EQATIVO NOT = "S" OR EQCAVAL NOT < REFDT
               GO TO RVENC4
           END-IF
           ADD 1 TO TOTCAT
           MOVE EQCAVAL TO DTW
           PERFORM RFMTDT THRU RFMTDTX
           MOVE EQVALOR TO VALED
           MOVE SPACES TO LINHA
           STRING EQRK " " EQDESC " CA " EQCA " VENCIDO EM " DTTXT
               " CUSTO " VALED
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           GO TO RVENC4
           .
       RVENC5.
           MOVE ALL "=" TO EPILINE
           WRITE EPILINE
           MOVE SPACES TO LINHA
           STRING "TROCAS VENCIDAS: " TOTTROCA
               "  ENTREGAS COM CA VENCIDO/SUBSTITUIDO: " TOTCA
               "  EPI DO CATALOGO COM CA VENCIDO: " TOTCAT
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO EPILINE
           WRITE EPILINE
           DISPLAY "TROCAS VENCIDAS: " TOTTROCA
               " CA VENCIDO: " TOTCA " CATALOGO: " TOTCAT
           .
       RVENCX.
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
           CLOSE FILEFUNC CADEPI EPIENT
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RFECHA.
           IF CARGOOK = "S"
               CLOSE CADCARGO
           .
           IF FILOK = "S"
               CLOSE CADFIL
           .
       RFECHAX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A SAIDA SOB NOME CONTROLADO - A REIMPRESSAO SAI DO
      *RELCATAL (FPP107); A FILIAL FICA ZERADA NA FICHA INDIVIDUAL
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
           MOVE "RELEPI" TO RCPROG
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
           CLOSE FILEFUNC CADEPI EPIENT EPIRPT
           PERFORM RFECHA THRU RFECHAX
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
