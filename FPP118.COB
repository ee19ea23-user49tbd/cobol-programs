       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHAFIN.
       AUTHOR. AUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .
      *-----------------------------------------------------------------
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
           SELECT PRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HRK
           .

           SELECT SALDOINI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SIMAT
           .
      *-----------------------------------------------------------------
           SELECT PR13 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK13
           .
      *-----------------------------------------------------------------
           SELECT FERPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FPRK
           .
      *-----------------------------------------------------------------
           SELECT PLR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PLRK
           .
      *-----------------------------------------------------------------
           SELECT COMPL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CPRK
           .
      *-----------------------------------------------------------------
           SELECT MOVVERB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VMRK
           .
      *-----------------------------------------------------------------
           SELECT FICHARPT ASSIGN TO NOMEARQ
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
      *SALARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *FOLHA ARQUIVADA (VER ARQFOLHA/FPP060) - LIDA DE FORMA
      *TRANSPARENTE QUANDO A COMPETENCIA JA SAIU DA BASE ATIVA
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
      *SALDO INICIAL DE FUNCIONARIO ABSORVIDO (VER SALDOIMP/FPP162) -
      *OS MESES ATE O CORTE SAO DA FOLHA ANTERIOR
      *-----------------------------------------------------------------
       FD SALDOINI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDOINI1.DAT".
       COPY SALDOINI.
      *-----------------------------------------------------------------
      *13O APROVADO (VER GRATNAT/FPP018 E APROVPAG/FPP037)
      *-----------------------------------------------------------------
       FD PR13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT13.DATA".
       COPY PRM13.
      *-----------------------------------------------------------------
      *RECIBOS DE FERIAS (VER FERIAS/FPP019 E FERCOLET/FPP109)
      *-----------------------------------------------------------------
       FD FERPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERPAG.DAT".
       COPY FERPAG.
      *-----------------------------------------------------------------
      *PAGAMENTOS DE PLR (VER PLRPAG/FPP070)
      *-----------------------------------------------------------------
       FD PLR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLR1.DAT".
       COPY PLR.
      *-----------------------------------------------------------------
      *FOLHAS COMPLEMENTARES (VER COMPLPAG/FPP106)
      *-----------------------------------------------------------------
       FD COMPL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COMPL1.DAT".
       COPY COMPL.
      *-----------------------------------------------------------------
      *DETALHE POR VERBA DA FOLHA (VER CADVERBA/FPP117)
      *-----------------------------------------------------------------
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
       FD FICHARPT
           LABEL RECORD IS STANDARD.
       01 FICHALINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - A FICHA ATENDE AUDITORIA E
      *RECLAMACAO TRABALHISTA, QUE PRESCREVE EM 5 ANOS
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 HISTOK      PIC X(01).
           01 P13OK       PIC X(01).
           01 FEROK       PIC X(01).
           01 PLROK       PIC X(01).
           01 COMPLOK     PIC X(01).
           01 MVOK        PIC X(01).
           01 SIOK        PIC X(01).
           01 DIASED      PIC ZZ9,99.
           01 NOMEARQ     PIC X(40).
           01 BRKF        PIC 9(06).
           01 BRKY        PIC 9(04).
           01 BFIL        PIC 9(02).
           01 MM          PIC 9(02).
           01 TEMDADO     PIC X(01).
           01 TOTFUNC     PIC 9(06).
           01 TOTFICHA    PIC 9(06).
           01 LINHA       PIC X(132).
           01 CAMPO       PIC X(17).
           01 VALED       PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *GRADE DA FICHA: LINHAS FIXAS (PROVENTOS, DESCONTOS E
      *INFORMATIVOS DO REGISTRO DA FOLHA) MAIS UMA LINHA POR VERBA DA
      *EMPRESA (CODIGO 100 EM DIANTE); COLUNAS 1-12 SAO OS MESES,
      *13-14 AS PARCELAS DO 13O, 15 FERIAS, 16 PLR, 17 COMPLEMENTAR
      *E 18 O TOTAL DO ANO
      *-----------------------------------------------------------------
           01 FIXQTD      PIC 9(02) VALUE 27.
           01 LINQTD      PIC 9(02).
           01 FVQTD       PIC 9(02).
           01 SUBL        PIC 9(02).
           01 SUBC        PIC 9(02).
           01 SUBV        PIC 9(02).
           01 BLOCO       PIC 9(01).
           01 COLINI      PIC 9(02).
           01 COLFIM      PIC 9(02).
           01 POSC        PIC 9(03).
           01 GRADE.
               03 GLIN OCCURS 67 TIMES.
                   05 GCEL OCCURS 18 TIMES PIC 9(12)V99.
           01 FVTAB.
               03 FVENT OCCURS 40 TIMES.
                   05 FVCOD   PIC 9(04).
                   05 FVDESC  PIC X(30).
           01 ROTDADOS.
               03 FILLER PIC X(20) VALUE "SALARIO BRUTO".
               03 FILLER PIC X(20) VALUE "  HORAS EXTRAS".
               03 FILLER PIC X(20) VALUE "  ADIC NOTURNO".
               03 FILLER PIC X(20) VALUE "  HORAS FERIADO".
               03 FILLER PIC X(20) VALUE "  COMISSOES".
               03 FILLER PIC X(20) VALUE "  REFLEXO DSR".
               03 FILLER PIC X(20) VALUE "  ADIC TEMPO SERV".
               03 FILLER PIC X(20) VALUE "  INTERV SUPRIMIDO".
               03 FILLER PIC X(20) VALUE "  INSALUB/PERICUL".
               03 FILLER PIC X(20) VALUE "  LANCAMENTOS PROV".
               03 FILLER PIC X(20) VALUE "  (-) ATRASOS".
               03 FILLER PIC X(20) VALUE "SALARIO FAMILIA".
               03 FILLER PIC X(20) VALUE "INSS".
               03 FILLER PIC X(20) VALUE "IRRF".
               03 FILLER PIC X(20) VALUE "CONTRIB SINDICAL".
               03 FILLER PIC X(20) VALUE "LANCAMENTOS DESC".
               03 FILLER PIC X(20) VALUE "COPART BENEFICIO".
               03 FILLER PIC X(20) VALUE "EMPREST CONSIG".
               03 FILLER PIC X(20) VALUE "ADIANT QUINZENAL".
               03 FILLER PIC X(20) VALUE "PENSAO ALIMENT".
               03 FILLER PIC X(20) VALUE "PENHORA JUDICIAL".
               03 FILLER PIC X(20) VALUE "SALDO DEV ABATIDO".
               03 FILLER PIC X(20) VALUE "LIQUIDO".
               03 FILLER PIC X(20) VALUE "FGTS DEPOSITADO".
               03 FILLER PIC X(20) VALUE "REDUTOR IRRF".
               03 FILLER PIC X(20) VALUE "AJUSTE INSS VINC".
               03 FILLER PIC X(20) VALUE "SALDO DEV GERADO".
           01 ROTTAB REDEFINES ROTDADOS.
               03 ROTLIN OCCURS 27 TIMES PIC X(20).
           01 COLDADOS.
               03 FILLER PIC X(17) VALUE "          JAN".
               03 FILLER PIC X(17) VALUE "          FEV".
               03 FILLER PIC X(17) VALUE "          MAR".
               03 FILLER PIC X(17) VALUE "          ABR".
               03 FILLER PIC X(17) VALUE "          MAI".
               03 FILLER PIC X(17) VALUE "          JUN".
               03 FILLER PIC X(17) VALUE "          JUL".
               03 FILLER PIC X(17) VALUE "          AGO".
               03 FILLER PIC X(17) VALUE "          SET".
               03 FILLER PIC X(17) VALUE "          OUT".
               03 FILLER PIC X(17) VALUE "          NOV".
               03 FILLER PIC X(17) VALUE "          DEZ".
               03 FILLER PIC X(17) VALUE "   13O 1A PARC".
               03 FILLER PIC X(17) VALUE "   13O 2A PARC".
               03 FILLER PIC X(17) VALUE "       FERIAS".
               03 FILLER PIC X(17) VALUE "          PLR".
               03 FILLER PIC X(17) VALUE "  COMPLEMENTAR".
               03 FILLER PIC X(17) VALUE "    TOTAL ANO".
           01 COLTAB REDEFINES COLDADOS.
               03 COLTIT OCCURS 18 TIMES PIC X(17).
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
           OPEN INPUT PR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PR"
               GOBACK
       .
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01H.
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01B.
           OPEN INPUT PR13
           IF FS NOT = "00"
               MOVE "N" TO P13OK
           ELSE
               MOVE "S" TO P13OK
       .
       R01C.
           OPEN INPUT FERPAG
           IF FS NOT = "00"
               MOVE "N" TO FEROK
           ELSE
               MOVE "S" TO FEROK
       .
       R01D.
           OPEN INPUT PLR
           IF FS NOT = "00"
               MOVE "N" TO PLROK
           ELSE
               MOVE "S" TO PLROK
       .
       R01E.
           OPEN INPUT COMPL
           IF FS NOT = "00"
               MOVE "N" TO COMPLOK
           ELSE
               MOVE "S" TO COMPLOK
       .
       R01F.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01G.
           OPEN INPUT SALDOINI
           IF FS NOT = "00"
               MOVE "N" TO SIOK
           ELSE
               MOVE "S" TO SIOK
       .
       R02.
           MOVE ZEROS TO TOTFUNC TOTFICHA
           DISPLAY "FICHA FINANCEIRA ANUAL"
           DISPLAY "DIGITE O ANO: "
           ACCEPT BRKY
           IF BRKY = ZEROS
               DISPLAY "ANO INVALIDO"
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
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO R04
       .
       R05.
           OPEN OUTPUT FICHARPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           IF BFIL = ZEROS
               PERFORM RFICHA THRU RFICHAX
               GO TO R08
           .
       R06.
      *-----------------------------------------------------------------
      *FILIAL INTEIRA: UMA FICHA POR FUNCIONARIO DA FILIAL QUE TENHA
      *ALGUM PAGAMENTO NO ANO (DESLIGADOS INCLUSIVE)
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
           PERFORM RFICHA THRU RFICHAX
           GO TO R07
           .
       R08.
           MOVE ALL "=" TO FICHALINE
           WRITE FICHALINE
           MOVE SPACES TO LINHA
           STRING "FICHAS EMITIDAS: " TOTFICHA
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHALINE
           WRITE FICHALINE
           DISPLAY "FICHAS EMITIDAS: " TOTFICHA
           GO TO RF2
           .
       RFICHA.
      *-----------------------------------------------------------------
      *MONTA E IMPRIME A FICHA DA MATRICULA BRKF NO ANO BRKY - O
      *REGISTRO DO FUNCIONARIO (FILES) JA ESTA LIDO
      *-----------------------------------------------------------------
           MOVE ZEROS TO GRADE FVQTD
           MOVE "N" TO TEMDADO
           PERFORM RMES THRU RMESX
               VARYING MM FROM 1 BY 1 UNTIL MM > 12
           PERFORM R13 THRU R13X
           PERFORM RFER THRU RFERX
           PERFORM RPLR THRU RPLRX
           PERFORM RCOMPL THRU RCOMPLX
           IF TEMDADO NOT = "S"
               GO TO RFICHAX
           .
           ADD 1 TO TOTFICHA
           COMPUTE LINQTD = FIXQTD + FVQTD
           PERFORM RTOTLIN THRU RTOTLINX
               VARYING SUBL FROM 1 BY 1 UNTIL SUBL > LINQTD
           MOVE ALL "=" TO FICHALINE
           WRITE FICHALINE
           MOVE SPACES TO LINHA
           STRING "FICHA FINANCEIRA " BRKY " - RK " BRKF
               " - " NOME " - FILIAL " FFILIAL
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHALINE
           WRITE FICHALINE
           MOVE SPACES TO LINHA
           STRING "CPF " CPF " ADMISSAO " ADDIA "/" ADMES "/" ADANO
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHALINE
           WRITE FICHALINE
           PERFORM RBLOCO THRU RBLOCOX
               VARYING BLOCO FROM 1 BY 1 UNTIL BLOCO > 3
           MOVE SPACES TO FICHALINE
           WRITE FICHALINE
           MOVE "COLUNA FERIAS: BRUTO DO RECIBO (FERPAG), SEM DESCONTOS"
               TO FICHALINE
           WRITE FICHALINE
           IF FVQTD > ZEROS
               MOVE "VERBAS DA EMPRESA: JA SOMADAS NOS LANCAMENTOS"
                   TO FICHALINE
               WRITE FICHALINE
           .
           PERFORM RSALINI THRU RSALINIX
           .
       RFICHAX.
           EXIT.
       RSALINI.
      *-----------------------------------------------------------------
      *FUNCIONARIO ABSORVIDO DE OUTRA EMPRESA: OS MESES ATE O CORTE
      *VIERAM DA FOLHA ANTERIOR NA CARGA DE SALDOS E NUNCA SAO
      *RECALCULADOS - A FICHA DIZ ISSO E MOSTRA OS SALDOS DO CORTE
      *-----------------------------------------------------------------
           IF SIOK NOT = "S"
               GO TO RSALINIX
           .
           MOVE BRKF TO SIMAT
           READ SALDOINI
           IF FS NOT = "00" OR SICORANO < BRKY
               GO TO RSALINIX
           .
           MOVE SPACES TO LINHA
           STRING "MESES ATE " SICORMES "/" SICORANO
               ": SALDO INICIAL DA FOLHA ANTERIOR (CNPJ " SICNPJ
               "), NAO RECALCULADO - LOTE " SILOTE
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHALINE
           WRITE FICHALINE
           MOVE SIFGTS TO VALED
           MOVE SIFERDIAS TO DIASED
           MOVE SPACES TO LINHA
           STRING "SALDOS NO CORTE - FGTS: " VALED
               "  FERIAS EM ABERTO: " DIASED " DIAS"
               DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO FICHALINE
           WRITE FICHALINE
           IF SI13ANO = BRKY
               MOVE SI13ADIANT TO VALED
               MOVE SPACES TO LINHA
               STRING "13O NA FOLHA ANTERIOR - AVOS: " SI13AVOS
                   "  1A PARCELA PAGA: " VALED
                   DELIMITED BY SIZE INTO LINHA
               MOVE LINHA TO FICHALINE
               WRITE FICHALINE
           .
       RSALINIX.
           EXIT.
       RMES.
      *-----------------------------------------------------------------
      *FOLHA DO MES - BASE ATIVA (PRT1) OU ARQUIVADA (PRHIST)
      *-----------------------------------------------------------------
           MOVE BRKF TO RKF
           MOVE MM TO RKM
           MOVE BRKY TO RKY
           READ PR
           IF FS NOT = "00"
               IF HISTOK NOT = "S"
                   GO TO RMESX
               END-IF
               MOVE RK TO HRK
               READ PRHIST
               IF FS NOT = "00"
                   GO TO RMESX
               END-IF
               MOVE PRHREC TO PRM
               IF HVER < 1
                   MOVE ZEROS TO PVALVINC PVALATRAS PVALINTRA
                   MOVE ZEROS TO PVALANUEN PVALPENH
                   MOVE "L" TO PIRRFROTA
               END-IF
               IF HVER < 2
                   MOVE ZEROS TO PVALREDIR
               END-IF
           END-IF
           MOVE "S" TO TEMDADO
           ADD PSALVALB TO GCEL(1, MM)
           ADD PVALHREXT TO GCEL(2, MM)
           ADD PVALHNOT TO GCEL(3, MM)
           ADD PVALHFER TO GCEL(4, MM)
           ADD PVALCOMIS TO GCEL(5, MM)
           ADD PVALDSR TO GCEL(6, MM)
           ADD PVALANUEN TO GCEL(7, MM)
           ADD PVALINTRA TO GCEL(8, MM)
           ADD PVALINSPER TO GCEL(9, MM)
           ADD PVALLANCE TO GCEL(10, MM)
           ADD PVALATRAS TO GCEL(11, MM)
           ADD PSALF TO GCEL(12, MM)
           ADD PINSS TO GCEL(13, MM)
           ADD PIMPR TO GCEL(14, MM)
           ADD PVALSIND TO GCEL(15, MM)
           ADD PVALLANCD TO GCEL(16, MM)
           ADD PVALBENEF TO GCEL(17, MM)
           ADD PVALEMPR TO GCEL(18, MM)
           ADD PVALADIANT TO GCEL(19, MM)
           ADD PVALPENSAO TO GCEL(20, MM)
           ADD PVALPENH TO GCEL(21, MM)
           ADD PVALSDABAT TO GCEL(22, MM)
           ADD PSLIQUID TO GCEL(23, MM)
           ADD PFGTS TO GCEL(24, MM)
           ADD PVALREDIR TO GCEL(25, MM)
           ADD PVALVINC TO GCEL(26, MM)
           ADD PVALSDNOVO TO GCEL(27, MM)
           IF MVOK NOT = "S"
               GO TO RMESX
           .
           MOVE BRKF TO VMRKF
           MOVE MM TO VMRKM
           MOVE BRKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE 100 TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RMESX
           .
       RMES2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RMESX
           .
           IF VMRKF NOT = BRKF OR VMRKM NOT = MM OR VMRKY NOT = BRKY
               OR VMSIT NOT = "A"
               GO TO RMESX
           .
           MOVE 1 TO SUBV
           .
       RMES3.
           IF SUBV > FVQTD
               GO TO RMES4
           .
           IF FVCOD(SUBV) = VMCOD
               GO TO RMES5
           .
           ADD 1 TO SUBV
           GO TO RMES3
           .
       RMES4.
           IF FVQTD NOT < 40
               GO TO RMES2
           .
           ADD 1 TO FVQTD
           MOVE FVQTD TO SUBV
           MOVE VMCOD TO FVCOD(SUBV)
           MOVE VMDESC TO FVDESC(SUBV)
           .
       RMES5.
           COMPUTE SUBL = FIXQTD + SUBV
           ADD VMVALOR TO GCEL(SUBL, MM)
           GO TO RMES2
           .
       RMESX.
           EXIT.
       R13.
      *-----------------------------------------------------------------
      *13O DO ANO - PARCELAS APROVADAS (PRT13)
      *-----------------------------------------------------------------
           IF P13OK NOT = "S"
               GO TO R13X
           .
           MOVE BRKF TO RKF13
           MOVE BRKY TO RKY13
           MOVE 1 TO PARC13
           READ PR13
           IF FS = "00"
               MOVE 13 TO SUBC
               PERFORM R13POE THRU R13POEX
           .
           MOVE BRKF TO RKF13
           MOVE BRKY TO RKY13
           MOVE 2 TO PARC13
           READ PR13
           IF FS = "00"
               MOVE 14 TO SUBC
               PERFORM R13POE THRU R13POEX
           .
       R13X.
           EXIT.
       R13POE.
           MOVE "S" TO TEMDADO
           ADD P13BRUTO TO GCEL(1, SUBC)
           ADD P13INSS TO GCEL(13, SUBC)
           ADD P13IMPR TO GCEL(14, SUBC)
           ADD P13LIQ TO GCEL(23, SUBC)
           .
       R13POEX.
           EXIT.
       RFER.
      *-----------------------------------------------------------------
      *FERIAS COM GOZO INICIADO NO ANO (FERPAG) - BRUTO DO RECIBO,
      *COM MEDIAS, TERCO E ABONO
      *-----------------------------------------------------------------
           IF FEROK NOT = "S"
               GO TO RFERX
           .
           MOVE BRKF TO FPRKF
           MOVE ZEROS TO FPSEQ
           START FERPAG KEY IS NOT LESS THAN FPRK
           IF FS NOT = "00"
               GO TO RFERX
           .
       RFER2.
           READ FERPAG NEXT RECORD
           IF FS NOT = "00" OR FPRKF NOT = BRKF
               GO TO RFERX
           .
           IF FPINIANO NOT = BRKY
               GO TO RFER2
           .
           MOVE "S" TO TEMDADO
           ADD FPBRUTO TO GCEL(1, 15)
           GO TO RFER2
           .
       RFERX.
           EXIT.
       RPLR.
      *-----------------------------------------------------------------
      *PLR DOS DOIS SEMESTRES DO ANO
      *-----------------------------------------------------------------
           IF PLROK NOT = "S"
               GO TO RPLRX
           .
           MOVE BRKF TO PLRKF
           MOVE BRKY TO PLRANO
           MOVE ZEROS TO PLRSEM
           START PLR KEY IS NOT LESS THAN PLRK
           IF FS NOT = "00"
               GO TO RPLRX
           .
       RPLR2.
           READ PLR NEXT RECORD
           IF FS NOT = "00" OR PLRKF NOT = BRKF OR PLRANO NOT = BRKY
               GO TO RPLRX
           .
           MOVE "S" TO TEMDADO
           ADD PLRBRUTO TO GCEL(1, 16)
           ADD PLRIRRF TO GCEL(14, 16)
           ADD PLRLIQ TO GCEL(23, 16)
           GO TO RPLR2
           .
       RPLRX.
           EXIT.
       RCOMPL.
      *-----------------------------------------------------------------
      *FOLHAS COMPLEMENTARES DE COMPETENCIAS DO ANO
      *-----------------------------------------------------------------
           IF COMPLOK NOT = "S"
               GO TO RCOMPLX
           .
           MOVE BRKF TO CPRKF
           MOVE ZEROS TO CPRKM CPRKY CPSEQ
           START COMPL KEY IS NOT LESS THAN CPRK
           IF FS NOT = "00"
               GO TO RCOMPLX
           .
       RCOMPL2.
           READ COMPL NEXT RECORD
           IF FS NOT = "00" OR CPRKF NOT = BRKF
               GO TO RCOMPLX
           .
           IF CPRKY NOT = BRKY
               GO TO RCOMPL2
           .
           MOVE "S" TO TEMDADO
           ADD CPBRUTO TO GCEL(1, 17)
           ADD CPINSS TO GCEL(13, 17)
           ADD CPIMPR TO GCEL(14, 17)
           ADD CPLIQ TO GCEL(23, 17)
           GO TO RCOMPL2
           .
       RCOMPLX.
           EXIT.
       RTOTLIN.
           MOVE ZEROS TO GCEL(SUBL, 18)
           PERFORM RTOTCEL THRU RTOTCELX
               VARYING SUBC FROM 1 BY 1 UNTIL SUBC > 17
           .
       RTOTLINX.
           EXIT.
       RTOTCEL.
           ADD GCEL(SUBL, SUBC) TO GCEL(SUBL, 18)
           .
       RTOTCELX.
           EXIT.
       RBLOCO.
      *-----------------------------------------------------------------
      *TRES QUADROS DE SEIS COLUNAS PARA CABER EM 132 POSICOES:
      *JAN-JUN, JUL-DEZ E 13O/FERIAS/PLR/COMPLEMENTAR/TOTAL; SO SAEM
      *AS LINHAS COM MOVIMENTO NO ANO
      *-----------------------------------------------------------------
           COMPUTE COLINI = (BLOCO - 1) * 6 + 1
           COMPUTE COLFIM = COLINI + 5
           MOVE SPACES TO FICHALINE
           WRITE FICHALINE
           MOVE SPACES TO LINHA
           MOVE "RUBRICA" TO LINHA
           PERFORM RCABCOL THRU RCABCOLX
               VARYING SUBC FROM COLINI BY 1 UNTIL SUBC > COLFIM
           MOVE LINHA TO FICHALINE
           WRITE FICHALINE
           MOVE ALL "-" TO FICHALINE
           WRITE FICHALINE
           PERFORM RLINHA THRU RLINHAX
               VARYING SUBL FROM 1 BY 1 UNTIL SUBL > LINQTD
           .
       RBLOCOX.
           EXIT.
       RCABCOL.
           COMPUTE POSC = 21 + (SUBC - COLINI) * 17
           MOVE COLTIT(SUBC) TO LINHA(POSC:17)
           .
       RCABCOLX.
           EXIT.
       RLINHA.
           IF GCEL(SUBL, 18) = ZEROS
               GO TO RLINHAX
           .
           MOVE SPACES TO LINHA
           IF SUBL NOT > FIXQTD
               MOVE ROTLIN(SUBL) TO LINHA
           ELSE
               COMPUTE SUBV = SUBL - FIXQTD
               STRING FVCOD(SUBV) " " FVDESC(SUBV)
                   DELIMITED BY SIZE INTO LINHA
               MOVE SPACES TO LINHA(20:)
           END-IF
           PERFORM RCELULA THRU RCELULAX
               VARYING SUBC FROM COLINI BY 1 UNTIL SUBC > COLFIM
           MOVE LINHA TO FICHALINE
           WRITE FICHALINE
           .
       RLINHAX.
           EXIT.
       RCELULA.
           MOVE SPACES TO CAMPO
           IF GCEL(SUBL, SUBC) NOT = ZEROS
               MOVE GCEL(SUBL, SUBC) TO VALED
               MOVE VALED TO CAMPO(2:16)
           END-IF
           COMPUTE POSC = 21 + (SUBC - COLINI) * 17
           MOVE CAMPO TO LINHA(POSC:17)
           .
       RCELULAX.
           EXIT.
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RFECHA.
           IF HISTOK = "S"
               CLOSE PRHIST
           .
           IF P13OK = "S"
               CLOSE PR13
           .
           IF FEROK = "S"
               CLOSE FERPAG
           .
           IF PLROK = "S"
               CLOSE PLR
           .
           IF COMPLOK = "S"
               CLOSE COMPL
           .
           IF MVOK = "S"
               CLOSE MOVVERB
           .
           IF SIOK = "S"
               CLOSE SALDOINI
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
           MOVE "FICHAFIN" TO RCPROG
           MOVE ZEROS TO RCKM
           MOVE BRKY TO RCKY
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
           CLOSE PR FILEFUNC FICHARPT
           PERFORM RFECHA THRU RFECHAX
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
           GOBACK
           .
