       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQBRUTO.
       AUTHOR. AUT.
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
      *-----------------------------------------------------------------
           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO
           .
      *-----------------------------------------------------------------
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT BENEF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BENRK
           .
      *-----------------------------------------------------------------
           SELECT MULTVINC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS MVRK
           .
      *-----------------------------------------------------------------
           SELECT DEPPROVA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DVRK
           .
      *-----------------------------------------------------------------
           SELECT BRUTORPT ASSIGN TO NOMEARQ
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
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
      *-----------------------------------------------------------------
      *REGIME PREVIDENCIARIO DA FILIAL (VER CADFILIA) - RAT X FAP,
      *TERCEIROS E CPRB DOS ENCARGOS DO EMPREGADOR
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *COPARTICIPACAO DOS BENEFICIOS ADERIDOS (VER CADBENEF/FPP064)
      *-----------------------------------------------------------------
       FD BENEF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BENEF1.DAT".
       COPY BENEF.
      *-----------------------------------------------------------------
       FD MULTVINC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MULTVIN1.DAT".
       COPY MULTVINC.
      *-----------------------------------------------------------------
       FD DEPPROVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPPROV1.DAT".
       COPY DEPPROVA.
      *-----------------------------------------------------------------
       FD BRUTORPT
           LABEL RECORD IS STANDARD.
       01 BRUTOLINE PIC X(132).
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
      *DIAS DE RETENCAO NO CATALOGO - O CALCULO INSTRUI PROPOSTA E
      *ACORDO, GUARDADO PELO PRAZO DA PRESCRICAO TRABALHISTA
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(132).
           01 BRKF        PIC 9(06).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 FILOK       PIC X(01).
           01 BENOK       PIC X(01).
           01 VINCOK      PIC X(01).
           01 PROVAOK     PIC X(01).
      *-----------------------------------------------------------------
      *PERFIL DO CALCULO - DO CADASTRO DO FUNCIONARIO OU DIGITADO
      *(PERFIL HIPOTETICO PARA PROPOSTA DE CONTRATACAO)
      *-----------------------------------------------------------------
           01 ALVO        PIC 9(08)V99.
           01 PNOME       PIC X(30).
           01 CTIPO       PIC X(01).
           01 NUMDEP      PIC 9(02).
           01 NUMD        PIC 9(02).
           01 NSUSP       PIC 9(02).
           01 CARGOW      PIC 9(04).
           01 FILW        PIC 9(02).
           01 BSINDW      PIC 9(01).
           01 VSINDW      PIC 9(05)V99.
           01 BENW        PIC 9(08)V99.
           01 MVBASEW     PIC 9(10)V99.
      *-----------------------------------------------------------------
      *BUSCA DO BRUTO: O SALARIO BRUTO DA FOLHA E APURADO EM REAIS
      *INTEIROS (SALVALB DO FPP005), ENTAO A BUSCA E PELO MENOR BRUTO
      *INTEIRO CUJO LIQUIDO ALCANCA O ALVO - BISSECAO ENTRE GLO (NAO
      *ALCANCA) E GHI (ALCANCA)
      *-----------------------------------------------------------------
           01 GW          PIC 9(10).
           01 GLO         PIC 9(10).
           01 GHI         PIC 9(10).
           01 ITERQ       PIC 9(03).
      *-----------------------------------------------------------------
      *REGRAS DO CALCULO DA FOLHA SOBRE O BRUTO GW - MESMAS PICTURES
      *DO FPP005 PARA OS MESMOS ARREDONDAMENTOS
      *-----------------------------------------------------------------
           01 BASEINS     PIC 9(10)V99.
           01 BASEIRF     PIC 9(10)V99.
           01 INSS        PIC 9(10)V99.
           01 WBASEV      PIC 9(10)V99.
           01 WINSSV      PIC 9(10)V99.
           01 INSSTOTW    PIC 9(10)V99.
           01 INSSAQUI    PIC S9(10)V99.
           01 IMPR        PIC 9(10)V99.
           01 WBASEIR     PIC 9(10)V99.
           01 WIRVAL      PIC 9(10)V99.
           01 WREDIR      PIC 9(10)V99.
           01 WREDW       PIC S9(10)V99.
           01 VALREDIR    PIC 9(10)V99.
           01 IRROTA      PIC X(01).
           01 SALF        PIC 9(10)V99.
           01 VALSIND     PIC 9(10)V99.
           01 LIQW        PIC S9(10)V99.
      *-----------------------------------------------------------------
      *ENCARGOS DO EMPREGADOR
      *-----------------------------------------------------------------
           01 REGTIPO     PIC X(01).
           01 REGPAT      PIC 9(03)V9(04).
           01 REGRAT      PIC 9(03)V9(04).
           01 REGTER      PIC 9(03)V9(04).
           01 REGCPRB     PIC 9(03)V9(04).
           01 FGTSPCT     PIC 9(02)V9.
           01 VALFGTS     PIC 9(10)V99.
           01 VALPAT      PIC 9(10)V99.
           01 VALRAT      PIC 9(10)V99.
           01 VALTER      PIC 9(10)V99.
           01 CUSTOW      PIC 9(10)V99.
      *-----------------------------------------------------------------
           01 MROTULO     PIC X(48).
           01 MVALC       PIC S9(10)V99.
           01 VALED       PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 ALIQED      PIC ZZ9,9999.
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
               GOBACK
       .
       R01A.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               GOBACK
       .
       R01B.
           OPEN INPUT CADTAXA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXA"
               GOBACK
       .
       R01C.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
       .
       R01D.
           OPEN INPUT BENEF
           IF FS NOT = "00"
               MOVE "N" TO BENOK
           ELSE
               MOVE "S" TO BENOK
       .
       R01E.
           OPEN INPUT MULTVINC
           IF FS NOT = "00"
               MOVE "N" TO VINCOK
           ELSE
               MOVE "S" TO VINCOK
       .
       R01F.
           OPEN INPUT DEPPROVA
           IF FS NOT = "00"
               MOVE "N" TO PROVAOK
           ELSE
               MOVE "S" TO PROVAOK
       .
       R02.
           DISPLAY "CALCULO DO BRUTO A PARTIR DO LIQUIDO"
           DISPLAY "COMPETENCIA DAS TABELAS - MES: "
           ACCEPT BRKM
           DISPLAY "COMPETENCIA DAS TABELAS - ANO: "
           ACCEPT BRKY
           IF BRKM = ZEROS OR BRKM > 12 OR BRKY = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO R02
           .
           MOVE BRKY TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               DISPLAY "TABELA DE TAXAS DO ANO NAO CADASTRADA"
               GO TO RF1
       .
       R02A.
           DISPLAY "LIQUIDO DESEJADO: "
           ACCEPT ALVO
           IF ALVO = ZEROS
               DISPLAY "LIQUIDO NAO PODE SER NULO"
               GO TO R02A
       .
       R02B.
           MOVE ZEROS TO BENW MVBASEW NSUSP
           DISPLAY "MATRICULA (0 = PERFIL HIPOTETICO): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO R02C
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO R02B
           .
           MOVE NOME TO PNOME
           MOVE CONTRTIPO TO CTIPO
           MOVE NUMDEPEND TO NUMDEP
           MOVE CRK2 TO CARGOW
           MOVE FFILIAL TO FILW
           PERFORM RPERFIL THRU RPERFILX
           GO TO R03
       .
       R02C.
           MOVE "PERFIL HIPOTETICO" TO PNOME
           DISPLAY "TIPO DE CONTRATO (C-CLT A-APRENDIZ E-ESTAGIARIO): "
           ACCEPT CTIPO
           IF CTIPO = SPACES
               MOVE "C" TO CTIPO
           .
           IF CTIPO NOT = "C" AND CTIPO NOT = "A" AND CTIPO NOT = "E"
               DISPLAY "TIPO DE CONTRATO INVALIDO"
               GO TO R02C
           .
           DISPLAY "NUMERO DE DEPENDENTES: "
           ACCEPT NUMDEP
           DISPLAY "CARGO (0 = SEM CONTRIBUICAO SINDICAL): "
           ACCEPT CARGOW
           DISPLAY "FILIAL (0 = PERCENTUAIS GERAIS DO ANO): "
           ACCEPT FILW
           DISPLAY "COPARTICIPACAO MENSAL DE BENEFICIOS: "
           ACCEPT BENW
       .
       R03.
           MOVE ZEROS TO BSINDW VSINDW
           IF CARGOW NOT = ZEROS
               MOVE CARGOW TO CRK
               READ CADCARGO
               IF FS = "00"
                   MOVE BSIND TO BSINDW
                   MOVE VSIND TO VSINDW
               ELSE
                   DISPLAY "CARGO NAO CADASTRADO - SEM SINDICAL"
               END-IF
           END-IF
           MOVE NUMDEP TO NUMD
           IF NSUSP NOT < NUMD
               MOVE ZEROS TO NUMD
           ELSE
               SUBTRACT NSUSP FROM NUMD
           .
       R04.
      *-----------------------------------------------------------------
      *LIMITE SUPERIOR: NO PIOR CASO O EMPREGADO FICA COM POUCO MAIS
      *DA METADE DO BRUTO (INSS NO TETO, IRRF NA ULTIMA FAIXA)
      *-----------------------------------------------------------------
           MOVE ZEROS TO ITERQ GLO
           COMPUTE GHI = (ALVO + BENW) * 2 + 1000
           MOVE GHI TO GW
           PERFORM RLIQ THRU RLIQX
           IF LIQW < ALVO
               DISPLAY "LIQUIDO INATINGIVEL COM AS REGRAS DO ANO"
               GO TO RF1
           .
           MOVE GLO TO GW
           PERFORM RLIQ THRU RLIQX
           IF LIQW NOT < ALVO
               MOVE GLO TO GHI
               GO TO R05
           .
       R04A.
           IF GHI - GLO < 2
               GO TO R05
           .
           COMPUTE GW = (GLO + GHI) / 2
           PERFORM RLIQ THRU RLIQX
           ADD 1 TO ITERQ
           IF LIQW < ALVO
               MOVE GW TO GLO
           ELSE
               MOVE GW TO GHI
           .
           GO TO R04A
           .
       R05.
           MOVE GHI TO GW
           PERFORM RLIQ THRU RLIQX
           PERFORM RENCARGO THRU RENCARGOX
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR O RELATORIO"
               GO TO RF1
           .
           OPEN OUTPUT BRUTORPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO RF1
           .
           PERFORM RIMPRIME THRU RIMPRIMEX
           CLOSE BRUTORPT
           MOVE GW TO VALED
           DISPLAY "SALARIO BRUTO.......: " VALED
           MOVE LIQW TO VALED
           DISPLAY "LIQUIDO OBTIDO......: " VALED
           MOVE CUSTOW TO VALED
           DISPLAY "CUSTO DO EMPREGADOR.: " VALED
           DISPLAY "RELATORIO GRAVADO EM " NOMEARQ
       .
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE FILEFUNC CADCARGO CADTAXA
           IF FILOK = "S"
               CLOSE CADFIL
           .
           IF BENOK = "S"
               CLOSE BENEF
           .
           IF VINCOK = "S"
               CLOSE MULTVINC
           .
           IF PROVAOK = "S"
               CLOSE DEPPROVA
           .
           GOBACK
           .
       RPERFIL.
      *-----------------------------------------------------------------
      *DO CADASTRO: COPARTICIPACAO DOS BENEFICIOS (BENEFSCAN), BASE DO
      *OUTRO VINCULO NA COMPETENCIA E DEPENDENTES COM A COTA DO
      *SALARIO-FAMILIA SUSPENSA (SALFELEG)
      *-----------------------------------------------------------------
           IF BENOK NOT = "S"
               GO TO RPERFIL2
           .
           MOVE BRKF TO BENRKF
           MOVE ZEROS TO BENTIPO
           START BENEF KEY IS NOT LESS THAN BENRK
           IF FS NOT = "00"
               GO TO RPERFIL2
           .
       RPERFIL1.
           READ BENEF NEXT RECORD
           IF FS = "00"
               IF BENRKF = BRKF
                   ADD BENCOPART TO BENW
                   GO TO RPERFIL1
           .
       RPERFIL2.
           IF VINCOK NOT = "S"
               GO TO RPERFIL3
           .
           MOVE BRKF TO MVRKF
           MOVE BRKM TO MVRKM
           MOVE BRKY TO MVRKY
           READ MULTVINC
           IF FS = "00"
               MOVE MVBASE TO MVBASEW
           .
       RPERFIL3.
           IF PROVAOK NOT = "S" OR NUMDEPEND = ZEROS
               GO TO RPERFILX
           .
           MOVE BRKF TO DVRKF
           MOVE ZEROS TO DVSEQ
           START DEPPROVA KEY IS NOT LESS THAN DVRK
           IF FS NOT = "00"
               GO TO RPERFILX
           .
       RPERFIL4.
           READ DEPPROVA NEXT RECORD
           IF FS NOT = "00" OR DVRKF NOT = BRKF
               GO TO RPERFILX
           END-IF
           IF DVSIT = "S"
               ADD 1 TO NSUSP
           END-IF
           GO TO RPERFIL4
           .
       RPERFILX.
           EXIT.
       RLIQ.
      *-----------------------------------------------------------------
      *LIQUIDO DO BRUTO GW PELAS REGRAS DO CALCULO (INSSCALC,
      *INSSVINC, IMPSRCALC, IMPRSIMP, SALFCALC E LIQUIDCALC) ANTES DE
      *CONSIGNADO, ADIANTAMENTO, PENSAO, PENHORA E SALDO DEVEDOR
      *-----------------------------------------------------------------
           MOVE GW TO BASEINS BASEIRF
           MOVE ZEROS TO INSS
           IF CTIPO = "E"
               GO TO RLIQ2
           .
           IF BASEINS > 0,01 AND BASEINS < TXI1LIM
               COMPUTE INSS = BASEINS * TXI1PCT
           ELSE
               IF BASEINS > TXI1LIM AND BASEINS < TXI2LIM
                   COMPUTE INSS = BASEINS * TXI2PCT
               ELSE
                   IF BASEINS > TXI2LIM
                       COMPUTE INSS = BASEINS * TXI3PCT
           .
           IF INSS > TXITETOGAT
               MOVE TXITETOVAL TO INSS
           .
           IF MVBASEW = ZEROS
               GO TO RLIQ2
           .
           COMPUTE WBASEV = BASEINS + MVBASEW
           PERFORM RINSSFX THRU RINSSFXX
           MOVE WINSSV TO INSSTOTW
           MOVE MVBASEW TO WBASEV
           PERFORM RINSSFX THRU RINSSFXX
           COMPUTE INSSAQUI = INSSTOTW - WINSSV
           IF INSSAQUI < ZEROS
               MOVE ZEROS TO INSSAQUI
           .
           MOVE INSSAQUI TO INSS
           .
       RLIQ2.
           IF BASEIRF > INSS
               COMPUTE IMPR = BASEIRF - INSS
           ELSE
               MOVE ZEROS TO IMPR
           .
           IF IMPR > TXR1LIM AND IMPR < TXR2LIM
               COMPUTE IMPR = IMPR * TXR1PCT
           ELSE
               IF IMPR > TXR2LIM AND IMPR < TXR3LIM
                   COMPUTE IMPR = IMPR * TXR2PCT
               ELSE
                   IF IMPR > TXR3LIM
                       COMPUTE IMPR = IMPR * TXR3PCT
           .
           MOVE IMPR TO WIRVAL
           PERFORM RIRREDUT THRU RIRREDUTX
           MOVE WIRVAL TO IMPR
           MOVE WREDIR TO VALREDIR
           MOVE "L" TO IRROTA
           IF TXRSIMPL = ZEROS
               GO TO RLIQ3
           .
           IF BASEIRF > TXRSIMPL
               COMPUTE WBASEIR = BASEIRF - TXRSIMPL
           ELSE
               MOVE ZEROS TO WBASEIR
           .
           PERFORM RIRFX THRU RIRFXX
           PERFORM RIRREDUT THRU RIRREDUTX
           IF WIRVAL < IMPR
               MOVE WIRVAL TO IMPR
               MOVE WREDIR TO VALREDIR
               MOVE "S" TO IRROTA
           .
       RLIQ3.
           MOVE ZEROS TO SALF
           IF GW < TXSFTETO
               COMPUTE SALF = NUMD * 34,00
           .
           MOVE ZEROS TO VALSIND
           IF BSINDW = 1
               COMPUTE VALSIND ROUNDED = GW * VSINDW / 100
           ELSE
               IF BSINDW = 2
                   MOVE VSINDW TO VALSIND
           .
           COMPUTE LIQW = GW - INSS - IMPR + SALF - VALSIND - BENW
           .
       RLIQX.
           EXIT.
       RINSSFX.
      *-----------------------------------------------------------------
      *FAIXA E TETO SOBRE UMA BASE GENERICA - REGRA DO INSSFAIXA
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
      *FAIXAS DO IRRF SOBRE UMA BASE GENERICA - REGRA DO IRFAIXA
      *-----------------------------------------------------------------
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
       RIRREDUT.
      *-----------------------------------------------------------------
      *REDUTOR MENSAL DO IRRF - REGRA DO IRREDUT
      *-----------------------------------------------------------------
           MOVE ZEROS TO WREDIR
           IF TXRDLIM = ZEROS OR WIRVAL = ZEROS
               GO TO RIRREDUTX
           .
           IF BASEIRF NOT > TXRDISEN
               MOVE WIRVAL TO WREDIR
           ELSE
               IF BASEIRF NOT > TXRDLIM
                   COMPUTE WREDW ROUNDED = TXRDPARC - TXRDFAT * BASEIRF
                   IF WREDW > ZEROS
                       MOVE WREDW TO WREDIR
           .
           IF WREDIR > WIRVAL
               MOVE WIRVAL TO WREDIR
           .
           SUBTRACT WREDIR FROM WIRVAL
           .
       RIRREDUTX.
           EXIT.
       RENCARGO.
      *-----------------------------------------------------------------
      *ENCARGOS DO EMPREGADOR SOBRE O BRUTO: FGTS DO FGTSCALC (2% NO
      *APRENDIZ) E PATRONAL, RAT X FAP E TERCEIROS DA FILIAL COMO NA
      *GPS. BOLSA DE ESTAGIO NAO E SALARIO - SEM ENCARGOS
      *-----------------------------------------------------------------
           PERFORM RREGIME THRU RREGIMEX
           MOVE ZEROS TO VALFGTS VALPAT VALRAT VALTER
           IF CTIPO = "E"
               MOVE ZEROS TO FGTSPCT
               MOVE GW TO CUSTOW
               GO TO RENCARGOX
           .
           IF CTIPO = "A"
               MOVE 2,0 TO FGTSPCT
           ELSE
               MOVE 8,0 TO FGTSPCT
           .
           COMPUTE VALFGTS ROUNDED = GW * FGTSPCT / 100
           COMPUTE VALPAT ROUNDED = GW * REGPAT / 100
           COMPUTE VALRAT ROUNDED = GW * REGRAT / 100
           COMPUTE VALTER ROUNDED = GW * REGTER / 100
           COMPUTE CUSTOW = GW + VALFGTS + VALPAT + VALRAT + VALTER
           .
       RENCARGOX.
           EXIT.
       RREGIME.
      *-----------------------------------------------------------------
      *PERCENTUAIS DO EMPREGADOR DA FILIAL FILW: RAT X FAP E TERCEIROS
      *DO CADFIL (ZERADOS = TABELA DO ANO); NA CPRB A PATRONAL SOBRE A
      *FOLHA E A DA REONERACAO DO ANO (TXREOPAT) E A ALIQUOTA SOBRE A
      *RECEITA CAI PARA TXREOCPRB% DA ALIQUOTA DA FILIAL - OS DOIS
      *ZERADOS SAO A DESONERACAO INTEGRAL
      *-----------------------------------------------------------------
           MOVE "N" TO REGTIPO
           MOVE TXPATPCT TO REGPAT
           MOVE TXRATPCT TO REGRAT
           MOVE TXTERPCT TO REGTER
           MOVE ZEROS TO REGCPRB
           IF FILOK NOT = "S" OR FILW = ZEROS
               GO TO RREGIMEX
           .
           MOVE FILW TO FILRK
           READ CADFIL
           IF FS NOT = "00"
               GO TO RREGIMEX
           .
           IF FILRATPCT NOT = ZEROS
               MOVE FILRATPCT TO REGRAT
           .
           IF FILFAP NOT = ZEROS
               COMPUTE REGRAT ROUNDED = REGRAT * FILFAP
           .
           IF FILTERPCT NOT = ZEROS
               MOVE FILTERPCT TO REGTER
           .
           IF FILREGIME NOT = "C"
               GO TO RREGIMEX
           .
           MOVE "C" TO REGTIPO
           IF TXREOPAT = ZEROS AND TXREOCPRB = ZEROS
               MOVE ZEROS TO REGPAT
               MOVE FILCPRBPCT TO REGCPRB
           ELSE
               MOVE TXREOPAT TO REGPAT
               COMPUTE REGCPRB ROUNDED = FILCPRBPCT * TXREOCPRB / 100
           .
       RREGIMEX.
           EXIT.
       RIMPRIME.
           MOVE ALL "=" TO BRUTOLINE
           WRITE BRUTOLINE
           MOVE SPACES TO LINHA
           STRING "CALCULO DO BRUTO A PARTIR DO LIQUIDO - COMPETENCIA "
               BRKM "/" BRKY DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO LINHA
           STRING "MATRICULA " BRKF " " PNOME " - CONTRATO " CTIPO
               " - DEPENDENTES " NUMDEP " (COTAS " NUMD ")"
               " - CARGO " CARGOW " - FILIAL " FILW
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE ALL "-" TO BRUTOLINE
           WRITE BRUTOLINE
           MOVE "LIQUIDO DESEJADO" TO MROTULO
           MOVE ALVO TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "SALARIO BRUTO" TO MROTULO
           MOVE GW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE SPACES TO LINHA
           STRING "    BRUTO APURADO EM REAIS INTEIROS COMO NA FOLHA - "
               ITERQ " ITERACOES" DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO BRUTOLINE
           WRITE BRUTOLINE
           MOVE "DESCONTOS DO EMPREGADO" TO BRUTOLINE
           WRITE BRUTOLINE
           MOVE "(-) INSS" TO MROTULO
           MOVE INSS TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           IF MVBASEW NOT = ZEROS
               MOVE MVBASEW TO VALED
               MOVE SPACES TO LINHA
               STRING "    FAIXA E TETO SOBRE A BASE SOMADA AO OUTRO "
                   "VINCULO (" VALED ")" DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
           .
           IF CTIPO = "E"
               MOVE "    ESTAGIARIO - SEM RETENCAO DE INSS" TO LINHA
               PERFORM RTEXTO
           .
           MOVE "(-) IRRF" TO MROTULO
           MOVE IMPR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE SPACES TO LINHA
           IF IRROTA = "S"
               STRING "    ROTA DO DESCONTO SIMPLIFICADO"
                   DELIMITED BY SIZE INTO LINHA
           ELSE
               STRING "    ROTA DAS DEDUCOES LEGAIS (BASE MENOS INSS)"
                   DELIMITED BY SIZE INTO LINHA
           END-IF
           PERFORM RTEXTO
           MOVE "    REDUTOR MENSAL APLICADO" TO MROTULO
           MOVE VALREDIR TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(-) CONTRIBUICAO SINDICAL" TO MROTULO
           MOVE VALSIND TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(-) COPARTICIPACAO DE BENEFICIOS" TO MROTULO
           MOVE BENW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "(+) SALARIO-FAMILIA" TO MROTULO
           MOVE SALF TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "LIQUIDO OBTIDO" TO MROTULO
           MOVE LIQW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE "DIFERENCA SOBRE O DESEJADO" TO MROTULO
           COMPUTE MVALC = LIQW - ALVO
           PERFORM RLINVAL THRU RLINVALX
           MOVE "    CONSIGNADO, ADIANTAMENTO, PENSAO E PENHORA NAO
      -        " ENTRAM - SAO DESCONTADOS DO LIQUIDO ACIMA" TO LINHA
           PERFORM RTEXTO
           MOVE SPACES TO BRUTOLINE
           WRITE BRUTOLINE
           MOVE "ENCARGOS DO EMPREGADOR" TO BRUTOLINE
           WRITE BRUTOLINE
           IF CTIPO = "E"
               MOVE "    BOLSA DE ESTAGIO - SEM FGTS E CONTRIBUICOES"
                   TO LINHA
               PERFORM RTEXTO
               GO TO RIMPRIME2
           .
           MOVE FGTSPCT TO ALIQED
           MOVE SPACES TO MROTULO
           STRING "FGTS " ALIQED "%" DELIMITED BY SIZE INTO MROTULO
           MOVE VALFGTS TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE REGPAT TO ALIQED
           MOVE SPACES TO MROTULO
           STRING "INSS PATRONAL " ALIQED "%" DELIMITED BY SIZE
               INTO MROTULO
           MOVE VALPAT TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE REGRAT TO ALIQED
           MOVE SPACES TO MROTULO
           STRING "RAT X FAP " ALIQED "%" DELIMITED BY SIZE
               INTO MROTULO
           MOVE VALRAT TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE REGTER TO ALIQED
           MOVE SPACES TO MROTULO
           STRING "TERCEIROS " ALIQED "%" DELIMITED BY SIZE
               INTO MROTULO
           MOVE VALTER TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           IF REGTIPO = "C"
               MOVE REGCPRB TO ALIQED
               MOVE SPACES TO LINHA
               STRING "    FILIAL NA CPRB - CONTRIBUICAO DE " ALIQED
                   "% SOBRE A RECEITA BRUTA, FORA DO CUSTO ACIMA"
                   DELIMITED BY SIZE INTO LINHA
               PERFORM RTEXTO
           .
       RIMPRIME2.
           MOVE "CUSTO MENSAL DO EMPREGADOR" TO MROTULO
           MOVE CUSTOW TO MVALC
           PERFORM RLINVAL THRU RLINVALX
           MOVE ALL "=" TO BRUTOLINE
           WRITE BRUTOLINE
           .
       RIMPRIMEX.
           EXIT.
       RTEXTO.
           MOVE LINHA TO BRUTOLINE
           WRITE BRUTOLINE
           MOVE SPACES TO LINHA
           .
       RLINVAL.
           MOVE MVALC TO VALED
           MOVE SPACES TO LINHA
           STRING "  " MROTULO " " VALED
               DELIMITED BY SIZE INTO LINHA
           PERFORM RTEXTO
           .
       RLINVALX.
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
           MOVE "LIQBRUTO" TO RCPROG
           MOVE BRKM TO RCKM
           MOVE BRKY TO RCKY
           MOVE FILW TO RCFIL
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
