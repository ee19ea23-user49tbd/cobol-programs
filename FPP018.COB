           RECORD KEY IS LOGSEQ
           .

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

           SELECT CADVERBA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
           .

           SELECT MOVVERB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VMRK
           .

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *FOLHA ARQUIVADA (ARQFOLHA/FPP060) - COMPETENCIAS DO ANO QUE JA
      *SAIRAM DO PRT1 CONTINUAM NA MEDIA
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
      *SALDO INICIAL DE FUNCIONARIO ABSORVIDO (VER SALDOIMP/FPP162) -
      *AVOS DO 13O E 1A PARCELA JA PAGOS PELA EMPRESA ANTERIOR
      *-----------------------------------------------------------------
       FD SALDOINI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDOINI1.DAT".
       COPY SALDOINI.
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *CARGO DO FUNCIONARIO - SO PARA A VERBA DA PRODUCAO (CPRODVB)
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *13O CALCULADO PENDENTE DE APROVACAO (SEGUNDO OPERADOR) - O
      *PRT13.DATA SO E GRAVADO PELO APROVPAG/FPP037, COMO NA FOLHA
      *-----------------------------------------------------------------
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
           01 MEDIASAL   PIC 9(10)V99.
           01 P13INT     PIC 9(10)V99.
           01 MESES13W   PIC 9(02).
           01 MESESSAL   PIC 9(02).
           01 HISTOK     PIC X(01).
           01 SIOK       PIC X(01).
           01 SI13W      PIC X(01).
           01 ADIANT13   PIC 9(10)V99.
           01 LIQ13W     PIC S9(10)V99.
           01 VERBOK     PIC X(01).
           01 MVOK       PIC X(01).
           01 SALMESW    PIC S9(10)V99.
           01 CARGOK     PIC X(01).
           01 PRODVBW    PIC 9(04).
           01 SOMAHE     PIC 9(10)V99.
           01 SOMANOT    PIC 9(10)V99.
           01 SOMADSR    PIC 9(10)V99.
           01 SOMACOM    PIC 9(10)V99.
           01 MED13TOT   PIC 9(10)V99.
           01 P13TOT     PIC 9(10)V99.
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01FH.
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01FHS.
           OPEN INPUT SALDOINI
           IF FS NOT = "00"
               MOVE "N" TO SIOK
           ELSE
               MOVE "S" TO SIOK
       .
       R01FHV.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01FHW.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01FHX.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOK
           ELSE
               MOVE "S" TO CARGOK
       .
       R01A.
           OPEN I-O PR13PEND
           IF FS = "35"
               PERFORM RSIGNON THRU RSIGNONX
       .
       R02.
           MOVE ZEROS TO BRKF BRKY SOMASAL MESES13W MESESSAL
           MOVE ZEROS TO ADIANT13
           MOVE "N" TO SI13W
           MOVE ZEROS TO SOMAHE SOMANOT SOMADSR SOMACOM
           DISPLAY "13O SALARIO - DIGITE O CODIGO DO FUNCIONARIO: "
           ACCEPT BRKF
           IF BRKF = ZEROS
           IF CONTRTIPO = "E"
               DISPLAY "ESTAGIARIO NAO E ELEGIVEL AO 13O"
               GO TO RF1
           .
           IF CONTRTIPO = "I"
               DISPLAY "INTERMITENTE RECEBE O 13O EM CADA CONVOCACAO "
                   "(FPP129)"
               GO TO RF1
           .
      *-----------------------------------------------------------------
      *CARGO POR PRODUCAO: A PRODUCAO PAGA NA VERBA DO CARGO JA ESTA NO
      *SALARIO BRUTO DE CADA MES (PSALVALB) - NAO ENTRA DE NOVO NA
      *MEDIA DAS VERBAS
      *-----------------------------------------------------------------
           MOVE ZEROS TO PRODVBW
           IF CARGOK = "S"
               MOVE CRK2 TO CRK
               READ CADCARGO
               IF FS = "00" AND TS = "P"
                   MOVE CPRODVB TO PRODVBW
               END-IF
           END-IF
       .
       R03A.
      *-----------------------------------------------------------------
               DISPLAY "JA EXISTE 13O PENDENTE DE APROVACAO"
               GO TO RF1
       .
       R03C.
      *-----------------------------------------------------------------
      *ABSORVIDO DE OUTRA EMPRESA NO ANO: OS AVOS ATE O CORTE SAO OS
      *INFORMADOS PELA FOLHA ANTERIOR; OS MESES DELA NO PRHIST SO
      *ENTRAM NAS MEDIAS, E A 1A PARCELA JA PAGA E DESCONTADA
      *-----------------------------------------------------------------
           IF SIOK NOT = "S"
               GO TO R04
           .
           MOVE BRKF TO SIMAT
           READ SALDOINI
           IF FS = "00" AND SICORANO = BRKY AND SI13ANO = BRKY
               MOVE "S" TO SI13W
               MOVE SI13AVOS TO MESES13W
               MOVE SI13ADIANT TO ADIANT13
           .
       R04.
           MOVE ZEROS TO BRKM
           ADD 1 TO BRKM
       .
       R05.
      *-----------------------------------------------------------------
      *O SALARIO MEDIO SAI SEM AS VARIAVEIS HABITUAIS (HORA EXTRA,
      *ADICIONAL NOTURNO, DSR E COMISSOES), QUE SAO SOMADAS A PARTE
      *PARA AS MEDIAS - COMPETENCIA ARQUIVADA VEM DO PRHIST
      *-----------------------------------------------------------------
           MOVE BRKF TO RKF
           MOVE BRKM TO RKM
           MOVE BRKY TO RKY
           READ PR
           IF FS NOT = "00"
               IF HISTOK NOT = "S"
                   GO TO R06
               END-IF
               MOVE RK TO HRK
               READ PRHIST
               IF FS NOT = "00"
                   GO TO R06
               END-IF
               MOVE PRHREC TO PRM
           END-IF
           COMPUTE SALMESW = PSALVALB - PVALHREXT - PVALHNOT
               - PVALDSR - PVALCOMIS
           IF SALMESW > ZEROS
               ADD SALMESW TO SOMASAL
           END-IF
           ADD PVALHREXT TO SOMAHE
           ADD PVALHNOT TO SOMANOT
           ADD PVALDSR TO SOMADSR
           ADD PVALCOMIS TO SOMACOM
           PERFORM RMEDVERB THRU RMEDVERBX
           ADD 1 TO MESESSAL
           IF SI13W = "S" AND BRKM NOT > SICORMES
               GO TO R06
           END-IF
           ADD 1 TO MESES13W
       .
       R06.
           IF BRKM < 12
               GO TO R05
       .
       R07.
           IF MESES13W = ZEROS OR MESESSAL = ZEROS
               DISPLAY "NENHUMA COMPETENCIA ENCONTRADA PARA ESSE ANO"
               GO TO RF1
           .
           IF MESES13W > 12
               MOVE 12 TO MESES13W
       .
       R08.
           COMPUTE MEDIASAL ROUNDED = SOMASAL / MESESSAL
           COMPUTE P13INT ROUNDED = (MEDIASAL * MESES13W) / 12
      *-----------------------------------------------------------------
      *MEDIA MENSAL DE CADA VARIAVEL NA PROPORCAO DOS AVOS: A SOMA
      *DIVIDIDA PELOS MESES E MULTIPLICADA POR MESES/12 - SOMA / 12
      *-----------------------------------------------------------------
           COMPUTE P13PMEDHE ROUNDED = SOMAHE / 12
           COMPUTE P13PMEDNOT ROUNDED = SOMANOT / 12
           COMPUTE P13PMEDDSR ROUNDED = SOMADSR / 12
           COMPUTE P13PMEDCOM ROUNDED = SOMACOM / 12
           COMPUTE MED13TOT = P13PMEDHE + P13PMEDNOT + P13PMEDDSR
               + P13PMEDCOM
           COMPUTE P13TOT = P13INT + MED13TOT
           .
       R09.
      *    PRIMEIRA PARCELA - METADE, SEM DESCONTOS
           MOVE 1 TO P13PPARC
           MOVE MEDIASAL TO P13PBASE
           MOVE MESES13W TO P13PMESES
           MOVE P13TOT TO P13PBRUTO
           MOVE ZEROS TO P13PINSS P13PIMPR
           COMPUTE LIQ13W ROUNDED = (P13TOT / 2) - ADIANT13
           PERFORM RADIANT13
           PERFORM RWRITE13
       .
       R10.
           MOVE 2 TO P13PPARC
           PERFORM INSSCALC13
           PERFORM IMPSRCALC13
           COMPUTE LIQ13W ROUNDED = (P13TOT / 2) - P13PINSS
               - P13PIMPR - ADIANT13
           PERFORM RADIANT13
           PERFORM RWRITE13
           DISPLAY "SALARIO MEDIO........: " MEDIASAL
           DISPLAY "13O SOBRE O SALARIO..: " P13INT
           IF MED13TOT > ZEROS
               DISPLAY "MEDIA HORAS EXTRAS...: " P13PMEDHE
               DISPLAY "MEDIA ADIC. NOTURNO..: " P13PMEDNOT
               DISPLAY "MEDIA DSR............: " P13PMEDDSR
               DISPLAY "MEDIA COMISSOES......: " P13PMEDCOM
           END-IF
           DISPLAY "13O BRUTO............: " P13PBRUTO
           IF SI13W = "S"
               DISPLAY "AVOS DA EMPRESA ANTER: " SI13AVOS
               DISPLAY "1A PARC. JA PAGA LA..: " SI13ADIANT
           END-IF
           DISPLAY "13O GRAVADO - AGUARDANDO APROVACAO (FPP037)"
       .
       RF1.
           CLOSE PR PR13PEND PERLOCK LOGCTR CHGLOG FILEFUNC
           IF HISTOK = "S"
               CLOSE PRHIST
           END-IF
           IF SIOK = "S"
               CLOSE SALDOINI
           END-IF
           IF VERBOK = "S"
               CLOSE CADVERBA
           END-IF
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           IF CARGOK = "S"
               CLOSE CADCARGO
           END-IF
           GOBACK
           .
       RADIANT13.
      *-----------------------------------------------------------------
      *1A PARCELA JA PAGA PELA EMPRESA ANTERIOR SAI DO LIQUIDO; O QUE
      *NAO COUBER NA 1A PARCELA DESTA FOLHA SAI DA 2A
      *-----------------------------------------------------------------
           IF LIQ13W < ZEROS
               COMPUTE ADIANT13 = LIQ13W * -1
               MOVE ZEROS TO P13PLIQ
           ELSE
               MOVE LIQ13W TO P13PLIQ
               MOVE ZEROS TO ADIANT13
           .
       RWRITE13.
           MOVE OPERID TO P13POPER
           ACCEPT P13PDATE FROM DATE YYYYMMDD
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "GRATNAT" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       INSSCALC13.
           IF P13PBRUTO > 0,01 AND P13PBRUTO < 1350,00
                       IF P13PIMPR > 17000,00
                          COMPUTE P13PIMPR = P13PIMPR * 0,25
           .
       RMEDVERB.
      *-----------------------------------------------------------------
      *VERBAS DA EMPRESA (CODIGO 100 EM DIANTE) MARCADAS PARA MEDIA NO
      *CADVERBA ENTRAM NA MEDIA JUNTO COM AS COMISSOES - VALORES DA
      *FOLHA APROVADA DA COMPETENCIA EM RK
      *-----------------------------------------------------------------
           IF MVOK NOT = "S" OR VERBOK NOT = "S"
               GO TO RMEDVERBX
           .
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE 100 TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RMEDVERBX
           .
       RMEDVERB2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RMEDVERBX
           .
           IF VMRKF NOT = RKF OR VMRKM NOT = RKM OR VMRKY NOT = RKY
               OR VMSIT NOT = "A"
               GO TO RMEDVERBX
           .
           IF VMTIPO NOT = "P" OR VMCOD = PRODVBW
               GO TO RMEDVERB2
           .
           MOVE VMCOD TO VBCOD
           READ CADVERBA
           IF FS NOT = "00" OR VBMEDIA NOT = "S"
               GO TO RMEDVERB2
           .
           ADD VMVALOR TO SOMACOM
           GO TO RMEDVERB2
           .
       RMEDVERBX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
