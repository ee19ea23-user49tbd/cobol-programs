           FILE STATUS IS FS
           RECORD KEY IS ETRK
           .
           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

           SELECT PRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HRK
           .

           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO
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

           SELECT LANC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LCRK
           .

           SELECT OBITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OIRK
           .

           SELECT OBITBEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HBRK
           .

           SELECT CHKMOD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CKRK
           .

           SELECT CHKFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CFRK
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
       FD CHGLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOG1.DAT".
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
      *-----------------------------------------------------------------
      *EMPRESTIMOS CONSIGNADOS (VER CADEMPR/FPP069)
      *-----------------------------------------------------------------
      *CONTRATO DE EXPERIENCIA ROMPIDO PELO EMPREGADOR (CADEXPER)
      *-----------------------------------------------------------------
           03 RSART479    PIC 9(10)V99.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS DOS 12 MESES ANTERIORES A
      *DEMISSAO, REFLETIDAS NAS FERIAS+TERCO, NO 13O E NO AVISO
      *-----------------------------------------------------------------
           03 RSMEDHE     PIC 9(10)V99.
           03 RSMEDNOT    PIC 9(10)V99.
           03 RSMEDDSR    PIC 9(10)V99.
           03 RSMEDCOM    PIC 9(10)V99.
      *-----------------------------------------------------------------
      *IRRF RETIDO NO TERMO - SALDO DE SALARIO E BANCO DE HORAS NA
      *TABELA MENSAL (COM O REDUTOR), 13O EM SEPARADO (EXCLUSIVA);
      *FERIAS INDENIZADAS, AVISO INDENIZADO E MULTAS SAO ISENTOS
      *-----------------------------------------------------------------
           03 RSIRRF      PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD RESCRPT
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *FOLHA ATIVA E ARQUIVADA (ARQFOLHA/FPP060) - FONTE DAS MEDIAS
      *DAS VARIAVEIS HABITUAIS
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *TABELA DE TAXAS (VER FPP022) - FAIXAS E REDUTOR DO IRRF
      *RETIDO NA RESCISAO
      *-----------------------------------------------------------------
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
      *-----------------------------------------------------------------
      *EPI ENTREGUES (VER ENTREPI/FPP126) - O EPI NAO DEVOLVIDO NA
      *DEMISSAO VIRA DESCONTO AVULSO (TIPO EP) NA COMPETENCIA DA
      *DEMISSAO, CONSUMIDO PELO LANCCALC DA FOLHA (FPP005/FPP017)
      *-----------------------------------------------------------------
       FD CADEPI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEPI1.DAT".
       COPY EPI.
       FD EPIENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EPIENT1.DAT".
       COPY EPIENT.
       FD LANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       COPY LANCAM.
       FD OBITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITO1.DAT".
       COPY OBITO.
       FD OBITBEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITBEN1.DAT".
       COPY OBITBEN.
      *-----------------------------------------------------------------
      *CHECKLIST DE DESLIGAMENTO (VER CHKLIST/FPP169) - O TERMO SO
      *POSTA COM OS ITENS OBRIGATORIOS BAIXADOS
      *-----------------------------------------------------------------
       FD CHKMOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKMOD1.DAT".
       COPY CHKMOD.
       FD CHKFUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKFUN1.DAT".
       COPY CHKFUNC.
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 AVISOOK     PIC X(01).
           01 AVISOTRW    PIC X(01).
           01 AVCONF      PIC X(01).
           01 PCDCONF     PIC X(01).
           01 ESTABOK     PIC X(01).
           01 ESTABVIG    PIC X(01).
           01 ESTABTIPO   PIC X(01).
           01 EXPRESTD    PIC S9(05).
           01 ORDDEM      PIC 9(07).
           01 ORDFIMEX    PIC 9(07).
      *----MEDIAS DAS VARIAVEIS HABITUAIS-------------------------------
           01 MEDOK     PIC X(01).
           01 HISTOK    PIC X(01).
           01 VERBOK    PIC X(01).
           01 MVOK      PIC X(01).
           01 MEDRKF    PIC 9(06).
           01 MEDMES    PIC 9(02).
           01 MEDANO    PIC 9(04).
           01 MEDCONT   PIC 9(02).
           01 MEDQTD    PIC 9(02).
           01 MEDSHE    PIC 9(10)V99.
           01 MEDSNOT   PIC 9(10)V99.
           01 MEDSDSR   PIC 9(10)V99.
           01 MEDSCOM   PIC 9(10)V99.
           01 MEDSPROD  PIC 9(10)V99.
           01 MEDHE     PIC 9(10)V99.
           01 MEDNOT    PIC 9(10)V99.
           01 MEDDSR    PIC 9(10)V99.
           01 MEDCOM    PIC 9(10)V99.
           01 MEDPROD   PIC 9(10)V99.
           01 PRODVBW   PIC 9(04).
           01 MEDFATOR  PIC 9(03)V9(06).
      *----IRRF DA RESCISAO---------------------------------------------
           01 TAXOK     PIC X(01).
           01 WBASEIR   PIC 9(10)V99.
           01 WIRVAL    PIC 9(10)V99.
           01 WRENDIR   PIC 9(10)V99.
           01 WREDIR    PIC 9(10)V99.
           01 WREDW     PIC S9(10)V99.
      *----EPI NAO DEVOLVIDO--------------------------------------------
           01 EPIOK     PIC X(01).
           01 ENTOK     PIC X(01).
           01 LANCOK    PIC X(01).
           01 LANCSEQ   PIC 9(03).
           01 EPIDT     PIC 9(08).
           01 EPIRESP   PIC X(01).
           01 RSEPI     PIC 9(08)V99.
           01 EPINOVO   PIC 9(08)V99.
      *----RESCISAO POR FALECIMENTO-------------------------------------
           01 OBITOSW   PIC X(01).
           01 OBCONF    PIC X(01).
           01 OBPAGOS   PIC 9(02).
           01 OBCHAMA   PIC X(01).
      *----CHECKLIST DE DESLIGAMENTO------------------------------------
           01 CHKOK     PIC X(01).
           01 CHKCONTR  PIC X(01).
           01 CHKPEND   PIC 9(02).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
           ELSE
               MOVE "S" TO ESTABOK
       .
       R01O.
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO MEDOK
           ELSE
               MOVE "S" TO MEDOK
       .
       R01P.
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01PV.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01PW.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01Q.
           OPEN INPUT CADTAXA
           IF FS NOT = "00"
               MOVE "N" TO TAXOK
           ELSE
               MOVE "S" TO TAXOK
       .
       R01R.
           OPEN INPUT CADEPI
           IF FS NOT = "00"
               MOVE "N" TO EPIOK
           ELSE
               MOVE "S" TO EPIOK
       .
       R01S.
           OPEN I-O EPIENT
           IF FS NOT = "00"
               MOVE "N" TO ENTOK
           ELSE
               MOVE "S" TO ENTOK
       .
       R01T.
           OPEN I-O LANC
           IF FS NOT = "00"
               MOVE "N" TO LANCOK
           ELSE
               MOVE "S" TO LANCOK
       .
       R01U.
           MOVE "N" TO OBITOSW
           MOVE "N" TO OBCHAMA
           OPEN I-O OBITO
           IF FS = "35"
               OPEN OUTPUT OBITO
               CLOSE OBITO
               GO TO R01U
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR OBITO - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01V.
           OPEN I-O OBITBEN
           IF FS = "35"
               OPEN OUTPUT OBITBEN
               CLOSE OBITBEN
               GO TO R01V
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR OBITBEN - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01W.
           OPEN INPUT CHKMOD
           IF FS NOT = "00"
               MOVE "N" TO CHKOK
           ELSE
               OPEN INPUT CHKFUN
               IF FS NOT = "00"
                   MOVE "N" TO CHKOK
                   CLOSE CHKMOD
               ELSE
                   MOVE "S" TO CHKOK
               END-IF
       .
       R02.
           DISPLAY "RESCISAO - DIGITE O CODIGO DO FUNCIONARIO: "
           ACCEPT BRKF
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO FF1
       .
       R03OB.
      *-----------------------------------------------------------------
      *FALECIMENTO DO EMPREGADO: SEM AVISO PREVIO E SEM MULTA DO FGTS;
      *O LIQUIDO E O SALDO DO FGTS VAO AOS BENEFICIARIOS (CADOBITO/
      *FPP140), NUNCA A CONTA DO FALECIDO. OBITO JA REGISTRADO FORCA
      *O MODO, E O RECALCULO E NEGADO SE ALGUM BENEFICIARIO JA FOI
      *PAGO
      *-----------------------------------------------------------------
           MOVE "N" TO OBITOSW
           MOVE BRKF TO OIRK
           READ OBITO
           IF FS = "00"
               DISPLAY "OBITO REGISTRADO EM " OIDIA "/" OIMES "/"
                   OIANO " - RECALCULO PELA RESCISAO POR FALECIMENTO"
               MOVE "S" TO OBITOSW
           ELSE
               DISPLAY "DESLIGAMENTO POR FALECIMENTO DO EMPREGADO "
                   "(S/N): "
               ACCEPT OBCONF
               IF OBCONF = "S" OR OBCONF = "s"
                   MOVE "S" TO OBITOSW
               END-IF
           END-IF
           IF OBITOSW NOT = "S"
               GO TO R03AV
           .
           PERFORM ROBPAGO THRU ROBPAGOX
           IF OBPAGOS > ZEROS
               DISPLAY "RECALCULO NEGADO: " OBPAGOS
                   " BENEFICIARIO(S) JA PAGO(S)"
               GO TO FF1
           .
           DISPLAY "A DATA DA DEMISSAO E A DATA DO OBITO"
           GO TO R04
       .
       R03AV.
      *-----------------------------------------------------------------
      *AVISO PREVIO EM CURSO (CADAVISO/FPP104): A DATA PROJETADA E O
       R04B.
      *-----------------------------------------------------------------
      *ESTABILIDADE DA GESTANTE - NAO SE CALCULA RESCISAO DURANTE A
      *LICENCA-MATERNIDADE NEM NOS 5 MESES SEGUINTES AO RETORNO.
      *NO FALECIMENTO NAO HA DISPENSA: ESTABILIDADES, EXAME
      *DEMISSIONAL E SUBSTITUTO PCD NAO SE APLICAM
      *-----------------------------------------------------------------
           IF OBITOSW = "S"
               GO TO R05
           .
           IF AFASTOK = "S"
               MOVE BRKF TO AFRK
               READ AFAST
                   "REGISTRADO (FPP086)"
               GO TO FF1
       .
       R04C2.
      *-----------------------------------------------------------------
      *CHECKLIST DE DESLIGAMENTO DO TIPO DE CONTRATO (CHKLIST/FPP169):
      *EPI, CRACHA, ACESSOS DE TI... O PAGAMENTO NAO E LIBERADO COM
      *ITEM OBRIGATORIO PENDENTE. NO FALECIMENTO O PAGAMENTO AOS
      *BENEFICIARIOS NAO ESPERA O CHECKLIST
      *-----------------------------------------------------------------
           IF CHKOK NOT = "S" OR OBITOSW = "S"
               GO TO R04D
           .
           PERFORM RCHKLST THRU RCHKLSTX
           IF CHKPEND > ZEROS
               DISPLAY "RESCISAO NEGADA: " CHKPEND " ITEM(NS) "
                   "OBRIGATORIO(S) DO CHECKLIST DE DESLIGAMENTO "
                   "PENDENTE(S) (FPP169)"
               GO TO FF1
       .
       R04D.
      *-----------------------------------------------------------------
      *ESTABILIDADE PROVISORIA (CADESTAB/FPP105): DISPENSA DENTRO DA
                   GO TO FF1
               END-IF
       .
       R04E.
      *-----------------------------------------------------------------
      *PESSOA COM DEFICIENCIA - A DISPENSA SEM JUSTA CAUSA EXIGE A
      *CONTRATACAO DE SUBSTITUTO EM CONDICAO SEMELHANTE (LEI 8.213/91
      *ART. 93 PAR. 1); A FALTA DO SUBSTITUTO SAI NO RELCOTA (FPP135)
      *-----------------------------------------------------------------
           IF PCDTIPO = SPACE OR PCDTIPO = "N"
               GO TO R05
           .
           DISPLAY "AVISO: EMPREGADO COM DEFICIENCIA (TIPO " PCDTIPO
               ") - A DISPENSA EXIGE SUBSTITUTO EM CONDICAO SEMELHANTE"
           DISPLAY "CONFIRMA A RESCISAO (S/N): "
           ACCEPT PCDCONF
           IF PCDCONF NOT = "S" AND PCDCONF NOT = "s"
               DISPLAY "RESCISAO NAO PROCESSADA"
               GO TO FF1
       .
       R05.
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF ANUPCT > ZEROS
               COMPUTE SALMES ROUNDED = SALMES * (1 + ANUPCT / 100)
           .
           MOVE ZEROS TO PRODVBW
           IF TS = "P"
               MOVE CPRODVB TO PRODVBW
               PERFORM RPRODMED THRU RPRODMEDX
           .
           COMPUTE VALORDIA ROUNDED = SALMES / 30
           COMPUTE RSSALDOSAL ROUNDED = VALORDIA * BDDIA
       .
      *AVISO PREVIO INDENIZADO - UM SALARIO DO CARGO. DENTRO DO
      *CONTRATO DE EXPERIENCIA NAO HA AVISO INDENIZADO; A DISPENSA
      *ANTES DO TERMO PAGA METADE DOS DIAS RESTANTES (ART. 479).
      *O FALECIMENTO NAO GERA AVISO NEM INDENIZACAO DO ART. 479
      *-----------------------------------------------------------------
           IF OBITOSW = "S"
               MOVE ZEROS TO RSAVISO
               MOVE ZEROS TO RSART479
               GO TO R09M
           .
           PERFORM RCHKEXP THRU RCHKEXPX
           IF EXPERATIV = "S"
               MOVE ZEROS TO RSAVISO
                   MOVE ZEROS TO RSART479
               END-IF
       .
       R09M.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS DOS 12 MESES ANTERIORES A
      *DEMISSAO. CADA MEDIA MENSAL REFLETE NAS FERIAS (DIAS VENCIDOS
      *E PROPORCIONAIS/30, COM O TERCO), NO 13O (AVOS/12) E NO AVISO
      *INDENIZADO (UM MES) - UMA LINHA POR VERBA NO TERMO
      *-----------------------------------------------------------------
           MOVE BRKF TO MEDRKF
           MOVE BDMES TO MEDMES
           MOVE BDANO TO MEDANO
           PERFORM RMEDIAS THRU RMEDIASX
           COMPUTE MEDFATOR ROUNDED =
               ((DIASACUM + DIASPROP) / 30) * 4 / 3 + MESES13 / 12
           IF RSAVISO > ZEROS
               ADD 1 TO MEDFATOR
           .
           COMPUTE RSMEDHE ROUNDED = MEDHE * MEDFATOR
           COMPUTE RSMEDNOT ROUNDED = MEDNOT * MEDFATOR
           COMPUTE RSMEDDSR ROUNDED = MEDDSR * MEDFATOR
           COMPUTE RSMEDCOM ROUNDED = MEDCOM * MEDFATOR
       .
       R10.
      *-----------------------------------------------------------------
      *MULTA DE 40% DO FGTS SOBRE O SALDO ACUMULADO EM FGTSBAL. NO
      *FALECIMENTO NAO HA MULTA - O SALDO E LIBERADO AOS BENEFICIARIOS
      *-----------------------------------------------------------------
           MOVE BRKF TO FGRK
           READ FGTSBAL
           IF FS NOT = "00"
               MOVE ZEROS TO ACFGTS
           .
           IF OBITOSW = "S"
               MOVE ZEROS TO RSMULTFGTS
           ELSE
               COMPUTE RSMULTFGTS ROUNDED = ACFGTS * 40 / 100
           .
       .
       R10B.
      *-----------------------------------------------------------------
                   PERFORM REMPREST THRU REMPRESTX
               END-IF
           .
       R10P.
      *-----------------------------------------------------------------
      *EPI AINDA EM USO NA DEMISSAO: O OPERADOR CONFIRMA A DEVOLUCAO
      *ITEM A ITEM; O NAO DEVOLVIDO E DESCONTADO PELO CUSTO DO
      *CATALOGO EM LANCAMENTO AVULSO NA COMPETENCIA DA DEMISSAO (A
      *FOLHA DO MES DESCONTA - NAO ENTRA DE NOVO NO TOTAL DO TERMO).
      *NUM RECALCULO O EPI JA BAIXADO NAO E COBRADO DE NOVO
      *-----------------------------------------------------------------
           MOVE ZEROS TO RSEPI EPINOVO
           IF ENTOK NOT = "S"
               GO TO R10I
           .
           COMPUTE EPIDT = BDANO * 10000 + BDMES * 100 + BDDIA
           MOVE BRKF TO ENMAT
           MOVE ZEROS TO ENSEQ
           START EPIENT KEY IS NOT LESS THAN ENRK
           IF FS NOT = "00"
               GO TO R10I
           .
           PERFORM REPI THRU REPIX
           IF EPINOVO > ZEROS AND LANCOK = "S"
               PERFORM REPILANC THRU REPILANCX
           .
       R10I.
      *-----------------------------------------------------------------
      *IRRF RETIDO NA RESCISAO (RECOLHIDO NO DARF 0561 PELO
      *DARFIRRF/FPP115): SALDO DE SALARIO E BANCO DE HORAS PELA
      *TABELA MENSAL DO ANO DA DEMISSAO, COM O REDUTOR; O 13O
      *PROPORCIONAL (COM A PARTE DAS MEDIAS QUE CABE A ELE) E
      *TRIBUTADO EM SEPARADO, SEM REDUTOR. SEM TABELA, NAO RETEM
      *-----------------------------------------------------------------
           MOVE ZEROS TO RSIRRF
           IF TAXOK NOT = "S"
               GO TO R11
           .
           MOVE BDANO TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               DISPLAY "TABELA DE TAXAS DO ANO AUSENTE - SEM IRRF"
               GO TO R11
           .
           COMPUTE WBASEIR = RSSALDOSAL + RSBANCOH
           MOVE WBASEIR TO WRENDIR
           PERFORM IRFAIXA THRU IRFAIXAX
           PERFORM IRREDUT THRU IRREDUTX
           MOVE WIRVAL TO RSIRRF
           COMPUTE WBASEIR ROUNDED = RS13PROP
               + (MEDHE + MEDNOT + MEDDSR + MEDCOM) * MESES13 / 12
           PERFORM IRFAIXA THRU IRFAIXAX
           ADD WIRVAL TO RSIRRF
       .
       R11.
           MOVE BRKF TO RSRK
           MOVE BDDIA TO RSDDIA
           MOVE ZEROS TO RSFALTA
           COMPUTE RSTOTW = RSSALDOSAL + RSFERVENC + RSFERPROP
               + RSFERTERCO + RS13PROP + RSAVISO + RSART479
               + RSMULTFGTS + RSBANCOH + RSMEDHE + RSMEDNOT
               + RSMEDDSR + RSMEDCOM - RSEMPREST - RSIRRF
           IF RSTOTW < ZEROS
               COMPUTE RSFALTA = ZEROS - RSTOTW
               MOVE ZEROS TO RSTOTW
               PERFORM RLOG
           END-IF
       .
       R12B.
      *-----------------------------------------------------------------
      *FALECIMENTO: GRAVA O LIQUIDO E O SALDO DO FGTS A REPARTIR; UM
      *RECALCULO DESFAZ O RATEIO ANTERIOR (REFEITO NO CADOBITO)
      *-----------------------------------------------------------------
           IF OBITOSW NOT = "S"
               GO TO R13
           .
           MOVE BRKF TO OIRK
           READ OBITO
           IF FS NOT = "00"
               MOVE SPACES TO OIORIGEM OIALVARA
               MOVE "I" TO LOGACAO
           ELSE
               MOVE "A" TO LOGACAO
           .
           COMPUTE OIDTOBITO = BDANO * 10000 + BDMES * 100 + BDDIA
           MOVE RSTOTAL TO OILIQ
           MOVE ACFGTS TO OIFGTS
           MOVE "N" TO OIRATEIO
           IF LOGACAO = "I"
               WRITE OBITOREC
           ELSE
               REWRITE OBITOREC
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR OBITO - FS: " FS
               GO TO FF1
           .
           MOVE OIRK TO LOGRK
           PERFORM RLOG
       .
       R13.
           MOVE SPACES TO NOMEARQ
           DISPLAY "DIGITE O NOME DO ARQUIVO DO TERMO (BRANCO=NAO): "
           DISPLAY "13O PROPORCIONAL.......: " RS13PROP
           DISPLAY "AVISO PREVIO...........: " RSAVISO
           DISPLAY "INDENIZACAO ART. 479...: " RSART479
           DISPLAY "MEDIA HORAS EXTRAS.....: " RSMEDHE
           DISPLAY "MEDIA ADIC. NOTURNO....: " RSMEDNOT
           DISPLAY "MEDIA DSR..............: " RSMEDDSR
           DISPLAY "MEDIA COMISSOES........: " RSMEDCOM
           DISPLAY "MULTA 40% FGTS.........: " RSMULTFGTS
           DISPLAY "BANCO DE HORAS RESIDUAL: " RSBANCOH
           DISPLAY "QUITACAO CONSIGNADO....: " RSEMPREST
           IF RSEPI > ZEROS
               DISPLAY "EPI NAO DEVOLVIDO......: " RSEPI
                   " (DESCONTO NA FOLHA " BDMES "/" BDANO ")"
           END-IF
           DISPLAY "IRRF RETIDO............: " RSIRRF
           DISPLAY "TOTAL DA RESCISAO......: " RSTOTAL
           IF OBITOSW = "S"
               DISPLAY "SALDO FGTS A LIBERAR...: " ACFGTS
           END-IF
       .
       R15B.
      *-----------------------------------------------------------------
      *FALECIMENTO: OS BENEFICIARIOS E O RATEIO SAO REGISTRADOS NO
      *CADOBITO, CHAMADO NO FIM JA COM A MATRICULA (DEPOIS DE FECHAR
      *OS ARQUIVOS DA RESCISAO)
      *-----------------------------------------------------------------
           IF OBITOSW NOT = "S"
               GO TO FF1
           .
           DISPLAY "REGISTRAR BENEFICIARIOS E RATEIO AGORA (S/N): "
           ACCEPT OBCONF
           IF OBCONF NOT = "S" AND OBCONF NOT = "s"
               DISPLAY "PENDENTE: BENEFICIARIOS E RATEIO NO CADOBITO"
               GO TO FF1
           .
           MOVE "S" TO OBCHAMA
           GO TO FF1
       .
       RANUENO.
      *-----------------------------------------------------------------
           .
       RANUENOX.
           EXIT.
       RPRODMED.
      *-----------------------------------------------------------------
      *CARGO POR PRODUCAO (TS = "P"): O SALARIO MENSALIZADO DA
      *RESCISAO E A MEDIA DA PRODUCAO DOS 12 MESES ANTERIORES A
      *DEMISSAO (VERBA CPRODVB DO CARGO), OU O MINIMO GARANTIDO QUANDO
      *MAIOR - SALDO, AVISO, 13O E FERIAS HERDAM
      *-----------------------------------------------------------------
           MOVE BRKF TO MEDRKF
           MOVE BDMES TO MEDMES
           MOVE BDANO TO MEDANO
           PERFORM RMEDIAS THRU RMEDIASX
           IF MEDPROD > SALMES
               MOVE MEDPROD TO SALMES
           .
       RPRODMEDX.
           EXIT.
       RMEDIAS.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS (HORA EXTRA, ADICIONAL NOTURNO,
      *DSR E COMISSOES) NAS 12 COMPETENCIAS ANTERIORES A MEDMES/MEDANO
      *DA MATRICULA MEDRKF - COMPETENCIA ARQUIVADA E LIDA DO PRHIST.
      *A MEDIA E SOBRE OS MESES COM FOLHA (ADMITIDO HA MENOS DE UM
      *ANO NAO TEM A MEDIA DILUIDA)
      *-----------------------------------------------------------------
           MOVE ZEROS TO MEDSHE MEDSNOT MEDSDSR MEDSCOM
           MOVE ZEROS TO MEDSPROD MEDPROD
           MOVE ZEROS TO MEDHE MEDNOT MEDDSR MEDCOM
           MOVE ZEROS TO MEDCONT MEDQTD
           IF MEDOK NOT = "S"
               GO TO RMEDIASX
           .
       RMEDIAS2.
           IF MEDCONT NOT < 12
               GO TO RMEDIAS3
           .
           ADD 1 TO MEDCONT
           IF MEDMES < 2
               MOVE 12 TO MEDMES
               SUBTRACT 1 FROM MEDANO
           ELSE
               SUBTRACT 1 FROM MEDMES
           END-IF
           MOVE MEDRKF TO RKF
           MOVE MEDMES TO RKM
           MOVE MEDANO TO RKY
           READ PR
           IF FS NOT = "00"
               IF HISTOK NOT = "S"
                   GO TO RMEDIAS2
               END-IF
               MOVE RK TO HRK
               READ PRHIST
               IF FS NOT = "00"
                   GO TO RMEDIAS2
               END-IF
               MOVE PRHREC TO PRM
           END-IF
           ADD 1 TO MEDQTD
           ADD PVALHREXT TO MEDSHE
           ADD PVALHNOT TO MEDSNOT
           ADD PVALDSR TO MEDSDSR
           ADD PVALCOMIS TO MEDSCOM
           PERFORM RMEDVERB THRU RMEDVERBX
           GO TO RMEDIAS2
           .
       RMEDIAS3.
           IF MEDQTD > ZEROS
               COMPUTE MEDHE ROUNDED = MEDSHE / MEDQTD
               COMPUTE MEDNOT ROUNDED = MEDSNOT / MEDQTD
               COMPUTE MEDDSR ROUNDED = MEDSDSR / MEDQTD
               COMPUTE MEDCOM ROUNDED = MEDSCOM / MEDQTD
               COMPUTE MEDPROD ROUNDED = MEDSPROD / MEDQTD
           .
       RMEDIASX.
           EXIT.
       RMEDVERB.
      *-----------------------------------------------------------------
      *VERBAS DA EMPRESA (CODIGO 100 EM DIANTE) MARCADAS PARA MEDIA NO
      *CADVERBA ENTRAM NA MEDIA JUNTO COM AS COMISSOES - VALORES DA
      *FOLHA APROVADA DA COMPETENCIA EM RK. A VERBA DA PRODUCAO DO
      *CARGO POR PRODUCAO (PRODVBW) VAI A PARTE, EM MEDSPROD - E A
      *BASE DO SALARIO DESSE CARGO, NAO UMA VARIAVEL SOBRE ELE
      *-----------------------------------------------------------------
           IF MVOK NOT = "S" OR (VERBOK NOT = "S" AND PRODVBW = ZEROS)
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
           IF VMTIPO NOT = "P"
               GO TO RMEDVERB2
           .
           IF PRODVBW NOT = ZEROS AND VMCOD = PRODVBW
               ADD VMVALOR TO MEDSPROD
               GO TO RMEDVERB2
           .
           IF VERBOK NOT = "S"
               GO TO RMEDVERB2
           .
           MOVE VMCOD TO VBCOD
           READ CADVERBA
           IF FS NOT = "00" OR VBMEDIA NOT = "S"
               GO TO RMEDVERB2
           .
           ADD VMVALOR TO MEDSCOM
           GO TO RMEDVERB2
           .
       RMEDVERBX.
           EXIT.
       IRFAIXA.
      *-----------------------------------------------------------------
      *FAIXAS DO IRRF SOBRE UMA BASE GENERICA (WBASEIR->WIRVAL),
      *MESMAS REGRAS DA FOLHA (IRFAIXA DO FPP005/FPP017)
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
       IRFAIXAX.
           EXIT.
       IRREDUT.
      *-----------------------------------------------------------------
      *REDUTOR MENSAL DO IRRF SOBRE O IMPOSTO DAS FAIXAS (WIRVAL) PELO
      *RENDIMENTO DO MES (WRENDIR) - MESMA REGRA DA FOLHA (VER
      *CADTAXA); WIRVAL SAI JA REDUZIDO
      *-----------------------------------------------------------------
           MOVE ZEROS TO WREDIR
           IF TXRDLIM = ZEROS OR WIRVAL = ZEROS
               GO TO IRREDUTX
           .
           IF WRENDIR NOT > TXRDISEN
               MOVE WIRVAL TO WREDIR
           ELSE
               IF WRENDIR NOT > TXRDLIM
                   COMPUTE WREDW ROUNDED = TXRDPARC - TXRDFAT * WRENDIR
                   IF WREDW > ZEROS
                       MOVE WREDW TO WREDIR
           .
           IF WREDIR > WIRVAL
               MOVE WIRVAL TO WREDIR
           .
           SUBTRACT WREDIR FROM WIRVAL
           .
       IRREDUTX.
           EXIT.
       RESTABCK.
           MOVE "N" TO ESTABVIG
           IF ESTABOK NOT = "S"
           .
       RCHKASOX.
           EXIT.
       RCHKLST.
           MOVE ZEROS TO CHKPEND
           MOVE CONTRTIPO TO CHKCONTR
           IF CHKCONTR = SPACE
               MOVE "C" TO CHKCONTR
           .
           MOVE CHKCONTR TO CKCONTR
           MOVE "D" TO CKFASE
           MOVE ZEROS TO CKITEM
           START CHKMOD KEY IS NOT LESS THAN CKRK
           IF FS NOT = "00"
               GO TO RCHKLSTX
           .
       RCHKLST2.
           READ CHKMOD NEXT RECORD
           IF FS NOT = "00" OR CKCONTR NOT = CHKCONTR
                   OR CKFASE NOT = "D"
               GO TO RCHKLSTX
           END-IF
           IF CKATIVO NOT = "S" OR CKOBRIG NOT = "S"
               GO TO RCHKLST2
           END-IF
           MOVE BRKF TO CFMAT
           MOVE "D" TO CFFASE
           MOVE CKITEM TO CFITEM
           READ CHKFUN
           IF FS NOT = "00"
               ADD 1 TO CHKPEND
               DISPLAY "  PENDENTE: " CKITEM " " CKDESC
           END-IF
           GO TO RCHKLST2
           .
       RCHKLSTX.
           EXIT.
       ROBPAGO.
      *-----------------------------------------------------------------
      *CONTA OS BENEFICIARIOS DA MATRICULA JA PAGOS (REMESSA/CHEQUE)
      *-----------------------------------------------------------------
           MOVE ZEROS TO OBPAGOS
           MOVE BRKF TO HBRKF
           MOVE ZEROS TO HBSEQ
           START OBITBEN KEY IS NOT LESS THAN HBRK
           IF FS NOT = "00"
               GO TO ROBPAGOX
           .
       ROBPAGO2.
           READ OBITBEN NEXT RECORD
           IF FS NOT = "00" OR HBRKF NOT = BRKF
               GO TO ROBPAGOX
           END-IF
           IF HBPAGO = "S"
               ADD 1 TO OBPAGOS
           END-IF
           GO TO ROBPAGO2
           .
       ROBPAGOX.
           EXIT.
       FF1.
           CLOSE FILEFUNC CADCARGO FERIASBAL FGTSBAL RESCIS
               LOGCTR CHGLOG OBITO OBITBEN
           IF AFASTOK = "S"
               CLOSE AFAST
           END-IF
           IF ESTABOK = "S"
               CLOSE ESTAB
           END-IF
           IF MEDOK = "S"
               CLOSE PR
           END-IF
           IF HISTOK = "S"
               CLOSE PRHIST
           END-IF
           IF VERBOK = "S"
               CLOSE CADVERBA
           END-IF
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           IF TAXOK = "S"
               CLOSE CADTAXA
           END-IF
           IF EPIOK = "S"
               CLOSE CADEPI
           END-IF
           IF ENTOK = "S"
               CLOSE EPIENT
           END-IF
           IF LANCOK = "S"
               CLOSE LANC
           END-IF
           IF CHKOK = "S"
               CLOSE CHKMOD CHKFUN
           END-IF
           IF OBCHAMA = "S"
               CALL "CADOBITO" USING BRKF LKOPER
           END-IF
           GOBACK
           .
       RLOG.
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "RESCISAO" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       RPRINT.
           MOVE ALL "=" TO RESCLINE
           WRITE RESCLINE
           MOVE SPACES TO LINHA
           IF OBITOSW = "S"
               STRING "TERMO DE RESCISAO POR FALECIMENTO - "
                   "MATRICULA: " RSRK
                   INTO LINHA
           ELSE
               STRING "TERMO DE RESCISAO - MATRICULA: " RSRK
                   INTO LINHA
           END-IF
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           MOVE SPACES TO LINHA
               MOVE LINHA TO RESCLINE
               WRITE RESCLINE
           END-IF
           IF RSMEDHE > ZEROS OR RSMEDNOT > ZEROS
                   OR RSMEDDSR > ZEROS OR RSMEDCOM > ZEROS
               PERFORM RPRMED
           END-IF
           MOVE SPACES TO LINHA
           STRING "MULTA 40% FGTS.........: " RSMULTFGTS
               INTO LINHA
               INTO LINHA
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           IF RSEPI > ZEROS
               MOVE SPACES TO LINHA
               STRING "EPI NAO DEVOLVIDO......: " RSEPI
                   " (DESCONTO NA FOLHA " BDMES "/" BDANO ")"
                   INTO LINHA
               MOVE LINHA TO RESCLINE
               WRITE RESCLINE
           END-IF
           MOVE SPACES TO LINHA
           STRING "IRRF RETIDO............: " RSIRRF
               INTO LINHA
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           MOVE ALL "-" TO RESCLINE
           WRITE RESCLINE
           IF RSFALTA > ZEROS
               INTO LINHA
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           IF OBITOSW = "S"
               MOVE SPACES TO LINHA
               STRING "SALDO FGTS A LIBERAR...: " ACFGTS
                   INTO LINHA
               MOVE LINHA TO RESCLINE
               WRITE RESCLINE
               MOVE "PAGAMENTO AOS BENEFICIARIOS - RECIBOS NO CADOBITO"
                   TO RESCLINE
               WRITE RESCLINE
           END-IF
           MOVE ALL "=" TO RESCLINE
           WRITE RESCLINE
           .
       RPRMED.
           MOVE SPACES TO LINHA
           STRING "MEDIA HORAS EXTRAS.....: " RSMEDHE
               INTO LINHA
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           MOVE SPACES TO LINHA
           STRING "MEDIA ADIC. NOTURNO....: " RSMEDNOT
               INTO LINHA
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           MOVE SPACES TO LINHA
           STRING "MEDIA DSR..............: " RSMEDDSR
               INTO LINHA
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           MOVE SPACES TO LINHA
           STRING "MEDIA COMISSOES........: " RSMEDCOM
               INTO LINHA
           MOVE LINHA TO RESCLINE
           WRITE RESCLINE
           .
       REMPREST.
           READ EMPREST NEXT RECORD
           IF FS NOT = "00" OR EMRKF NOT = BRKF
           .
       REMPRESTX.
           EXIT.
       REPI.
           READ EPIENT NEXT RECORD
           IF FS NOT = "00" OR ENMAT NOT = BRKF
               GO TO REPIX
           END-IF
           IF ENSIT = "N"
               ADD ENVALOR TO RSEPI
               GO TO REPI
           END-IF
           IF ENSIT NOT = "E"
               GO TO REPI
           END-IF
           MOVE ZEROS TO EQVALOR
           MOVE SPACES TO EQDESC
           IF EPIOK = "S"
               MOVE ENCOD TO EQRK
               READ CADEPI
               IF FS NOT = "00"
                   MOVE ZEROS TO EQVALOR
                   MOVE SPACES TO EQDESC
               END-IF
           END-IF
           DISPLAY "EPI EM USO: " ENCOD " " EQDESC " QTD " ENQTD
               " ENTREGUE EM " ENDATA
           .
       REPI2.
           DISPLAY "DEVOLVIDO (S/N): "
           ACCEPT EPIRESP
           IF EPIRESP NOT = "S" AND EPIRESP NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO REPI2
           END-IF
           MOVE EPIDT TO ENDTBX
           IF EPIRESP = "S"
               MOVE "D" TO ENSIT
           ELSE
               MOVE "N" TO ENSIT
               COMPUTE ENVALOR = EQVALOR * ENQTD
               MOVE "N" TO ENLANC
               IF LANCOK = "S" AND ENVALOR > ZEROS
                   MOVE "S" TO ENLANC
                   ADD ENVALOR TO EPINOVO
               END-IF
               ADD ENVALOR TO RSEPI
           END-IF
           REWRITE EPIENTREC
           IF FS = "00"
               MOVE "A" TO LOGACAO
               MOVE ENRK TO LOGRK
               PERFORM RLOG
           END-IF
           GO TO REPI
           .
       REPIX.
           EXIT.
       REPILANC.
      *-----------------------------------------------------------------
      *LANCAMENTO AVULSO DO DESCONTO NA COMPETENCIA DA DEMISSAO, NA
      *PROXIMA SEQUENCIA LIVRE (MESMA REGRA DO BANCOHOR/FPP071)
      *-----------------------------------------------------------------
           MOVE ZEROS TO LANCSEQ
           MOVE BRKF TO LCRKF
           MOVE BDMES TO LCRKM
           MOVE BDANO TO LCRKY
           MOVE ZEROS TO LCSEQ
           START LANC KEY IS NOT LESS THAN LCRK
           IF FS NOT = "00"
               GO TO REPILANC3
           .
       REPILANC2.
           READ LANC NEXT RECORD
           IF FS NOT = "00" OR LCRKF NOT = BRKF
                   OR LCRKM NOT = BDMES OR LCRKY NOT = BDANO
               GO TO REPILANC3
           END-IF
           MOVE LCSEQ TO LANCSEQ
           GO TO REPILANC2
           .
       REPILANC3.
           MOVE BRKF TO LCRKF
           MOVE BDMES TO LCRKM
           MOVE BDANO TO LCRKY
           ADD 1 TO LANCSEQ
           MOVE LANCSEQ TO LCSEQ
           MOVE "EP" TO LCTIPO
           MOVE "EPI NAO DEVOLVIDO" TO LCDESC
           MOVE "D" TO LCED
           MOVE EPINOVO TO LCVALOR
           MOVE "N" TO LCRECORR
           MOVE ZEROS TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO LANCAR DESCONTO DO EPI - FS: " FS
           .
       REPILANCX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
