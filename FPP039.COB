           FILE STATUS IS FS
           RECORD KEY IS RK
           .
      *-----------------------------------------------------------------
           SELECT PRIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PXRK
           ALTERNATE RECORD KEY IS PXFK
           .
      *-----------------------------------------------------------------
           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           FILE STATUS IS FS
           RECORD KEY IS CEP
           .
      *-----------------------------------------------------------------
           SELECT CADVERBA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
           .
      *-----------------------------------------------------------------
           SELECT MOVVERB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VMRK
           .
      *-----------------------------------------------------------------
           SELECT CADRISCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RIRK
           .
           SELECT CARGOHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CHRK
           .
      *-----------------------------------------------------------------
           SELECT PROLAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PBRK
           .
      *-----------------------------------------------------------------
           SELECT PROLMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PQRK
           .
      *-----------------------------------------------------------------
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .
      *-----------------------------------------------------------------
           SELECT PROCTRAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JTRK
           .
      *-----------------------------------------------------------------
           SELECT PROCVAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JVRK
           .
      *-----------------------------------------------------------------
           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .
      *-----------------------------------------------------------------
           SELECT EVENTOS ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
      *INDICE DA FOLHA POR COMPETENCIA (VER PRIDXGER/FPP148)
      *-----------------------------------------------------------------
       FD PRIDX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRIDX1.DAT".
       COPY PRIDX.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           VALUE OF FILE-ID IS "PRO1.DAT".
       COPY PRO.
      *-----------------------------------------------------------------
      *TABELA DE RUBRICAS (VER CADVERBA/FPP117) - EVENTO S1010 NA
      *COMPETENCIA DE INICIO DE VALIDADE - E DETALHE DA FOLHA POR
      *VERBA, QUE ABRE OS ITENS DE REMUNERACAO DO S1200
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *AGENTES NOCIVOS POR CARGO E AREA (VER CADRISCO/FPP122) E
      *HISTORICO DE CARGOS - GERAM O EVENTO S2240 QUANDO A EXPOSICAO
      *COMECA OU MUDA NA COMPETENCIA
      *-----------------------------------------------------------------
       FD CADRISCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRISCO1.DAT".
       COPY RISCO.
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
      *SOCIOS/DIRETORES E PRO-LABORE (VER CADPROL/FPP131 E
      *PROLPAG/FPP132) - REMUNERACAO DE CONTRIBUINTE INDIVIDUAL NO S1200
      *-----------------------------------------------------------------
       FD PROLAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLAB1.DAT".
       COPY PROLAB.
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *CARGOS - OCUPACAO (CBO) DO CARGO NA ADMISSAO
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *PROCESSOS TRABALHISTAS E VALORES POR COMPETENCIA (VER
      *PROCTRAB/FPP170) - S2500 E S2501
      *-----------------------------------------------------------------
       FD PROCTRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCTRAB1.DAT".
       COPY PROCTRAB.
       FD PROCVAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCVAL1.DAT".
       COPY PROCVAL.
      *-----------------------------------------------------------------
      *CONVOCACOES PAGAS DO INTERMITENTE (VER PAGINTER/FPP129) - O
      *INTERMITENTE NAO PASSA PELA FOLHA; O S1200 DELE SAI DAQUI
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
      *ARQUIVO DE EVENTOS NO LAYOUT POSICIONAL DO ESOCIAL
      *S2200-ADMISSAO S2299-DESLIGAMENTO S1200-REMUNERACAO MENSAL
      *(DA FOLHA E DAS CONVOCACOES DO INTERMITENTE)
      *S2231-TRANSFERENCIA ENTRE FILIAIS S1010-TABELA DE RUBRICAS
      *S120I-ITEM DE REMUNERACAO DO S1200 (UMA LINHA POR VERBA)
      *S2500-PROCESSO TRABALHISTA S250I-VALORES DO S2500 POR
      *COMPETENCIA S2501-TRIBUTOS DO PROCESSO TRABALHISTA
      *S2240-CONDICOES AMBIENTAIS DO TRABALHO (UMA LINHA POR AGENTE)
      *-----------------------------------------------------------------
       FD EVENTOS
           LABEL RECORD IS STANDARD.
           03 EVAADANO    PIC 9(04).
           03 EVANDEP     PIC 9(02).
           03 EVAMUNIC    PIC 9(07).
           03 EVACBO      PIC 9(06).
           03 FILLER      PIC X(35) VALUE SPACES.
       01 EVADMDEP.
           03 EVPCOD      PIC X(05).
           03 EVPMAT      PIC 9(06).
           03 EVRIMPR     PIC 9(10)V99.
           03 EVRLIQ      PIC 9(10)V99.
           03 FILLER      PIC X(44) VALUE SPACES.
      *-----------------------------------------------------------------
      *S1200 DO CONTRIBUINTE INDIVIDUAL (PRO-LABORE) - SEM MATRICULA,
      *IDENTIFICADO PELO CODIGO DO CADPROL. EVJCATEG: 722-DIRETOR NAO
      *EMPREGADO SEM FGTS 723-SOCIO/EMPRESARIO
      *-----------------------------------------------------------------
       01 EVREMCI.
           03 EVJCOD      PIC X(05).
           03 EVJBENEF    PIC 9(04).
           03 EVJCPF      PIC 9(11).
           03 EVJCOMP     PIC 9(06).
           03 EVJCATEG    PIC 9(03).
           03 EVJBRUTO    PIC 9(10)V99.
           03 EVJINSS     PIC 9(10)V99.
           03 EVJIMPR     PIC 9(10)V99.
           03 EVJLIQ      PIC 9(10)V99.
           03 EVJFIL      PIC 9(02).
           03 FILLER      PIC X(41) VALUE SPACES.
      *-----------------------------------------------------------------
      *TPRUBR: 1-VENCIMENTO 2-DESCONTO 3-INFORMATIVA
      *INCIDENCIAS CP/IRRF/FGTS: 11-BASE MENSAL 00-NAO E BASE
      *-----------------------------------------------------------------
       01 EVRUBR.
           03 EVBCOD      PIC X(05).
           03 EVBRUB      PIC 9(04).
           03 EVBINI      PIC 9(06).
           03 EVBDESC     PIC X(30).
           03 EVBNATUR    PIC 9(04).
           03 EVBTIPO     PIC 9(01).
           03 EVBINCCP    PIC X(02).
           03 EVBINCIR    PIC X(02).
           03 EVBINCFG    PIC X(02).
           03 FILLER      PIC X(64) VALUE SPACES.
       01 EVREMIT.
           03 EVICOD      PIC X(05).
           03 EVIMAT      PIC 9(06).
           03 EVICOMP     PIC 9(06).
           03 EVIRUB      PIC 9(04).
           03 EVIREF      PIC 9(05)V99.
           03 EVIVAL      PIC 9(10)V99.
           03 FILLER      PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------
      *EVXCODAG 09.01.001 = AUSENCIA DE FATOR DE RISCO; EVXDTFIM
      *PREENCHIDO QUANDO A EXPOSICAO TERMINA NA COMPETENCIA
      *-----------------------------------------------------------------
       01 EVRISCO.
           03 EVXCOD      PIC X(05).
           03 EVXMAT      PIC 9(06).
           03 EVXCPF      PIC 9(11).
           03 EVXDTINI    PIC 9(08).
           03 EVXCARGO    PIC 9(04).
           03 EVXAREA     PIC 9(03).
           03 EVXTIPO     PIC X(01).
           03 EVXCODAG    PIC X(09).
           03 EVXINTENS   PIC 9(05)V9(03).
           03 EVXUNID     PIC X(06).
           03 EVXEPI      PIC X(01).
           03 EVXCAEPI    PIC 9(06).
           03 EVXAPESP    PIC 9(02).
           03 EVXDTFIM    PIC 9(08).
           03 FILLER      PIC X(42) VALUE SPACES.
      *-----------------------------------------------------------------
      *PROCESSO TRABALHISTA - EVQPROC E O CODIGO INTERNO QUE VOLTA NO
      *RECIBO (ESOCRET/FPP076); EVQMAT ZERO = EX-EMPREGADO FORA DO
      *CADASTRO. EVQTIPO: S-SENTENCA A-ACORDO. PERIODO EM AAAAMM
      *-----------------------------------------------------------------
       01 EVPROC.
           03 EVQCOD      PIC X(05).
           03 EVQPROC     PIC 9(06).
           03 EVQNUM      PIC X(20).
           03 EVQORIG     PIC X(01).
           03 EVQUF       PIC X(02).
           03 EVQMAT      PIC 9(06).
           03 EVQCPF      PIC 9(11).
           03 EVQPERINI   PIC 9(06).
           03 EVQPERFIM   PIC 9(06).
           03 EVQTIPO     PIC X(01).
           03 EVQDTDEC    PIC 9(08).
           03 EVQTOTREM   PIC 9(10)V99.
           03 EVQBCINSS   PIC 9(10)V99.
           03 FILLER      PIC X(24) VALUE SPACES.
       01 EVPROCV.
           03 EVVCOD      PIC X(05).
           03 EVVPROC     PIC 9(06).
           03 EVVCOMP     PIC 9(06).
           03 EVVREMUN    PIC 9(10)V99.
           03 EVVBCINSS   PIC 9(10)V99.
           03 EVVBCFGTS   PIC 9(10)V99.
           03 EVVBCIRRF   PIC 9(10)V99.
           03 EVVINSSSEG  PIC 9(10)V99.
           03 EVVINSSPAT  PIC 9(10)V99.
           03 FILLER      PIC X(31) VALUE SPACES.
       01 EVPROCT.
           03 EVZCOD      PIC X(05).
           03 EVZPROC     PIC 9(06).
           03 EVZNUM      PIC X(20).
           03 EVZCPF      PIC 9(11).
           03 EVZCOMP     PIC 9(06).
           03 EVZINSSSEG  PIC 9(10)V99.
           03 EVZINSSPAT  PIC 9(10)V99.
           03 EVZBCIRRF   PIC 9(10)V99.
           03 EVZMESES    PIC 9(03).
           03 EVZIRRF     PIC 9(10)V99.
           03 FILLER      PIC X(21) VALUE SPACES.
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BRKM        PIC 9(02).
           01 TOTTRANS    PIC 9(06).
           01 TRANSFOK    PIC X(01).
           01 PROOK       PIC X(01).
           01 VERBOK      PIC X(01).
           01 MVOK        PIC X(01).
           01 TOTRUBR     PIC 9(06).
           01 COMPINI     PIC 9(06).
           01 RISCOOK     PIC X(01).
           01 CHOK        PIC X(01).
           01 PROLOK      PIC X(01).
           01 CARGOOK     PIC X(01).
           01 PROCOK      PIC X(01).
           01 TOTPROC     PIC 9(06).
           01 TOTPTRIB    PIC 9(06).
           01 TOTPROL     PIC 9(06).
           01 TOTRISC     PIC 9(06).
           01 RTRIG       PIC X(01).
           01 RTRDATA     PIC 9(08).
           01 QTDAG       PIC 9(04).
           01 AREAW       PIC 9(03).
           01 RINIC       PIC 9(06).
           01 RFIMC       PIC 9(06).
           01 COMPW       PIC 9(06).
      *-----------------------------------------------------------------
      *S1200 DO INTERMITENTE - UM POR EMPREGADO NA COMPETENCIA COM A
      *SOMA DAS CONVOCACOES PAGAS NELA (VER R08I)
      *-----------------------------------------------------------------
           01 CONVOK      PIC X(01).
           01 TOTCONV     PIC 9(06).
           01 CONVMAT     PIC 9(06).
           01 CONVBRUTO   PIC 9(10)V99.
           01 CONVINSS    PIC 9(10)V99.
           01 CONVIMPR    PIC 9(10)V99.
           01 CONVLIQ     PIC 9(10)V99.
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT PR
               DISPLAY "ERRO AO ABRIR PR"
               GOBACK
       .
       R01PX.
           OPEN INPUT PRIDX
           IF FS NOT = "00"
               DISPLAY "AVISO: INDICE DA FOLHA AUSENTE - LEITURA LENTA"
               DISPLAY "RODE O CONVERTE, OPCAO 18, PARA CRIAR O INDICE"
               MOVE "N" TO PXOK
           ELSE
               MOVE "S" TO PXOK
       .
       R01A.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
           ELSE
               MOVE "S" TO PROOK
       .
       R01E.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01F.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01G.
           OPEN INPUT CADRISCO
           IF FS NOT = "00"
               MOVE "N" TO RISCOOK
           ELSE
               MOVE "S" TO RISCOOK
       .
       R01H.
           OPEN INPUT CARGOHIST
           IF FS NOT = "00"
               MOVE "N" TO CHOK
           ELSE
               MOVE "S" TO CHOK
       .
       R01L.
           OPEN INPUT PROLAB
           IF FS NOT = "00"
               MOVE "N" TO PROLOK
           ELSE
               OPEN INPUT PROLMOV
               IF FS NOT = "00"
                   MOVE "N" TO PROLOK
                   CLOSE PROLAB
               ELSE
                   MOVE "S" TO PROLOK
               END-IF
       .
       R01M.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOOK
           ELSE
               MOVE "S" TO CARGOOK
       .
       R01N.
           OPEN INPUT PROCTRAB
           IF FS NOT = "00"
               MOVE "N" TO PROCOK
           ELSE
               OPEN INPUT PROCVAL
               IF FS NOT = "00"
                   MOVE "N" TO PROCOK
                   CLOSE PROCTRAB
               ELSE
                   MOVE "S" TO PROCOK
               END-IF
       .
       R01P.
           OPEN INPUT CONVOC
           IF FS NOT = "00"
               MOVE "N" TO CONVOK
           ELSE
               MOVE "S" TO CONVOK
       .
       R02.
           MOVE ZEROS TO TOTADM TOTDESL TOTREM TOTSKIP TOTTRANS
           MOVE ZEROS TO TOTRUBR TOTRISC TOTPROL
           MOVE ZEROS TO TOTPROC TOTPTRIB TOTCONV
           DISPLAY "GERACAO DE EVENTOS ESOCIAL POR COMPETENCIA"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
               DISPLAY "ERRO AO ABRIR ARQUIVO DE EVENTOS: " FSX
               GO TO RF1
       .
       R05V.
      *-----------------------------------------------------------------
      *PASSO 0 - TABELA DE RUBRICAS (S1010): VERBAS DO CADVERBA CUJA
      *VALIDADE COMECA NA COMPETENCIA, ANTES DOS EVENTOS PERIODICOS
      *-----------------------------------------------------------------
           IF VERBOK NOT = "S"
               GO TO R06
           .
           COMPUTE COMPINI = BRKY * 100 + BRKM
           MOVE ZEROS TO VBCOD
           START CADVERBA KEY IS NOT LESS THAN VBCOD
           IF FS NOT = "00"
               GO TO R06
       .
       R05V2.
           READ CADVERBA NEXT RECORD
           IF FS NOT = "00"
               GO TO R06
           END-IF
           IF VBINIVAL NOT = COMPINI OR VBATIVA = "N"
               GO TO R05V2
           END-IF
           MOVE SPACES TO EVLINE
           MOVE "S1010" TO EVBCOD
           MOVE VBCOD TO EVBRUB
           MOVE VBINIVAL TO EVBINI
           MOVE VBDESC TO EVBDESC
           MOVE VBNATUR TO EVBNATUR
           IF VBTIPO = "P"
               MOVE 1 TO EVBTIPO
           ELSE
               IF VBTIPO = "D"
                   MOVE 2 TO EVBTIPO
               ELSE
                   MOVE 3 TO EVBTIPO
               END-IF
           END-IF
           MOVE "00" TO EVBINCCP EVBINCIR EVBINCFG
           IF VBINSS = "S"
               MOVE "11" TO EVBINCCP
           END-IF
           IF VBIRRF = "S"
               MOVE "11" TO EVBINCIR
           END-IF
           IF VBFGTS = "S"
               MOVE "11" TO EVBINCFG
           END-IF
           WRITE EVLINE FROM EVRUBR
           ADD 1 TO TOTRUBR
           GO TO R05V2
       .
       R06.
      *-----------------------------------------------------------------
      *PASSO 1 - EVENTOS DE ADMISSAO E DESLIGAMENTO DA COMPETENCIA,
                       MOVE PROMUNIC TO EVAMUNIC
                   END-IF
               END-IF
      *-----------------------------------------------------------------
      *CBO DA OCUPACAO VEM DO CARGO (CADASTRO DE CARGOS/FPP003)
      *-----------------------------------------------------------------
               MOVE ZEROS TO EVACBO
               IF CARGOOK = "S"
                   MOVE CRK2 TO CRK
                   READ CADCARGO
                   IF FS = "00"
                       MOVE CCBO TO EVACBO
                   END-IF
               END-IF
               WRITE EVLINE FROM EVADMIS
               ADD 1 TO TOTADM
               PERFORM RDEPEND THRU RDEPENDX
      *-----------------------------------------------------------------
      *PASSO 2 - REMUNERACAO MENSAL POR FUNCIONARIO A PARTIR DA FOLHA
      *-----------------------------------------------------------------
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO R08I
       .
       R08A.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R08I
           END-IF
           IF RKM NOT = BRKM OR RKY NOT = BRKY
               GO TO R08A
           MOVE PSLIQUID TO EVRLIQ
           WRITE EVLINE FROM EVREMUN
           ADD 1 TO TOTREM
           IF MVOK = "S"
               PERFORM RITENS THRU RITENSX
           END-IF
           GO TO R08A
       .
       R08I.
      *-----------------------------------------------------------------
      *PASSO 2I - CONVOCACOES DO INTERMITENTE PAGAS NA COMPETENCIA. O
      *ARQUIVO VEM POR MATRICULA; O S1200 SAI NA TROCA DELA (RCONVS)
      *-----------------------------------------------------------------
           IF CONVOK NOT = "S"
               GO TO R08P
           .
           MOVE ZEROS TO IVMAT IVSEQ CONVMAT
           MOVE ZEROS TO CONVBRUTO CONVINSS CONVIMPR CONVLIQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO R08P
       .
       R08I2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00"
               PERFORM RCONVS THRU RCONVSX
               GO TO R08P
           END-IF
           IF IVSIT NOT = "G" OR IVPGM NOT = BRKM OR IVPGY NOT = BRKY
               GO TO R08I2
           END-IF
           IF IVMAT NOT = CONVMAT
               PERFORM RCONVS THRU RCONVSX
               MOVE IVMAT TO CONVMAT
           END-IF
           ADD IVBRUTO TO CONVBRUTO
           ADD IVINSS TO CONVINSS
           ADD IVIMPR TO CONVIMPR
           ADD IVLIQ TO CONVLIQ
           ADD 1 TO TOTCONV
           GO TO R08I2
       .
       R08P.
      *-----------------------------------------------------------------
      *PASSO 2A - REMUNERACAO DOS SOCIOS E DIRETORES (PRO-LABORE DA
      *COMPETENCIA), NO S1200 DE CONTRIBUINTE INDIVIDUAL
      *-----------------------------------------------------------------
           IF PROLOK NOT = "S"
               GO TO R08T
           .
           MOVE ZEROS TO PQRKB PQRKM PQRKY
           START PROLMOV KEY IS NOT LESS THAN PQRK
           IF FS NOT = "00"
               GO TO R08T
       .
       R08P2.
           READ PROLMOV NEXT RECORD
           IF FS NOT = "00"
               GO TO R08T
           END-IF
           IF PQRKM NOT = BRKM OR PQRKY NOT = BRKY
               GO TO R08P2
           END-IF
           MOVE PQRKB TO PBRK
           READ PROLAB
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               GO TO R08P2
           END-IF
           MOVE SPACES TO EVLINE
           MOVE "S1200" TO EVJCOD
           MOVE PQRKB TO EVJBENEF
           MOVE PBCPF TO EVJCPF
           COMPUTE EVJCOMP = PQRKM * 10000 + PQRKY
           IF PBTIPO = "D"
               MOVE 722 TO EVJCATEG
           ELSE
               MOVE 723 TO EVJCATEG
           END-IF
           MOVE PQBRUTO TO EVJBRUTO
           MOVE PQINSS TO EVJINSS
           MOVE PQIRRF TO EVJIMPR
           MOVE PQLIQ TO EVJLIQ
           MOVE PQFILIAL TO EVJFIL
           WRITE EVLINE FROM EVREMCI
           ADD 1 TO TOTPROL
           GO TO R08P2
       .
       R08T.
      *-----------------------------------------------------------------
      *PASSO 3 - TRANSFERENCIAS ENTRE FILIAIS COM EFEITO NA
      *COMPETENCIA (S2231)
      *-----------------------------------------------------------------
           IF TRANSFOK NOT = "S"
               GO TO R08R
           .
           MOVE ZEROS TO TFRKF TFSEQ
           START TRANSF KEY IS NOT LESS THAN TFRK
           IF FS NOT = "00"
               GO TO R08R
       .
       R08T2.
           READ TRANSF NEXT RECORD
           IF FS NOT = "00"
               GO TO R08R
           END-IF
           IF TFMES NOT = BRKM OR TFANO NOT = BRKY
               GO TO R08T2
           ADD 1 TO TOTTRANS
           GO TO R08T2
       .
       R08R.
      *-----------------------------------------------------------------
      *PASSO 4 - CONDICOES AMBIENTAIS DO TRABALHO (S2240). NA ADMISSAO
      *OU TROCA DE CARGO DA COMPETENCIA VAI O QUADRO COMPLETO DE
      *AGENTES EM VIGOR (SEM AGENTE, A AUSENCIA DE FATOR DE RISCO);
      *FORA ISSO SO OS AGENTES QUE COMECAM OU TERMINAM NA COMPETENCIA
      *-----------------------------------------------------------------
           IF RISCOOK NOT = "S"
               GO TO R09
           .
           COMPUTE COMPINI = BRKY * 100 + BRKM
           MOVE ZEROS TO RKT
           START FILEFUNC KEY IS NOT LESS THAN RKT
           IF FS NOT = "00"
               GO TO R09
       .
       R08R2.
           READ FILEFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO R09
           END-IF
           COMPUTE COMPW = ADANO * 100 + ADMES
           IF COMPW > COMPINI
               GO TO R08R2
           END-IF
           COMPUTE COMPW = DDANO * 100 + DDMES
           IF DDDIA NOT = ZEROS AND COMPW < COMPINI
               GO TO R08R2
           END-IF
           MOVE "N" TO RTRIG
           MOVE ZEROS TO RTRDATA QTDAG
           IF ADMES = BRKM AND ADANO = BRKY
               MOVE "S" TO RTRIG
               COMPUTE RTRDATA = ADANO * 10000 + ADMES * 100 + ADDIA
           ELSE
               IF CHOK = "S"
                   PERFORM RCHGCAR THRU RCHGCARX
               END-IF
           END-IF
           IF ARK2 NOT = ZEROS
               MOVE ARK2 TO AREAW
               PERFORM R2240 THRU R2240X
           END-IF
           MOVE ZEROS TO AREAW
           PERFORM R2240 THRU R2240X
           IF RTRIG = "S" AND QTDAG = ZEROS
               MOVE SPACES TO EVLINE
               MOVE "S2240" TO EVXCOD
               MOVE RKT TO EVXMAT
               MOVE CPF TO EVXCPF
               MOVE RTRDATA TO EVXDTINI
               MOVE CRK2 TO EVXCARGO
               MOVE ARK2 TO EVXAREA
               MOVE SPACES TO EVXTIPO EVXUNID EVXEPI
               MOVE "09.01.001" TO EVXCODAG
               MOVE ZEROS TO EVXINTENS EVXCAEPI EVXAPESP EVXDTFIM
               WRITE EVLINE FROM EVRISCO
               ADD 1 TO TOTRISC
           END-IF
           GO TO R08R2
       .
       RCHGCAR.
      *-----------------------------------------------------------------
      *TROCA DE CARGO NA COMPETENCIA (LINHA DO CARGOHIST)
      *-----------------------------------------------------------------
           MOVE RKT TO CHRKF
           MOVE ZEROS TO CHSEQ
           START CARGOHIST KEY IS NOT LESS THAN CHRK
           IF FS NOT = "00"
               GO TO RCHGCARX
           .
       RCHGCAR2.
           READ CARGOHIST NEXT RECORD
           IF FS NOT = "00" OR CHRKF NOT = RKT
               GO TO RCHGCARX
           .
           IF CHMES = BRKM AND CHANO = BRKY
               MOVE "S" TO RTRIG
               COMPUTE RTRDATA = CHANO * 10000 + CHMES * 100 + CHDIA
           .
           GO TO RCHGCAR2
           .
       RCHGCARX.
           EXIT.
       R2240.
      *-----------------------------------------------------------------
      *AGENTES DO CARGO/AREA DO FUNCIONARIO (AREA ZEROS = TODAS)
      *-----------------------------------------------------------------
           MOVE CRK2 TO RICARGO
           MOVE AREAW TO RIAREA
           MOVE ZEROS TO RISEQ
           START CADRISCO KEY IS NOT LESS THAN RIRK
           IF FS NOT = "00"
               GO TO R2240X
           .
       R22402.
           READ CADRISCO NEXT RECORD
           IF FS NOT = "00" OR RICARGO NOT = CRK2
                   OR RIAREA NOT = AREAW
               GO TO R2240X
           .
           DIVIDE RIINI BY 100 GIVING RINIC
           DIVIDE RIFIM BY 100 GIVING RFIMC
           IF RINIC > COMPINI
               GO TO R22402
           .
           IF RIFIM NOT = ZEROS AND RFIMC < COMPINI
               GO TO R22402
           .
           MOVE SPACES TO EVLINE
           MOVE RIINI TO EVXDTINI
           IF RTRIG = "S"
               IF RTRDATA > RIINI
                   MOVE RTRDATA TO EVXDTINI
               END-IF
           ELSE
               IF RINIC NOT = COMPINI AND RFIMC NOT = COMPINI
                   GO TO R22402
               END-IF
           END-IF
           MOVE "S2240" TO EVXCOD
           MOVE RKT TO EVXMAT
           MOVE CPF TO EVXCPF
           MOVE CRK2 TO EVXCARGO
           MOVE ARK2 TO EVXAREA
           MOVE RITIPO TO EVXTIPO
           MOVE RICODAG TO EVXCODAG
           MOVE RIINTENS TO EVXINTENS
           MOVE RIUNID TO EVXUNID
           MOVE RIEPI TO EVXEPI
           MOVE RICAEPI TO EVXCAEPI
           MOVE RIAPESP TO EVXAPESP
           MOVE ZEROS TO EVXDTFIM
           IF RFIMC = COMPINI
               MOVE RIFIM TO EVXDTFIM
           .
           WRITE EVLINE FROM EVRISCO
           ADD 1 TO TOTRISC
           ADD 1 TO QTDAG
           GO TO R22402
           .
       R2240X.
           EXIT.
       R09.
           PERFORM RPROC THRU RPROCX
           CLOSE EVENTOS
           DISPLAY "RELATORIO DE CONTROLE - EVENTOS GERADOS"
           DISPLAY "EVENTOS DE ADMISSAO (S2200)....: " TOTADM
           DISPLAY "EVENTOS DE DESLIGAMENTO (S2299): " TOTDESL
           DISPLAY "EVENTOS DE REMUNERACAO (S1200).: " TOTREM
           DISPLAY "PRO-LABORE (S1200 CONTRIB IND).: " TOTPROL
           DISPLAY "CONVOCACOES DE INTERMITENTES...: " TOTCONV
           DISPLAY "EVENTOS DE TRANSFERENCIA (S2231): " TOTTRANS
           DISPLAY "RUBRICAS NA TABELA (S1010).....: " TOTRUBR
           DISPLAY "CONDICOES AMBIENTAIS (S2240)...: " TOTRISC
           DISPLAY "PROCESSOS TRABALHISTAS (S2500).: " TOTPROC
           DISPLAY "TRIBUTOS DE PROCESSOS (S2501)..: " TOTPTRIB
           DISPLAY "REGISTROS SEM CADASTRO.........: " TOTSKIP
       .
       RF1.
           CLOSE PR FILEFUNC DEPEND
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF TRANSFOK = "S"
               CLOSE TRANSF
           END-IF
           IF PROOK = "S"
               CLOSE PRO
           END-IF
           IF VERBOK = "S"
               CLOSE CADVERBA
           END-IF
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           IF RISCOOK = "S"
               CLOSE CADRISCO
           END-IF
           IF CHOK = "S"
               CLOSE CARGOHIST
           END-IF
           IF PROLOK = "S"
               CLOSE PROLAB PROLMOV
           END-IF
           IF CARGOOK = "S"
               CLOSE CADCARGO
           END-IF
           IF PROCOK = "S"
               CLOSE PROCTRAB PROCVAL
           END-IF
           IF CONVOK = "S"
               CLOSE CONVOC
           END-IF
           GOBACK
           .
       RCONVS.
      *-----------------------------------------------------------------
      *GRAVA O S1200 DO INTERMITENTE ACUMULADO E ZERA A SOMA
      *-----------------------------------------------------------------
           IF CONVMAT = ZEROS
               GO TO RCONVSX
           .
           MOVE CONVMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               GO TO RCONVS2
           .
           MOVE SPACES TO EVLINE
           MOVE "S1200" TO EVRCOD
           MOVE CONVMAT TO EVRMAT
           MOVE CPF TO EVRCPF
           COMPUTE EVRCOMP = BRKM * 10000 + BRKY
           MOVE CONVBRUTO TO EVRBRUTO
           MOVE CONVINSS TO EVRINSS
           MOVE CONVIMPR TO EVRIMPR
           MOVE CONVLIQ TO EVRLIQ
           WRITE EVLINE FROM EVREMUN
           ADD 1 TO TOTREM
           .
       RCONVS2.
           MOVE ZEROS TO CONVBRUTO CONVINSS CONVIMPR CONVLIQ
           .
       RCONVSX.
           EXIT.
       RITENS.
      *-----------------------------------------------------------------
      *ITENS DE REMUNERACAO DO S1200 - VERBAS APROVADAS DO FUNCIONARIO
      *NA COMPETENCIA (MOVVERB "A")
      *-----------------------------------------------------------------
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE ZEROS TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RITENSX
           .
       RITENS2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RITENSX
           .
           IF VMRKF NOT = RKF OR VMRKM NOT = RKM OR VMRKY NOT = RKY
               OR VMSIT NOT = "A"
               GO TO RITENSX
           .
           MOVE SPACES TO EVLINE
           MOVE "S120I" TO EVICOD
           MOVE RKF TO EVIMAT
           COMPUTE EVICOMP = RKM * 10000 + RKY
           MOVE VMCOD TO EVIRUB
           MOVE VMREF TO EVIREF
           MOVE VMVALOR TO EVIVAL
           WRITE EVLINE FROM EVREMIT
           GO TO RITENS2
           .
       RITENSX.
           EXIT.
       RPROC.
      *-----------------------------------------------------------------
      *PASSO 5 - PROCESSOS TRABALHISTAS DECIDIDOS (PROCTRAB/FPP170):
      *S2500 NA COMPETENCIA DA DECISAO, COM UMA LINHA S250I POR
      *COMPETENCIA DO PERIODO ABRANGIDO; S2501 COM O INSS E O IRRF NA
      *COMPETENCIA DO PAGAMENTO
      *-----------------------------------------------------------------
           IF PROCOK NOT = "S"
               GO TO RPROCX
           .
           COMPUTE COMPINI = BRKY * 100 + BRKM
           MOVE ZEROS TO JTCOD
           START PROCTRAB KEY IS NOT LESS THAN JTRK
           IF FS NOT = "00"
               GO TO RPROCX
           .
       RPROC2.
           READ PROCTRAB NEXT RECORD
           IF FS NOT = "00"
               GO TO RPROCX
           END-IF
           IF JTSIT NOT = "D" AND JTSIT NOT = "P"
               GO TO RPROC2
           END-IF
           DIVIDE JTDTDEC BY 100 GIVING COMPW
           IF COMPW = COMPINI
               PERFORM RPROCD THRU RPROCDX
           END-IF
           IF JTPGMES = BRKM AND JTPGANO = BRKY
               MOVE SPACES TO EVLINE
               MOVE "S2501" TO EVZCOD
               MOVE JTCOD TO EVZPROC
               MOVE JTNUM TO EVZNUM
               MOVE JTCPF TO EVZCPF
               COMPUTE EVZCOMP = JTPGMES * 10000 + JTPGANO
               MOVE JTINSSSEG TO EVZINSSSEG
               MOVE JTINSSPAT TO EVZINSSPAT
               MOVE JTBCIRRF TO EVZBCIRRF
               MOVE JTMESES TO EVZMESES
               MOVE JTIRRF TO EVZIRRF
               WRITE EVLINE FROM EVPROCT
               ADD 1 TO TOTPTRIB
           END-IF
           GO TO RPROC2
           .
       RPROCX.
           EXIT.
       RPROCD.
           MOVE SPACES TO EVLINE
           MOVE "S2500" TO EVQCOD
           MOVE JTCOD TO EVQPROC
           MOVE JTNUM TO EVQNUM
           MOVE JTORIGEM TO EVQORIG
           MOVE JTUF TO EVQUF
           MOVE JTMAT TO EVQMAT
           MOVE JTCPF TO EVQCPF
           MOVE JTPERINI TO EVQPERINI
           MOVE JTPERFIM TO EVQPERFIM
           MOVE JTTIPODEC TO EVQTIPO
           MOVE JTDTDEC TO EVQDTDEC
           MOVE JTTOTREM TO EVQTOTREM
           MOVE JTBCINSS TO EVQBCINSS
           WRITE EVLINE FROM EVPROC
           ADD 1 TO TOTPROC
           MOVE JTCOD TO JVCOD
           MOVE ZEROS TO JVANO JVMES
           START PROCVAL KEY IS NOT LESS THAN JVRK
           IF FS NOT = "00"
               GO TO RPROCDX
           .
       RPROCD2.
           READ PROCVAL NEXT RECORD
           IF FS NOT = "00" OR JVCOD NOT = JTCOD
               GO TO RPROCDX
           END-IF
           MOVE SPACES TO EVLINE
           MOVE "S250I" TO EVVCOD
           MOVE JVCOD TO EVVPROC
           COMPUTE EVVCOMP = JVMES * 10000 + JVANO
           MOVE JVREMUN TO EVVREMUN
           MOVE JVBCINSS TO EVVBCINSS
           MOVE JVBCFGTS TO EVVBCFGTS
           MOVE JVBCIRRF TO EVVBCIRRF
           MOVE JVINSSSEG TO EVVINSSSEG
           MOVE JVINSSPAT TO EVVINSSPAT
           WRITE EVLINE FROM EVPROCV
           GO TO RPROCD2
           .
       RPROCDX.
           EXIT.
       RF2.
           EXIT PROGRAM
           .
       RPXINI.
      *-----------------------------------------------------------------
      *POSICIONA NA COMPETENCIA PELO INDICE; SEM ELE VOLTA A VARRER A
      *FOLHA DESDE O INICIO
      *-----------------------------------------------------------------
           IF PXOK = "S"
               MOVE BRKY TO PXRKY
               MOVE BRKM TO PXRKM
               MOVE ZEROS TO PXRKF
               START PRIDX KEY IS NOT LESS THAN PXRK
               GO TO RPXINIX
           .
           MOVE ZEROS TO RK
           START PR KEY IS NOT LESS THAN RK
           .
       RPXINIX.
           EXIT.
       RPXLE.
      *-----------------------------------------------------------------
      *PROXIMO REGISTRO DA FOLHA - FS "10" NO FIM DA COMPETENCIA.
      *ENTRADA SEM REGISTRO NA FOLHA (INDICE DEFASADO) E IGNORADA
      *-----------------------------------------------------------------
           IF PXOK NOT = "S"
               READ PR NEXT RECORD
               GO TO RPXLEX
           .
           READ PRIDX NEXT RECORD
           IF FS NOT = "00"
               GO TO RPXLEX
           .
           IF PXRKY NOT = BRKY OR PXRKM NOT = BRKM
               MOVE "10" TO FS
               GO TO RPXLEX
           .
           MOVE PXRKF TO RKF
           MOVE PXRKM TO RKM
           MOVE PXRKY TO RKY
           READ PR
           IF FS = "23"
               GO TO RPXLE
           .
       RPXLEX.
           EXIT.
