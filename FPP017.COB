           FILE STATUS IS FS
           RECORD KEY IS CRK.

           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .

           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCRK
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

           SELECT ADIANT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFRK
           .

           SELECT SUBST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SXRK
           .

           SELECT SOBREAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SORK
           .

           SELECT PRODDIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QDRK
           .

           SELECT PREVPLAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PJRKF
           .

           SELECT PREVMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PZRK
           .

           SELECT RRAMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RQRK
           .

           SELECT HORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MVRK
           .

           SELECT SALDOINI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SIMAT
           .

           SELECT PAYGRP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GRCOD
           .

           SELECT PAYCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CLK
           .

           SELECT FUNCGRP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FURK
           .

           SELECT PAYPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GPK
           ALTERNATE RECORD KEY IS GPCHVF
           .

           SELECT ESCPAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *CONVENCAO COLETIVA DO SINDICATO DO CARGO (VER CADCCT/FPP121) -
      *PERCENTUAIS DE HORA EXTRA E ADICIONAL NOTURNO
      *-----------------------------------------------------------------
       FD CADCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       COPY LANCAM.
      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS E INCIDENCIAS (VER CADVERBA/FPP117)
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
      *-----------------------------------------------------------------
      *DETALHE DA FOLHA POR VERBA - GRAVADO PENDENTE COM O PRPEND
      *-----------------------------------------------------------------
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *ADIANTAMENTO QUINZENAL (VER ADIANTA/FPP048)
      *-----------------------------------------------------------------
       FD ADIANT
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
      *SUBSTITUICOES (VER CADSUBST/FPP141) - SALARIO-SUBSTITUICAO E
      *GRATIFICACAO DO CARGO COBERTO NOS DIAS DA COMPETENCIA
      *-----------------------------------------------------------------
       FD SUBST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SUBST1.DAT".
       COPY SUBST.
      *-----------------------------------------------------------------
      *ESCALA DE SOBREAVISO E PRONTIDAO (VER CADSOBRE/FPP143) -
      *ADICIONAL DAS HORAS DE PLANTAO E HORAS ACIONADAS COMO EXTRA
      *-----------------------------------------------------------------
       FD SOBREAV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SOBREAV1.DAT".
       COPY SOBREAV.
      *-----------------------------------------------------------------
      *PRODUCAO DIARIA DOS CARGOS POR PECA (VER CADPROD/FPP173) -
      *SOMADA NA COMPETENCIA PELO PRODCALC
      *-----------------------------------------------------------------
       FD PRODDIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODDIA1.DAT".
       COPY PRODDIA.
      *-----------------------------------------------------------------
      *PREVIDENCIA COMPLEMENTAR (VER CADPREV/FPP146) - ADESAO E
      *CONTRIBUICOES DO MES, PENDENTES JUNTO COM O PRPEND
      *-----------------------------------------------------------------
       FD PREVPLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVPLAN1.DAT".
       COPY PREVPLAN.
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
      *-----------------------------------------------------------------
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE - IRRF EXCLUSIVO DO MES,
      *PENDENTE JUNTO COM O PRPEND
      *-----------------------------------------------------------------
       FD RRAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
      *-----------------------------------------------------------------
      *SALDO DEVEDOR DE DESCONTOS NAO RECUPERADOS (VER LIQUIDCALC)
      *-----------------------------------------------------------------
       FD SALDODEV
           VALUE OF FILE-ID IS "MULTVIN1.DAT".
       COPY MULTVINC.
      *-----------------------------------------------------------------
      *SALDO INICIAL DE FUNCIONARIO ABSORVIDO (VER SALDOIMP/FPP162)
      *-----------------------------------------------------------------
       FD SALDOINI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDOINI1.DAT".
       COPY SALDOINI.
      *-----------------------------------------------------------------
      *GRUPOS DE PAGAMENTO SEMANAL/QUINZENAL (VER CADGRUPO/FPP163) -
      *O LOTE RODA UM PERIODO DE UM GRUPO; NOS PERIODOS ANTERIORES AO
      *ULTIMO GRAVA O PAGAMENTO DO PERIODO (PAYPER), NO ULTIMO FAZ A
      *FOLHA MENSAL DOS FUNCIONARIOS DO GRUPO
      *-----------------------------------------------------------------
       FD PAYGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYGRP1.DAT".
       COPY PAYGRP.
      *-----------------------------------------------------------------
       FD PAYCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYCAL1.DAT".
       COPY PAYCAL.
      *-----------------------------------------------------------------
       FD FUNCGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCGRP1.DAT".
       COPY FUNCGRP.
      *-----------------------------------------------------------------
       FD PAYPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYPER1.DAT".
       COPY PAYPER.
      *-----------------------------------------------------------------
      *ESCALAS DE TRABALHO (VER CADESCAL/FPP096) - QUEM TEM ESCALA
      *NAO SEGUE A SEMANA SEGUNDA-A-SEXTA NO DSR E NO FERIADO
      *-----------------------------------------------------------------
      *MULTIPLOS VINCULOS E ROTA SIMPLIFICADA DO IRRF
      *-----------------------------------------------------------------
           01 VINCOK      PIC X(01).
           01 SIOK        PIC X(01).
           01 VALVINC     PIC 9(10)V99.
           01 WBASEV      PIC 9(10)V99.
           01 WINSSV      PIC 9(10)V99.
           01 WBASEIR     PIC 9(10)V99.
           01 WIRVAL      PIC 9(10)V99.
           01 IRROTA      PIC X(01).
           01 VALREDIR    PIC 9(10)V99.
           01 WREDIR      PIC 9(10)V99.
           01 WREDW       PIC S9(10)V99.
           01 SUSPDIAS    PIC 9(03).
           01 SUSPDSR     PIC 9(02).
           01 DEDSUSP     PIC 9(10)V99.
           01 VALPENSAO   PIC 9(10)V99.
           01 VALLANCE    PIC 9(10)V99.
           01 VALLANCD    PIC 9(10)V99.
      *-----------------------------------------------------------------
      *BASES DE INSS/IRRF/FGTS: SALVALB AJUSTADO PELAS INCIDENCIAS DAS
      *VERBAS LANCADAS (AJU*) - VER LANCCALC
      *-----------------------------------------------------------------
           01 VERBOK      PIC X(01).
           01 MVOK        PIC X(01).
      *-----------------------------------------------------------------
      *GRATIFICACAO DE FUNCAO E SUBSTITUICOES (GRATCALC/SUBSCALC) -
      *DIAS DA SUBSTITUICAO NO MES COMERCIAL DE 30 DIAS
      *-----------------------------------------------------------------
           01 SUBOK       PIC X(01).
           01 SUBMENSW    PIC 9(08)V99.
           01 SUBCOMP     PIC 9(06).
           01 SUBDINI     PIC 9(02).
           01 SUBDFIM     PIC 9(02).
           01 SUBDIAS     PIC 9(02).
           01 SUBGRW      PIC S9(08)V99.
      *-----------------------------------------------------------------
      *SOBREAVISO E PRONTIDAO (SOBRACN/SOBRCALC) - HORAS DE PLANTAO DA
      *COMPETENCIA JA SEM AS ACIONADAS, POR TIPO
      *-----------------------------------------------------------------
           01 SOBOK       PIC X(01).
           01 SOBHRSS     PIC 9(04)V99.
           01 SOBHRSP     PIC 9(04)V99.
           01 SOBACW      PIC 9(03).
           01 SOBLIQ      PIC 9(02)V99.
      *-----------------------------------------------------------------
      *CARGO POR PRODUCAO (PRODCALC/PRODPOST) - PRODUCAO DO MES, MINIMO
      *GARANTIDO PRORRATEADO, COMPLEMENTO PAGO NO SALARIO E BASE E
      *HORAS DO VALOR DA HORA NORMAL
      *-----------------------------------------------------------------
           01 PRODOK      PIC X(01).
           01 VALPROD     PIC 9(08)V99.
           01 PRODMIN     PIC 9(08)V99.
           01 PRODCOMP    PIC 9(08)V99.
           01 PRODHRB     PIC 9(08)V99.
           01 PRODHRS     PIC 9(04)V99.
      *-----------------------------------------------------------------
      *PREVIDENCIA COMPLEMENTAR (PREVCALC/PREVDCALC) - CONTRIBUICAO E
      *CONTRAPARTIDA DO MES, ACUMULADOS APROVADOS DOS MESES ANTERIORES
      *DO ANO E A DEDUCAO DO IRRF DENTRO DO LIMITE DE 12%
      *-----------------------------------------------------------------
           01 PREVOK      PIC X(01).
           01 PREVAM      PIC 9(06).
           01 PREVCONT    PIC 9(10)V99.
           01 PREVPATR    PIC 9(10)V99.
           01 PREVW       PIC 9(10)V99.
           01 PREVYBAS    PIC 9(12)V99.
           01 PREVYDED    PIC 9(12)V99.
           01 PREVLIM     PIC 9(12)V99.
           01 PREVDED     PIC 9(10)V99.
      *-----------------------------------------------------------------
      *RRA (LANCRRA/RRACALC) - DIFERENCAS DE ANOS ANTERIORES PAGAS NA
      *COMPETENCIA, QUANTIDADE DE MESES A QUE SE REFEREM E O IMPOSTO
      *PELA TABELA ACUMULADA
      *-----------------------------------------------------------------
           01 RRAOK       PIC X(01).
           01 RRABASE     PIC 9(10)V99.
           01 RRAMESES    PIC 9(03).
           01 RRAIMPR     PIC 9(10)V99.
      *-----------------------------------------------------------------
      *CCT EM VIGOR NA COMPETENCIA PARA O SINDICATO DO CARGO (RCCTLE)
      *E HORAS EXTRAS EQUIVALENTES JA COM O MULTIPLICADOR (HEQUIV)
      *-----------------------------------------------------------------
           01 CCTOK       PIC X(01).
           01 CCTTEM      PIC X(01).
           01 CCTCOMP     PIC 9(06).
           01 CCTHEFX1    PIC 9(03).
           01 CCTHEP1     PIC 9(03)V99.
           01 CCTHEP2     PIC 9(03)V99.
           01 CCTHEPD     PIC 9(03)V99.
           01 CCTNOT      PIC 9(03)V99.
           01 CCTPISO     PIC 9(06)V99.
           01 HEQHRS      PIC 9(03).
           01 HEQUIVW     PIC 9(05)V9(04).
           01 VALBASE     PIC 9(10)V99.
           01 BASEINS     PIC 9(10)V99.
           01 BASEIRF     PIC 9(10)V99.
           01 BASEFGT     PIC 9(10)V99.
           01 BASEW       PIC S9(10)V99.
           01 AJUINS      PIC S9(10)V99.
           01 AJUIRF      PIC S9(10)V99.
           01 AJUFGT      PIC S9(10)V99.
           01 LCDSRB      PIC 9(10)V99.
           01 LCDSRV      PIC 9(10)V99.
           01 LCLEGE      PIC 9(10)V99.
           01 LCLEGD      PIC 9(10)V99.
           01 TVQTD       PIC 9(02).
           01 TVIDX       PIC 9(02).
           01 VSIDX       PIC 9(02).
      *-----------------------------------------------------------------
      *VERBAS DO CADVERBA LANCADAS NO MES, SOMADAS POR CODIGO
      *-----------------------------------------------------------------
           01 TABVERB.
               03 TVENT OCCURS 30 TIMES.
                   05 TVCOD    PIC 9(04).
                   05 TVDESC   PIC X(30).
                   05 TVTIPO   PIC X(01).
                   05 TVVAL    PIC 9(10)V99.
      *-----------------------------------------------------------------
      *VALOR E REFERENCIA DE CADA VERBA DO SISTEMA (MESMA ORDEM DO
      *VERBSIS)
      *-----------------------------------------------------------------
           01 VSVALTAB.
               03 VSVAL    PIC 9(10)V99 OCCURS 28 TIMES.
           01 VSREFTAB.
               03 VSREF    PIC 9(05)V99 OCCURS 28 TIMES.
       COPY VERBSIS.
           01 VALADIANT   PIC 9(10)V99.
           01 VALBENEF  PIC 9(10)V99.
           01 VALEMPR   PIC 9(10)V99.
           01 AFCOMPCUR PIC 9(06).
           01 AFCOMPSEG PIC 9(06).
           01 AFRESID   PIC 9(02).
           01 AFCAREN   PIC 9(02).
      *-----------------------------------------------------------------
           01 BRKM      PIC 9(02).
           01 BRKY      PIC 9(04).
           01 CMDLINE   PIC X(40).
           01 RESUMING  PIC X(01) VALUE "N".
           01 TOTJAPROC PIC 9(06).
      *-----------------------------------------------------------------
      *GRUPO DE PAGAMENTO E PERIODO DO LOTE (ZERO = FOLHA MENSAL)
      *-----------------------------------------------------------------
           01 GRPOK     PIC X(01).
           01 GPOK      PIC X(01).
           01 BGRP      PIC 9(02).
           01 BPER      PIC 9(01).
           01 FUNGRPW   PIC 9(02).
           01 GRPSKIP   PIC X(01).
           01 PERX      PIC 9(01).
           01 PERPEND   PIC 9(01).
           01 PDINI     PIC 9(02).
           01 PDFIM     PIC 9(02).
           01 PDIAS     PIC 9(02).
           01 MENSALW   PIC 9(10)V99.
           01 GPBRW     PIC 9(10)V99.
           01 GPBRACW   PIC 9(10)V99.
           01 GPACBR    PIC 9(10)V99.
           01 GPACINS   PIC 9(10)V99.
           01 GPACIR    PIC 9(10)V99.
           01 GPINSACW  PIC 9(10)V99.
           01 GPIRACW   PIC 9(10)V99.
           01 GPINSW    PIC 9(10)V99.
           01 GPIRW     PIC 9(10)V99.
           01 GPLIQW    PIC S9(10)V99.
           01 GPDESCW   PIC 9(10)V99.
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
           ELSE
               MOVE "S" TO VINCOK
       .
       R01SI.
           OPEN INPUT SALDOINI
           IF FS NOT = "00"
               MOVE "N" TO SIOK
           ELSE
               MOVE "S" TO SIOK
       .
       R01GP.
      *-----------------------------------------------------------------
      *SEM O CADASTRO DE GRUPOS SO EXISTE A FOLHA MENSAL; O ARQUIVO DE
      *PAGAMENTOS DE PERIODO SO E CRIADO NO PRIMEIRO LOTE DE PERIODO
      *-----------------------------------------------------------------
           MOVE "N" TO GRPOK
           OPEN INPUT PAYGRP
           IF FS = "00"
               OPEN I-O PAYCAL
               IF FS NOT = "00"
                   CLOSE PAYGRP
               ELSE
                   OPEN INPUT FUNCGRP
                   IF FS NOT = "00"
                       CLOSE PAYGRP PAYCAL
                   ELSE
                       MOVE "S" TO GRPOK
                   END-IF
               END-IF
           .
           OPEN I-O PAYPER
           IF FS NOT = "00"
               MOVE "N" TO GPOK
           ELSE
               MOVE "S" TO GPOK
       .
       R01AZ.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01SUB.
           OPEN INPUT SUBST
           IF FS NOT = "00"
               MOVE "N" TO SUBOK
           ELSE
               MOVE "S" TO SUBOK
       .
       R01SOB.
           OPEN INPUT SOBREAV
           IF FS NOT = "00"
               MOVE "N" TO SOBOK
           ELSE
               MOVE "S" TO SOBOK
       .
       R01PRD.
           OPEN INPUT PRODDIA
           IF FS NOT = "00"
               MOVE "N" TO PRODOK
           ELSE
               MOVE "S" TO PRODOK
       .
       R01PRV.
      *-----------------------------------------------------------------
      *SEM ADESOES NAO HA O QUE DESCONTAR; COM ADESOES O MOVIMENTO E
      *CRIADO NA PRIMEIRA VEZ
      *-----------------------------------------------------------------
           OPEN INPUT PREVPLAN
           IF FS NOT = "00"
               MOVE "N" TO PREVOK
               GO TO R01PRVX
           .
       R01PRV2.
           OPEN I-O PREVMOV
           IF FS = "35"
               OPEN OUTPUT PREVMOV
               CLOSE PREVMOV
               GO TO R01PRV2
           .
           IF FS NOT = "00"
               MOVE "N" TO PREVOK
               CLOSE PREVPLAN
           ELSE
               MOVE "S" TO PREVOK
           .
       R01PRVX.
           EXIT.
       R01RRA.
           OPEN I-O RRAMOV
           IF FS = "35"
               OPEN OUTPUT RRAMOV
               CLOSE RRAMOV
               GO TO R01RRA
           .
           IF FS NOT = "00"
               MOVE "N" TO RRAOK
           ELSE
               MOVE "S" TO RRAOK
           .
       R01AZC.
           OPEN INPUT CADCCT
           IF FS NOT = "00"
               MOVE "N" TO CCTOK
           ELSE
               MOVE "S" TO CCTOK
       .
       R01BA.
           OPEN I-O MOVVERB
           IF FS = "35"
               OPEN OUTPUT MOVVERB
               CLOSE MOVVERB
               GO TO R01BA
           .
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01AX.
           OPEN I-O PENHORA
           IF FS NOT = "00"
       .
       R02.
           MOVE ZEROS TO BRKM BRKY TOTLIDO TOTGRAV TOTSKIP TOTJAPROC
           MOVE ZEROS TO BGRP BPER
           MOVE "N" TO RESUMING
           MOVE ZEROS TO TOTNEG
           DISPLAY "FOLHA DE PAGAMENTO EM LOTE"
           ACCEPT CMDLINE FROM COMMAND-LINE
           IF CMDLINE NOT = SPACES
               UNSTRING CMDLINE DELIMITED BY SPACE
                   INTO BRKM BRKY BGRP BPER
               IF BRKM = ZEROS OR BRKM > 12 OR BRKY = ZEROS
                   DISPLAY "PARAMETRO DE COMPETENCIA INVALIDO"
                   GO TO RF1
               END-IF
               GO TO R03V
           .
       R02A.
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
               DISPLAY "ANO INVALIDO"
               GO TO R03
       .
       R03G.
           IF GRPOK NOT = "S"
               GO TO R03A
           .
           DISPLAY "GRUPO DE PAGAMENTO (0 = FOLHA MENSAL): "
           ACCEPT BGRP
           IF BGRP = ZEROS
               GO TO R03A
           .
           DISPLAY "PERIODO DO GRUPO NA COMPETENCIA: "
           ACCEPT BPER
       .
       R03V.
      *-----------------------------------------------------------------
      *LOTE DE GRUPO: O PERIODO TEM DE ESTAR NO CALENDARIO DO GRUPO
      *(CADGRUPO/FPP163) E DESTRAVADO
      *-----------------------------------------------------------------
           IF BGRP = ZEROS
               GO TO R03A
           .
           IF GRPOK NOT = "S"
               DISPLAY "SEM GRUPOS DE PAGAMENTO CADASTRADOS (FPP163)"
               GO TO RF1
           .
           MOVE BGRP TO GRCOD
           READ PAYGRP
           IF FS NOT = "00" OR GRATIVO NOT = "S"
               DISPLAY "GRUPO DE PAGAMENTO INEXISTENTE OU INATIVO"
               GO TO RF1
           .
           MOVE BGRP TO CLGRP
           MOVE BRKY TO CLANO
           MOVE BRKM TO CLMES
           MOVE BPER TO CLPER
           READ PAYCAL
           IF FS NOT = "00"
               DISPLAY "PERIODO FORA DO CALENDARIO DO GRUPO (FPP163)"
               GO TO RF1
           .
           IF CLSTATUS = "F"
               DISPLAY "PERIODO TRAVADO - FOLHA EM LOTE NEGADA"
               GO TO RF1
           .
           IF GPOK NOT = "S"
               OPEN OUTPUT PAYPER
               CLOSE PAYPER
               OPEN I-O PAYPER
               IF FS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PAYPER - FS: " FS
                   GO TO RF1
               END-IF
               MOVE "S" TO GPOK
           .
           DISPLAY "GRUPO " GRCOD " " GRDESC
           DISPLAY "PERIODO " CLPER " - DIAS " CLDIAINI " A " CLDIAFIM
               " - ULTIMO DA COMPETENCIA: " CLULT
       .
       R03A.
           MOVE BRKM TO PLKM
           MOVE BRKY TO PLKY
               GO TO RF1
       .
       R03B.
           IF BGRP NOT = ZEROS
               GO TO R03P
           .
           MOVE BRKM TO BJKM
           MOVE BRKY TO BJKY
           READ BATCHCTL
               MOVE "R" TO BJSTATUS
               WRITE BATCHCTLREC
               MOVE ZEROS TO RKT
           .
           GO TO R03C
       .
       R03P.
      *-----------------------------------------------------------------
      *LOTE DE GRUPO: O CONTROLE DE RETOMADA FICA NO PROPRIO PERIODO DO
      *CALENDARIO (CLBJ*) - O BATCHCTL CONTINUA SENDO O DA FOLHA MENSAL.
      *PERIODO ANTERIOR AO ULTIMO PODE RODAR DE NOVO: SO CALCULA QUEM
      *AINDA NAO TEM PAGAMENTO NO PERIODO (REJEITADO NO APROVPAG OU
      *VINCULADO AO GRUPO DEPOIS). O ULTIMO PERIODO, COMO A FOLHA
      *MENSAL, NAO - O FGTS DO MES JA FOI DEPOSITADO NO FGTSBAL
      *-----------------------------------------------------------------
           IF CLBJST = "C" AND CLULT = "S"
               DISPLAY "PERIODO JA PROCESSADO EM LOTE"
               GO TO RF1
           .
           IF CLBJST = "C"
               DISPLAY "PERIODO JA PROCESSADO - CALCULANDO SO QUEM "
                   "NAO TEM PAGAMENTO"
               MOVE SPACE TO CLBJST
           .
           IF CLBJST = "R"
               MOVE "S" TO RESUMING
               MOVE "R" TO BJSTATUS
               MOVE CLLASTRK TO RKT BJLASTRK
               MOVE CLTOTLIDO TO TOTLIDO TOTJAPROC BJTOTLIDO
               MOVE CLTOTGRAV TO TOTGRAV BJTOTGRAV
               MOVE CLTOTSKIP TO TOTSKIP BJTOTSKIP
               DISPLAY "RETOMANDO JOB A PARTIR DO FUNCIONARIO: " RKT
               DISPLAY "PULADOS COMO JA PROCESSADOS: " TOTJAPROC
           ELSE
               MOVE ZEROS TO BJLASTRK BJTOTLIDO BJTOTGRAV BJTOTSKIP
               MOVE "R" TO BJSTATUS
               PERFORM RCHKPT
               MOVE ZEROS TO RKT
       .
       R03C.
           OPEN OUTPUT EXCRPT
               ADD 1 TO TOTSKIP
               GO TO R06
           END-IF
           PERFORM RGRPFILT THRU RGRPFILTX
           IF GRPSKIP = "S"
               ADD 1 TO TOTSKIP
               GO TO R06
           END-IF
      *-----------------------------------------------------------------
      *INTERMITENTE RECEBE POR CONVOCACAO NO PAGINTER (FPP129)
      *-----------------------------------------------------------------
           IF CONTRTIPO = "I"
               ADD 1 TO TOTSKIP
               GO TO R06
           END-IF
      *-----------------------------------------------------------------
      *ABSORVIDO DE OUTRA EMPRESA: ATE O CORTE A FOLHA E DA EMPRESA
      *ANTERIOR (SALDOIMP/FPP162) E NAO E CALCULADA AQUI
      *-----------------------------------------------------------------
           IF SIOK = "S"
               MOVE RKT TO SIMAT
               READ SALDOINI
               IF FS = "00" AND
                       BRKY * 100 + BRKM NOT > SICORANO * 100 + SICORMES
                   ADD 1 TO TOTSKIP
                   MOVE SPACES TO EXCLINHA
                   STRING "FOLHA ANTERIOR ATE O CORTE - RK " RKT
                       " COMPETENCIA " BRKM "/" BRKY " NAO CALCULADA"
                       INTO EXCLINHA
                   MOVE EXCLINHA TO EXCLINE
                   WRITE EXCLINE
                   GO TO R06
               END-IF
           END-IF
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS NOT = "00"
           MOVE TOTLIDO TO BJTOTLIDO
           MOVE TOTGRAV TO BJTOTGRAV
           MOVE TOTSKIP TO BJTOTSKIP
           PERFORM RCHKPT
      *-----------------------------------------------------------------
      *PERIODO ANTERIOR AO ULTIMO DO GRUPO: SO O PAGAMENTO DO PERIODO
      *-----------------------------------------------------------------
           IF BGRP NOT = ZEROS AND CLULT NOT = "S"
               PERFORM RPERIODO THRU RPERIODOX
               GO TO R06
           END-IF
           MOVE ZEROS TO PSALVALB PINSS PIMPR PSALF PSLIQUID
           MOVE ZEROS TO PFGTS PFGTSAC
           MOVE ZEROS TO PNHREXT PVALHREXT HRVALOR VALHREXT
           MOVE ZEROS TO ATRMINW INTRAHW
           MOVE ZEROS TO PVALANUEN VALANUEN ANUPCT
           MOVE ZEROS TO PVALPENH VALPENH
           MOVE ZEROS TO PVALREDIR VALREDIR
           MOVE SPACES TO PTIPOHE
           MOVE ZEROS TO INSS IMPR SALF SLIQUID SALVALB SBCONT
           MOVE SALVAL TO SALVALB
               MOVE HAATRMIN TO ATRMINW
               MOVE HAINTRA TO INTRAHW
           END-IF
           PERFORM SOBRACN THRU SOBRACNX
           PERFORM RESCLE THRU RESCLEX
           PERFORM SALBCALC THRU FGTSCALCX
      *-----------------------------------------------------------------
           MOVE PVALINTRA TO PPVALINTRA
           MOVE PVALANUEN TO PPVALANUEN
           MOVE PVALPENH TO PPVALPENH
           MOVE PVALREDIR TO PPVALREDIR
           MOVE "BATCH" TO PPOPER
           MOVE "N" TO PPORIGEM
           ACCEPT PPDATE FROM DATE YYYYMMDD
           WRITE PRPENDREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
               PERFORM RVERBGRV THRU RVERBGRVX
               PERFORM PREVGRV THRU PREVGRVX
               PERFORM RRAGRV THRU RRAGRVX
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           END-IF
           MOVE TOTGRAV TO BJTOTGRAV
           MOVE TOTSKIP TO BJTOTSKIP
           PERFORM RCHKPT
           GO TO R05
       .
       R06.
           MOVE TOTLIDO TO BJTOTLIDO
           MOVE TOTGRAV TO BJTOTGRAV
           MOVE TOTSKIP TO BJTOTSKIP
           PERFORM RCHKPT
           GO TO R05
       .
       R07.
           MOVE "C" TO BJSTATUS
           PERFORM RCHKPT
           DISPLAY "FUNCIONARIOS LIDOS...: " TOTLIDO
           DISPLAY "COMPETENCIAS GRAVADAS.: " TOTGRAV
           DISPLAY "REGISTROS IGNORADOS...: " TOTSKIP
           IF VINCOK = "S"
               CLOSE MULTVINC
           END-IF
           IF SIOK = "S"
               CLOSE SALDOINI
           END-IF
           IF GRPOK = "S"
               CLOSE PAYGRP PAYCAL FUNCGRP
           END-IF
           IF GPOK = "S"
               CLOSE PAYPER
           END-IF
           IF VERBOK = "S"
               CLOSE CADVERBA
           END-IF
           IF SUBOK = "S"
               CLOSE SUBST
           END-IF
           IF SOBOK = "S"
               CLOSE SOBREAV
           END-IF
           IF PRODOK = "S"
               CLOSE PRODDIA
           END-IF
           IF PREVOK = "S"
               CLOSE PREVPLAN PREVMOV
           END-IF
           IF RRAOK = "S"
               CLOSE RRAMOV
           END-IF
           IF CCTOK = "S"
               CLOSE CADCCT
           END-IF
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           IF ESCOK = "S"
               CLOSE ESCPAT ESCFUNC
           END-IF
                       COMPUTE HRVALOR ROUNDED =
                           SALVALB / JORNBASE
                       MOVE SALVALB TO PSALVALB
                   ELSE
                       IF TS = "P"
                           PERFORM PRODCALC THRU PRODCALCX
       .
       SALBCALC2.
      *-----------------------------------------------------------------
      *SALARIO DO MES JA PRORRATEADO - VERBA 0001 DO DETALHE (MOVVERB)
      *-----------------------------------------------------------------
           MOVE SALVALB TO VALBASE
           .
       ANUENCALC.
      *-----------------------------------------------------------------
      *ADICIONAL POR TEMPO DE SERVICO (CADANUEN/FPP097) - ENTRA NA
           MOVE VALINTRA TO PVALINTRA
           .
       HREXTCALC.
      *-----------------------------------------------------------------
      *MULTIPLICADOR DA CCT DO SINDICATO DO CARGO OU O LEGAL (HEQUIV).
      *A CCT CARREGADA AQUI VALE TAMBEM PARA O NOTURNO (NIGHTCALC)
      *-----------------------------------------------------------------
           MOVE ZEROS TO VALHREXT
           MOVE PNHREXT TO HEQHRS
           PERFORM HEQUIV THRU HEQUIVX
           IF PNHREXT > ZEROS
               COMPUTE VALHREXT ROUNDED = HRVALOR * HEQUIVW
       .
           ADD VALHREXT TO SALVALB
           MOVE SALVALB TO PSALVALB
       NIGHTCALC.
           MOVE ZEROS TO VALHNOT
           IF PNHNOT > ZEROS
               IF CCTTEM = "S"
                   COMPUTE VALHNOT ROUNDED = HRVALOR * PNHNOT * CCTNOT
                       / 100
               ELSE
                   COMPUTE VALHNOT ROUNDED = HRVALOR * PNHNOT * 0,20
               END-IF
           .
           ADD VALHNOT TO SALVALB
           MOVE SALVALB TO PSALVALB
           .
       DSRCALC.
      *-----------------------------------------------------------------
      *REFLEXO DO DSR PARA HORISTAS, DIARISTAS E CARGOS POR PRODUCAO -
      *VARIAVEIS DO MES (EXTRAS, NOTURNO, FERIADO TRABALHADO) DIVIDIDAS
      *PELOS DIAS UTEIS E MULTIPLICADAS PELOS DOMINGOS (4 NO MES
      *COMERCIAL) MAIS OS FERIADOS DO CALENDARIO. O DSR DA PRODUCAO
      *SAI PELO LANCDSR (VERBA DO CARGO COM VBDSR)
      *-----------------------------------------------------------------
           MOVE ZEROS TO VALDSR
           IF TS NOT = "H" AND TS NOT = "D" AND TS NOT = "P"
                   AND VALCOMIS = ZEROS
               GO TO DSRCALCX
           .
           COMPUTE DSRBASE = VALHREXT + VALHNOT + VALHFER
       LANCCALC.
      *-----------------------------------------------------------------
      *LANCAMENTOS AVULSOS E RECORRENTES - PROVENTOS ENTRAM NA BASE
      *ANTES DOS IMPOSTOS, DESCONTOS SAEM DO LIQUIDO (LIQUIDCALC).
      *LANCAMENTO COM VERBA DO CADVERBA SEGUE AS INCIDENCIAS DA
      *TABELA: AS BASES DE INSS/IRRF/FGTS (LANCBASE) PARTEM DO SALVALB
      *E SAO AJUSTADAS PELO PROVENTO QUE NAO INCIDE E PELO DESCONTO OU
      *INFORMATIVA QUE INCIDE
      *-----------------------------------------------------------------
           MOVE ZEROS TO VALLANCE VALLANCD
           MOVE ZEROS TO AJUINS AJUIRF AJUFGT LCDSRB LCLEGE LCLEGD
           MOVE ZEROS TO RRABASE RRAMESES RRAIMPR
           MOVE ZEROS TO TVQTD
           MOVE RKF TO LCRKF
           MOVE ZEROS TO LCRKM LCRKY LCSEQ
           START LANC KEY IS NOT LESS THAN LCRK
           IF FS = "00"
               PERFORM LANCSCAN
           .
           PERFORM GRATCALC THRU GRATCALCX
           PERFORM SUBSCALC THRU SUBSCALCX
           PERFORM SOBRCALC THRU SOBRCALCX
           PERFORM PRODPOST THRU PRODPOSTX
           PERFORM PREVCALC THRU PREVCALCX
           IF LCDSRB > ZEROS
               PERFORM LANCDSR THRU LANCDSRX
           .
           ADD VALLANCE TO SALVALB
           MOVE SALVALB TO PSALVALB
           MOVE VALLANCE TO PVALLANCE
           MOVE VALLANCD TO PVALLANCD
           PERFORM LANCBASE THRU LANCBASEX
           .
       LANCSCAN.
           READ LANC NEXT RECORD
                   IF (LCRKM = RKM AND LCRKY = RKY)
                       OR (LCRECORR = "S" AND (LCRKY * 100 + LCRKM)
                           < (RKY * 100 + RKM))
                       IF LCVERBA NOT = ZEROS AND VERBOK = "S"
                           PERFORM LANCVERB THRU LANCVERBX
                       ELSE
                           PERFORM LANCLEG THRU LANCLEGX
                       END-IF
                       IF LCRRAMES > ZEROS AND LCED = "E"
                           PERFORM LANCRRA THRU LANCRRAX
                       END-IF
                   END-IF
                   GO TO LANCSCAN
               MOVE ZEROS TO INSS
               MOVE INSS TO PINSS
           ELSE
               IF BASEINS > 0,01 AND BASEINS < TXI1LIM
                   COMPUTE INSS = BASEINS * TXI1PCT
                   IF INSS > TXITETOGAT
                       MOVE TXITETOVAL TO INSS
                       MOVE INSS TO PINSS
                   ELSE
                       MOVE INSS TO PINSS
               ELSE
                   IF BASEINS > TXI1LIM AND BASEINS < TXI2LIM
                       COMPUTE INSS = BASEINS * TXI2PCT
                       IF INSS > TXITETOGAT
                           MOVE TXITETOVAL TO INSS
                           MOVE INSS TO PINSS
                       ELSE
                           MOVE INSS TO PINSS
                   ELSE
                       IF BASEINS > TXI2LIM
                           COMPUTE INSS = BASEINS * TXI3PCT
                           IF INSS > TXITETOGAT
                               MOVE TXITETOVAL TO INSS
                               MOVE INSS TO PINSS
               MOVE FSTAXASAV TO FS
               GO TO INSSVINCX
           .
           COMPUTE WBASEV = BASEINS + MVBASE
           PERFORM INSSFAIXA THRU INSSFAIXAX
           MOVE WINSSV TO INSSTOTW
           MOVE MVBASE TO WBASEV
       INSSFAIXAX.
           EXIT.
       IMPSRCALC.
      *-----------------------------------------------------------------
      *A CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR (PGBL) SAI DA BASE NA
      *ROTA DAS DEDUCOES LEGAIS, DENTRO DO LIMITE ANUAL (PREVDCALC)
      *-----------------------------------------------------------------
           PERFORM PREVDCALC THRU PREVDCALCX
           IF BASEIRF > INSS + PREVDED
               COMPUTE IMPR = BASEIRF - INSS - PREVDED
           ELSE
               MOVE ZEROS TO IMPR
           END-IF
           IF FS NOT = "00"
               MOVE ZEROS TO IMPR
               MOVE IMPR TO PIMPR
                              MOVE IMPR TO PIMPR

           .
      *-----------------------------------------------------------------
      *REDUTOR MENSAL DO IRRF SOBRE O IMPOSTO DAS FAIXAS (ROTA DAS
      *DEDUCOES LEGAIS) - O VALOR REDUZIDO VAI PARA O HOLERITE
      *-----------------------------------------------------------------
           MOVE ZEROS TO VALREDIR
           IF FS = "00"
               MOVE IMPR TO WIRVAL
               PERFORM IRREDUT THRU IRREDUTX
               MOVE WIRVAL TO IMPR
               MOVE IMPR TO PIMPR
               MOVE WREDIR TO VALREDIR
           .
           MOVE VALREDIR TO PVALREDIR
           .
       IMPRSIMP.
      *-----------------------------------------------------------------
      *DESCONTO SIMPLIFICADO DO IRRF: A ROTA SIMPLIFICADA TRIBUTA A
      *-----------------------------------------------------------------
           MOVE "L" TO IRROTA
           IF FS NOT = "00" OR TXRSIMPL = ZEROS
               GO TO IMPRSIMP2
           .
           IF BASEIRF > TXRSIMPL
               COMPUTE WBASEIR = BASEIRF - TXRSIMPL
           ELSE
               MOVE ZEROS TO WBASEIR
           .
           PERFORM IRFAIXA THRU IRFAIXAX
           PERFORM IRREDUT THRU IRREDUTX
           IF WIRVAL < IMPR
               MOVE WIRVAL TO IMPR
               MOVE IMPR TO PIMPR
               MOVE WREDIR TO VALREDIR
               MOVE VALREDIR TO PVALREDIR
               MOVE "S" TO IRROTA
           .
       IMPRSIMP2.
      *-----------------------------------------------------------------
      *O IRRF DO RRA SOMA DEPOIS DA ESCOLHA DA ROTA - NAO ENTRA NA
      *COMPARACAO DAS DUAS ROTAS DO MES
      *-----------------------------------------------------------------
           MOVE IRROTA TO PIRRFROTA
           IF FS = "00"
               PERFORM RRACALC THRU RRACALCX
           .
       IMPRSIMPX.
           EXIT.
           .
       IRFAIXAX.
           EXIT.
       IRREDUT.
      *-----------------------------------------------------------------
      *REDUTOR MENSAL DO IRRF SOBRE O IMPOSTO JA APURADO NAS FAIXAS
      *(WIRVAL), PELO RENDIMENTO TRIBUTAVEL DO MES (BASEIRF): ATE
      *TXRDISEN ABSORVE TODO O IMPOSTO; ATE TXRDLIM REDUZ
      *TXRDPARC - TXRDFAT X RENDIMENTO; ACIMA DISSO NAO REDUZ. A
      *REDUCAO NUNCA PASSA DO IMPOSTO - WREDIR DEVOLVE O QUE FOI
      *ABATIDO E WIRVAL SAI JA REDUZIDO
      *-----------------------------------------------------------------
           MOVE ZEROS TO WREDIR
           IF TXRDLIM = ZEROS OR WIRVAL = ZEROS
               GO TO IRREDUTX
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
       IRREDUTX.
           EXIT.
       SALFCALC.
      *-----------------------------------------------------------------
      *SO DEPENDENTES COM A COMPROVACAO EM DIA CONTAM COTA (VER
      *CADPROVA/FPP113) - O SALFELEG DESCONTA OS SUSPENSOS DE NUMD
      *-----------------------------------------------------------------
           PERFORM SALFELEG THRU SALFELEGX
           IF FS NOT = "00"
               MOVE ZEROS TO SALF
           ELSE
               IF SALVALB < TXSFTETO
                   COMPUTE SALF = NUMD * 34,00
               MOVE ADVALOR TO VALADIANT
               SUBTRACT VALADIANT FROM LIQW
           END-IF
           PERFORM RGPDESC THRU RGPDESCX
           MOVE VALADIANT TO PVALADIANT
      *-----------------------------------------------------------------
      *PENSAO ALIMENTICIA - ORDEM JUDICIAL VIGENTE NA COMPETENCIA
               END-IF
               COMPUTE PFGTS ROUNDED = FGBASE * FGTSPCT / 100
           ELSE
               COMPUTE PFGTS ROUNDED = BASEFGT * FGTSPCT / 100
           END-IF
           IF AFMATER = "S"
               ADD SALVALB TO AFCOMP
           .
       FGTSCALCX.
           EXIT.
       LANCLEG.
      *-----------------------------------------------------------------
      *LANCAMENTO SEM VERBA (OU COM VERBA FORA DO CADVERBA): PROVENTO
      *INCIDE EM TUDO, DESCONTO SO SAI DO LIQUIDO
      *-----------------------------------------------------------------
           IF LCED = "E"
               ADD LCVALOR TO VALLANCE LCLEGE
           ELSE
               IF LCED NOT = "I"
                   ADD LCVALOR TO VALLANCD LCLEGD
               END-IF
           END-IF
           .
       LANCLEGX.
           EXIT.
       LANCVERB.
      *-----------------------------------------------------------------
      *LANCAMENTO COM VERBA: O TIPO E AS INCIDENCIAS VEM DO CADVERBA.
      *PROVENTO QUE NAO INCIDE SAI DA BASE, DESCONTO OU INFORMATIVA QUE
      *INCIDE REDUZ OU SOMA NA BASE. O VALOR E SOMADO POR VERBA PARA O
      *DETALHE (TABVERB) - SE A TABELA ENCHER VAI PARA OS LANCAMENTOS
      *-----------------------------------------------------------------
           MOVE LCVERBA TO VBCOD
           READ CADVERBA
           IF FS NOT = "00"
               PERFORM LANCLEG THRU LANCLEGX
               GO TO LANCVERBX
           .
           IF VBTIPO = "P"
               ADD LCVALOR TO VALLANCE
               IF VBINSS NOT = "S"
                   SUBTRACT LCVALOR FROM AJUINS
               END-IF
               IF VBIRRF NOT = "S"
                   SUBTRACT LCVALOR FROM AJUIRF
               END-IF
               IF VBFGTS NOT = "S"
                   SUBTRACT LCVALOR FROM AJUFGT
               END-IF
               IF VBDSR = "S"
                   ADD LCVALOR TO LCDSRB
               END-IF
           ELSE
               IF VBTIPO = "D"
                   ADD LCVALOR TO VALLANCD
                   IF VBINSS = "S"
                       SUBTRACT LCVALOR FROM AJUINS
                   END-IF
                   IF VBIRRF = "S"
                       SUBTRACT LCVALOR FROM AJUIRF
                   END-IF
                   IF VBFGTS = "S"
                       SUBTRACT LCVALOR FROM AJUFGT
                   END-IF
               ELSE
                   IF VBINSS = "S"
                       ADD LCVALOR TO AJUINS
                   END-IF
                   IF VBIRRF = "S"
                       ADD LCVALOR TO AJUIRF
                   END-IF
                   IF VBFGTS = "S"
                       ADD LCVALOR TO AJUFGT
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO TVIDX
           .
       LANCVERB2.
           IF TVIDX > TVQTD
               GO TO LANCVERB3
           .
           IF TVCOD (TVIDX) = VBCOD
               ADD LCVALOR TO TVVAL (TVIDX)
               GO TO LANCVERBX
           .
           ADD 1 TO TVIDX
           GO TO LANCVERB2
           .
       LANCVERB3.
           IF TVQTD < 30
               ADD 1 TO TVQTD
               MOVE VBCOD TO TVCOD (TVQTD)
               MOVE VBDESC TO TVDESC (TVQTD)
               MOVE VBTIPO TO TVTIPO (TVQTD)
               MOVE LCVALOR TO TVVAL (TVQTD)
           ELSE
               IF VBTIPO = "P"
                   ADD LCVALOR TO LCLEGE
               ELSE
                   IF VBTIPO = "D"
                       ADD LCVALOR TO LCLEGD
           .
       LANCVERBX.
           EXIT.
       GRATCALC.
      *-----------------------------------------------------------------
      *GRATIFICACAO DE FUNCAO DO CARGO DE CONFIANCA SOBRE O SALARIO DO
      *MES JA PRORRATEADO - ENTRA COMO LANCAMENTO NA VERBA DO CARGO
      *(PROVENTO QUE VAI AS MEDIAS VIA MOVVERB)
      *-----------------------------------------------------------------
           IF CGRATPCT = ZEROS
               GO TO GRATCALCX
           .
           COMPUTE LCVALOR ROUNDED = VALBASE * CGRATPCT / 100
           IF LCVALOR = ZEROS
               GO TO GRATCALCX
           .
           MOVE CGRATVB TO LCVERBA
           PERFORM LANCAUTO THRU LANCAUTOX
           .
       GRATCALCX.
           EXIT.
       SUBSCALC.
      *-----------------------------------------------------------------
      *SALARIO-SUBSTITUICAO (TST SUMULA 159) - PARA CADA SUBSTITUICAO
      *ATIVA QUE TOCA A COMPETENCIA, OS DIAS NO MES COMERCIAL PAGAM A
      *DIFERENCA ENTRE O SALARIO MENSAL DO COBERTO E O PROPRIO (JA COM
      *O DEGRAU) E A GRATIFICACAO DO CARGO COBERTO NO QUE PASSAR A DO
      *PROPRIO CARGO - CADA PARCELA NA VERBA GRAVADA NA SUBSTITUICAO
      *-----------------------------------------------------------------
           IF SUBOK NOT = "S" OR AFFORA = "S"
               GO TO SUBSCALCX
           .
           IF TS = "H"
               COMPUTE SUBMENSW ROUNDED = SALVAL * JORNBASE
           ELSE
               IF TS = "D"
                   COMPUTE SUBMENSW ROUNDED = SALVAL * 30
               ELSE
                   MOVE SALVAL TO SUBMENSW
           .
           COMPUTE SUBCOMP = RKY * 100 + RKM
           MOVE RKF TO SXRKF
           MOVE ZEROS TO SXSEQ
           START SUBST KEY IS NOT LESS THAN SXRK
           IF FS NOT = "00"
               GO TO SUBSCALCX
           .
       SUBSCALC2.
           READ SUBST NEXT RECORD
           IF FS NOT = "00" OR SXRKF NOT = RKF
               GO TO SUBSCALCX
           END-IF
           IF SXSIT NOT = "A"
               GO TO SUBSCALC2
           END-IF
           IF (SXINIANO * 100 + SXINIMES) > SUBCOMP
                   OR (SXFIMANO * 100 + SXFIMMES) < SUBCOMP
               GO TO SUBSCALC2
           END-IF
           MOVE 1 TO SUBDINI
           IF (SXINIANO * 100 + SXINIMES) = SUBCOMP
               MOVE SXINIDIA TO SUBDINI
           END-IF
           MOVE 30 TO SUBDFIM
           IF (SXFIMANO * 100 + SXFIMMES) = SUBCOMP
               MOVE SXFIMDIA TO SUBDFIM
               IF SUBDFIM > 30 OR (RKM = 2 AND SUBDFIM > 27)
                   MOVE 30 TO SUBDFIM
               END-IF
           END-IF
           IF SUBDINI > 30
               MOVE 30 TO SUBDINI
           END-IF
           IF SUBDFIM < SUBDINI
               GO TO SUBSCALC2
           END-IF
           COMPUTE SUBDIAS = SUBDFIM - SUBDINI + 1
           IF SXSALSUB > SUBMENSW
               COMPUTE LCVALOR ROUNDED =
                   (SXSALSUB - SUBMENSW) * SUBDIAS / 30
               MOVE SXSUBVB TO LCVERBA
               IF LCVALOR > ZEROS
                   PERFORM LANCAUTO THRU LANCAUTOX
               END-IF
           END-IF
           COMPUTE SUBGRW = SXSALSUB * SXGRPCT / 100
               - SUBMENSW * CGRATPCT / 100
           IF SUBGRW > ZEROS AND SXGRATVB NOT = ZEROS
               COMPUTE LCVALOR ROUNDED = SUBGRW * SUBDIAS / 30
               MOVE SXGRATVB TO LCVERBA
               IF LCVALOR > ZEROS
                   PERFORM LANCAUTO THRU LANCAUTOX
               END-IF
           END-IF
           GO TO SUBSCALC2
           .
       SUBSCALCX.
           EXIT.
       SOBRCALC.
      *-----------------------------------------------------------------
      *ADICIONAL DE SOBREAVISO (1/3 DA HORA NORMAL) E DE PRONTIDAO
      *(2/3), CLT ART. 244, SOBRE AS HORAS DE PLANTAO DA COMPETENCIA
      *MENOS AS ACIONADAS (JA PAGAS COMO EXTRA) - CADA UM NA VERBA DO
      *CARGO. SEM O CADVERBA O VALOR ENTRA DIRETO NA BASE DO DSR
      *-----------------------------------------------------------------
           MOVE ZEROS TO SOBHRSS SOBHRSP
           IF SOBOK NOT = "S" OR AFFORA = "S"
               GO TO SOBRCALCX
           .
           MOVE RKF TO SORKF
           MOVE ZEROS TO SODATA SOHRINI
           START SOBREAV KEY IS NOT LESS THAN SORK
           IF FS NOT = "00"
               GO TO SOBRCALCX
           .
       SOBRCALC2.
           READ SOBREAV NEXT RECORD
           IF FS NOT = "00" OR SORKF NOT = RKF
               GO TO SOBRCALC3
           END-IF
           IF SOMES NOT = RKM OR SOANO NOT = RKY
               GO TO SOBRCALC2
           END-IF
           MOVE ZEROS TO SOBLIQ
           IF SOHORAS > SOACION
               COMPUTE SOBLIQ = SOHORAS - SOACION
           END-IF
           IF SOTIPO = "P"
               ADD SOBLIQ TO SOBHRSP
           ELSE
               ADD SOBLIQ TO SOBHRSS
           END-IF
           GO TO SOBRCALC2
           .
       SOBRCALC3.
           IF SOBHRSS > ZEROS AND CSOBVB NOT = ZEROS
               COMPUTE LCVALOR ROUNDED = HRVALOR * SOBHRSS / 3
               MOVE CSOBVB TO LCVERBA
               PERFORM SOBRPOST THRU SOBRPOSTX
           .
           IF SOBHRSP > ZEROS AND CPROVB NOT = ZEROS
               COMPUTE LCVALOR ROUNDED = HRVALOR * SOBHRSP * 2 / 3
               MOVE CPROVB TO LCVERBA
               PERFORM SOBRPOST THRU SOBRPOSTX
           .
       SOBRCALCX.
           EXIT.
       SOBRPOST.
           IF LCVALOR = ZEROS
               GO TO SOBRPOSTX
           .
           PERFORM LANCAUTO THRU LANCAUTOX
           IF VERBOK NOT = "S"
               ADD LCVALOR TO LCDSRB
           .
       SOBRPOSTX.
           EXIT.
       PRODPOST.
      *-----------------------------------------------------------------
      *PRODUCAO DO MES (PRODCALC) NA VERBA DO CARGO - SEM O CADVERBA O
      *VALOR ENTRA DIRETO NA BASE DO DSR, COMO O SOBREAVISO
      *-----------------------------------------------------------------
           IF TS NOT = "P" OR VALPROD = ZEROS OR CPRODVB = ZEROS
               GO TO PRODPOSTX
           .
           MOVE VALPROD TO LCVALOR
           MOVE CPRODVB TO LCVERBA
           PERFORM LANCAUTO THRU LANCAUTOX
           IF VERBOK NOT = "S"
               ADD LCVALOR TO LCDSRB
           .
       PRODPOSTX.
           EXIT.
       PRODCALC.
      *-----------------------------------------------------------------
      *CARGO POR PRODUCAO - SALVAL E O MINIMO MENSAL GARANTIDO. A
      *PRODUCAO DA COMPETENCIA (CADPROD/PRODIMP) E PAGA NA VERBA DO
      *CARGO PELO PRODPOST, ONDE GERA O DSR E ENTRA NAS MEDIAS; O
      *SALARIO (VERBA 0001) FICA SO COM O QUE FALTA PARA O MINIMO
      *PRORRATEADO. A HORA NORMAL (EXTRAS, NOTURNO, PLANTAO) SAI DO
      *MAIOR DOS DOIS SOBRE AS HORAS DO PERIODO TRABALHADO
      *-----------------------------------------------------------------
           MOVE ZEROS TO VALPROD PRODCOMP
           COMPUTE SBCONT = 1
           COMPUTE PRODMIN ROUNDED = SALVALB * WORKDIAS / 30
           IF PRODOK = "S"
               MOVE RKF TO QDRKF
               COMPUTE QDDATA = RKY * 10000 + RKM * 100
               MOVE LOW-VALUES TO QDITEM
               START PRODDIA KEY IS NOT LESS THAN QDRK
               IF FS = "00"
                   PERFORM PRODSCAN
               END-IF
           .
           MOVE PRODMIN TO PRODHRB
           IF VALPROD > PRODMIN
               MOVE VALPROD TO PRODHRB
           .
           COMPUTE PRODHRS ROUNDED = JORNBASE * WORKDIAS / 30
           IF PRODHRS > ZEROS
               COMPUTE HRVALOR ROUNDED = PRODHRB / PRODHRS
           ELSE
               COMPUTE HRVALOR ROUNDED = SALVALB / JORNBASE
           .
           IF PRODMIN > VALPROD
               COMPUTE PRODCOMP = PRODMIN - VALPROD
           .
           MOVE PRODCOMP TO SALVALB
           MOVE SALVALB TO PSALVALB
           .
       PRODCALCX.
           EXIT.
       PRODSCAN.
           READ PRODDIA NEXT RECORD
           IF FS = "00"
               IF QDRKF = RKF AND QDANO = RKY AND QDMES = RKM
                   ADD QDVALOR TO VALPROD
                   GO TO PRODSCAN
               END-IF
           END-IF
           .
       SOBRACN.
      *-----------------------------------------------------------------
      *HORAS EM QUE O PLANTONISTA FOI ACIONADO NA COMPETENCIA - VAO
      *PARA AS HORAS EXTRAS DO MES (PNHREXT) E SAEM DO ADICIONAL
      *-----------------------------------------------------------------
           MOVE ZEROS TO SOBACW
           IF SOBOK NOT = "S"
               GO TO SOBRACNX
           .
           MOVE RKF TO SORKF
           MOVE ZEROS TO SODATA SOHRINI
           START SOBREAV KEY IS NOT LESS THAN SORK
           IF FS NOT = "00"
               GO TO SOBRACNX
           .
       SOBRACN2.
           READ SOBREAV NEXT RECORD
           IF FS NOT = "00" OR SORKF NOT = RKF
               GO TO SOBRACN3
           END-IF
           IF SOMES = RKM AND SOANO = RKY
               ADD SOACION TO SOBACW
           END-IF
           GO TO SOBRACN2
           .
       SOBRACN3.
           IF SOBACW > ZEROS
               ADD SOBACW TO PNHREXT
               IF PTIPOHE NOT = "D"
                   MOVE "N" TO PTIPOHE
               END-IF
           .
       SOBRACNX.
           EXIT.
       PREVCALC.
      *-----------------------------------------------------------------
      *PREVIDENCIA COMPLEMENTAR (CADPREV): COM ADESAO VIGENTE NA
      *COMPETENCIA DESCONTA PJPCT DO SALARIO DO MES NA VERBA DA ADESAO
      *(DESCONTO SEM INCIDENCIA) E APURA A CONTRAPARTIDA DA EMPRESA,
      *LIMITADA AO TETO EM % DO SALARIO. SOMA TAMBEM A BASE E A
      *DEDUCAO JA APROVADAS NOS MESES ANTERIORES DO ANO PARA O LIMITE
      *DE 12% DO IMPSRCALC
      *-----------------------------------------------------------------
           MOVE ZEROS TO PREVCONT PREVPATR PREVYBAS PREVYDED PREVDED
           IF PREVOK NOT = "S" OR AFFORA = "S"
               GO TO PREVCALCX
           .
           MOVE RKF TO PJRKF
           READ PREVPLAN
           IF FS NOT = "00"
               GO TO PREVCALCX
           .
           COMPUTE PREVAM = RKY * 100 + RKM
           IF PREVAM < PJINICIO
               GO TO PREVCALCX
           .
           IF PJFIM NOT = ZEROS AND PREVAM > PJFIM
               GO TO PREVCALCX
           .
           COMPUTE PREVCONT ROUNDED = VALBASE * PJPCT / 100
           IF PREVCONT = ZEROS
               GO TO PREVCALCX
           .
           COMPUTE PREVPATR ROUNDED = PREVCONT * PJCPPCT / 100
           IF PJCPTETO NOT = ZEROS
               COMPUTE PREVW ROUNDED = VALBASE * PJCPTETO / 100
               IF PREVPATR > PREVW
                   MOVE PREVW TO PREVPATR
               END-IF
           .
           MOVE PREVCONT TO LCVALOR
           MOVE PJVERBA TO LCVERBA
           MOVE "D" TO LCED
           IF LCVERBA NOT = ZEROS AND VERBOK = "S"
               PERFORM LANCVERB THRU LANCVERBX
           ELSE
               PERFORM LANCLEG THRU LANCLEGX
           .
           MOVE RKF TO PZRKF
           MOVE RKY TO PZANO
           MOVE ZEROS TO PZMES
           MOVE SPACES TO PZSIT
           START PREVMOV KEY IS NOT LESS THAN PZRK
           IF FS NOT = "00"
               GO TO PREVCALCX
           .
       PREVCALC2.
           READ PREVMOV NEXT RECORD
           IF FS NOT = "00" OR PZRKF NOT = RKF OR PZANO NOT = RKY
                   OR PZMES NOT < RKM
               GO TO PREVCALCX
           END-IF
           IF PZSIT = "A"
               ADD PZBASE TO PREVYBAS
               ADD PZDEDUZ TO PREVYDED
           END-IF
           GO TO PREVCALC2
           .
       PREVCALCX.
           EXIT.
       PREVDCALC.
      *-----------------------------------------------------------------
      *DEDUCAO DO MES: A CONTRIBUICAO ATE O QUE FALTA PARA 12% DO
      *RENDIMENTO TRIBUTAVEL ACUMULADO NO ANO (MESES APROVADOS MAIS O
      *ATUAL) MENOS O JA DEDUZIDO. SO CONTA - SEM I/O, O IMPSRCALC
      *AINDA DEPENDE DO FS DA LEITURA DA TABELA
      *-----------------------------------------------------------------
           MOVE ZEROS TO PREVDED
           IF PREVCONT = ZEROS
               GO TO PREVDCALCX
           .
           COMPUTE PREVLIM ROUNDED = (PREVYBAS + BASEIRF) * 12 / 100
           IF PREVLIM > PREVYDED
               COMPUTE PREVDED = PREVLIM - PREVYDED
           .
           IF PREVDED > PREVCONT
               MOVE PREVCONT TO PREVDED
           .
       PREVDCALCX.
           EXIT.
       PREVGRV.
      *-----------------------------------------------------------------
      *CONTRIBUICAO DO MES GRAVADA PENDENTE ("P") JUNTO COM O PRPEND,
      *SUBSTITUINDO O PENDENTE ANTERIOR DA COMPETENCIA. NA ROTA DO
      *DESCONTO SIMPLIFICADO A CONTRIBUICAO NAO FOI DEDUZIDA
      *-----------------------------------------------------------------
           IF PREVOK NOT = "S"
               GO TO PREVGRVX
           .
           MOVE RKF TO PZRKF
           MOVE RKY TO PZANO
           MOVE RKM TO PZMES
           MOVE "P" TO PZSIT
           READ PREVMOV
           IF FS = "00"
               IF PREVCONT = ZEROS
                   DELETE PREVMOV RECORD
                   GO TO PREVGRVX
               END-IF
               PERFORM PREVMONT THRU PREVMONTX
               REWRITE PREVMOVREC
               GO TO PREVGRVX
           .
           IF PREVCONT = ZEROS
               GO TO PREVGRVX
           .
           PERFORM PREVMONT THRU PREVMONTX
           WRITE PREVMOVREC
           .
       PREVGRVX.
           EXIT.
       PREVMONT.
           MOVE BASEIRF TO PZBASE
           MOVE PREVCONT TO PZCONTR
           MOVE PREVPATR TO PZPATR
           MOVE PREVDED TO PZDEDUZ
           IF PIRRFROTA = "S"
               MOVE ZEROS TO PZDEDUZ
           .
           MOVE PJCNPJ TO PZCNPJ
           MOVE PJCERT TO PZCERT
           .
       PREVMONTX.
           EXIT.
       LANCRRA.
      *-----------------------------------------------------------------
      *PROVENTO DE RRA (LCRRAMES > 0 - DIFERENCA DE ANO ANTERIOR GRAVADA
      *PELO RETROCALC/FPP092): JA SOMOU NO BRUTO E NAS BASES DE INSS E
      *FGTS; SAI DA BASE MENSAL DO IRRF E VAI PARA A TRIBUTACAO
      *EXCLUSIVA DO RRACALC. VERBA QUE NAO INCIDE IRRF FICA COMO ESTA
      *-----------------------------------------------------------------
           IF LCVERBA NOT = ZEROS AND VERBOK = "S" AND FS = "00"
                   AND VBIRRF NOT = "S"
               GO TO LANCRRAX
           .
           SUBTRACT LCVALOR FROM AJUIRF
           ADD LCVALOR TO RRABASE
           ADD LCRRAMES TO RRAMESES
           .
       LANCRRAX.
           EXIT.
       RRACALC.
      *-----------------------------------------------------------------
      *RRA - TRIBUTACAO EXCLUSIVA NA FONTE PELA TABELA ACUMULADA: OS
      *LIMITES DAS FAIXAS DO MES MULTIPLICADOS PELA QUANTIDADE DE
      *MESES. O IMPOSTO SOMA NO IRRF RETIDO DA FOLHA E FICA SEPARADO
      *NO RRAMOV (RRAGRV) PARA O INFORME, A DIRF E O DARF. SO CONTA -
      *SEM I/O
      *-----------------------------------------------------------------
           MOVE ZEROS TO RRAIMPR
           IF RRABASE = ZEROS OR RRAMESES = ZEROS
               GO TO RRACALCX
           .
           IF RRABASE < TXR1LIM * RRAMESES
               GO TO RRACALCX
           .
           IF RRABASE < TXR2LIM * RRAMESES
               COMPUTE RRAIMPR ROUNDED = RRABASE * TXR1PCT
           ELSE
               IF RRABASE < TXR3LIM * RRAMESES
                   COMPUTE RRAIMPR ROUNDED = RRABASE * TXR2PCT
               ELSE
                   COMPUTE RRAIMPR ROUNDED = RRABASE * TXR3PCT
           .
           ADD RRAIMPR TO IMPR
           MOVE IMPR TO PIMPR
           .
       RRACALCX.
           EXIT.
       RRAGRV.
      *-----------------------------------------------------------------
      *RRA DO MES GRAVADO PENDENTE ("P") JUNTO COM O PRPEND,
      *SUBSTITUINDO O PENDENTE ANTERIOR DA COMPETENCIA
      *-----------------------------------------------------------------
           IF RRAOK NOT = "S"
               GO TO RRAGRVX
           .
           MOVE RKF TO RQRKF
           MOVE RKY TO RQANO
           MOVE RKM TO RQMES
           MOVE "P" TO RQSIT
           READ RRAMOV
           IF FS = "00"
               IF RRABASE = ZEROS
                   DELETE RRAMOV RECORD
                   GO TO RRAGRVX
               END-IF
               PERFORM RRAMONT THRU RRAMONTX
               REWRITE RRAMOVREC
               GO TO RRAGRVX
           .
           IF RRABASE = ZEROS
               GO TO RRAGRVX
           .
           PERFORM RRAMONT THRU RRAMONTX
           WRITE RRAMOVREC
           .
       RRAGRVX.
           EXIT.
       RRAMONT.
           MOVE RRAMESES TO RQMESES
           MOVE RRABASE TO RQVALOR
           MOVE RRAIMPR TO RQIMPR
           MOVE SPACES TO RQFILLER
           .
       RRAMONTX.
           EXIT.
       LANCAUTO.
      *-----------------------------------------------------------------
      *PROVENTO CALCULADO PELA FOLHA (LCVALOR/LCVERBA) LANCADO COMO SE
      *VIESSE DO CADLANC - O REGISTRO DO LANC NAO E REGRAVADO
      *-----------------------------------------------------------------
           MOVE "E" TO LCED
           IF LCVERBA NOT = ZEROS AND VERBOK = "S"
               PERFORM LANCVERB THRU LANCVERBX
           ELSE
               PERFORM LANCLEG THRU LANCLEGX
           .
       LANCAUTOX.
           EXIT.
       LANCDSR.
      *-----------------------------------------------------------------
      *REFLEXO NO DSR DOS LANCAMENTOS CUJA VERBA GERA DSR (VBDSR),
      *MESMA REGRA DE QUEM TEM DSR E DE DIAS DO DSRCALC
      *-----------------------------------------------------------------
           MOVE ZEROS TO LCDSRV
           IF TS NOT = "H" AND TS NOT = "D" AND TS NOT = "P"
                   AND VALCOMIS = ZEROS
               GO TO LANCDSRX
           .
           IF ESCTEM = "S"
               COMPUTE DSRDIAS ROUNDED =
                   30 * EPFOLGA / (EPTRAB + EPFOLGA)
               COMPUTE DSRUTEIS = 30 - DSRDIAS
           ELSE
               PERFORM RFERICNT THRU RFERICNTX
               COMPUTE DSRDIAS = 4 + FERIQTD
               COMPUTE DSRUTEIS = 26 - FERIQTD
           END-IF
           IF DSRUTEIS < 1
               MOVE 26 TO DSRUTEIS
           .
           COMPUTE LCDSRV ROUNDED = LCDSRB / DSRUTEIS * DSRDIAS
           ADD LCDSRV TO VALDSR SALVALB
           MOVE SALVALB TO PSALVALB
           MOVE VALDSR TO PVALDSR
           .
       LANCDSRX.
           EXIT.
       LANCBASE.
      *-----------------------------------------------------------------
      *BASES DE INSS, IRRF E FGTS DO MES - NUNCA NEGATIVAS
      *-----------------------------------------------------------------
           COMPUTE BASEW = SALVALB + AJUINS
           IF BASEW < ZEROS
               MOVE ZEROS TO BASEW
           .
           MOVE BASEW TO BASEINS
           COMPUTE BASEW = SALVALB + AJUIRF
           IF BASEW < ZEROS
               MOVE ZEROS TO BASEW
           .
           MOVE BASEW TO BASEIRF
           COMPUTE BASEW = SALVALB + AJUFGT
           IF BASEW < ZEROS
               MOVE ZEROS TO BASEW
           .
           MOVE BASEW TO BASEFGT
           .
       LANCBASEX.
           EXIT.
       RVERBGRV.
      *-----------------------------------------------------------------
      *DETALHE POR VERBA DO CALCULO (MOVVERB): AS VERBAS DO SISTEMA NA
      *ORDEM DO VERBSIS E DEPOIS AS DO CADVERBA LANCADAS NO MES.
      *GRAVADO PENDENTE ("P") JUNTO COM O PRPEND E SUBSTITUI O
      *PENDENTE ANTERIOR DA COMPETENCIA
      *-----------------------------------------------------------------
           IF MVOK NOT = "S"
               GO TO RVERBGRVX
           .
           PERFORM RVERBDEL THRU RVERBDELX
           MOVE ZEROS TO VSVALTAB VSREFTAB
           MOVE VALBASE TO VSVAL (1)
           MOVE PVALANUEN TO VSVAL (2)
           MOVE PVALCOMIS TO VSVAL (3)
           MOVE PVALINTRA TO VSVAL (4)
           MOVE PVALHREXT TO VSVAL (5)
           MOVE PNHREXT TO VSREF (5)
           MOVE PVALHFER TO VSVAL (6)
           MOVE PNHFER TO VSREF (6)
           MOVE PVALHNOT TO VSVAL (7)
           MOVE PNHNOT TO VSREF (7)
           MOVE PVALDSR TO VSVAL (8)
           MOVE PVALINSPER TO VSVAL (9)
           MOVE PSALF TO VSVAL (10)
           MOVE LCLEGE TO VSVAL (11)
           MOVE PVALSDNOVO TO VSVAL (12)
           MOVE DEDABSENC TO VSVAL (13)
           MOVE DEDSUSP TO VSVAL (14)
           MOVE PVALATRAS TO VSVAL (15)
           MOVE PINSS TO VSVAL (16)
           MOVE PIMPR TO VSVAL (17)
           MOVE PVALSIND TO VSVAL (18)
           MOVE PVALBENEF TO VSVAL (19)
           MOVE PVALEMPR TO VSVAL (20)
           MOVE PVALADIANT TO VSVAL (21)
           MOVE PVALPENSAO TO VSVAL (22)
           MOVE PVALPENH TO VSVAL (23)
           MOVE PVALSDABAT TO VSVAL (24)
           MOVE LCLEGD TO VSVAL (25)
           MOVE PFGTS TO VSVAL (26)
           MOVE PVALREDIR TO VSVAL (27)
           MOVE PVALVINC TO VSVAL (28)
           MOVE 1 TO VSIDX
           .
       RVERBGRV2.
           IF VSIDX > VSISQTD
               GO TO RVERBGRV3
           .
           IF VSVAL (VSIDX) > ZEROS
               MOVE VSCOD (VSIDX) TO VMCOD
               MOVE VSDESC (VSIDX) TO VMDESC
               MOVE VSTIPO (VSIDX) TO VMTIPO
               MOVE VSREF (VSIDX) TO VMREF
               MOVE VSVAL (VSIDX) TO VMVALOR
               PERFORM RVERBPUT THRU RVERBPUTX
           .
           ADD 1 TO VSIDX
           GO TO RVERBGRV2
           .
       RVERBGRV3.
           MOVE 1 TO TVIDX
           .
       RVERBGRV4.
           IF TVIDX > TVQTD
               GO TO RVERBGRVX
           .
           IF TVVAL (TVIDX) > ZEROS
               MOVE TVCOD (TVIDX) TO VMCOD
               MOVE TVDESC (TVIDX) TO VMDESC
               MOVE TVTIPO (TVIDX) TO VMTIPO
               MOVE ZEROS TO VMREF
               MOVE TVVAL (TVIDX) TO VMVALOR
               PERFORM RVERBPUT THRU RVERBPUTX
           .
           ADD 1 TO TVIDX
           GO TO RVERBGRV4
           .
       RVERBGRVX.
           EXIT.
       RVERBPUT.
      *-----------------------------------------------------------------
      *VERBA DO SISTEMA USA A DESCRICAO DO CADVERBA QUANDO CADASTRADA
      *-----------------------------------------------------------------
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "P" TO VMSIT
           MOVE FFILIAL TO VMFIL
           IF VMCOD < 100 AND VERBOK = "S"
               MOVE VMCOD TO VBCOD
               READ CADVERBA
               IF FS = "00"
                   MOVE VBDESC TO VMDESC
               END-IF
           END-IF
           WRITE MOVVERBREC
           .
       RVERBPUTX.
           EXIT.
       RVERBDEL.
      *-----------------------------------------------------------------
      *APAGA O DETALHE PENDENTE DA COMPETENCIA (RECALCULO)
      *-----------------------------------------------------------------
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "P" TO VMSIT
           MOVE ZEROS TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RVERBDELX
           .
       RVERBDEL2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RVERBDELX
           .
           IF VMRKF NOT = RKF OR VMRKM NOT = RKM OR VMRKY NOT = RKY
               OR VMSIT NOT = "P"
               GO TO RVERBDELX
           .
           DELETE MOVVERB RECORD
           GO TO RVERBDEL2
           .
       RVERBDELX.
           EXIT.
       RAFJUST.
      *-----------------------------------------------------------------
      *AFASTAMENTO: ACIDENTE/DOENCA - A EMPRESA PAGA OS PRIMEIROS 15
           IF AFCAUSA = "P"
               GO TO RAFJUSTX
           .
           MOVE 15 TO AFCAREN
      *-----------------------------------------------------------------
      *DOENCA ENCAMINHADA PELA SOMA DE ATESTADOS DO MESMO CID (VER
      *ATESTADO/FPP167): OS 15 DIAS DA EMPRESA JA FORAM PAGOS NOS
      *ATESTADOS - O INSS ASSUME DESDE O INICIO DO AFASTAMENTO
      *-----------------------------------------------------------------
           IF AFCAUSA = "E"
               MOVE ZEROS TO AFCAREN
           .
           IF AFCOMPCUR = AFCOMPINI
               IF AFINIDIA + AFCAREN - 1 < WORKDIAS
                   COMPUTE WORKDIAS = AFINIDIA + AFCAREN - 1
               END-IF
      *-----------------------------------------------------------------
      *RETORNO NO PROPRIO MES DO INICIO: OS DIAS TRABALHADOS A PARTIR
                       MOVE 30 TO WORKDIAS
                   END-IF
               END-IF
               IF WORKDIAS = ZEROS
                   MOVE "S" TO AFFORA
               END-IF
               GO TO RAFJUSTX
           .
      *-----------------------------------------------------------------
               COMPUTE AFCOMPSEG = AFCOMPINI + 1
           END-IF
           MOVE ZEROS TO AFRESID
           IF AFCOMPCUR = AFCOMPSEG AND AFINIDIA + AFCAREN - 1 > 30
               COMPUTE AFRESID = AFINIDIA + AFCAREN - 1 - 30
           END-IF
           IF AFCOMPCUR = AFCOMPRET
      *-----------------------------------------------------------------
           .
       STEPCALCX.
           EXIT.
       RCCTLE.
      *-----------------------------------------------------------------
      *CCT DO SINDICATO DO CARGO (CCTCOD) EM VIGOR NA COMPETENCIA
      *CCTCOMP (AAAAMM) - A VIGENCIA DE INICIO MAIS RECENTE QUE AINDA
      *NAO VENCEU. CCTTEM = "N" SE O CARGO NAO TEM SINDICATO OU NAO HA
      *CCT VIGENTE (VALEM OS MINIMOS LEGAIS)
      *-----------------------------------------------------------------
           MOVE "N" TO CCTTEM
           MOVE ZEROS TO CCTPISO
           IF CCTOK NOT = "S" OR CCTCOD = ZEROS
               GO TO RCCTLEX
           .
           MOVE CCTCOD TO CVCOD
           MOVE ZEROS TO CVINIANO CVINIMES
           START CADCCT KEY IS NOT LESS THAN CVRK
           IF FS NOT = "00"
               GO TO RCCTLEX
           .
       RCCTLE2.
           READ CADCCT NEXT RECORD
           IF FS NOT = "00" OR CVCOD NOT = CCTCOD
               GO TO RCCTLEX
           .
           IF (CVINIANO * 100 + CVINIMES) > CCTCOMP
               GO TO RCCTLEX
           .
           IF CVFIMANO = ZEROS
                   OR (CVFIMANO * 100 + CVFIMMES) NOT < CCTCOMP
               MOVE "S" TO CCTTEM
               MOVE CVHEFX1 TO CCTHEFX1
               MOVE CVHEP1 TO CCTHEP1
               MOVE CVHEP2 TO CCTHEP2
               MOVE CVHEPD TO CCTHEPD
               MOVE CVNOTPCT TO CCTNOT
               MOVE ZEROS TO CCTPISO
               IF CCTCAT > ZEROS AND CCTCAT < 6
                   MOVE CVPVAL (CCTCAT) TO CCTPISO
               END-IF
           .
           GO TO RCCTLE2
           .
       RCCTLEX.
           EXIT.
       HEQUIV.
      *-----------------------------------------------------------------
      *HORAS EXTRAS EQUIVALENTES (HORAS X MULTIPLICADOR) - COM CCT,
      *A PRIMEIRA FAIXA VAI ATE CCTHEFX1 HORAS NO MES E O EXCEDENTE
      *PAGA O PERCENTUAL DA SEGUNDA; O TIPO D PAGA O PERCENTUAL DE
      *DOMINGO/FERIADO DA CCT. SEM CCT, OS MINIMOS DE 50%/100%
      *-----------------------------------------------------------------
           COMPUTE CCTCOMP = RKY * 100 + RKM
           PERFORM RCCTLE THRU RCCTLEX
           IF CCTTEM NOT = "S"
               IF PTIPOHE = "D"
                   COMPUTE HEQUIVW = HEQHRS * 2,0
               ELSE
                   COMPUTE HEQUIVW = HEQHRS * 1,5
               END-IF
               GO TO HEQUIVX
           .
           IF PTIPOHE = "D"
               COMPUTE HEQUIVW = HEQHRS * (1 + CCTHEPD / 100)
               GO TO HEQUIVX
           .
           IF CCTHEFX1 = ZEROS OR HEQHRS NOT > CCTHEFX1
               COMPUTE HEQUIVW = HEQHRS * (1 + CCTHEP1 / 100)
           ELSE
               COMPUTE HEQUIVW = CCTHEFX1 * (1 + CCTHEP1 / 100)
                   + (HEQHRS - CCTHEFX1) * (1 + CCTHEP2 / 100)
           .
       HEQUIVX.
           EXIT.
       RCHKPT.
      *-----------------------------------------------------------------
      *PONTO DE RETOMADA - NA FOLHA MENSAL NO BATCHCTL, NO LOTE DE
      *GRUPO NO PROPRIO PERIODO DO CALENDARIO (PAYCAL)
      *-----------------------------------------------------------------
           IF BGRP = ZEROS
               REWRITE BATCHCTLREC
           ELSE
               MOVE BJSTATUS TO CLBJST
               MOVE BJLASTRK TO CLLASTRK
               MOVE BJTOTLIDO TO CLTOTLIDO
               MOVE BJTOTGRAV TO CLTOTGRAV
               MOVE BJTOTSKIP TO CLTOTSKIP
               REWRITE PAYCALREC
           .
       RGRPFILT.
      *-----------------------------------------------------------------
      *FOLHA MENSAL: FUNCIONARIO DE GRUPO SEMANAL/QUINZENAL FICA PARA O
      *LOTE DO GRUPO. LOTE DE GRUPO: SO OS FUNCIONARIOS DO GRUPO, E NO
      *ULTIMO PERIODO SO QUEM NAO TEM PAGAMENTO DE PERIODO ANTERIOR
      *AINDA PENDENTE DE APROVACAO (O LIQUIDO APROVADO E DESCONTADO)
      *-----------------------------------------------------------------
           MOVE "N" TO GRPSKIP
           IF GRPOK NOT = "S"
               GO TO RGRPFILTX
           .
           MOVE ZEROS TO FUNGRPW
           MOVE RKT TO FURK
           READ FUNCGRP
           IF FS = "00"
               MOVE FUGRP TO FUNGRPW
           .
           IF BGRP NOT = ZEROS
               GO TO RGRPFILT2
           .
           IF FUNGRPW = ZEROS
               GO TO RGRPFILTX
           .
           MOVE FUNGRPW TO GRCOD
           READ PAYGRP
           IF FS = "00" AND GRFREQ NOT = "M"
               MOVE "S" TO GRPSKIP
               MOVE SPACES TO EXCLINHA
               STRING "RK " RKT " DO GRUPO DE PAGAMENTO " FUNGRPW
                   " - CALCULADO NO LOTE DO GRUPO"
                   INTO EXCLINHA
               MOVE EXCLINHA TO EXCLINE
               WRITE EXCLINE
           .
           GO TO RGRPFILTX
           .
       RGRPFILT2.
           IF FUNGRPW NOT = BGRP
               MOVE "S" TO GRPSKIP
               GO TO RGRPFILTX
           .
           IF CLULT NOT = "S" OR BPER = 1
               GO TO RGRPFILTX
           .
           MOVE ZEROS TO PERPEND
           PERFORM RGPPEND VARYING PERX FROM 1 BY 1
               UNTIL PERX NOT < BPER
           IF PERPEND NOT = ZEROS
               MOVE "S" TO GRPSKIP
               MOVE SPACES TO EXCLINHA
               STRING "RK " RKT " PERIODO " PERPEND
                   " PENDENTE DE APROVACAO - FOLHA NAO CALCULADA"
                   INTO EXCLINHA
               MOVE EXCLINHA TO EXCLINE
               WRITE EXCLINE
           .
       RGRPFILTX.
           EXIT.
       RGPPEND.
           MOVE BRKY TO GPANO
           MOVE BRKM TO GPMES
           MOVE BGRP TO GPGRP
           MOVE PERX TO GPPER
           MOVE RKT TO GPMAT
           READ PAYPER
           IF FS = "00" AND GPSIT = "P"
               MOVE PERX TO PERPEND
           .
       RPERIODO.
      *-----------------------------------------------------------------
      *PAGAMENTO DE PERIODO ANTERIOR AO ULTIMO: SALARIO MENSALIZADO
      *(COMO NO ADIANTA/FPP048) PROPORCIONAL AOS DIAS DO PERIODO
      *DENTRO DO CONTRATO E FORA DO AFASTAMENTO. INSS E IRRF SAO
      *CALCULADOS SOBRE O BRUTO ACUMULADO DO MES (PERIODOS ANTERIORES
      *MAIS ESTE) MENOS O JA RETIDO NOS PERIODOS ANTERIORES. HORAS,
      *FALTAS, LANCAMENTOS E DEMAIS VERBAS FICAM PARA A FOLHA MENSAL
      *DO ULTIMO PERIODO, QUE REFAZ OS IMPOSTOS DO MES INTEIRO E
      *DESCONTA OS LIQUIDOS JA PAGOS (RGPDESC)
      *-----------------------------------------------------------------
           MOVE BRKY TO GPANO
           MOVE BRKM TO GPMES
           MOVE BGRP TO GPGRP
           MOVE BPER TO GPPER
           MOVE RKT TO GPMAT
           READ PAYPER
           IF FS = "00"
               ADD 1 TO TOTSKIP
               GO TO RPERIODOX
           .
           MOVE CLDIAINI TO PDINI
           MOVE CLDIAFIM TO PDFIM
           IF ADANO * 100 + ADMES > BRKY * 100 + BRKM
               MOVE ZEROS TO PDFIM
           .
           IF ADANO = BRKY AND ADMES = BRKM AND ADDIA > PDINI
               MOVE ADDIA TO PDINI
           .
           IF DDANO = BRKY AND DDMES = BRKM AND DDDIA NOT = ZEROS
                   AND DDDIA < PDFIM
               MOVE DDDIA TO PDFIM
           .
           PERFORM RPERAF THRU RPERAFX
           IF PDFIM = ZEROS OR PDFIM < PDINI
               ADD 1 TO TOTSKIP
               GO TO RPERIODOX
           .
           COMPUTE PDIAS = PDFIM - PDINI + 1
           IF TS = "H"
               IF JORNADA = ZEROS
                   COMPUTE MENSALW = SALVAL * 220
               ELSE
                   COMPUTE MENSALW = SALVAL * JORNADA
               END-IF
           ELSE
               IF TS = "D"
                   COMPUTE MENSALW = SALVAL * 30
               ELSE
                   MOVE SALVAL TO MENSALW
               END-IF
           .
           COMPUTE GPBRW ROUNDED = MENSALW * PDIAS / CLDIASMES
           MOVE ZEROS TO GPACBR GPACINS GPACIR GPINSACW GPIRACW
           MOVE ZEROS TO GPINSW GPIRW
           IF BPER > 1
               PERFORM RGPACUM VARYING PERX FROM 1 BY 1
                   UNTIL PERX NOT < BPER
           .
           COMPUTE GPBRACW = GPACBR + GPBRW
           PERFORM RTAXA
           IF FS NOT = "00"
               MOVE SPACES TO EXCLINHA
               STRING "SEM TABELA DE TAXAS DO ANO - RK " RKT
                   " PERIODO " BPER " SEM RETENCAO"
                   INTO EXCLINHA
               MOVE EXCLINHA TO EXCLINE
               WRITE EXCLINE
               GO TO RPERIODO3
           .
           IF CONTRTIPO NOT = "E"
               MOVE GPBRACW TO WBASEV
               PERFORM INSSFAIXA THRU INSSFAIXAX
               MOVE WINSSV TO GPINSACW
           .
           MOVE GPBRACW TO BASEIRF
           IF GPBRACW > GPINSACW
               COMPUTE WBASEIR = GPBRACW - GPINSACW
           ELSE
               MOVE ZEROS TO WBASEIR
           .
           PERFORM IRFAIXA THRU IRFAIXAX
           PERFORM IRREDUT THRU IRREDUTX
           MOVE WIRVAL TO GPIRACW
           IF TXRSIMPL = ZEROS
               GO TO RPERIODO2
           .
           IF GPBRACW > TXRSIMPL
               COMPUTE WBASEIR = GPBRACW - TXRSIMPL
           ELSE
               MOVE ZEROS TO WBASEIR
           .
           PERFORM IRFAIXA THRU IRFAIXAX
           PERFORM IRREDUT THRU IRREDUTX
           IF WIRVAL < GPIRACW
               MOVE WIRVAL TO GPIRACW
           .
       RPERIODO2.
           IF GPINSACW > GPACINS
               COMPUTE GPINSW = GPINSACW - GPACINS
           .
           IF GPIRACW > GPACIR
               COMPUTE GPIRW = GPIRACW - GPACIR
           .
       RPERIODO3.
           COMPUTE GPLIQW = GPBRW - GPINSW - GPIRW
           IF GPLIQW < ZEROS
               MOVE ZEROS TO GPLIQW
           .
           MOVE BRKY TO GPANO GPFANO
           MOVE BRKM TO GPMES GPFMES
           MOVE BGRP TO GPGRP GPFGRP
           MOVE BPER TO GPPER GPFPER
           MOVE RKT TO GPMAT GPFMAT
           MOVE PDIAS TO GPDIAS
           MOVE GPBRW TO GPBRUTO
           MOVE GPBRACW TO GPBRUTAC
           MOVE GPINSW TO GPINSS
           MOVE GPIRW TO GPIMPR
           MOVE GPLIQW TO GPLIQ
           MOVE "P" TO GPSIT
           MOVE "BATCH" TO GPOPER
           ACCEPT GPDATE FROM DATE YYYYMMDD
           ACCEPT GPTIME FROM TIME
           MOVE SPACES TO GPAPROV
           MOVE ZEROS TO GPDTAPR
           MOVE "N" TO GPPAGO
           WRITE PAYPERREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           ELSE
               ADD 1 TO TOTSKIP
               MOVE SPACES TO EXCLINHA
               STRING "PAGAMENTO DO PERIODO JA GRAVADO - RK " RKT
                   " PERIODO " BPER
                   INTO EXCLINHA
               MOVE EXCLINHA TO EXCLINE
               WRITE EXCLINE
           .
       RPERIODOX.
           EXIT.
       RPERAF.
      *-----------------------------------------------------------------
      *AFASTAMENTO POR ACIDENTE/DOENCA NO PERIODO - MESMA REGRA DO
      *RAFJUST: A EMPRESA PAGA ATE O 15O DIA NO MES DO INICIO, NADA
      *NOS MESES SEGUINTES E A PARTIR DO RETORNO NO MES DO RETORNO
      *-----------------------------------------------------------------
           MOVE RKF TO AFRK
           READ AFAST
           IF FS NOT = "00"
               GO TO RPERAFX
           .
           IF AFCAUSA = "M" OR AFCAUSA = "P"
               GO TO RPERAFX
           .
           MOVE 15 TO AFCAREN
           IF AFCAUSA = "E"
               MOVE ZEROS TO AFCAREN
           .
           COMPUTE AFCOMPINI = AFINIANO * 100 + AFINIMES
           IF AFRETANO = ZEROS
               MOVE 999999 TO AFCOMPRET
           ELSE
               COMPUTE AFCOMPRET = AFRETANO * 100 + AFRETMES
           END-IF
           COMPUTE AFCOMPCUR = BRKY * 100 + BRKM
           IF AFCOMPCUR < AFCOMPINI OR AFCOMPCUR > AFCOMPRET
               GO TO RPERAFX
           .
           IF AFCOMPCUR = AFCOMPINI
               IF AFINIDIA + AFCAREN - 1 < PDFIM
                   COMPUTE PDFIM = AFINIDIA + AFCAREN - 1
               END-IF
               GO TO RPERAFX
           .
           IF AFCOMPCUR = AFCOMPRET
               IF AFRETDIA > PDINI
                   MOVE AFRETDIA TO PDINI
               END-IF
               GO TO RPERAFX
           .
           MOVE ZEROS TO PDFIM
           .
       RPERAFX.
           EXIT.
       RGPACUM.
           MOVE BRKY TO GPANO
           MOVE BRKM TO GPMES
           MOVE BGRP TO GPGRP
           MOVE PERX TO GPPER
           MOVE RKT TO GPMAT
           READ PAYPER
           IF FS = "00"
               ADD GPBRUTO TO GPACBR
               ADD GPINSS TO GPACINS
               ADD GPIMPR TO GPACIR
           .
       RGPDESC.
      *-----------------------------------------------------------------
      *LIQUIDOS DOS PAGAMENTOS DE PERIODO APROVADOS NA COMPETENCIA
      *(SEMANAL/QUINZENAL) - DESCONTADOS COMO ADIANTAMENTO DE SALARIO
      *NA FOLHA MENSAL, QUE JA APUROU O INSS/IRRF DO MES INTEIRO
      *-----------------------------------------------------------------
           MOVE ZEROS TO GPDESCW
           IF GPOK NOT = "S"
               GO TO RGPDESCX
           .
           MOVE RKF TO GPFMAT
           MOVE RKY TO GPFANO
           MOVE RKM TO GPFMES
           MOVE ZEROS TO GPFGRP GPFPER
           START PAYPER KEY IS NOT LESS THAN GPCHVF
           IF FS NOT = "00"
               GO TO RGPDESCX
           .
       RGPDESC2.
           READ PAYPER NEXT RECORD
           IF FS NOT = "00"
               GO TO RGPDESC3
           END-IF
           IF GPFMAT NOT = RKF OR GPFANO NOT = RKY OR GPFMES NOT = RKM
               GO TO RGPDESC3
           END-IF
           IF GPSIT = "A"
               ADD GPLIQ TO GPDESCW
           END-IF
           GO TO RGPDESC2
           .
       RGPDESC3.
           ADD GPDESCW TO VALADIANT
           SUBTRACT GPDESCW FROM LIQW
           .
       RGPDESCX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
