           RECORD KEY IS ANRK
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

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPMID
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

           SELECT AVISORPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
           SELECT LOGCTR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CTRK
           .

           SELECT CHGLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LOGSEQ
           .

       DATA DIVISION.
       FILE SECTION.
       FD FILEFUNC
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
       FD AVISORPT
           LABEL RECORD IS STANDARD.
       01 AVISOLINE PIC X(80).
      *-----------------------------------------------------------------
      *LOG DE ALTERACOES (VER AUDLOG/FPP059)
      *-----------------------------------------------------------------
       FD LOGCTR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCTR1.DAT".
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOG1.DAT".
       01 LOGREC.
           03 LOGSEQ   PIC 9(08).
           03 LOGOPER  PIC X(10).
           03 LOGPROG  PIC X(08).
           03 LOGACAO  PIC X(01).
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 ANSAVE    PIC 9(06).
           01 ANCHAIN   PIC 9(01).
           01 ANANOS    PIC S9(03).
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
           01 MEDFER    PIC 9(10)V99.
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01LG.
           OPEN I-O LOGCTR
           IF FS = "35"
               OPEN OUTPUT LOGCTR
               CLOSE LOGCTR
               GO TO R01LG
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGCTR - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01LG2.
           OPEN I-O CHGLOG
           IF FS = "35"
               OPEN OUTPUT CHGLOG
               CLOSE CHGLOG
               GO TO R01LG2
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGLOG - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01A.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
           ELSE
               MOVE "S" TO ANUOK
       .
       R01E.
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO MEDOK
           ELSE
               MOVE "S" TO MEDOK
       .
       R01F.
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
       .
       R01FV.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01FW.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R02.
           DISPLAY "FERIAS COLETIVAS POR AREA OU FILIAL"
           DISPLAY "MODO (A-AREA F-FILIAL, X-FIM): "
                   OR DDANO NOT = ZEROS
               GO TO R07
           END-IF
           IF CONTRTIPO = "E" OR CONTRTIPO = "I"
               ADD 1 TO TOTSKIP
               GO TO R07
           END-IF
           GO TO R02
       .
       FF1.
           CLOSE FILEFUNC CADCARGO FERIASBAL FERPAG LOGCTR CHGLOG
           IF ANUOK = "S"
               CLOSE ANUENIO
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
           GOBACK
           .
       RPAGA.
               COMPUTE VALORDIA ROUNDED =
                   VALORDIA * (1 + ANUPCT / 100)
           .
           MOVE ZEROS TO PRODVBW
           IF TS = "P"
               MOVE CPRODVB TO PRODVBW
               PERFORM RPRODMED THRU RPRODMEDX
           .
           COMPUTE BRUTOFER ROUNDED = VALORDIA * BDIAS
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS (COMO NO FPP019) SO SOBRE OS
      *DIAS DE FERIAS - A LICENCA REMUNERADA FICA NO SALARIO
      *-----------------------------------------------------------------
           MOVE RKT TO MEDRKF
           MOVE BINIMES TO MEDMES
           MOVE BINIANO TO MEDANO
           PERFORM RMEDIAS THRU RMEDIASX
           COMPUTE FPMEDHE ROUNDED = MEDHE * DIASGOZO / 30
           COMPUTE FPMEDNOT ROUNDED = MEDNOT * DIASGOZO / 30
           COMPUTE FPMEDDSR ROUNDED = MEDDSR * DIASGOZO / 30
           COMPUTE FPMEDCOM ROUNDED = MEDCOM * DIASGOZO / 30
           COMPUTE MEDFER = FPMEDHE + FPMEDNOT + FPMEDDSR + FPMEDCOM
           COMPUTE TERCOFER ROUNDED =
               ((VALORDIA * DIASGOZO) + MEDFER) / 3
           ADD 1 TO ULTSEQ
           MOVE RKT TO FPRKF
           MOVE ULTSEQ TO FPSEQ
           MOVE BRUTOFER TO FPBASE
           MOVE TERCOFER TO FPTERCO
           MOVE ZEROS TO FPDIASAB FPABONO FPABTERCO
           COMPUTE FPBRUTO = BRUTOFER + MEDFER + TERCOFER
           MOVE "N" TO FPPAGO
           WRITE FERPAGREC
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               GO TO RPAGAX
           .
           MOVE "I" TO LOGACAO
           MOVE FPRKF TO LOGRK
           PERFORM RLOG
           SUBTRACT DIASGOZO FROM DIASACUM
           REWRITE FERIASREC
           ADD 1 TO TOTPAG
           .
       RANUENOX.
           EXIT.
       RPRODMED.
      *-----------------------------------------------------------------
      *CARGO POR PRODUCAO (TS = "P"): A BASE DAS FERIAS E A MEDIA
      *MENSAL DA PRODUCAO DOS 12 MESES ANTERIORES (VERBA CPRODVB DO
      *CARGO), OU O MINIMO GARANTIDO (SALVAL) QUANDO MAIOR
      *-----------------------------------------------------------------
           MOVE RKT TO MEDRKF
           MOVE BINIMES TO MEDMES
           MOVE BINIANO TO MEDANO
           PERFORM RMEDIAS THRU RMEDIASX
           IF MEDPROD > VALORDIA * 30
               COMPUTE VALORDIA ROUNDED = MEDPROD / 30
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
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
           .
       RSIGNONQX.
           EXIT.
       RLOG.
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
               REWRITE LOGCTRREC
           END-IF
           MOVE CTRSEQ TO LOGSEQ
           MOVE OPERID TO LOGOPER
           MOVE "FERCOLET" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
