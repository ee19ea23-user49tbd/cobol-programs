           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK.
      *-----------------------------------------------------------------
           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .
      *-----------------------------------------------------------------
           SELECT DEGRAU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DGRK
           .
      *-----------------------------------------------------------------
           SELECT FUNCSTEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FSRK
           .
      *-----------------------------------------------------------------
           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           FILE STATUS IS FS
           RECORD KEY IS EMRK
           .
      *-----------------------------------------------------------------
           SELECT CHKMOD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CKRK
           .
      *-----------------------------------------------------------------
           SELECT CHKFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CFRK
           .
      *-----------------------------------------------------------------
           SELECT CRITRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *CONVENCAO COLETIVA DO SINDICATO DO CARGO (VER CADCCT/FPP121) -
      *PISO SALARIAL POR CATEGORIA
      *-----------------------------------------------------------------
       FD CADCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
      *-----------------------------------------------------------------
      *DEGRAUS SALARIAIS (VER CADGRAU/FPP088) - O VALOR DO DEGRAU DO
      *FUNCIONARIO SUBSTITUI O SALVAL DO CARGO, COMO NO CALCULO
      *-----------------------------------------------------------------
       FD DEGRAU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEGRAU1.DAT".
       COPY DEGRAU.
      *-----------------------------------------------------------------
       FD FUNCSTEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCSTEP.DAT".
       COPY FUNCSTEP.
      *-----------------------------------------------------------------
      *TABELA DE TAXAS INSS/IMPR POR COMPETENCIA (ANO)
      *-----------------------------------------------------------------
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST1.DAT".
       COPY EMPREST.
      *-----------------------------------------------------------------
      *CHECKLIST DE ADMISSAO - MODELO E ITENS BAIXADOS (VER CHKLIST/
      *FPP169)
      *-----------------------------------------------------------------
       FD CHKMOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKMOD1.DAT".
       COPY CHKMOD.
      *-----------------------------------------------------------------
       FD CHKFUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKFUN1.DAT".
       COPY CHKFUNC.
      *-----------------------------------------------------------------
       FD CRITRPT
           LABEL RECORD IS STANDARD.
           01 HORASOK     PIC X(01).
           01 EMPRESTOK   PIC X(01).
           01 CARGOOK     PIC X(01).
      *-----------------------------------------------------------------
      *PISO DA CCT (RCCTLE) CONTRA O SALARIO DO FUNCIONARIO
      *-----------------------------------------------------------------
           01 CCTOK       PIC X(01).
           01 GRAUOK      PIC X(01).
           01 CCTTEM      PIC X(01).
           01 CCTCOMP     PIC 9(06).
           01 CCTHEFX1    PIC 9(03).
           01 CCTHEP1     PIC 9(03)V99.
           01 CCTHEP2     PIC 9(03)V99.
           01 CCTHEPD     PIC 9(03)V99.
           01 CCTNOT      PIC 9(03)V99.
           01 CCTPISO     PIC 9(06)V99.
           01 JORNW       PIC 9(03).
           01 SALREF      PIC 9(06)V99.
           01 SALMES      PIC 9(08)V99.
           01 PISOREQ     PIC 9(08)V99.
           01 CRITTXT     PIC X(50).
      *-----------------------------------------------------------------
      *CHECKLIST DE ADMISSAO (RCHKCHK)
      *-----------------------------------------------------------------
           01 CHKOK       PIC X(01).
           01 CHKCONTR    PIC X(01).
           01 CHKADM      PIC 9(08).
           01 CABFEITO    PIC X(01).
       PROCEDURE DIVISION.
       R01.
           ELSE
               MOVE "S" TO EMPRESTOK
       .
       R01H.
           OPEN INPUT CADCCT
           IF FS NOT = "00"
               MOVE "N" TO CCTOK
           ELSE
               MOVE "S" TO CCTOK
       .
       R01I.
           OPEN INPUT DEGRAU
           IF FS NOT = "00"
               MOVE "N" TO GRAUOK
           ELSE
               OPEN INPUT FUNCSTEP
               IF FS NOT = "00"
                   MOVE "N" TO GRAUOK
                   CLOSE DEGRAU
               ELSE
                   MOVE "S" TO GRAUOK
               END-IF
       .
       R01J.
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
           MOVE ZEROS TO TOTFUNC TOTCRIT NUMCRIT
           DISPLAY "CRITICA DA BASE ANTES DA FOLHA EM LOTE (D-2)"
           PERFORM RCHKCOMI THRU RCHKCOMIX
           PERFORM RCHKHORA THRU RCHKHORAX
           PERFORM RCHKEMPR THRU RCHKEMPRX
           PERFORM RCHKPISO THRU RCHKPISOX
           PERFORM RCHKCHK THRU RCHKCHKX
           GO TO RVARRE2
           .
       RVARREX.
           .
       RCHKEMPRX.
           EXIT.
       RCHKPISO.
      *-----------------------------------------------------------------
      *SALARIO ABAIXO DO PISO DA CATEGORIA NA CCT DO SINDICATO DO
      *CARGO EM VIGOR NA COMPETENCIA. VALE O DEGRAU DO FUNCIONARIO
      *QUANDO HOUVER; HORISTA E DIARISTA SAO MENSALIZADOS PELA
      *JORNADA E O PISO E PROPORCIONAL A JORNADA (PISO X JORNADA /
      *220) PARA QUEM TRABALHA EM TEMPO PARCIAL
      *-----------------------------------------------------------------
           IF CCTOK NOT = "S" OR CARGOOK NOT = "S"
               GO TO RCHKPISOX
           .
           COMPUTE CCTCOMP = BRKY * 100 + BRKM
           PERFORM RCCTLE THRU RCCTLEX
           IF CCTTEM NOT = "S" OR CCTPISO = ZEROS
               GO TO RCHKPISOX
           .
           MOVE SALVAL TO SALREF
           IF GRAUOK = "S"
               MOVE RKT TO FSRK
               READ FUNCSTEP
               IF FS = "00"
                   MOVE CRK TO DGCARGO
                   MOVE FSSTEP TO DGSTEP
                   READ DEGRAU
                   IF FS = "00"
                       MOVE DGVALOR TO SALREF
                   END-IF
               END-IF
           .
           MOVE JORNADA TO JORNW
           IF JORNW = ZEROS
               MOVE 220 TO JORNW
           .
           IF TS = "H"
               COMPUTE SALMES = SALREF * JORNW
           ELSE
               IF TS = "D"
                   COMPUTE SALMES = SALREF * 30
               ELSE
                   MOVE SALREF TO SALMES
               END-IF
           END-IF
           IF JORNW < 220
               COMPUTE PISOREQ ROUNDED = CCTPISO * JORNW / 220
           ELSE
               MOVE CCTPISO TO PISOREQ
           .
           IF SALMES < PISOREQ
               MOVE SPACES TO CRITTXT
               STRING "SALARIO ABAIXO DO PISO DA CCT "
                   CCTCOD "/" CCTCAT " (FPP121)"
                   INTO CRITTXT
               PERFORM RGRAVA
           .
       RCHKPISOX.
           EXIT.
       RCHKCHK.
      *-----------------------------------------------------------------
      *ADMISSAO COM ITEM OBRIGATORIO DO CHECKLIST PENDENTE (CHKLIST/
      *FPP169) - CONTRATO, ASO, DADOS BANCARIOS, S-2200 ANTES DA
      *PRIMEIRA FOLHA. ITEM CRIADO DEPOIS DA ADMISSAO NAO E COBRADO
      *-----------------------------------------------------------------
           IF CHKOK NOT = "S"
               GO TO RCHKCHKX
           .
           MOVE CONTRTIPO TO CHKCONTR
           IF CHKCONTR = SPACE
               MOVE "C" TO CHKCONTR
           .
           COMPUTE CHKADM = ADANO * 10000 + ADMES * 100 + ADDIA
           MOVE CHKCONTR TO CKCONTR
           MOVE "A" TO CKFASE
           MOVE ZEROS TO CKITEM
           START CHKMOD KEY IS NOT LESS THAN CKRK
           IF FS NOT = "00"
               GO TO RCHKCHKX
           .
       RCHKCHK2.
           READ CHKMOD NEXT RECORD
           IF FS NOT = "00" OR CKCONTR NOT = CHKCONTR
                   OR CKFASE NOT = "A"
               GO TO RCHKCHKX
           END-IF
           IF CKATIVO NOT = "S" OR CKOBRIG NOT = "S"
                   OR CKDTINI > CHKADM
               GO TO RCHKCHK2
           END-IF
           MOVE RKT TO CFMAT
           MOVE "A" TO CFFASE
           MOVE CKITEM TO CFITEM
           READ CHKFUN
           IF FS NOT = "00"
               MOVE SPACES TO CRITTXT
               STRING "ADMISSAO PENDENTE: " CKDESC
                   INTO CRITTXT
               PERFORM RGRAVA
           END-IF
           GO TO RCHKCHK2
           .
       RCHKCHKX.
           EXIT.
       RCCTLE.
      *-----------------------------------------------------------------
      *CCT DO SINDICATO DO CARGO (CCTCOD) EM VIGOR NA COMPETENCIA
      *CCTCOMP (AAAAMM) - MESMA BUSCA DO CALCULO DA FOLHA (FPP005)
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
       R09.
           MOVE ALL "-" TO CRITLINE
           WRITE CRITLINE
           IF EMPRESTOK = "S"
               CLOSE EMPREST
           END-IF
           IF CCTOK = "S"
               CLOSE CADCCT
           END-IF
           IF GRAUOK = "S"
               CLOSE DEGRAU FUNCSTEP
           END-IF
           IF CHKOK = "S"
               CLOSE CHKMOD CHKFUN
           END-IF
           GOBACK
           .
