           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .
      *-----------------------------------------------------------------
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

           SELECT MOVVERB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VMRK
           .

           SELECT PRIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PXRK
           ALTERNATE RECORD KEY IS PXFK
           .

           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RKT
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
           .

           SELECT PAYPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GPK
           ALTERNATE RECORD KEY IS GPCHVF
           .

           SELECT PAYCAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CLK
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
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
      *13O APROVADO (PRT13) E PENDENTE DE APROVACAO (VER GRATNAT)
      *-----------------------------------------------------------------
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
      *CONTRIBUICOES DA PREVIDENCIA COMPLEMENTAR (VER CADPREV/FPP146)
      *SEGUEM O CALCULO: PENDENTE VIRA APROVADO OU SAI NO REJEITE
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
      *-----------------------------------------------------------------
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE (RRA) DO CALCULO - MESMO
      *CICLO DA PREVIDENCIA COMPLEMENTAR
      *-----------------------------------------------------------------
       FD RRAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
      *-----------------------------------------------------------------
      *INDICE DA FOLHA POR COMPETENCIA - GRAVADO JUNTO COM A FOLHA
      *APROVADA, COM A FILIAL DO CADASTRO (VER PRIDXGER/FPP148)
      *-----------------------------------------------------------------
       FD PRIDX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRIDX1.DAT".
       COPY PRIDX.
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *DETALHE DA FOLHA POR VERBA (VER CADVERBA/FPP117)
      *-----------------------------------------------------------------
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *PAGAMENTOS DE PERIODO SEMANAL/QUINZENAL DO BATCHPAG E CALENDARIO
      *DO GRUPO (VER CADGRUPO/FPP163) - PERIODO TRAVADO NAO SE APROVA
      *-----------------------------------------------------------------
       FD PAYPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYPER1.DAT".
       COPY PAYPER.
      *-----------------------------------------------------------------
       FD PAYCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYCAL1.DAT".
       COPY PAYCAL.
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 OPT         PIC X(01).
           01 AFWINI   PIC 9(06).
           01 AFWRET   PIC 9(06).
           01 AFWCUR   PIC 9(06).
           01 MVOK     PIC X(01).
           01 VMSITW   PIC X(01).
           01 VMSAV    PIC X(69).
           01 PZOK     PIC X(01).
           01 PZSAV    PIC X(90).
           01 RQOK     PIC X(01).
           01 RQSAV    PIC X(50).
           01 PXOK     PIC X(01).
           01 FUNCOK   PIC X(01).
           01 GPOK     PIC X(01).
           01 CLOK     PIC X(01).
           01 BGRP     PIC 9(02).
           01 BMES     PIC 9(02).
           01 BANO     PIC 9(04).
           01 BPER     PIC 9(01).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01CM.
           OPEN I-O MOVVERB
           IF FS = "35"
               OPEN OUTPUT MOVVERB
               CLOSE MOVVERB
               GO TO R01CM
           .
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R01CP.
           OPEN I-O PREVMOV
           IF FS NOT = "00"
               MOVE "N" TO PZOK
           ELSE
               MOVE "S" TO PZOK
       .
       R01CR.
           OPEN I-O RRAMOV
           IF FS NOT = "00"
               MOVE "N" TO RQOK
           ELSE
               MOVE "S" TO RQOK
       .
       R01CX.
           OPEN I-O PRIDX
           IF FS NOT = "00"
               MOVE "N" TO PXOK
           ELSE
               MOVE "S" TO PXOK
       .
       R01CY.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               MOVE "N" TO FUNCOK
           ELSE
               MOVE "S" TO FUNCOK
       .
       R01CZ.
           OPEN I-O PAYPER
           IF FS NOT = "00"
               MOVE "N" TO GPOK
           ELSE
               MOVE "S" TO GPOK
           .
           OPEN INPUT PAYCAL
           IF FS NOT = "00"
               MOVE "N" TO CLOK
           ELSE
               MOVE "S" TO CLOK
       .
       R01CO.
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               PERFORM RSIGNON THRU RSIGNONX
       .
       R01E.
           DISPLAY "APROVAR: F-FOLHA MENSAL T-13O SALARIO "
               "G-PERIODO SEMANAL/QUINZENAL"
           ACCEPT TIPOAPROV
           IF TIPOAPROV = "T" OR TIPOAPROV = "t"
               GO TO T02
           .
           IF TIPOAPROV = "G" OR TIPOAPROV = "g"
               GO TO G02
           .
           IF TIPOAPROV NOT = "F" AND TIPOAPROV NOT = "f"
               DISPLAY "OPCAO INVALIDA"
               GO TO R01E
               MOVE PPVALINTRA TO PVALINTRA
               MOVE PPVALANUEN TO PVALANUEN
               MOVE PPVALPENH TO PVALPENH
               MOVE PPVALREDIR TO PVALREDIR
               WRITE PRM
               IF FS NOT = "00"
                   REWRITE PRM
                   MOVE RK TO LOGRK
                   PERFORM RLOG
                   PERFORM RSALDODEV THRU RSALDODEVX
                   PERFORM RVERBAPR THRU RVERBAPRX
                   PERFORM RPREVAPR THRU RPREVAPRX
                   PERFORM RRRAAPR THRU RRRAAPRX
                   PERFORM RIDXGRV THRU RIDXGRVX
                   DELETE PRPEND RECORD
                   DISPLAY "CALCULO APROVADO E GRAVADO NA FOLHA"
               ELSE
                   PERFORM RAFESTOR THRU RAFESTORX
               END-IF
           END-IF
      *-----------------------------------------------------------------
      *O DETALHE POR VERBA PENDENTE SAI JUNTO COM O CALCULO
      *-----------------------------------------------------------------
           IF MVOK = "S"
               MOVE "P" TO VMSITW
               PERFORM RVERBDEL THRU RVERBDELX
           END-IF
           IF PZOK = "S"
               MOVE PPRKF TO PZRKF
               MOVE PPRKY TO PZANO
               MOVE PPRKM TO PZMES
               MOVE "P" TO PZSIT
               READ PREVMOV
               IF FS = "00"
                   DELETE PREVMOV RECORD
               END-IF
           END-IF
           IF RQOK = "S"
               MOVE PPRKF TO RQRKF
               MOVE PPRKY TO RQANO
               MOVE PPRKM TO RQMES
               MOVE "P" TO RQSIT
               READ RRAMOV
               IF FS = "00"
                   DELETE RRAMOV RECORD
               END-IF
           END-IF
           MOVE PPRK TO LOGRK
           MOVE "R" TO LOGACAO
           PERFORM RLOG
               " PARCELA: " P13PPARC
           DISPLAY "OPERADOR QUE CALCULOU: " P13POPER
           DISPLAY "BRUTO..: " P13PBRUTO
           IF P13PMEDHE > ZEROS OR P13PMEDNOT > ZEROS
                   OR P13PMEDDSR > ZEROS OR P13PMEDCOM > ZEROS
               DISPLAY "  MEDIA HORAS EXTRAS.: " P13PMEDHE
               DISPLAY "  MEDIA ADIC. NOTURNO: " P13PMEDNOT
               DISPLAY "  MEDIA DSR..........: " P13PMEDDSR
               DISPLAY "  MEDIA COMISSOES....: " P13PMEDCOM
           END-IF
           DISPLAY "LIQUIDO: " P13PLIQ
           DISPLAY "A-APROVAR  R-REJEITAR  N-PROXIMO  F-FIM"
           ACCEPT OPT
               MOVE P13PINSS TO P13INSS
               MOVE P13PIMPR TO P13IMPR
               MOVE P13PLIQ TO P13LIQ
               MOVE P13PMEDHE TO P13MEDHE
               MOVE P13PMEDNOT TO P13MEDNOT
               MOVE P13PMEDDSR TO P13MEDDSR
               MOVE P13PMEDCOM TO P13MEDCOM
               WRITE PRM13
               IF FS NOT = "00"
                   REWRITE PRM13
           DELETE PR13PEND RECORD
           DISPLAY "13O REJEITADO"
           .
       G02.
      *-----------------------------------------------------------------
      *PAGAMENTO DE PERIODO DE GRUPO SEMANAL/QUINZENAL (BATCHPAG) - UM
      *PERIODO DE UM GRUPO POR VEZ; O ULTIMO PERIODO DA COMPETENCIA E
      *A FOLHA MENSAL, APROVADA PELA OPCAO F
      *-----------------------------------------------------------------
           IF GPOK NOT = "S"
               DISPLAY "NAO HA PAGAMENTOS DE PERIODO CALCULADOS"
               GO TO RF1
           .
           DISPLAY "GRUPO DE PAGAMENTO: "
           ACCEPT BGRP
           DISPLAY "MES DA COMPETENCIA: "
           ACCEPT BMES
           DISPLAY "ANO DA COMPETENCIA: "
           ACCEPT BANO
           DISPLAY "PERIODO: "
           ACCEPT BPER
           IF CLOK = "S"
               MOVE BGRP TO CLGRP
               MOVE BANO TO CLANO
               MOVE BMES TO CLMES
               MOVE BPER TO CLPER
               READ PAYCAL
               IF FS = "00" AND CLSTATUS = "F"
                   DISPLAY "PERIODO TRAVADO (FPP163) - APROVACAO NEGADA"
                   GO TO RF1
               END-IF
           .
           MOVE BANO TO GPANO
           MOVE BMES TO GPMES
           MOVE BGRP TO GPGRP
           MOVE BPER TO GPPER
           MOVE ZEROS TO GPMAT
           START PAYPER KEY IS NOT LESS THAN GPK
           IF FS NOT = "00"
               DISPLAY "NAO HA PAGAMENTOS DO PERIODO"
               GO TO RF1
       .
       G03.
           READ PAYPER NEXT RECORD
           IF FS NOT = "00" OR GPANO NOT = BANO OR GPMES NOT = BMES
                   OR GPGRP NOT = BGRP OR GPPER NOT = BPER
               DISPLAY "FIM DA LISTA DE PERIODOS PENDENTES"
               GO TO RF1
           .
           IF GPSIT NOT = "P"
               GO TO G03
       .
       G04.
           DISPLAY "-----------------------------------------------"
           DISPLAY "RK: " GPMAT " - " GPMES "/" GPANO " GRUPO " GPGRP
               " PERIODO " GPPER " (" GPDIAS " DIAS)"
           DISPLAY "OPERADOR QUE CALCULOU: " GPOPER
           DISPLAY "BRUTO DO PERIODO....: " GPBRUTO
           DISPLAY "BRUTO ACUMULADO MES.: " GPBRUTAC
           DISPLAY "INSS................: " GPINSS
           DISPLAY "IRRF................: " GPIMPR
           DISPLAY "LIQUIDO.............: " GPLIQ
           DISPLAY "A-APROVAR  R-REJEITAR  N-PROXIMO  F-FIM"
           ACCEPT OPT
       .
       G05.
           IF OPT = "A" OR OPT = "a"
               PERFORM GAPROVA
               GO TO G03
           END-IF
           IF OPT = "R" OR OPT = "r"
               PERFORM GREJEITA
               GO TO G03
           END-IF
           IF OPT = "N" OR OPT = "n"
               GO TO G03
           END-IF
           IF OPT = "F" OR OPT = "f"
               GO TO RF1
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO G04
           .
       GAPROVA.
      *-----------------------------------------------------------------
      *NO LOG A CHAVE E A DA FOLHA (MATRICULA + MES + ANO), PARA A
      *SEGREGACAO DE FUNCOES (RELSOD) TRATAR COMO APROVACAO DE FOLHA
      *-----------------------------------------------------------------
           IF APROVID = GPOPER
               DISPLAY "APROVACAO NEGADA: O APROVADOR NAO PODE SER O "
                   "MESMO OPERADOR QUE CALCULOU"
           ELSE
               MOVE "A" TO GPSIT
               MOVE APROVID TO GPAPROV
               ACCEPT GPDTAPR FROM DATE YYYYMMDD
               REWRITE PAYPERREC
               IF FS = "00"
                   COMPUTE LOGRK = GPMAT * 1000000 + GPMES * 10000
                       + GPANO
                   MOVE "I" TO LOGACAO
                   PERFORM RLOG
                   DISPLAY "PAGAMENTO DO PERIODO APROVADO"
               ELSE
                   DISPLAY "ERRO AO GRAVAR O PERIODO - FS: " FS
               END-IF
           END-IF
           .
       GREJEITA.
      *-----------------------------------------------------------------
      *REJEITADO SAI DO ARQUIVO - O PROXIMO LOTE DO PERIODO RECALCULA
      *-----------------------------------------------------------------
           COMPUTE LOGRK = GPMAT * 1000000 + GPMES * 10000 + GPANO
           MOVE "R" TO LOGACAO
           PERFORM RLOG
           DELETE PAYPER RECORD
           DISPLAY "PAGAMENTO DO PERIODO REJEITADO"
           .
       RAFESTOR.
      *-----------------------------------------------------------------
      *SO ESTORNA SE A COMPETENCIA REJEITADA CAIU DENTRO DA JANELA DO
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "APROVPAG" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       RF1.
           CLOSE PR PRPEND LOGCTR CHGLOG FGTSBAL PR13 PR13PEND
               SALDODEV EMPREST AFAST
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           IF PZOK = "S"
               CLOSE PREVMOV
           END-IF
           IF RQOK = "S"
               CLOSE RRAMOV
           END-IF
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF FUNCOK = "S"
               CLOSE FILEFUNC
           END-IF
           IF GPOK = "S"
               CLOSE PAYPER
           END-IF
           IF CLOK = "S"
               CLOSE PAYCAL
           END-IF
           GOBACK
           .
       RSIGNON.
           .
       RSALDODEVX.
           EXIT.
       RVERBAPR.
      *-----------------------------------------------------------------
      *DETALHE POR VERBA (MOVVERB): O PENDENTE ("P") DO CALCULO PASSA
      *A APROVADO ("A") E SUBSTITUI O APROVADO ANTERIOR DA COMPETENCIA
      *-----------------------------------------------------------------
           IF MVOK NOT = "S"
               GO TO RVERBAPRX
           .
           MOVE "A" TO VMSITW
           PERFORM RVERBDEL THRU RVERBDELX
           .
       RVERBAPR2.
           MOVE PPRKF TO VMRKF
           MOVE PPRKM TO VMRKM
           MOVE PPRKY TO VMRKY
           MOVE "P" TO VMSIT
           MOVE ZEROS TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RVERBAPRX
           .
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RVERBAPRX
           .
           IF VMRKF NOT = PPRKF OR VMRKM NOT = PPRKM
               OR VMRKY NOT = PPRKY OR VMSIT NOT = "P"
               GO TO RVERBAPRX
           .
           MOVE MOVVERBREC TO VMSAV
           DELETE MOVVERB RECORD
           IF FS NOT = "00"
               GO TO RVERBAPRX
           .
           MOVE VMSAV TO MOVVERBREC
           MOVE "A" TO VMSIT
           WRITE MOVVERBREC
           GO TO RVERBAPR2
           .
       RVERBAPRX.
           EXIT.
       RPREVAPR.
      *-----------------------------------------------------------------
      *CONTRIBUICAO DA PREVIDENCIA COMPLEMENTAR: O PENDENTE ("P") PASSA
      *A APROVADO ("A") E SUBSTITUI O APROVADO ANTERIOR DA COMPETENCIA.
      *SEM PENDENTE (CONTRIBUICAO ZERADA NO RECALCULO) O APROVADO
      *ANTERIOR TAMBEM SAI
      *-----------------------------------------------------------------
           IF PZOK NOT = "S"
               GO TO RPREVAPRX
           .
           MOVE PPRKF TO PZRKF
           MOVE PPRKY TO PZANO
           MOVE PPRKM TO PZMES
           MOVE "A" TO PZSIT
           READ PREVMOV
           IF FS = "00"
               DELETE PREVMOV RECORD
           .
           MOVE "P" TO PZSIT
           READ PREVMOV
           IF FS NOT = "00"
               GO TO RPREVAPRX
           .
           MOVE PREVMOVREC TO PZSAV
           DELETE PREVMOV RECORD
           IF FS NOT = "00"
               GO TO RPREVAPRX
           .
           MOVE PZSAV TO PREVMOVREC
           MOVE "A" TO PZSIT
           WRITE PREVMOVREC
           .
       RPREVAPRX.
           EXIT.
       RRRAAPR.
      *-----------------------------------------------------------------
      *RRA DA COMPETENCIA: O PENDENTE ("P") PASSA A APROVADO ("A") E
      *SUBSTITUI O APROVADO ANTERIOR; SEM PENDENTE O APROVADO ANTERIOR
      *TAMBEM SAI
      *-----------------------------------------------------------------
           IF RQOK NOT = "S"
               GO TO RRRAAPRX
           .
           MOVE PPRKF TO RQRKF
           MOVE PPRKY TO RQANO
           MOVE PPRKM TO RQMES
           MOVE "A" TO RQSIT
           READ RRAMOV
           IF FS = "00"
               DELETE RRAMOV RECORD
           .
           MOVE "P" TO RQSIT
           READ RRAMOV
           IF FS NOT = "00"
               GO TO RRRAAPRX
           .
           MOVE RRAMOVREC TO RQSAV
           DELETE RRAMOV RECORD
           IF FS NOT = "00"
               GO TO RRRAAPRX
           .
           MOVE RQSAV TO RRAMOVREC
           MOVE "A" TO RQSIT
           WRITE RRAMOVREC
           .
       RRRAAPRX.
           EXIT.
       RIDXGRV.
      *-----------------------------------------------------------------
      *ENTRADA DA COMPETENCIA NO INDICE DA FOLHA - SEM O INDICE
      *(CONVERTE AINDA NAO RODADO) OS RELATORIOS LEEM A FOLHA INTEIRA
      *-----------------------------------------------------------------
           IF PXOK NOT = "S"
               GO TO RIDXGRVX
           .
           MOVE RKY TO PXRKY PXFKY
           MOVE RKM TO PXRKM PXFKM
           MOVE RKF TO PXRKF PXFKF
           MOVE ZEROS TO PXFIL
           IF FUNCOK = "S"
               MOVE RKF TO RKT
               READ FILEFUNC
               IF FS = "00"
                   MOVE FFILIAL TO PXFIL
               END-IF
           END-IF
           WRITE PRIDXREC
           IF FS NOT = "00"
               REWRITE PRIDXREC
           .
       RIDXGRVX.
           EXIT.
       RVERBDEL.
      *-----------------------------------------------------------------
      *APAGA O DETALHE DA COMPETENCIA NA SITUACAO VMSITW
      *-----------------------------------------------------------------
           MOVE PPRKF TO VMRKF
           MOVE PPRKM TO VMRKM
           MOVE PPRKY TO VMRKY
           MOVE VMSITW TO VMSIT
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
           IF VMRKF NOT = PPRKF OR VMRKM NOT = PPRKM
               OR VMRKY NOT = PPRKY OR VMSIT NOT = VMSITW
               GO TO RVERBDELX
           .
           DELETE MOVVERB RECORD
           GO TO RVERBDEL2
           .
       RVERBDELX.
           EXIT.
       REMPREV.
      *-----------------------------------------------------------------
      *ESTORNA A PARCELA DO CONSIGNADO CONSUMIDA NO CALCULO REJEITADO
