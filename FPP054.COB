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
           SELECT FOLHARPT ASSIGN TO NOMEARQ
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
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COMPL1.DAT".
       COPY COMPL.
      *-----------------------------------------------------------------
      *DETALHE DA FOLHA POR VERBA (VER CADVERBA/FPP117) - VERBAS DE
      *CADA FUNCIONARIO NA ANALITICA E TOTAIS POR VERBA NA SINTETICA
      *-----------------------------------------------------------------
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
       FD FOLHARPT
           LABEL RECORD IS STANDARD.
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(132).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 BFILIAL     PIC 9(02).
           01 TOTLIDO     PIC 9(06).
           01 TOTSKIP     PIC 9(06).
           01 SUBA        PIC 9(03).
           01 GSALF       PIC 9(14)V99.
           01 GLIQ        PIC 9(14)V99.
           01 COMPLOK     PIC X(01).
           01 MVOK        PIC X(01).
           01 SUBV        PIC 9(03).
           01 TBQTD       PIC 9(03).
           01 TABVB.
               03 VBENT OCCURS 200 TIMES.
                   05 TBCOD     PIC 9(04).
                   05 TBDESC    PIC X(30).
                   05 TBTIPO    PIC X(01).
                   05 TBVAL     PIC 9(14)V99.
                   05 TBQTDE    PIC 9(06).
           01 TOTCOMPL    PIC 9(06).
       PROCEDURE DIVISION.
       R0CAT.
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
               MOVE "S" TO COMPLOK
       .
       R01D.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTSKIP TBQTD
           MOVE ZEROS TO GBRUTO GHREXT GINSS GIMPR GSIND GSALF GLIQ
           PERFORM RZERA THRU RZERAX
           DISPLAY "FOLHA ANALITICA E SINTETICA POR COMPETENCIA"
               DISPLAY "ANO INVALIDO"
               GO TO R03
       .
       R03A.
      *-----------------------------------------------------------------
      *FOLHA DE UMA FILIAL SO - LIDA PELA CHAVE DE FILIAL DO INDICE
      *-----------------------------------------------------------------
           MOVE ZEROS TO BFILIAL
           IF PXOK = "S"
               DISPLAY "FILIAL (0-TODAS): "
               ACCEPT BFILIAL
           .
       R04.
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
           MOVE SPACES TO LINHA
           STRING "FOLHA ANALITICA - COMPETENCIA: " BRKM "/" BRKY
               INTO LINHA
           IF BFILIAL NOT = ZEROS
               STRING "FOLHA ANALITICA - COMPETENCIA: " BRKM "/" BRKY
                   " - FILIAL " BFILIAL
                   INTO LINHA
           END-IF
           MOVE LINHA TO FOLHALINE
           WRITE FOLHALINE
           MOVE ALL "-" TO FOLHALINE
           WRITE FOLHALINE
       .
       R06.
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO R07C
       .
       R07.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R07C
           END-IF
           WRITE FOLHALINE
           PERFORM RFILIAL THRU RFILIALX
               VARYING SUBF FROM 1 BY 1 UNTIL SUBF > 99
           IF TBQTD > ZEROS
               MOVE SPACES TO LINHA
               STRING "FOLHA SINTETICA - TOTAIS POR VERBA"
                   INTO LINHA
               MOVE LINHA TO FOLHALINE
               WRITE FOLHALINE
               PERFORM RVERBTOT THRU RVERBTOTX
                   VARYING SUBV FROM 1 BY 1 UNTIL SUBV > TBQTD
           END-IF
           MOVE ALL "-" TO FOLHALINE
           WRITE FOLHALINE
           MOVE SPACES TO LINHA
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC CADAREAS
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF COMPLOK = "S"
               CLOSE COMPL
           END-IF
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           GOBACK
           .
       RCATREG.
               INTO LINHA
           MOVE LINHA TO FOLHALINE
           WRITE FOLHALINE
           IF MVOK = "S"
               PERFORM RDETVERB THRU RDETVERBX
           END-IF
           .
       RDETVERB.
      *-----------------------------------------------------------------
      *VERBAS APROVADAS DO FUNCIONARIO NA COMPETENCIA (MOVVERB "A")
      *-----------------------------------------------------------------
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE ZEROS TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RDETVERBX
           .
       RDETVERB2.
           READ MOVVERB NEXT RECORD
           IF FS NOT = "00"
               GO TO RDETVERBX
           .
           IF VMRKF NOT = RKF OR VMRKM NOT = RKM OR VMRKY NOT = RKY
               OR VMSIT NOT = "A"
               GO TO RDETVERBX
           .
           MOVE SPACES TO LINHA
           STRING "          " VMCOD " " VMDESC " " VMTIPO
               " REF: " VMREF " VALOR: " VMVALOR
               INTO LINHA
           MOVE LINHA TO FOLHALINE
           WRITE FOLHALINE
           PERFORM RVERBACU THRU RVERBACUX
           GO TO RDETVERB2
           .
       RDETVERBX.
           EXIT.
       RVERBACU.
      *-----------------------------------------------------------------
      *ACUMULA A VERBA NA TABELA DA SINTETICA (ATE 200 CODIGOS)
      *-----------------------------------------------------------------
           MOVE 1 TO SUBV
           .
       RVERBACU2.
           IF SUBV > TBQTD
               GO TO RVERBACU3
           .
           IF TBCOD(SUBV) = VMCOD
               ADD VMVALOR TO TBVAL(SUBV)
               ADD 1 TO TBQTDE(SUBV)
               GO TO RVERBACUX
           .
           ADD 1 TO SUBV
           GO TO RVERBACU2
           .
       RVERBACU3.
           IF TBQTD < 200
               ADD 1 TO TBQTD
               MOVE VMCOD TO TBCOD(TBQTD)
               MOVE VMDESC TO TBDESC(TBQTD)
               MOVE VMTIPO TO TBTIPO(TBQTD)
               MOVE VMVALOR TO TBVAL(TBQTD)
               MOVE 1 TO TBQTDE(TBQTD)
           .
       RVERBACUX.
           EXIT.
       RVERBTOT.
           MOVE SPACES TO LINHA
           STRING "VERBA " TBCOD(SUBV) " " TBDESC(SUBV) " "
               TBTIPO(SUBV) " FUNC: " TBQTDE(SUBV)
               " TOTAL: " TBVAL(SUBV)
               INTO LINHA
           MOVE LINHA TO FOLHALINE
           WRITE FOLHALINE
           .
       RVERBTOTX.
           EXIT.
       RZERA.
           MOVE ZEROS TO SUBA
           ADD 1 TO SUBA
           .
       RFILIALX.
           EXIT.
       RPXINI.
      *-----------------------------------------------------------------
      *POSICIONA NA COMPETENCIA PELO INDICE; SEM ELE VOLTA A VARRER A
      *FOLHA DESDE O INICIO
      *-----------------------------------------------------------------
           IF PXOK = "S" AND BFILIAL NOT = ZEROS
               MOVE BRKY TO PXFKY
               MOVE BRKM TO PXFKM
               MOVE BFILIAL TO PXFIL
               MOVE ZEROS TO PXFKF
               START PRIDX KEY IS NOT LESS THAN PXFK
               GO TO RPXINIX
           .
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
           IF BFILIAL NOT = ZEROS AND PXFIL NOT = BFILIAL
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
