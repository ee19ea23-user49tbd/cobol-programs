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
       01 RECLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
           01 QCAIXA      PIC 9(06).
           01 VCAIXA      PIC 9(12)V99.
           01 QDIVERG     PIC 9(06).
      *-----------------------------------------------------------------
      *PIX (PAGTIPO "P") PASSA PELA REMESSA E CAI NOS BALDES COMUNS;
      *QPIX/VPIX SO INFORMAM QUANTO DO REMETIDO FOI POR PIX
      *-----------------------------------------------------------------
           01 PIXFUNC     PIC X(01).
           01 QPIX        PIC 9(06).
           01 VPIX        PIC 9(12)V99.
           01 VDIVERG     PIC 9(12)V99.
           01 TOTCALC     PIC 9(14)V99.
           01 TOTBALDE    PIC 9(14)V99.
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
           MOVE ZEROS TO QCONF VCONF QREJ VREJ QPEND VPEND
           MOVE ZEROS TO QNAOREM VNAOREM QCAIXA VCAIXA
           MOVE ZEROS TO QDIVERG VDIVERG TOTCALC TOTBALDE
           MOVE ZEROS TO QPIX VPIX
           DISPLAY "RECONCILIACAO CALCULADO X REMETIDO X RETORNADO"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
           WRITE RECLINE
       .
       R06.
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO R08
       .
       R07.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R08
           END-IF
      *-----------------------------------------------------------------
      *DINHEIRO E CHEQUE NAO PASSAM PELA REMESSA - BALDE PROPRIO
      *-----------------------------------------------------------------
           MOVE "N" TO PIXFUNC
           MOVE RKF TO RKT
           READ FILEFUNC
           IF FS = "00"
               AND PAGTIPO NOT = "C" AND PAGTIPO NOT = SPACES
               AND PAGTIPO NOT = "P"
               ADD 1 TO QCAIXA
               ADD PSLIQUID TO VCAIXA
               GO TO R07
           END-IF
           IF FS = "00" AND PAGTIPO = "P"
               MOVE "S" TO PIXFUNC
           END-IF
           MOVE RKF TO PGRKF
           MOVE BRKM TO PGRKM
           MOVE BRKY TO PGRKY
               ADD PSLIQUID TO VCONF
               GO TO R07
           END-IF
           IF PIXFUNC = "S"
               ADD 1 TO QPIX
               ADD PSLIQUID TO VPIX
           END-IF
           IF PGSTATUS = "R" AND PIXFUNC = "S"
               ADD 1 TO QREJ
               ADD PSLIQUID TO VREJ
               MOVE SPACES TO LINHA
               STRING "RK " RKF " PIX REJEITADO - OCORR "
                   PGOCORR " LIQUIDO " PSLIQUID
                   INTO LINHA
               MOVE LINHA TO RECLINE
               WRITE RECLINE
               IF PGOCORR = "PF" OR PGOCORR = "PG" OR PGOCORR = "PJ"
                       OR PGOCORR = "PL" OR PGOCORR = "PM"
                       OR PGOCORR = "PN"
                   MOVE "   CONFERIR A CHAVE PIX NO CADASTRO (PROGGER)"
                       TO RECLINE
                   WRITE RECLINE
               END-IF
               GO TO R07
           END-IF
           IF PGSTATUS = "R"
               ADD 1 TO QREJ
               ADD PSLIQUID TO VREJ
               WRITE RECLINE
               GO TO R07
           END-IF
           IF PGOCORR = "BD"
               MOVE SPACES TO LINHA
               STRING "RK " RKF " PIX ACEITO PELO BANCO, AINDA NAO "
                   "EFETIVADO - LIQUIDO " PSLIQUID
                   INTO LINHA
               MOVE LINHA TO RECLINE
               WRITE RECLINE
           END-IF
           ADD 1 TO QPEND
           ADD PSLIQUID TO VPEND
           GO TO R07
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "  (REMETIDOS POR PIX...: " QPIX " = " VPIX ")"
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE ALL "-" TO RECLINE
           WRITE RECLINE
           COMPUTE TOTBALDE = VCONF + VPEND + VREJ + VNAOREM
           DISPLAY "NAO REMETIDOS..: " QNAOREM
           DISPLAY "CAIXA/CHEQUE...: " QCAIXA
           DISPLAY "DIVERGENTES....: " QDIVERG
           DISPLAY "PIX REMETIDOS..: " QPIX
           IF TOTBALDE = TOTCALC
               DISPLAY "RECONCILIACAO FECHADA AO CENTAVO"
           ELSE
       .
       RF1.
           CLOSE PR FILEFUNC PAGSTAT
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           GOBACK
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
