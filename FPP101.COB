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
           RECORD KEY IS CHQRK
           .
      *-----------------------------------------------------------------
           SELECT OBITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OIRK
           .
      *-----------------------------------------------------------------
           SELECT OBITBEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HBRK
           .
      *-----------------------------------------------------------------
           SELECT CHQRPT ASSIGN TO NOMEARQ
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
           03 CHQVALOR    PIC 9(10)V99.
           03 CHQSTAT     PIC X(01).
           03 CHQDATA     PIC 9(08).
      *-----------------------------------------------------------------
      *RESCISAO POR FALECIMENTO (VER CADOBITO/FPP140) - CHEQUE
      *NOMINAL A CADA BENEFICIARIO COM FORMA Q
      *-----------------------------------------------------------------
       FD OBITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITO1.DAT".
       COPY OBITO.
      *-----------------------------------------------------------------
       FD OBITBEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITBEN1.DAT".
       COPY OBITBEN.
      *-----------------------------------------------------------------
       FD CHQRPT
           LABEL RECORD IS STANDARD.
       01 CHQLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
           01 TOTEMIT     PIC 9(06).
           01 TOTVAL      PIC 9(12)V99.
           01 HOJE        PIC 9(08).
           01 OBITOK      PIC X(01).
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
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01D.
           OPEN INPUT OBITO
           IF FS NOT = "00"
               MOVE "N" TO OBITOK
           ELSE
               OPEN I-O OBITBEN
               IF FS NOT = "00"
                   MOVE "N" TO OBITOK
                   CLOSE OBITO
               ELSE
                   MOVE "S" TO OBITOK
               END-IF
       .
       R02.
           DISPLAY "PAGAMENTO EM CHEQUE"
           DISPLAY "DIGITE: E-EMITIR C-CANCELAR/REEMITIR "
               "R-REGISTRO O-OBITO/BENEFICIARIOS F-FIM"
           ACCEPT OPT
           IF OPT = "E" OR OPT = "e"
               PERFORM REMITE THRU REMITEX
               GO TO R02
           .
           IF OPT = "O" OR OPT = "o"
               PERFORM REMITOB THRU REMITOBX
               GO TO R02
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RCANCELA THRU RCANCELAX
               GO TO R02
       .
       FF1.
           CLOSE PR FILEFUNC CHQCTL CHEQUES
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF OBITOK = "S"
               CLOSE OBITO OBITBEN
           END-IF
           GOBACK
           .
       RCONTAEM.
           .
           MOVE ZEROS TO TOTEMIT TOTVAL
           ACCEPT HOJE FROM DATE YYYYMMDD
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO REMITE4
       .
       REMITE2.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO REMITE4
           END-IF
           REWRITE CHEQUESREC
           DISPLAY "CHEQUE " BNUM " CANCELADO - REEMITA PELA "
               "OPCAO E (O PROXIMO NUMERO LIVRE SERA USADO)"
           IF OBITOK = "S"
               PERFORM RCANCOB THRU RCANCOBX
           .
       RCANCELAX.
           EXIT.
       RCANCOB.
      *-----------------------------------------------------------------
      *CHEQUE DE BENEFICIARIO DE FALECIDO CANCELADO: A COTA VOLTA A
      *PENDENTE PARA A REEMISSAO PELA OPCAO O
      *-----------------------------------------------------------------
           MOVE CHQMAT TO HBRKF
           MOVE ZEROS TO HBSEQ
           START OBITBEN KEY IS NOT LESS THAN HBRK
           IF FS NOT = "00"
               GO TO RCANCOBX
           .
       RCANCOB2.
           READ OBITBEN NEXT RECORD
           IF FS NOT = "00" OR HBRKF NOT = CHQMAT
               GO TO RCANCOBX
           END-IF
           IF HBFORMA = "Q" AND HBPAGO = "S" AND HBCHQNUM = BNUM
               MOVE "N" TO HBPAGO
               MOVE ZEROS TO HBCHQNUM
               REWRITE OBITBENREC
               DISPLAY "COTA DE " HBNOME " VOLTA A PENDENTE - "
                   "REEMITA PELA OPCAO O"
               GO TO RCANCOBX
           END-IF
           GO TO RCANCOB2
           .
       RCANCOBX.
           EXIT.
       REMITOB.
      *-----------------------------------------------------------------
      *RESCISAO POR FALECIMENTO: UM CHEQUE NOMINAL POR BENEFICIARIO
      *COM FORMA Q E COTA RATEADA AINDA NAO PAGA; O CHEQUE LEVA A
      *MATRICULA DO FALECIDO E A COMPETENCIA DO OBITO
      *-----------------------------------------------------------------
           IF OBITOK NOT = "S"
               DISPLAY "SEM RESCISAO POR FALECIMENTO (FPP038/FPP140)"
               GO TO REMITOBX
           .
           PERFORM RCONTAEM THRU RCONTAEMX
           MOVE SPACES TO NOMEARQ
           DISPLAY "NOME DO ARQUIVO DE IMPRESSAO DOS CHEQUES: "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO REMITOBX
           .
           OPEN OUTPUT CHQRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO: " FSX
               GO TO REMITOBX
           .
           MOVE ZEROS TO TOTEMIT TOTVAL
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO HBRKF HBSEQ
           START OBITBEN KEY IS NOT LESS THAN HBRK
           IF FS NOT = "00"
               DISPLAY "NAO HA BENEFICIARIOS REGISTRADOS"
               GO TO REMITOB4
       .
       REMITOB2.
           READ OBITBEN NEXT RECORD
           IF FS NOT = "00"
               GO TO REMITOB4
           END-IF
           IF HBFORMA NOT = "Q" OR HBPAGO NOT = "N"
                   OR HBVALLIQ = ZEROS
               GO TO REMITOB2
           END-IF
           MOVE HBRKF TO OIRK
           READ OBITO
           IF FS NOT = "00" OR OIRATEIO NOT = "S"
               GO TO REMITOB2
           END-IF
           MOVE BBANCO TO CHQBCO
           MOVE BAGEN TO CHQAG
           MOVE BCONTA TO CHQCT
           MOVE CQPROX TO CHQNUM
           ADD 1 TO CQPROX
           MOVE HBRKF TO CHQMAT
           MOVE OIMES TO CHQRKM
           MOVE OIANO TO CHQRKY
           MOVE HBVALLIQ TO CHQVALOR
           MOVE "E" TO CHQSTAT
           MOVE HOJE TO CHQDATA
           WRITE CHEQUESREC
           MOVE "S" TO HBPAGO
           MOVE CHQNUM TO HBCHQNUM
           REWRITE OBITBENREC
           ADD 1 TO TOTEMIT
           ADD HBVALLIQ TO TOTVAL
           MOVE ALL "-" TO CHQLINE
           WRITE CHQLINE
           MOVE SPACES TO LINHA
           STRING "CHEQUE N. " CHQNUM " BANCO " CHQBCO
               " AG " CHQAG " CONTA " CHQCT
               INTO LINHA
           MOVE LINHA TO CHQLINE
           WRITE CHQLINE
           MOVE SPACES TO LINHA
           STRING "PAGUE A " HBNOME
               INTO LINHA
           MOVE LINHA TO CHQLINE
           WRITE CHQLINE
           MOVE SPACES TO LINHA
           STRING "VALOR R$ " HBVALLIQ "  EM " HOJE
               INTO LINHA
           MOVE LINHA TO CHQLINE
           WRITE CHQLINE
           GO TO REMITOB2
       .
       REMITOB4.
           REWRITE CHQCTLREC
           MOVE ALL "-" TO CHQLINE
           WRITE CHQLINE
           CLOSE CHQRPT
           DISPLAY "CHEQUES EMITIDOS: " TOTEMIT
               " VALOR TOTAL: " TOTVAL
           .
       REMITOBX.
           EXIT.
       RREGIS.
      *-----------------------------------------------------------------
      *REGISTRO DE CHEQUES DA COMPETENCIA PARA ASSINATURA DO
           .
       RREGISX.
           EXIT.
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
