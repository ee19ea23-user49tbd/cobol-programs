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
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
           .
      *-----------------------------------------------------------------
           SELECT CONVOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .
      *-----------------------------------------------------------------
           SELECT GUIAFGTS ASSIGN TO NOMEARQ
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
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *CONVOCACOES PAGAS DO INTERMITENTE (VER PAGINTER/FPP129) - O
      *FGTS DEPOSITADO NO PAGAMENTO ENTRA NO RECOLHIMENTO DA COMPETENCIA
      *-----------------------------------------------------------------
       FD CONVOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
      *-----------------------------------------------------------------
      *ARQUIVO DE RECOLHIMENTO FGTS NO LAYOUT POSICIONAL DA CAIXA
      *TIPO 0-HEADER 1-DETALHE 9-TRAILER
      *-----------------------------------------------------------------
           03 FILLER      PIC X(69) VALUE SPACES.
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BRKM        PIC 9(02).
           01 TOTSKIP     PIC 9(06).
           01 TOTFGTS     PIC 9(12)V99.
           01 CONFTOT     PIC 9(12)V99.
           01 CONVOK      PIC X(01).
           01 CONVMAT     PIC 9(06).
           01 CONVFGTS    PIC 9(10)V99.
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
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01B.
           OPEN INPUT CONVOC
           IF FS NOT = "00"
               MOVE "N" TO CONVOK
           ELSE
               MOVE "S" TO CONVOK
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTGRAV TOTSKIP TOTFGTS CONFTOT
           DISPLAY "ARQUIVO DE RECOLHIMENTO FGTS POR COMPETENCIA"
       .
       R04.
      *-----------------------------------------------------------------
      *PASSO 1 - TOTALIZA O PFGTS DA COMPETENCIA E O FGTS DAS
      *CONVOCACOES DO INTERMITENTE PAGAS NELA ANTES DE GERAR O ARQUIVO;
      *O TRAILER DEVE BATER COM ESTA SOMA ANTES DA LIBERACAO
      *-----------------------------------------------------------------
           PERFORM RCVTOT THRU RCVTOTX
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               DISPLAY "NAO HA FOLHAS DE PAGAMENTO CADASTRADAS"
               GO TO R05
       .
       R04A.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R05
           END-IF
           WRITE GFLINE FROM GFHEADER
       .
       R07.
           PERFORM RPXINI THRU RPXINIX
           IF FS NOT = "00"
               GO TO R07B
       .
       R07A.
           PERFORM RPXLE THRU RPXLEX
           IF FS NOT = "00"
               GO TO R07B
           END-IF
           IF RKM NOT = BRKM OR RKY NOT = BRKY
               GO TO R07A
           END-IF
           GO TO R07A
       .
       R07B.
           PERFORM RCVDET THRU RCVDETX
       .
       R08.
           MOVE "9" TO GFTTIPO
           MOVE TOTGRAV TO GFTQTDE
           DISPLAY "REGISTROS EXPORTADOS...: " TOTGRAV
           DISPLAY "REGISTROS IGNORADOS....: " TOTSKIP
           DISPLAY "TOTAL FGTS DO ARQUIVO..: " TOTFGTS
           DISPLAY "TOTAL PFGTS + INTERMIT.: " CONFTOT
           IF TOTFGTS = CONFTOT
               DISPLAY "CONFERENCIA OK - ARQUIVO LIBERADO"
           ELSE
           .
       RF1.
           CLOSE PR FILEFUNC
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF CONVOK = "S"
               CLOSE CONVOC
           END-IF
           GOBACK
           .
       RF2.
           EXIT PROGRAM
           .
       RCVTOT.
      *-----------------------------------------------------------------
      *SOMA O FGTS DAS CONVOCACOES DO INTERMITENTE PAGAS NA COMPETENCIA
      *-----------------------------------------------------------------
           IF CONVOK NOT = "S"
               GO TO RCVTOTX
           .
           MOVE ZEROS TO IVMAT IVSEQ
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO RCVTOTX
           .
       RCVTOT2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00"
               GO TO RCVTOTX
           END-IF
           IF IVSIT = "G" AND IVPGM = BRKM AND IVPGY = BRKY
               ADD IVFGTS TO CONFTOT
           END-IF
           GO TO RCVTOT2
           .
       RCVTOTX.
           EXIT.
       RCVDET.
      *-----------------------------------------------------------------
      *UM DETALHE POR INTERMITENTE COM O FGTS DE TODAS AS CONVOCACOES
      *PAGAS NA COMPETENCIA - O ARQUIVO VEM POR MATRICULA E O
      *DETALHE SAI NA TROCA DELA (RCVGRV)
      *-----------------------------------------------------------------
           IF CONVOK NOT = "S"
               GO TO RCVDETX
           .
           MOVE ZEROS TO IVMAT IVSEQ CONVMAT CONVFGTS
           START CONVOC KEY IS NOT LESS THAN IVRK
           IF FS NOT = "00"
               GO TO RCVDETX
           .
       RCVDET2.
           READ CONVOC NEXT RECORD
           IF FS NOT = "00"
               PERFORM RCVGRV THRU RCVGRVX
               GO TO RCVDETX
           END-IF
           IF IVSIT NOT = "G" OR IVPGM NOT = BRKM OR IVPGY NOT = BRKY
               GO TO RCVDET2
           END-IF
           IF IVMAT NOT = CONVMAT
               PERFORM RCVGRV THRU RCVGRVX
               MOVE IVMAT TO CONVMAT
           END-IF
           ADD IVFGTS TO CONVFGTS
           GO TO RCVDET2
           .
       RCVDETX.
           EXIT.
       RCVGRV.
           IF CONVMAT = ZEROS
               GO TO RCVGRVX
           .
           ADD 1 TO TOTLIDO
           MOVE CONVMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               ADD 1 TO TOTSKIP
               MOVE ZEROS TO CONVFGTS
               GO TO RCVGRVX
           .
           MOVE "1" TO GFDTIPO
           MOVE CONVMAT TO GFDMAT
           MOVE CPF TO GFDCPF
           MOVE NOME TO GFDNOME
           MOVE CONVFGTS TO GFDVALOR
           WRITE GFLINE FROM GFDETALHE
           IF FSX = "00"
               ADD 1 TO TOTGRAV
               ADD CONVFGTS TO TOTFGTS
           ELSE
               ADD 1 TO TOTSKIP
           END-IF
           MOVE ZEROS TO CONVFGTS
           .
       RCVGRVX.
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
