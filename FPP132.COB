       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROLPAG.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CALCULO MENSAL DO PRO-LABORE DOS SOCIOS E DIRETORES (VER
      *CADPROL/FPP131) - POR FILIAL OU TODAS. INSS DE 11% LIMITADO AO
      *TETO DA TABELA DO ANO, IRRF PELAS FAIXAS DA FOLHA SOBRE A BASE
      *LIQUIDA DO INSS, PATRONAL DE 20% (CONTRIBUINTE INDIVIDUAL, SEM
      *RAT/TERCEIROS) E SEM FGTS. O PAGAMENTO JA ENVIADO NA REMESSA
      *NAO E RECALCULADO; OS DEMAIS SAO SUBSTITUIDOS
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROLAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PBRK
           .

           SELECT PROLMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PQRK
           .

           SELECT CADTAXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXANO
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .

           SELECT HOLRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *SOCIOS E DIRETORES COM PRO-LABORE (VER CADPROL/FPP131)
      *-----------------------------------------------------------------
       FD PROLAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLAB1.DAT".
       COPY PROLAB.
      *-----------------------------------------------------------------
      *PRO-LABORE POR COMPETENCIA (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *TABELA DE TAXAS - TETO DO INSS E FAIXAS DO IRRF
      *-----------------------------------------------------------------
       FD CADTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *RECIBOS DE PRO-LABORE DA COMPETENCIA
      *-----------------------------------------------------------------
       FD HOLRPT
           LABEL RECORD IS STANDARD.
       01 HOLLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 LINHA       PIC X(80).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 BFIL        PIC 9(02).
           01 CONF        PIC X(01).
           01 HOLOK       PIC X(01).
           01 WINSS       PIC 9(10)V99.
           01 WIRRF       PIC 9(10)V99.
           01 WBASEIR     PIC 9(10)V99.
           01 TOTCALC     PIC 9(06).
           01 TOTSKIP     PIC 9(06).
           01 TOTBRUTO    PIC 9(12)V99.
           01 TOTINSS     PIC 9(12)V99.
           01 TOTIRRF     PIC 9(12)V99.
           01 TOTLIQ      PIC 9(12)V99.
           01 TOTPATR     PIC 9(12)V99.
      *-----------------------------------------------------------------
      *PATRONAL SOBRE A REMUNERACAO DO CONTRIBUINTE INDIVIDUAL (LEI
      *8.212 ART. 22 III) - NAO MUDA COM O REGIME CPRB DA FILIAL
      *-----------------------------------------------------------------
           01 PATPCT      PIC 9(02) VALUE 20.
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
       R00S.
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               DISPLAY "AVISO: CADASTRO DE OPERADORES AUSENTE"
               DISPLAY "ACESSO LIBERADO - CADASTRE PELO CADOPER"
               MOVE "N" TO OPERCHK
           ELSE
               MOVE "S" TO OPERCHK
           .
           MOVE ZEROS TO TENTAT
       .
       R00S2.
           IF LKOPER NOT = SPACES AND LKOPER NOT = LOW-VALUES
               MOVE LKOPER TO OPERID
               IF OPERCHK = "S"
                   PERFORM RSIGNONQ THRU RSIGNONQX
                   CLOSE OPERMST
               END-IF
               GO TO R01
           .
       R00S3.
           MOVE SPACES TO OPERID
           DISPLAY "IDENTIFICACAO DO OPERADOR: "
           ACCEPT OPERID
           IF OPERID = SPACES
               GO TO R00S3
           .
           IF OPERCHK = "S"
               PERFORM RSIGNON THRU RSIGNONX
               CLOSE OPERMST
       .
       R01.
           OPEN INPUT PROLAB
           IF FS NOT = "00"
               DISPLAY "SEM SOCIOS/DIRETORES CADASTRADOS (FPP131)"
               GOBACK
       .
       R01A.
           OPEN I-O PROLMOV
           IF FS = "35"
               OPEN OUTPUT PROLMOV
               CLOSE PROLMOV
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROLMOV - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE PROLAB
               GOBACK
       .
       R01B.
           OPEN INPUT CADTAXA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXA"
               CLOSE PROLAB PROLMOV
               GOBACK
       .
       R02.
           MOVE ZEROS TO TOTCALC TOTSKIP TOTBRUTO TOTINSS TOTIRRF
           MOVE ZEROS TO TOTLIQ TOTPATR
           DISPLAY "CALCULO DO PRO-LABORE - SOCIOS E DIRETORES"
           DISPLAY "MES DA COMPETENCIA (MM, 0-FIM): "
           ACCEPT BRKM
           IF BRKM = ZEROS
               GO TO FF1
           .
           IF BRKM > 12
               DISPLAY "MES INVALIDO"
               GO TO R02
       .
       R03.
           DISPLAY "ANO DA COMPETENCIA (AAAA): "
           ACCEPT BRKY
           IF BRKY = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO R03
           .
           MOVE BRKY TO TXANO
           READ CADTAXA
           IF FS NOT = "00"
               DISPLAY "TABELA DE TAXAS NAO CADASTRADA P/ O ANO"
               GO TO R02
       .
       R04.
           DISPLAY "FILIAL (0=TODAS): "
           ACCEPT BFIL
           DISPLAY "CONFIRMA O CALCULO DA COMPETENCIA " BRKM "/" BRKY
               " (S/N): "
           ACCEPT CONF
           IF CONF NOT = "S" AND CONF NOT = "s"
               DISPLAY "CALCULO CANCELADO"
               GO TO R02
       .
       R04A.
           MOVE "N" TO HOLOK
           MOVE SPACES TO NOMEARQ
           DISPLAY "NOME DO ARQUIVO DE RECIBOS (BRANCO=NAO): "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               GO TO R05
           .
           OPEN OUTPUT HOLRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO: " FSX
               GO TO R04A
           .
           MOVE "S" TO HOLOK
       .
       R05.
           MOVE ZEROS TO PBRK
           START PROLAB KEY IS NOT LESS THAN PBRK
           IF FS NOT = "00"
               DISPLAY "NAO HA SOCIOS/DIRETORES CADASTRADOS"
               GO TO R08
       .
       R06.
           READ PROLAB NEXT RECORD
           IF FS NOT = "00"
               GO TO R08
           END-IF
           IF PBATIVO NOT = "S"
               GO TO R06
           END-IF
           IF BFIL NOT = ZEROS AND PBFILIAL NOT = BFIL
               GO TO R06
           END-IF
           MOVE PBRK TO PQRKB
           MOVE BRKM TO PQRKM
           MOVE BRKY TO PQRKY
           READ PROLMOV
           IF FS = "00" AND PQPAGO = "S"
               DISPLAY "JA ENVIADO NA REMESSA - MANTIDO: " PBRK " "
                   PBNOME
               ADD 1 TO TOTSKIP
               GO TO R06
           END-IF
       .
       R07.
      *-----------------------------------------------------------------
      *RETENCOES E PATRONAL DO PRO-LABORE
      *-----------------------------------------------------------------
           COMPUTE WINSS ROUNDED = PBVALOR * 11 / 100
           IF WINSS > TXITETOVAL
               MOVE TXITETOVAL TO WINSS
           .
           COMPUTE WBASEIR = PBVALOR - WINSS
           MOVE ZEROS TO WIRRF
           IF WBASEIR < TXR1LIM
               MOVE ZEROS TO WIRRF
           ELSE
               IF WBASEIR < TXR2LIM
                   COMPUTE WIRRF ROUNDED = WBASEIR * TXR1PCT
               ELSE
                   IF WBASEIR < TXR3LIM
                       COMPUTE WIRRF ROUNDED = WBASEIR * TXR2PCT
                   ELSE
                       COMPUTE WIRRF ROUNDED = WBASEIR * TXR3PCT
           .
           MOVE PBRK TO PQRKB
           MOVE BRKM TO PQRKM
           MOVE BRKY TO PQRKY
           MOVE PBFILIAL TO PQFILIAL
           MOVE PBVALOR TO PQBRUTO
           MOVE WINSS TO PQINSS
           MOVE WIRRF TO PQIRRF
           COMPUTE PQLIQ = PBVALOR - WINSS - WIRRF
           COMPUTE PQPATR ROUNDED = PBVALOR * PATPCT / 100
           MOVE "N" TO PQPAGO
           WRITE PROLMOVREC
           IF FS NOT = "00"
               REWRITE PROLMOVREC
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR " PBRK " - FS: " FS
               ADD 1 TO TOTSKIP
               GO TO R06
           .
           ADD 1 TO TOTCALC
           ADD PQBRUTO TO TOTBRUTO
           ADD PQINSS TO TOTINSS
           ADD PQIRRF TO TOTIRRF
           ADD PQLIQ TO TOTLIQ
           ADD PQPATR TO TOTPATR
           IF HOLOK = "S"
               PERFORM RHOLER THRU RHOLERX
           END-IF
           GO TO R06
       .
       R08.
           IF HOLOK = "S"
               CLOSE HOLRPT
           .
           DISPLAY "PRO-LABORES CALCULADOS: " TOTCALC
           DISPLAY "MANTIDOS/COM ERRO.....: " TOTSKIP
           DISPLAY "BRUTO.................: " TOTBRUTO
           DISPLAY "INSS RETIDO (11%).....: " TOTINSS
           DISPLAY "IRRF RETIDO...........: " TOTIRRF
           DISPLAY "LIQUIDO A PAGAR.......: " TOTLIQ
           DISPLAY "PATRONAL (20%)........: " TOTPATR
           DISPLAY "ENTRA NA REMESSA TIPO L (FPP026)"
           GO TO R02
       .
       FF1.
           CLOSE PROLAB PROLMOV CADTAXA
           GOBACK
           .
       RHOLER.
      *-----------------------------------------------------------------
      *RECIBO DE PRO-LABORE - UM BLOCO POR SOCIO/DIRETOR
      *-----------------------------------------------------------------
           MOVE ALL "=" TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "RECIBO DE PRO-LABORE - COMPETENCIA " BRKM "/" BRKY
               "  FILIAL " PBFILIAL
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           IF PBTIPO = "D"
               STRING "CODIGO: " PBRK "  DIRETOR: " PBNOME
                   INTO LINHA
           ELSE
               STRING "CODIGO: " PBRK "  SOCIO: " PBNOME
                   INTO LINHA
           END-IF
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "CPF: " PBCPF "  NIT: " PBNIT
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE ALL "-" TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "PRO-LABORE.......: " PQBRUTO
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "INSS (11%).......: " PQINSS
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "IRRF.............: " PQIRRF
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "LIQUIDO..........: " PQLIQ
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE SPACES TO LINHA
           STRING "CREDITO: BANCO " PBBANCO " AG " PBAGEN "-" PBAGDV
               " CONTA " PBCONTA "-" PBCTADV
               INTO LINHA
           MOVE LINHA TO HOLLINE
           WRITE HOLLINE
           MOVE ALL "=" TO HOLLINE
           WRITE HOLLINE
           .
       RHOLERX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
      *CADASTRO DE OPERADORES (CADOPER/FPP058)
      *-----------------------------------------------------------------
           DISPLAY "SENHA: "
           ACCEPT SENHA
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMSENHA NOT = SENHA
                   OR OPMATIVO NOT = "S"
               ADD 1 TO TENTAT
               IF TENTAT NOT < 3
                   DISPLAY "ACESSO NEGADO"
                   GOBACK
               END-IF
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               GO TO RSIGNON
           .
           IF OPMFOLHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FOLHA"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMFOLHA NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE FOLHA"
               GOBACK
           .
       RSIGNONQX.
           EXIT.
