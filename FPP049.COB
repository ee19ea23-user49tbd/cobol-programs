           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT AUTEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HXRK
           .

           SELECT PENDEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HQRK
           .

           SELECT TREINO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TRRK
           .

           SELECT EXTRPT ASSIGN TO NOMEEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
       DATA DIVISION.
       FILE SECTION.
       FD FILEFUNC
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
      *-----------------------------------------------------------------
       FD IRRRPT
           LABEL RECORD IS STANDARD.
       01 IRRLINE PIC X(80).
      *-----------------------------------------------------------------
      *AUTORIZACOES PREVIAS DE EXTRAS E FILA DE EXTRAS SEM AUTORIZACAO
      *(VER AUTEXTRA/FPP142) - SEM O CADASTRO DE AUTORIZACOES AS
      *EXTRAS ENTRAM TODAS, COMO ANTES
      *-----------------------------------------------------------------
       FD AUTEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUTEXT1.DAT".
       COPY AUTEXT.
      *-----------------------------------------------------------------
       FD PENDEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENDEXT1.DAT".
       COPY PENDEXT.
      *-----------------------------------------------------------------
      *TREINAMENTOS DE SEGURANCA (VER TREINO/FPP165) - AS HORAS DE
      *CURSO FORA DA JORNADA JA LANCADAS NO HORAS1 VOLTAM QUANDO A
      *COMPETENCIA E ZERADA NA REIMPORTACAO
      *-----------------------------------------------------------------
       FD TREINO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINO1.DAT".
       COPY TREINO.
      *-----------------------------------------------------------------
      *EXCECOES DE EXTRAS POR AREA - DIAS ACIMA DO AUTORIZADO E HORAS
      *RETIDAS NA FILA DE PENDENTES
      *-----------------------------------------------------------------
       FD EXTRPT
           LABEL RECORD IS STANDARD.
       01 EXTLINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
      *-----------------------------------------------------------------
           01 TOCTAB.
               03 TOCENT OCCURS 5000 TIMES.
                   05 TOCKEY PIC X(13).
           01 TOCQTD      PIC 9(04).
           01 TOCIDX      PIC 9(04).
           01 TOCACHOU    PIC X(01).
           01 TOCCHAVE    PIC X(13).
      *-----------------------------------------------------------------
      *APURACAO DA LINHA DIARIA - MINUTOS TRABALHADOS X JORNADA
      *-----------------------------------------------------------------
           01 OVCONF      PIC X(01).
           01 TOTVIOL     PIC 9(06).
           01 EXTRAMIN    PIC S9(05).
      *-----------------------------------------------------------------
      *AUTORIZACAO PREVIA DE EXTRAS - A FOLHA RECEBE AS AUTORIZADAS
      *MAIS AS JA APROVADAS PELO GESTOR NA FILA (PAGHRS); O RESTO
      *FICA RETIDO. TOTAIS EM ABERTO POR AREA PARA O RELATORIO
      *-----------------------------------------------------------------
           01 AUTOK       PIC X(01).
           01 NOMEEXT     PIC X(40).
           01 HQEXISTE    PIC X(01).
           01 AUTHRS      PIC 9(04)V99.
           01 AUTINT      PIC 9(04).
           01 AUTDIAMIN   PIC 9(05).
           01 PAGANT      PIC 9(04).
           01 PAGNOVO     PIC 9(04).
           01 PAGHRS      PIC 9(04).
           01 ABERTOW     PIC 9(04).
           01 TOTPEND     PIC 9(06).
           01 TOTEXDIA    PIC 9(06).
           01 AREATAB.
               03 AREAHRS PIC 9(05) OCCURS 1000 TIMES.
           01 AREAIDX     PIC 9(04).
           01 AREACOD     PIC 9(03).
           01 TRNOK       PIC X(01).
           01 TRNDT       PIC 9(08).
           01 TRNDTR REDEFINES TRNDT.
               03 TRNANO   PIC 9(04).
               03 TRNMES   PIC 9(02).
               03 TRNDIA   PIC 9(02).
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT FILEFUNC
           ELSE
               MOVE "S" TO AVISOOK
       .
       R01B1.
           OPEN INPUT TREINO
           IF FS NOT = "00"
               MOVE "N" TO TRNOK
           ELSE
               MOVE "S" TO TRNOK
       .
       R01B2.
           OPEN INPUT AUTEXT
           IF FS NOT = "00"
               MOVE "N" TO AUTOK
               DISPLAY "AVISO: SEM CADASTRO DE AUTORIZACOES DE EXTRAS"
               DISPLAY "AS EXTRAS ENTRAM SEM CONFERENCIA"
           ELSE
               MOVE "S" TO AUTOK
       .
       R01B3.
           IF AUTOK NOT = "S"
               GO TO R01C
           .
           OPEN I-O PENDEXT
           IF FS = "35"
               OPEN OUTPUT PENDEXT
               CLOSE PENDEXT
               GO TO R01B3
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDEXT - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE AUTEXT
               MOVE "N" TO AUTOK
       .
       R01C.
           OPEN I-O LOGCTR
           IF FS = "35"
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTGRAV TOTCRIT TOCQTD TOTVIOL
           MOVE ZEROS TO TOTPEND TOTEXDIA AREATAB
           DISPLAY "IMPORTACAO DO PONTO ELETRONICO"
           MOVE SPACES TO NOMEARQ
           DISPLAY "DIGITE O NOME DO ARQUIVO DO RELOGIO: "
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R03A
       .
       R03A2.
           IF AUTOK NOT = "S"
               GO TO R03B
           .
           MOVE SPACES TO NOMEEXT
           DISPLAY "DIGITE O NOME DO RELATORIO DE EXTRAS SEM "
               "AUTORIZACAO: "
           ACCEPT NOMEEXT
           IF NOMEEXT = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO R03A2
       .
       R03B.
           OPEN I-O PONTODET
           IF FS = "35"
           MOVE ALL "-" TO IRRLINE
           WRITE IRRLINE
       .
       R04A.
           IF AUTOK NOT = "S"
               GO TO R05
           .
           OPEN OUTPUT EXTRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO: " FSX
               CLOSE PONTO CRITRPT IRRRPT
               GO TO RF1
           .
           MOVE "EXTRAS SEM AUTORIZACAO PREVIA POR AREA" TO EXTLINE
           WRITE EXTLINE
           MOVE ALL "-" TO EXTLINE
           WRITE EXTLINE
       .
       R05.
           READ PONTO
           IF FSX NOT = "00"
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE RKT TO LOGRK
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       R07.
           MOVE ALL "-" TO IRRLINE
           MOVE LINHA TO IRRLINE
           WRITE IRRLINE
           CLOSE PONTO CRITRPT IRRRPT
           IF AUTOK = "S"
               PERFORM REXTFIM THRU REXTFIMX
           END-IF
           DISPLAY "LINHAS LIDAS..........: " TOTLIDO
           DISPLAY "APURACOES GRAVADAS....: " TOTGRAV
           DISPLAY "BATIDAS DIARIAS.......: " TOTDIA
           DISPLAY "DIAS IRREGULARES......: " TOTIRR
           DISPLAY "LINHAS CRITICADAS.....: " TOTCRIT
           DISPLAY "EXTRAS ACIMA DO LIMITE: " TOTVIOL
           IF AUTOK = "S"
               DISPLAY "DIAS ACIMA DO AUTORIZ.: " TOTEXDIA
               DISPLAY "HORAS RETIDAS P/ GESTOR: " TOTPEND
           END-IF
       .
       RF1.
           CLOSE FILEFUNC HORAS PONTODET LOGCTR CHGLOG
           IF AVISOOK = "S"
               CLOSE AVISO
           END-IF
           IF AUTOK = "S"
               CLOSE AUTEXT PENDEXT
           END-IF
           IF TRNOK = "S"
               CLOSE TREINO
           END-IF
           GOBACK
           .
       RDIARIO.
                   GO TO RDIARIOX
               END-IF
           .
           IF AUTOK = "S" AND EXTRAMIN > ZEROS
               PERFORM RAUTDIA THRU RAUTDIAX
           .
      *-----------------------------------------------------------------
      *EM AVISO PREVIO TRABALHADO A REDUCAO DE JORNADA (2 HORAS/DIA
      *OU 7 DIAS CORRIDOS) NAO E ATRASO - VER CADAVISO/FPP104
           DIVIDE PDIDATA BY 10000 GIVING HARKY
           DIVIDE PDIDATA BY 100 GIVING WQUOC
           COMPUTE HARKM = WQUOC - HARKY * 100
           MOVE HARK TO TOCCHAVE
           PERFORM RTOCA THRU RTOCAX
           IF TOCACHOU = "C"
               ADD 1 TO TOTCRIT
                   MOVE ZEROS TO HAHREXT HAHNOT HAHFER
                   MOVE ZEROS TO HAATRMIN HAINTRA
                   MOVE "N" TO HATIPOHE
                   PERFORM RTREINO THRU RTREINOX
               END-IF
           END-IF
           ADD ATRW TO HAATRMIN
           MOVE PIMAT TO HARKF
           MOVE PIMES TO HARKM
           MOVE PIANO TO HARKY
           MOVE HARK TO TOCCHAVE
           PERFORM RTOCA THRU RTOCAX
           IF TOCACHOU = "C"
               PERFORM RCRITICA
                   MOVE ZEROS TO HAHREXT HAHNOT HAHFER
                   MOVE ZEROS TO HAATRMIN HAINTRA
                   MOVE "N" TO HATIPOHE
                   PERFORM RTREINO THRU RTREINOX
               END-IF
           END-IF
           MOVE PIHORAS TO PAGHRS
           IF AUTOK = "S" AND (PITIPO = "N" OR PITIPO = "D")
               PERFORM RAUTMES THRU RAUTMESX
           END-IF
           IF PITIPO = "O"
               ADD PIHORAS TO HAHNOT
           ELSE
           IF PITIPO = "F"
               ADD PIHORAS TO HAHFER
           ELSE
               ADD PAGHRS TO HAHREXT
               IF PITIPO = "D" AND PAGHRS > ZEROS
                   MOVE "D" TO HATIPOHE
               END-IF
           END-IF
           .
       RACUMULAX.
           EXIT.
       RTREINO.
      *-----------------------------------------------------------------
      *DEVOLVE AO HORAS1 ZERADO (HARK) AS EXTRAS DE CURSO FORA DA
      *JORNADA JA LANCADAS PELO TREINO NA COMPETENCIA - O RELOGIO NAO
      *MARCA O CURSO, ENTAO A REIMPORTACAO NAO PODE PERDE-LAS
      *-----------------------------------------------------------------
           IF TRNOK NOT = "S"
               GO TO RTREINOX
           .
           MOVE HARKF TO TRMAT
           MOVE ZEROS TO TRSEQ
           START TREINO KEY IS NOT LESS THAN TRRK
           IF FS NOT = "00"
               GO TO RTREINOX
           .
       RTREINO2.
           READ TREINO NEXT RECORD
           IF FS NOT = "00" OR TRMAT NOT = HARKF
               GO TO RTREINOX
           END-IF
           MOVE TRDATA TO TRNDT
           IF TRHELANC NOT = "S" OR TRNMES NOT = HARKM
                   OR TRNANO NOT = HARKY
               GO TO RTREINO2
           END-IF
           ADD TRHEXT TO HAHREXT
           IF TRHETIPO = "D"
               MOVE "D" TO HATIPOHE
           END-IF
           GO TO RTREINO2
           .
       RTREINOX.
           EXIT.
       RTOCA.
      *-----------------------------------------------------------------
      *PROCURA A CHAVE (TOCCHAVE) NA TABELA DE TOCADAS: "S" JA TOCADA,
      *"N" PRIMEIRO TOQUE (ENTRA NA TABELA), "C" TABELA CHEIA - A
      *LINHA E CRITICADA PARA NAO ARRISCAR DUPLICIDADE. GUARDA AS
      *COMPETENCIAS DO HORAS1 E AS PENDENCIAS DE EXTRAS (PENDEXT)
      *-----------------------------------------------------------------
           MOVE "N" TO TOCACHOU
           MOVE ZEROS TO TOCIDX
       RTOCA2.
           MOVE LINHA TO CRITLINE
           WRITE CRITLINE
           .
       RAUTMES.
      *-----------------------------------------------------------------
      *EXTRAS DA LINHA MENSAL CONTRA AS AUTORIZACOES DA COMPETENCIA
      *(MESMO TIPO, HORAS INTEIRAS). A PENDENCIA DA MATRICULA/
      *COMPETENCIA/TIPO E ZERADA NO PRIMEIRO TOQUE DA RODADA, COMO O
      *HORAS1, MAS AS DECISOES DO GESTOR SAO MANTIDAS - O QUE ELE JA
      *APROVOU CONTINUA INDO A FOLHA. PAGHRS DEVOLVE SO O ACRESCIMO
      *DESTA LINHA AO QUE JA FOI PARA O HORAS1 NA RODADA
      *-----------------------------------------------------------------
           MOVE ZEROS TO PAGHRS
           MOVE PIMAT TO HQRKF
           MOVE PIMES TO HQRKM
           MOVE PIANO TO HQRKY
           MOVE PITIPO TO HQTIPO
           MOVE HQRK TO TOCCHAVE
           PERFORM RTOCA THRU RTOCAX
           IF TOCACHOU = "C"
               PERFORM RCRITICA
               GO TO RAUTMESX
           .
           READ PENDEXT
           IF FS = "00"
               MOVE "S" TO HQEXISTE
               IF TOCACHOU = "N"
                   MOVE ZEROS TO HQPUNCH HQAUT HQHORAS
               END-IF
           ELSE
               MOVE "N" TO HQEXISTE
               MOVE ZEROS TO HQPUNCH HQAUT HQHORAS HQAPROV HQBANCO
               MOVE ZEROS TO HQREJ HQGESTOR HQDTDEC
               MOVE SPACES TO HQNOTA HQOPER
           .
           IF HQAPROV < HQHORAS
               COMPUTE PAGANT = HQAUT + HQAPROV
           ELSE
               COMPUTE PAGANT = HQAUT + HQHORAS
           .
           ADD PIHORAS TO HQPUNCH
           PERFORM RAUTSOMA THRU RAUTSOMAX
           MOVE AUTHRS TO AUTINT
           IF AUTINT < HQPUNCH
               MOVE AUTINT TO HQAUT
           ELSE
               MOVE HQPUNCH TO HQAUT
           .
           COMPUTE HQHORAS = HQPUNCH - HQAUT
           IF HQAPROV < HQHORAS
               COMPUTE PAGNOVO = HQAUT + HQAPROV
           ELSE
               COMPUTE PAGNOVO = HQAUT + HQHORAS
           .
           IF PAGNOVO > PAGANT
               COMPUTE PAGHRS = PAGNOVO - PAGANT
           .
           MOVE ARK2 TO HQARK
           MOVE ZEROS TO ABERTOW
           IF HQHORAS > HQAPROV + HQBANCO + HQREJ
               COMPUTE ABERTOW = HQHORAS - HQAPROV - HQBANCO - HQREJ
               MOVE "P" TO HQSIT
           ELSE
               MOVE "D" TO HQSIT
           .
           IF HQEXISTE = "S"
               REWRITE PENDEXTREC
           ELSE
               IF HQHORAS > ZEROS
                   WRITE PENDEXTREC
               END-IF
           .
           IF HQHORAS = ZEROS
               GO TO RAUTMESX
           .
           MOVE SPACES TO LINHA
           STRING "AREA " ARK2 " RK " PIMAT " COMP " PIMES "/" PIANO
               " TIPO " PITIPO " MARC " HQPUNCH " AUTOR " HQAUT
               " RET " HQHORAS " ABERTO " ABERTOW
               INTO LINHA
           MOVE LINHA TO EXTLINE
           WRITE EXTLINE
           COMPUTE AREAIDX = ARK2 + 1
           ADD ABERTOW TO AREAHRS (AREAIDX) TOTPEND
           .
       RAUTMESX.
           EXIT.
       RAUTSOMA.
      *-----------------------------------------------------------------
      *SOMA AS HORAS AUTORIZADAS DA MATRICULA NA COMPETENCIA DA LINHA
      *PARA O TIPO DA EXTRA
      *-----------------------------------------------------------------
           MOVE ZEROS TO AUTHRS
           MOVE PIMAT TO HXRKF
           COMPUTE HXDATA = PIANO * 10000 + PIMES * 100
           START AUTEXT KEY IS NOT LESS THAN HXRK
           IF FS NOT = "00"
               GO TO RAUTSOMAX
           .
       RAUTSOMA2.
           READ AUTEXT NEXT RECORD
           IF FS NOT = "00" OR HXRKF NOT = PIMAT
                   OR HXANO NOT = PIANO OR HXMES NOT = PIMES
               GO TO RAUTSOMAX
           END-IF
           IF HXTIPO = PITIPO
               ADD HXHORAS TO AUTHRS
           END-IF
           GO TO RAUTSOMA2
           .
       RAUTSOMAX.
           EXIT.
       RAUTDIA.
      *-----------------------------------------------------------------
      *DIA COM EXTRA ACIMA DO AUTORIZADO PARA A DATA - SO VAI AO
      *RELATORIO DE EXCECOES; O QUE A FOLHA PAGA SAI DA LINHA MENSAL
      *-----------------------------------------------------------------
           MOVE ZEROS TO AUTDIAMIN
           MOVE PDIMAT TO HXRKF
           MOVE PDIDATA TO HXDATA
           READ AUTEXT
           IF FS = "00"
               COMPUTE AUTDIAMIN = HXHORAS * 60
           .
           IF EXTRAMIN NOT > AUTDIAMIN
               GO TO RAUTDIAX
           .
           ADD 1 TO TOTEXDIA
           MOVE SPACES TO LINHA
           STRING "AREA " ARK2 " RK " PDIMAT " DIA " PDIDATA
               " EXTRA " EXTRAMIN " MIN AUTORIZADO " AUTDIAMIN " MIN"
               INTO LINHA
           MOVE LINHA TO EXTLINE
           WRITE EXTLINE
           .
       RAUTDIAX.
           EXIT.
       REXTFIM.
      *-----------------------------------------------------------------
      *RESUMO DAS HORAS RETIDAS EM ABERTO POR AREA
      *-----------------------------------------------------------------
           MOVE ALL "-" TO EXTLINE
           WRITE EXTLINE
           MOVE "HORAS RETIDAS AGUARDANDO O GESTOR POR AREA" TO EXTLINE
           WRITE EXTLINE
           MOVE ZEROS TO AREAIDX
           .
       REXTFIM2.
           ADD 1 TO AREAIDX
           IF AREAIDX > 1000
               GO TO REXTFIM3
           .
           IF AREAHRS (AREAIDX) > ZEROS
               COMPUTE AREACOD = AREAIDX - 1
               MOVE SPACES TO LINHA
               STRING "AREA " AREACOD ": " AREAHRS (AREAIDX) " HORAS"
                   INTO LINHA
               MOVE LINHA TO EXTLINE
               WRITE EXTLINE
           .
           GO TO REXTFIM2
           .
       REXTFIM3.
           MOVE SPACES TO LINHA
           STRING "TOTAL RETIDO: " TOTPEND " HORAS - DECIDA PELO "
               "AUTEXTRA" INTO LINHA
           MOVE LINHA TO EXTLINE
           WRITE EXTLINE
           CLOSE EXTRPT
           .
       REXTFIMX.
           EXIT.
