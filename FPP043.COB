           03 PGDATA     PIC 9(08).
      *-----------------------------------------------------------------
      *ARQUIVO DE RETORNO DO BANCO - SEGMENTO A COM OCORRENCIA
      *("00" = CREDITO EFETIVADO, "BD" = PIX ACEITO E AINDA NAO
      *EFETIVADO, DEMAIS CODIGOS = REJEICAO); O SEGMENTO B DO PIX
      *VOLTA IGUAL AO ENVIADO E E IGNORADO
      *-----------------------------------------------------------------
       FD RETORNO
           LABEL RECORD IS STANDARD.
           01 TOTREJ      PIC 9(06).
           01 TOTSKIP     PIC 9(06).
           01 DATARET     PIC 9(08).
           01 TOTACEITO   PIC 9(06).
           01 TOTCHVPIX   PIC 9(06).
           01 OCSUB       PIC 9(02).
           01 OCDESC      PIC X(40).
           01 OCCHAVE     PIC X(01).
      *-----------------------------------------------------------------
      *OCORRENCIAS DE REJEICAO DO PIX (CNAB 240 FEBRABAN) - O ULTIMO
      *BYTE MARCA AS QUE PEDEM CORRECAO DA CHAVE NO CADASTRO
      *-----------------------------------------------------------------
           01 OCTABV.
               03 FILLER PIC X(43) VALUE
                   "PAPIX NAO EFETIVADO                       N".
               03 FILLER PIC X(43) VALUE
                   "PBTRANSACAO INTERROMPIDA - ERRO NO PSP    N".
               03 FILLER PIC X(43) VALUE
                   "PCCONTA TRANSACIONAL ENCERRADA NO PSP     N".
               03 FILLER PIC X(43) VALUE
                   "PDTIPO INCORRETO PARA A CONTA NO PSP      N".
               03 FILLER PIC X(43) VALUE
                   "PETRANSACAO NAO AUTORIZADA NA CONTA       N".
               03 FILLER PIC X(43) VALUE
                   "PFCPF NAO CONFERE COM O TITULAR DA CONTA  S".
               03 FILLER PIC X(43) VALUE
                   "PGCPF DO RECEBEDOR INCORRETO              S".
               03 FILLER PIC X(43) VALUE
                   "PHORDEM REJEITADA PELO PSP DO RECEBEDOR   N".
               03 FILLER PIC X(43) VALUE
                   "PIISPB DO PSP DO PAGADOR INVALIDO         N".
               03 FILLER PIC X(43) VALUE
                   "PJCHAVE PIX NAO CADASTRADA NO DICT        S".
               03 FILLER PIC X(43) VALUE
                   "PKQR CODE INVALIDO OU VENCIDO             N".
               03 FILLER PIC X(43) VALUE
                   "PLFORMA DE INICIACAO INVALIDA             S".
               03 FILLER PIC X(43) VALUE
                   "PMCHAVE PIX INVALIDA                      S".
               03 FILLER PIC X(43) VALUE
                   "PNCHAVE PIX NAO INFORMADA                 S".
           01 OCTAB REDEFINES OCTABV.
               03 OCENT OCCURS 14 TIMES.
                   05 OCTCOD  PIC X(02).
                   05 OCTDESC PIC X(40).
                   05 OCTCHV  PIC X(01).
       PROCEDURE DIVISION.
       R01.
           OPEN I-O PAGSTAT
       .
       R02.
           MOVE ZEROS TO TOTLIDO TOTLIQ TOTREJ TOTSKIP
           MOVE ZEROS TO TOTACEITO TOTCHVPIX
           DISPLAY "PROCESSAMENTO DO RETORNO BANCARIO CNAB 240"
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
           END-IF
           MOVE RTOCORR TO PGOCORR
           MOVE DATARET TO PGDATA
           IF RTOCORR = "BD"
               ADD 1 TO TOTACEITO
               REWRITE PAGSTATREC
               GO TO R07
           END-IF
           IF RTOCORR = "00"
               MOVE "L" TO PGSTATUS
               ADD 1 TO TOTLIQ
           ELSE
               MOVE "R" TO PGSTATUS
               ADD 1 TO TOTREJ
               PERFORM RREJEITA THRU RREJEITAX
           END-IF
           REWRITE PAGSTATREC
           GO TO R07
           DISPLAY "CREDITOS LIQUIDADOS.........: " TOTLIQ
           DISPLAY "CREDITOS REJEITADOS.........: " TOTREJ
           DISPLAY "SEM REMESSA CORRESPONDENTE..: " TOTSKIP
           IF TOTACEITO > ZEROS
               DISPLAY "PIX ACEITOS NAO EFETIVADOS..: " TOTACEITO
           END-IF
           IF TOTCHVPIX > ZEROS
               DISPLAY "REJEITADOS POR CHAVE PIX....: " TOTCHVPIX
               DISPLAY "CORRIJA AS CHAVES NO CADASTRO (PROGGER)"
           END-IF
       .
       RF1.
           CLOSE PAGSTAT
               INTO LINHA
           MOVE LINHA TO REJLINE
           WRITE REJLINE
           PERFORM ROCORR THRU ROCORRX
           IF OCDESC = SPACES
               GO TO RREJEITAX
           .
           MOVE SPACES TO LINHA
           STRING "  " OCDESC DELIMITED BY SIZE INTO LINHA
           MOVE LINHA TO REJLINE
           WRITE REJLINE
           IF OCCHAVE = "S"
               ADD 1 TO TOTCHVPIX
               MOVE "  CONFERIR A CHAVE PIX NO CADASTRO (PROGGER)"
                   TO REJLINE
               WRITE REJLINE
           .
       RREJEITAX.
           EXIT.
       ROCORR.
      *-----------------------------------------------------------------
      *DESCRICAO DA OCORRENCIA PELA TABELA DO PIX - CODIGO FORA DA
      *TABELA SAI SO COM O NUMERO
      *-----------------------------------------------------------------
           MOVE SPACES TO OCDESC
           MOVE "N" TO OCCHAVE
           MOVE 1 TO OCSUB
           .
       ROCORR2.
           IF OCSUB > 14
               GO TO ROCORRX
           .
           IF OCTCOD(OCSUB) = RTOCORR
               MOVE OCTDESC(OCSUB) TO OCDESC
               MOVE OCTCHV(OCSUB) TO OCCHAVE
               GO TO ROCORRX
           .
           ADD 1 TO OCSUB
           GO TO ROCORR2
           .
       ROCORRX.
           EXIT.
       RSEMREM.
           MOVE SPACES TO LINHA
           STRING "MATRICULA: " RTMATR
