           RECORD KEY IS DPRK
           .

           SELECT PIXCHV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PKRK
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
      *HISTORICO DE CARGOS VARIAVEIS
      *-----------------------------------------------------------------
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *CHAVE PIX DE QUEM RECEBE POR PIX
      *-----------------------------------------------------------------
       FD PIXCHV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PIXCHV1.DAT".
       COPY PIXCHV.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 FS       PIC X(02).
           01 DVVMAX    PIC 9(02).
           01 DVVQ      PIC 9(05).
           01 DVVR      PIC 9(03).
           01 PCDDTW    PIC 9(08).
           01 PCDDTWR REDEFINES PCDDTW.
               03 PCDDTWA  PIC 9(04).
               03 PCDDTWM  PIC 9(02).
               03 PCDDTWD  PIC 9(02).
           01 DATOK     PIC X(01).
           01 PISCHK      PIC 9(11).
           01 PISNUMW     PIC 9(11).
           01 OLDCEP   PIC 9(08).
           01 OLDNUM   PIC 9(05).
           01 OLDCOMPLEMENTO PIC X(12).
      *-----------------------------------------------------------------
      *DADOS BANCARIOS ANTES DA ALTERACAO - O LOG DISTINGUE A TROCA DE
      *CONTA (ACAO B) E A DE CARGO/SALARIO (ACAO S) DAS DEMAIS (ACAO A)
      *PARA O RELATORIO DE SEGREGACAO DE FUNCOES (RELSOD/FPP151)
      *-----------------------------------------------------------------
           01 OLDBANCO    PIC 9(03).
           01 OLDAGENCIA  PIC 9(04).
           01 OLDCONTA    PIC 9(08).
      *-----------------------------------------------------------------
      *TIPO DE CONTRATO E JORNADA ANTES DA ALTERACAO - A MUDANCA VAI AO
      *LOG COMO UM REGISTRO PROPRIO (ACAO J), LIDO PELA FICHA DE
      *REGISTRO DO EMPREGADO (FICHAREG/FPP155)
      *-----------------------------------------------------------------
           01 OLDCONTR    PIC X(01).
           01 OLDJORN     PIC 9(03).
      *-----------------------------------------------------------------
      *CHAVE PIX DIGITADA (GRAVADA NO PIXCHV DEPOIS DO FUNCIONARIO) -
      *A TROCA DE CHAVE VAI AO LOG COMO A DE CONTA (ACAO B)
      *-----------------------------------------------------------------
           01 PIXTIPOW    PIC 9(02).
           01 PIXCHAVEW   PIC X(77).
           01 PIXENTRA    PIC X(77).
           01 PIXMUDOU    PIC X(01).
           01 PIXERRO     PIC X(01).
           01 PIXLEN      PIC 9(02).
           01 PIXCONT     PIC 9(02).
           01 PIXSUB      PIC 9(02).
           01 PIXCAR      PIC X(01).
           01 CHCURDATE.
               03 CHCURYYYY PIC 9(04).
               03 CHCURMM   PIC 9(02).
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
           .
       OP0PIX.
           OPEN I-O PIXCHV
           IF FS = "35"
               OPEN OUTPUT PIXCHV
               CLOSE PIXCHV
               GO TO OP0PIX
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PIXCHV - FS: " FS
               GOBACK
           .
       OP0BANCO.
           OPEN INPUT CADBANCO
           IF FS NOT = "00"
           MOVE "C" TO PAGTIPO
           MOVE "C" TO CONTRTIPO
           MOVE 220 TO JORNADA
           MOVE "N" TO PCDTIPO
           MOVE SPACES TO PCDDOC
           MOVE ZEROS TO PCDDTDOC
           MOVE ZEROS TO CHSEQU
           MOVE ZEROS TO ADHSEQU
           .
           .
       OP010B.
           DISPLAY "TIPO DE CONTRATO (C-CLT A-APRENDIZ "
               "E-ESTAGIARIO I-INTERMITENTE): "
           ACCEPT CONTRTIPO
           IF CONTRTIPO NOT = "C" AND CONTRTIPO NOT = "A"
                   AND CONTRTIPO NOT = "E" AND CONTRTIPO NOT = "I"
               MOVE "TIPO DE CONTRATO INVALIDO" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OP010B
           IF JORNADA = ZEROS
               MOVE 220 TO JORNADA
           .
       OP010D.
      *-----------------------------------------------------------------
      *PESSOA COM DEFICIENCIA - SO CONTA NA COTA (RELCOTA/FPP135) COM
      *O LAUDO OU CERTIFICADO DE REABILITACAO DO INSS REGISTRADO
      *-----------------------------------------------------------------
           DISPLAY "DEFICIENCIA (N-NAO F-FISICA A-AUDITIVA V-VISUAL "
               "I-INTELECTUAL M-MULTIPLA R-REABILITADO): "
           ACCEPT PCDTIPO
           IF PCDTIPO = SPACE
               MOVE "N" TO PCDTIPO
           .
           IF PCDTIPO NOT = "N" AND PCDTIPO NOT = "F"
                   AND PCDTIPO NOT = "A" AND PCDTIPO NOT = "V"
                   AND PCDTIPO NOT = "I" AND PCDTIPO NOT = "M"
                   AND PCDTIPO NOT = "R"
               MOVE "TIPO DE DEFICIENCIA INVALIDO" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OP010D
           .
           IF PCDTIPO = "N"
               MOVE SPACES TO PCDDOC
               MOVE ZEROS TO PCDDTDOC
               GO TO OP011
           .
       OP010E.
           DISPLAY "LAUDO/CERTIFICADO DE REABILITACAO (NUMERO): "
           ACCEPT PCDDOC
           IF PCDDOC = SPACES
               MOVE "DOCUMENTO COMPROBATORIO OBRIGATORIO" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OP010E
           .
           DISPLAY "DATA DE EMISSAO DO DOCUMENTO (AAAAMMDD): "
           ACCEPT PCDDTDOC
           MOVE PCDDTDOC TO PCDDTW
           MOVE PCDDTWD TO DVVDIA
           MOVE PCDDTWM TO DVVMES
           MOVE PCDDTWA TO DVVANO
           PERFORM RDATVAL THRU RDATVALX
           IF DATOK = "N"
               MOVE "DATA DO DOCUMENTO INVALIDA" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OP010E
           .
       OP011.
           ACCEPT TNUMDEPEND
           .
                           MOVE CEP2 TO OLDCEP
                           MOVE NUM TO OLDNUM
                           MOVE COMPLEMENTO TO OLDCOMPLEMENTO
                           MOVE BANCOCOD TO OLDBANCO
                           MOVE AGENCIA TO OLDAGENCIA
                           MOVE CONTA TO OLDCONTA
                           MOVE CONTRTIPO TO OLDCONTR
                           MOVE JORNADA TO OLDJORN
      *                     PERFORM OP05 THRU OP013
                           PERFORM OP05 THRU OP014C2
                           PERFORM OPRW
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "PROGGER" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       OPF01.
           CLOSE FILEFUNC CADAREAS CADCARGO PRO
           CLOSE LOGCTR CHGLOG CARGOHIST ADDRHIST DEPEND PIXCHV
           IF BANCOCHK = "S"
               CLOSE CADBANCO
           END-IF
               MOVE "I" TO LOGACAO
               MOVE RK TO LOGRK
               PERFORM RLOG
               PERFORM OPPIXGRV THRU OPPIXGRVX
               MOVE ZEROS TO PIXTIPOW
               MOVE RK TO CHRKF
               MOVE CHSEQU TO CHSEQ
               MOVE CRK2 TO CHCRK
           IF FS = "00"
               MOVE "ATUALIZADO" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               PERFORM OPPIXGRV THRU OPPIXGRVX
               MOVE ZEROS TO PIXTIPOW
               MOVE "A" TO LOGACAO
               IF CRK2 NOT = OLDCRK2
                   MOVE "S" TO LOGACAO
               END-IF
               IF BANCOCOD NOT = OLDBANCO OR AGENCIA NOT = OLDAGENCIA
                       OR CONTA NOT = OLDCONTA OR PIXMUDOU = "S"
                   MOVE "B" TO LOGACAO
               END-IF
               MOVE RK TO LOGRK
               PERFORM RLOG
               IF CONTRTIPO NOT = OLDCONTR OR JORNADA NOT = OLDJORN
                   MOVE "J" TO LOGACAO
                   MOVE RK TO LOGRK
                   PERFORM RLOG
               END-IF
               IF CRK2 NOT = OLDCRK2
                   MOVE RK TO CHRKF
                   MOVE CHSEQU TO CHSEQ
               MOVE "E" TO LOGACAO
               MOVE RK TO LOGRK
               PERFORM RLOG
               MOVE RK TO PKMAT
               DELETE PIXCHV RECORD
           ELSE
               MOVE "ERRO AO REMOVER" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
      *-----------------------------------------------------------------
      *FORMA DE PAGAMENTO - SO QUEM RECEBE POR CREDITO PRECISA DE
      *DADOS BANCARIOS; DINHEIRO/CHEQUE SAEM NA LISTA DO CAIXA
      *(RELCAIXA) E FICAM FORA DA REMESSA; PIX PEDE SO A CHAVE E SAI
      *NA REMESSA PROPRIA DE PIX
      *-----------------------------------------------------------------
           DISPLAY "FORMA DE PAGAMENTO (C-CREDITO D-DINHEIRO "
               "Q-CHEQUE P-PIX): "
           ACCEPT PAGTIPO
           IF PAGTIPO NOT = "C" AND PAGTIPO NOT = "D"
                   AND PAGTIPO NOT = "Q" AND PAGTIPO NOT = "P"
               MOVE "FORMA DE PAGAMENTO INVALIDA" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OPPAGT
           .
           IF PAGTIPO = "P"
               PERFORM OPPIX THRU OPPIXX
           .
           IF PAGTIPO NOT = "C"
               MOVE ZEROS TO BANCOCOD AGENCIA CONTA
               MOVE SPACES TO AGENCIADV CONTADV
           .
       OPCEPX.
           EXIT.
       OPPIX.
      *-----------------------------------------------------------------
      *CHAVE PIX - O FORMATO E CONFERIDO PELO TIPO, COMO O DICT DO
      *BANCO CENTRAL EXIGE; A CHAVE CPF SO PODE SER O CPF DO PROPRIO
      *FUNCIONARIO (PIX PARA CPF DE TERCEIRO E DESVIO DE SALARIO)
      *-----------------------------------------------------------------
           MOVE RK TO PKMAT
           READ PIXCHV
           IF FS = "00"
               DISPLAY "CHAVE PIX ATUAL: " PKTIPO " " PKCHAVE
           .
       OPPIX1.
           MOVE "N" TO PIXERRO
           DISPLAY "TIPO DA CHAVE PIX (1-TELEFONE 2-E-MAIL 3-CPF "
               "4-ALEATORIA): "
           ACCEPT PIXTIPOW
           IF PIXTIPOW < 1 OR PIXTIPOW > 4
               MOVE "TIPO DE CHAVE PIX INVALIDO" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OPPIX1
           .
           IF PIXTIPOW = 3
               MOVE SPACES TO PIXCHAVEW
               MOVE CPF TO PIXCHAVEW(1:11)
               DISPLAY "CHAVE PIX (CPF DO FUNCIONARIO): " PIXCHAVEW
               GO TO OPPIXX
           .
           MOVE SPACES TO PIXENTRA
           DISPLAY "CHAVE PIX: "
           ACCEPT PIXENTRA
           MOVE ZEROS TO PIXLEN
           INSPECT PIXENTRA TALLYING PIXLEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF PIXLEN = ZEROS
               MOVE "CHAVE PIX NAO PODE SER NULA" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OPPIX1
           .
           IF PIXLEN < 77
               IF PIXENTRA(PIXLEN + 1:) NOT = SPACES
                   MOVE "CHAVE PIX NAO PODE TER ESPACOS" TO MENSAGEM
                   PERFORM OPMSG1 THRU OPMSG2
                   GO TO OPPIX1
               END-IF
           .
           MOVE PIXENTRA TO PIXCHAVEW
           IF PIXTIPOW = 1
               PERFORM OPPIXFON THRU OPPIXFONX
           .
           IF PIXTIPOW = 2
               PERFORM OPPIXMAIL THRU OPPIXMAILX
           .
           IF PIXTIPOW = 4
               PERFORM OPPIXALEA THRU OPPIXALEAX
           .
           IF PIXERRO = "S"
               MOVE "CHAVE PIX FORA DO FORMATO DO TIPO" TO MENSAGEM
               PERFORM OPMSG1 THRU OPMSG2
               GO TO OPPIX1
           .
       OPPIXX.
           EXIT.
       OPPIXFON.
      *-----------------------------------------------------------------
      *TELEFONE: CELULAR COM DDD (11 DIGITOS, O TERCEIRO E 9), COM OU
      *SEM O +55 - GRAVADO NO FORMATO DO DICT (+55DDDNUMERO)
      *-----------------------------------------------------------------
           IF PIXENTRA(1:3) = "+55"
               MOVE PIXENTRA(4:) TO PIXCHAVEW
               SUBTRACT 3 FROM PIXLEN
           .
           IF PIXLEN NOT = 11
               MOVE "S" TO PIXERRO
               GO TO OPPIXFONX
           .
           IF PIXCHAVEW(1:11) NOT NUMERIC
                   OR PIXCHAVEW(1:1) = "0" OR PIXCHAVEW(3:1) NOT = "9"
               MOVE "S" TO PIXERRO
               GO TO OPPIXFONX
           .
           MOVE SPACES TO PIXENTRA
           STRING "+55" PIXCHAVEW(1:11) DELIMITED BY SIZE
               INTO PIXENTRA
           MOVE PIXENTRA TO PIXCHAVEW
           .
       OPPIXFONX.
           EXIT.
       OPPIXMAIL.
      *-----------------------------------------------------------------
      *E-MAIL: UM SO @, COM NOME ANTES E DOMINIO COM PONTO DEPOIS
      *-----------------------------------------------------------------
           MOVE ZEROS TO PIXCONT
           INSPECT PIXCHAVEW TALLYING PIXCONT FOR ALL "@"
           IF PIXCONT NOT = 1
               MOVE "S" TO PIXERRO
               GO TO OPPIXMAILX
           .
           MOVE ZEROS TO PIXSUB
           INSPECT PIXCHAVEW TALLYING PIXSUB
               FOR CHARACTERS BEFORE INITIAL "@"
           MOVE ZEROS TO PIXCONT
           INSPECT PIXCHAVEW TALLYING PIXCONT
               FOR ALL "." AFTER INITIAL "@"
           IF PIXSUB = ZEROS OR PIXCONT = ZEROS
                   OR PIXSUB + 2 > PIXLEN
               MOVE "S" TO PIXERRO
               GO TO OPPIXMAILX
           .
           IF PIXCHAVEW(PIXSUB + 2:1) = "."
                   OR PIXCHAVEW(PIXLEN:1) = "."
               MOVE "S" TO PIXERRO
           .
       OPPIXMAILX.
           EXIT.
       OPPIXALEA.
      *-----------------------------------------------------------------
      *CHAVE ALEATORIA (EVP): 32 DIGITOS HEXADECIMAIS EM 8-4-4-4-12
      *SEPARADOS POR HIFEN - GRAVADA EM MINUSCULAS, COMO O DICT GERA
      *-----------------------------------------------------------------
           IF PIXLEN NOT = 36
               MOVE "S" TO PIXERRO
               GO TO OPPIXALEAX
           .
           INSPECT PIXCHAVEW CONVERTING "ABCDEF" TO "abcdef"
           MOVE 1 TO PIXSUB
           .
       OPPIXALEA2.
           IF PIXSUB > 36
               GO TO OPPIXALEAX
           .
           MOVE PIXCHAVEW(PIXSUB:1) TO PIXCAR
           IF PIXSUB = 9 OR PIXSUB = 14 OR PIXSUB = 19
                   OR PIXSUB = 24
               IF PIXCAR NOT = "-"
                   MOVE "S" TO PIXERRO
                   GO TO OPPIXALEAX
               END-IF
           ELSE
               IF PIXCAR NOT NUMERIC
                       AND (PIXCAR < "a" OR PIXCAR > "f")
                   MOVE "S" TO PIXERRO
                   GO TO OPPIXALEAX
               END-IF
           .
           ADD 1 TO PIXSUB
           GO TO OPPIXALEA2
           .
       OPPIXALEAX.
           EXIT.
       OPPIXGRV.
      *-----------------------------------------------------------------
      *GRAVA A CHAVE PIX DEPOIS DO FUNCIONARIO - QUEM DEIXA O PIX PERDE
      *A CHAVE; PIXMUDOU MARCA A TROCA PARA O LOG (ACAO B)
      *-----------------------------------------------------------------
           MOVE "N" TO PIXMUDOU
           IF PAGTIPO = "P" AND PIXTIPOW = ZEROS
               GO TO OPPIXGRVX
           .
           MOVE RK TO PKMAT
           READ PIXCHV
           IF FS = "00"
               IF PAGTIPO NOT = "P"
                   DELETE PIXCHV RECORD
                   MOVE "S" TO PIXMUDOU
                   GO TO OPPIXGRVX
               END-IF
               IF PKTIPO = PIXTIPOW AND PKCHAVE = PIXCHAVEW
                   GO TO OPPIXGRVX
               END-IF
               MOVE "S" TO PIXMUDOU
               PERFORM OPPIXREG
               REWRITE PIXCHVREC
               GO TO OPPIXGRVX
           .
           IF PAGTIPO NOT = "P"
               GO TO OPPIXGRVX
           .
           MOVE "S" TO PIXMUDOU
           PERFORM OPPIXREG
           WRITE PIXCHVREC
           .
       OPPIXGRVX.
           EXIT.
       OPPIXREG.
           MOVE RK TO PKMAT
           MOVE PIXTIPOW TO PKTIPO
           MOVE PIXCHAVEW TO PKCHAVE
           ACCEPT PKDATA FROM DATE YYYYMMDD
           MOVE OPERID TO PKOPER
           .
       READCEP.
           READ PRO
           IF FS = "00"
