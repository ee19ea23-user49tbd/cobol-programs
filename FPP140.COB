       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOBITO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *RESCISAO POR FALECIMENTO - BENEFICIARIOS, RATEIO E RECIBOS. O
      *LIQUIDO DO TERMO E O SALDO DO FGTS (GRAVADOS PELA RESCISAO/
      *FPP038 NO OBITO) NAO VAO A CONTA DO FALECIDO: SAO PAGOS AOS
      *DEPENDENTES HABILITADOS A PENSAO POR MORTE DO INSS EM COTAS
      *IGUAIS OU, NA FALTA DELES, A QUEM O ALVARA JUDICIAL INDICAR NAS
      *COTAS DA ORDEM (LEI 6.858/80). CADA COTA SAI EM CREDITO NA
      *REMESSA (FPP026 TIPO O) OU EM CHEQUE (CHEQUEPAG/FPP101 OPCAO O)
      *E TEM RECIBO PROPRIO. O FGTS E SACADO PELO BENEFICIARIO NA
      *CAIXA - O VALOR RATEADO SAI SO NO RECIBO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RKT
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PISNUM WITH DUPLICATES
           .

           SELECT OBITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OIRK
           .

           SELECT OBITBEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HBRK
           .

           SELECT RECIBO ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .

           SELECT LOGCTR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CTRK
           .

           SELECT CHGLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LOGSEQ
           .

       DATA DIVISION.
       FILE SECTION.
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
      *-----------------------------------------------------------------
      *RESCISAO POR FALECIMENTO E BENEFICIARIOS (VER COPYBOOKS)
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
      *RECIBOS DOS BENEFICIARIOS PARA IMPRESSAO
      *-----------------------------------------------------------------
       FD RECIBO
           LABEL RECORD IS STANDARD.
       01 RECLINE PIC X(80).
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES - MESMO CONTROLE DE
      *ACESSO E TRILHA DE AUDITORIA DA RESCISAO
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
       FD LOGCTR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCTR1.DAT".
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
      *-----------------------------------------------------------------
       FD CHGLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOG1.DAT".
       01 LOGREC.
           03 LOGSEQ   PIC 9(08).
           03 LOGOPER  PIC X(10).
           03 LOGPROG  PIC X(08).
           03 LOGACAO  PIC X(01).
           03 LOGRK    PIC 9(14).
           03 LOGDATE  PIC 9(08).
           03 LOGTIME  PIC 9(06).
           03 LOGHASH  PIC 9(12).
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS         PIC X(02).
           01 FSX        PIC X(02).
           01 NOMEARQ    PIC X(40).
           01 LINHA      PIC X(80).
           01 OPT        PIC X(01).
           01 BRKF       PIC 9(06).
           01 BSEQ       PIC 9(02).
           01 HOJE       PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO    PIC 9(04).
               03 HJMES    PIC 9(02).
               03 HJDIA    PIC 9(02).
      *-----------------------------------------------------------------
      *CONTAGENS DA MATRICULA E RATEIO - O ULTIMO BENEFICIARIO FICA
      *COM A SOBRA DO ARREDONDAMENTO PARA A SOMA FECHAR NO TOTAL
      *-----------------------------------------------------------------
           01 TOTBEN     PIC 9(02).
           01 TOTPAGO    PIC 9(02).
           01 ULTSEQ     PIC 9(02).
           01 CONTBEN    PIC 9(02).
           01 SOMAPCT    PIC 9(05)V99.
           01 COTAPCT    PIC 9(03)V99.
           01 SOMALIQ    PIC 9(12)V99.
           01 SOMAFGTS   PIC 9(12)V99.
           01 TOTRECIB   PIC 9(02).
           01 ORIGTXT    PIC X(30).
       LINKAGE SECTION.
           01 LKRK   PIC 9(06).
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKRK LKOPER.
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
               GO TO R00L
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
       R00L.
           OPEN I-O LOGCTR
           IF FS = "35"
               OPEN OUTPUT LOGCTR
               CLOSE LOGCTR
               GO TO R00L
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGCTR - FS: " FS
               GOBACK
       .
       R00L2.
           OPEN I-O CHGLOG
           IF FS = "35"
               OPEN OUTPUT CHGLOG
               CLOSE CHGLOG
               GO TO R00L2
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGLOG - FS: " FS
               GOBACK
       .
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
      *-----------------------------------------------------------------
      *O OBITO SO NASCE NA RESCISAO POR FALECIMENTO (FPP038)
      *-----------------------------------------------------------------
       R01A.
           OPEN I-O OBITO
           IF FS NOT = "00"
               DISPLAY "SEM RESCISAO POR FALECIMENTO - CALCULE O "
                   "TERMO PELA RESCISAO (FPP038)"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O OBITBEN
           IF FS = "35"
               OPEN OUTPUT OBITBEN
               CLOSE OBITBEN
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR OBITBEN - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC OBITO LOGCTR CHGLOG
               GOBACK
       .
       R02.
      *-----------------------------------------------------------------
      *CHAMADO PELA RESCISAO A MATRICULA JA VEM NA LINKAGE
      *-----------------------------------------------------------------
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "RESCISAO POR FALECIMENTO - BENEFICIARIOS"
           IF LKRK NOT = ZEROS
               MOVE LKRK TO BRKF
               MOVE ZEROS TO LKRK
           ELSE
               DISPLAY "MATRICULA (0-FIM): "
               ACCEPT BRKF
           END-IF
           IF BRKF = ZEROS
               GO TO FF1
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO R02
           .
           MOVE BRKF TO OIRK
           READ OBITO
           IF FS NOT = "00"
               DISPLAY "MATRICULA SEM RESCISAO POR FALECIMENTO - "
                   "CALCULE PELA RESCISAO (FPP038)"
               GO TO R02
           .
           DISPLAY "FALECIDO: " NOME
           DISPLAY "DATA DO OBITO: " OIDIA "/" OIMES "/" OIANO
           DISPLAY "LIQUIDO DA RESCISAO...: " OILIQ
           DISPLAY "SALDO FGTS A LIBERAR..: " OIFGTS
           IF OIORIGEM NOT = "P" AND OIORIGEM NOT = "J"
               PERFORM RORIGEM THRU RORIGEMX
           .
       R03.
           PERFORM RBENLIST THRU RBENLISTX
           DISPLAY "DIGITE: I-INCLUIR A-ALTERAR E-EXCLUIR "
               "O-ORIGEM R-RATEAR P-RECIBOS V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCL THRU RINCLX
               GO TO R03
           .
           IF OPT = "A" OR OPT = "a"
               PERFORM RALT THRU RALTX
               GO TO R03
           .
           IF OPT = "E" OR OPT = "e"
               PERFORM REXCL THRU REXCLX
               GO TO R03
           .
           IF OPT = "O" OR OPT = "o"
               IF TOTPAGO > ZEROS
                   DISPLAY "HA BENEFICIARIO PAGO - ORIGEM NAO MUDA"
               ELSE
                   PERFORM RORIGEM THRU RORIGEMX
               END-IF
               GO TO R03
           .
           IF OPT = "R" OR OPT = "r"
               PERFORM RRATEIO THRU RRATEIOX
               GO TO R03
           .
           IF OPT = "P" OR OPT = "p"
               PERFORM RRECIBO THRU RRECIBOX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC OBITO OBITBEN
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
       RORIGEM.
      *-----------------------------------------------------------------
      *ORIGEM DO DIREITO: DEPENDENTES HABILITADOS NO INSS RECEBEM EM
      *COTAS IGUAIS; O ALVARA JUDICIAL FIXA AS COTAS DE CADA UM.
      *MUDAR A ORIGEM DESFAZ O RATEIO
      *-----------------------------------------------------------------
           DISPLAY "ORIGEM (P-DEPENDENTES HABILITADOS NO INSS "
               "J-ALVARA JUDICIAL): "
           ACCEPT OIORIGEM
           IF OIORIGEM = "p"
               MOVE "P" TO OIORIGEM
           .
           IF OIORIGEM = "j"
               MOVE "J" TO OIORIGEM
           .
           IF OIORIGEM NOT = "P" AND OIORIGEM NOT = "J"
               DISPLAY "ORIGEM INVALIDA"
               GO TO RORIGEM
           .
           MOVE SPACES TO OIALVARA
           IF OIORIGEM = "J"
               DISPLAY "NUMERO DO ALVARA/PROCESSO: "
               ACCEPT OIALVARA
               IF OIALVARA = SPACES
                   DISPLAY "INFORME O ALVARA"
                   GO TO RORIGEM
               END-IF
           .
           MOVE "N" TO OIRATEIO
           REWRITE OBITOREC
           MOVE "A" TO LOGACAO
           MOVE OIRK TO LOGRK
           PERFORM RLOG
           .
       RORIGEMX.
           EXIT.
       RBENLIST.
      *-----------------------------------------------------------------
      *BENEFICIARIOS DA MATRICULA - CONTA OS JA PAGOS E GUARDA A
      *ULTIMA SEQUENCIA PARA A INCLUSAO
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTBEN TOTPAGO ULTSEQ SOMAPCT
           IF OIORIGEM = "J"
               DISPLAY "ORIGEM: ALVARA JUDICIAL " OIALVARA
           ELSE
               DISPLAY "ORIGEM: DEPENDENTES HABILITADOS NO INSS"
           .
           IF OIRATEIO = "S"
               DISPLAY "RATEIO: FEITO"
           ELSE
               DISPLAY "RATEIO: PENDENTE"
           .
           MOVE BRKF TO HBRKF
           MOVE ZEROS TO HBSEQ
           START OBITBEN KEY IS NOT LESS THAN HBRK
           IF FS NOT = "00"
               GO TO RBENLIST3
           .
       RBENLIST2.
           READ OBITBEN NEXT RECORD
           IF FS NOT = "00" OR HBRKF NOT = BRKF
               GO TO RBENLIST3
           END-IF
           ADD 1 TO TOTBEN
           ADD HBPCT TO SOMAPCT
           MOVE HBSEQ TO ULTSEQ
           IF HBPAGO = "S"
               ADD 1 TO TOTPAGO
           END-IF
           DISPLAY HBSEQ " " HBNOME " " HBCPF " " HBFORMA
               " COTA " HBPCT " LIQ " HBVALLIQ " PAGO " HBPAGO
           GO TO RBENLIST2
           .
       RBENLIST3.
           IF TOTBEN = ZEROS
               DISPLAY "NENHUM BENEFICIARIO REGISTRADO"
           .
       RBENLISTX.
           EXIT.
       RINCL.
           IF TOTPAGO > ZEROS
               DISPLAY "HA BENEFICIARIO PAGO - INCLUSAO NEGADA"
               GO TO RINCLX
           .
           IF ULTSEQ = 99
               DISPLAY "LIMITE DE BENEFICIARIOS ATINGIDO"
               GO TO RINCLX
           .
           MOVE BRKF TO HBRKF
           COMPUTE HBSEQ = ULTSEQ + 1
           MOVE ZEROS TO HBPCT HBVALLIQ HBVALFGTS HBCHQNUM
           MOVE "N" TO HBPAGO
           PERFORM RDADOS THRU RDADOSX
           IF OPT = "X"
               GO TO RINCLX
           .
           WRITE OBITBENREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BENEFICIARIO - FS: " FS
               GO TO RINCLX
           .
           MOVE "I" TO LOGACAO
           MOVE HBRK TO LOGRK
           PERFORM RLOG
           PERFORM RDESFAZ THRU RDESFAZX
           .
       RINCLX.
           EXIT.
       RALT.
           DISPLAY "SEQUENCIA DO BENEFICIARIO: "
           ACCEPT BSEQ
           MOVE BRKF TO HBRKF
           MOVE BSEQ TO HBSEQ
           READ OBITBEN
           IF FS NOT = "00"
               DISPLAY "BENEFICIARIO NAO CADASTRADO"
               GO TO RALTX
           .
           IF HBPAGO = "S"
               DISPLAY "BENEFICIARIO JA PAGO - ALTERACAO NEGADA"
               GO TO RALTX
           .
           PERFORM RDADOS THRU RDADOSX
           IF OPT = "X"
               GO TO RALTX
           .
           REWRITE OBITBENREC
           MOVE "A" TO LOGACAO
           MOVE HBRK TO LOGRK
           PERFORM RLOG
           PERFORM RDESFAZ THRU RDESFAZX
           .
       RALTX.
           EXIT.
       REXCL.
           DISPLAY "SEQUENCIA DO BENEFICIARIO: "
           ACCEPT BSEQ
           MOVE BRKF TO HBRKF
           MOVE BSEQ TO HBSEQ
           READ OBITBEN
           IF FS NOT = "00"
               DISPLAY "BENEFICIARIO NAO CADASTRADO"
               GO TO REXCLX
           .
           IF HBPAGO = "S"
               DISPLAY "BENEFICIARIO JA PAGO - EXCLUSAO NEGADA"
               GO TO REXCLX
           .
           DISPLAY "CONFIRMA A EXCLUSAO DE " HBNOME " (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO REXCLX
           .
           DELETE OBITBEN
           MOVE "E" TO LOGACAO
           MOVE HBRK TO LOGRK
           PERFORM RLOG
           PERFORM RDESFAZ THRU RDESFAZX
           .
       REXCLX.
           EXIT.
       RDADOS.
      *-----------------------------------------------------------------
      *DADOS DO BENEFICIARIO - A COTA SO E DIGITADA NO ALVARA; OPT
      *VOLTA "X" QUANDO O OPERADOR DESISTE (NOME EM BRANCO)
      *-----------------------------------------------------------------
           MOVE SPACE TO OPT
           DISPLAY "NOME DO BENEFICIARIO (BRANCO=DESISTE): "
           ACCEPT HBNOME
           IF HBNOME = SPACES
               MOVE "X" TO OPT
               GO TO RDADOSX
           .
       RDADOS2.
           DISPLAY "CPF (11 DIGITOS): "
           ACCEPT HBCPF
           IF HBCPF = ZEROS
               DISPLAY "CPF INVALIDO"
               GO TO RDADOS2
           .
           IF HBCPF = CPF
               DISPLAY "CPF DO FALECIDO - O PAGAMENTO NAO PODE IR A "
                   "ELE"
               GO TO RDADOS2
           .
           DISPLAY "PARENTESCO: "
           ACCEPT HBPARENT
       RDADOS3.
           IF OIORIGEM NOT = "J"
               MOVE ZEROS TO HBPCT
               GO TO RDADOS4
           .
           DISPLAY "COTA DO ALVARA EM % (EX. 33,34): "
           ACCEPT HBPCT
           IF HBPCT = ZEROS OR HBPCT > 100
               DISPLAY "COTA INVALIDA"
               GO TO RDADOS3
           .
       RDADOS4.
           DISPLAY "FORMA DE PAGAMENTO (C-CREDITO Q-CHEQUE): "
           ACCEPT HBFORMA
           IF HBFORMA = "c"
               MOVE "C" TO HBFORMA
           .
           IF HBFORMA = "q"
               MOVE "Q" TO HBFORMA
           .
           IF HBFORMA NOT = "C" AND HBFORMA NOT = "Q"
               DISPLAY "FORMA INVALIDA"
               GO TO RDADOS4
           .
           MOVE ZEROS TO HBBANCO HBAGEN HBCONTA
           MOVE SPACES TO HBAGDV HBCTADV
           IF HBFORMA = "Q"
               GO TO RDADOSX
           .
       RDADOS5.
      *-----------------------------------------------------------------
      *CONTA DO PROPRIO BENEFICIARIO - NUNCA A DO FALECIDO
      *-----------------------------------------------------------------
           DISPLAY "BANCO: "
           ACCEPT HBBANCO
           DISPLAY "AGENCIA: "
           ACCEPT HBAGEN
           DISPLAY "DV DA AGENCIA: "
           ACCEPT HBAGDV
           DISPLAY "CONTA: "
           ACCEPT HBCONTA
           DISPLAY "DV DA CONTA: "
           ACCEPT HBCTADV
           IF HBBANCO = ZEROS OR HBAGEN = ZEROS OR HBCONTA = ZEROS
               DISPLAY "DADOS BANCARIOS INVALIDOS"
               GO TO RDADOS5
           .
           IF HBBANCO = BANCOCOD AND HBAGEN = AGENCIA
                   AND HBCONTA = CONTA
               DISPLAY "CONTA DO FALECIDO - INFORME A DO BENEFICIARIO"
               GO TO RDADOS5
           .
       RDADOSX.
           EXIT.
       RDESFAZ.
      *-----------------------------------------------------------------
      *QUALQUER MUDANCA NOS BENEFICIARIOS DESFAZ O RATEIO ANTERIOR
      *-----------------------------------------------------------------
           IF OIRATEIO = "S"
               MOVE "N" TO OIRATEIO
               REWRITE OBITOREC
               DISPLAY "RATEIO DESFEITO - RATEIE DE NOVO (OPCAO R)"
           .
       RDESFAZX.
           EXIT.
       RRATEIO.
      *-----------------------------------------------------------------
      *RATEIO DO LIQUIDO E DO FGTS PELAS COTAS. DEPENDENTES DO INSS:
      *100% DIVIDIDOS IGUALMENTE; ALVARA: AS COTAS DIGITADAS TEM DE
      *SOMAR 100%. VALORES TRUNCADOS NO CENTAVO, A SOBRA VAI AO ULTIMO
      *-----------------------------------------------------------------
           IF TOTBEN = ZEROS
               DISPLAY "SEM BENEFICIARIOS PARA RATEAR"
               GO TO RRATEIOX
           .
           IF TOTPAGO > ZEROS
               DISPLAY "HA BENEFICIARIO PAGO - RATEIO MANTIDO"
               GO TO RRATEIOX
           .
           IF OIORIGEM = "J" AND SOMAPCT NOT = 100
               DISPLAY "COTAS DO ALVARA SOMAM " SOMAPCT
                   "% - DEVEM SOMAR 100%"
               GO TO RRATEIOX
           .
           IF OIORIGEM = "P"
               COMPUTE COTAPCT = 100 / TOTBEN
           .
           MOVE ZEROS TO CONTBEN SOMAPCT SOMALIQ SOMAFGTS
           MOVE BRKF TO HBRKF
           MOVE ZEROS TO HBSEQ
           START OBITBEN KEY IS NOT LESS THAN HBRK
           IF FS NOT = "00"
               GO TO RRATEIOX
           .
       RRATEIO2.
           READ OBITBEN NEXT RECORD
           IF FS NOT = "00" OR HBRKF NOT = BRKF
               GO TO RRATEIO3
           END-IF
           ADD 1 TO CONTBEN
           IF CONTBEN = TOTBEN
               IF OIORIGEM = "P"
                   COMPUTE HBPCT = 100 - SOMAPCT
               END-IF
               COMPUTE HBVALLIQ = OILIQ - SOMALIQ
               COMPUTE HBVALFGTS = OIFGTS - SOMAFGTS
           ELSE
               IF OIORIGEM = "P"
                   MOVE COTAPCT TO HBPCT
               END-IF
               COMPUTE HBVALLIQ = OILIQ * HBPCT / 100
               COMPUTE HBVALFGTS = OIFGTS * HBPCT / 100
           END-IF
           ADD HBPCT TO SOMAPCT
           ADD HBVALLIQ TO SOMALIQ
           ADD HBVALFGTS TO SOMAFGTS
           REWRITE OBITBENREC
           GO TO RRATEIO2
           .
       RRATEIO3.
           MOVE "S" TO OIRATEIO
           REWRITE OBITOREC
           MOVE "A" TO LOGACAO
           MOVE OIRK TO LOGRK
           PERFORM RLOG
           DISPLAY "RATEIO FEITO ENTRE " TOTBEN " BENEFICIARIO(S) - "
               "PAGUE PELA REMESSA (TIPO O) OU PELO CHEQUEPAG"
           .
       RRATEIOX.
           EXIT.
       RRECIBO.
      *-----------------------------------------------------------------
      *UM RECIBO POR BENEFICIARIO COM A COTA, O LIQUIDO, A FORMA DE
      *PAGAMENTO E O FGTS A SACAR - SO DEPOIS DO RATEIO
      *-----------------------------------------------------------------
           IF OIRATEIO NOT = "S"
               DISPLAY "RATEIO PENDENTE - RATEIE ANTES (OPCAO R)"
               GO TO RRECIBOX
           .
           MOVE SPACES TO NOMEARQ
           DISPLAY "NOME DO ARQUIVO DOS RECIBOS: "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO RRECIBOX
           .
           OPEN OUTPUT RECIBO
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO: " FSX
               GO TO RRECIBOX
           .
           IF OIORIGEM = "J"
               MOVE "ALVARA JUDICIAL" TO ORIGTXT
           ELSE
               MOVE "DEPENDENTE HABILITADO NO INSS" TO ORIGTXT
           .
           MOVE ZEROS TO TOTRECIB
           MOVE BRKF TO HBRKF
           MOVE ZEROS TO HBSEQ
           START OBITBEN KEY IS NOT LESS THAN HBRK
           IF FS NOT = "00"
               GO TO RRECIBO3
           .
       RRECIBO2.
           READ OBITBEN NEXT RECORD
           IF FS NOT = "00" OR HBRKF NOT = BRKF
               GO TO RRECIBO3
           END-IF
           ADD 1 TO TOTRECIB
           MOVE ALL "=" TO RECLINE
           WRITE RECLINE
           MOVE "RECIBO - RESCISAO POR FALECIMENTO DO EMPREGADO"
               TO RECLINE
           WRITE RECLINE
           MOVE "(LEI 6.858/80)" TO RECLINE
           WRITE RECLINE
           MOVE ALL "-" TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "EMPREGADO FALECIDO: " BRKF " " NOME
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "CPF: " CPF "   DATA DO OBITO: " OIDIA "/" OIMES
               "/" OIANO
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE ALL "-" TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "BENEFICIARIO: " HBNOME
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "CPF: " HBCPF "   PARENTESCO: " HBPARENT
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "QUALIFICACAO: " ORIGTXT " " OIALVARA
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "COTA.......................: " HBPCT " %"
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "LIQUIDO DA RESCISAO (TOTAL): " OILIQ
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "VALOR DA COTA..............: " HBVALLIQ
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           IF HBFORMA = "C"
               STRING "CREDITO EM CONTA: BANCO " HBBANCO " AG "
                   HBAGEN "-" HBAGDV " CONTA " HBCONTA "-" HBCTADV
                   INTO LINHA
           ELSE
               IF HBCHQNUM = ZEROS
                   STRING "CHEQUE NOMINAL (A EMITIR)"
                       INTO LINHA
               ELSE
                   STRING "CHEQUE NOMINAL N. " HBCHQNUM
                       INTO LINHA
               END-IF
           END-IF
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "SALDO FGTS DA COTA (SAQUE NA CAIXA): " HBVALFGTS
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE ALL "-" TO RECLINE
           WRITE RECLINE
           MOVE "RECEBI A IMPORTANCIA ACIMA, REFERENTE A MINHA COTA "
               TO RECLINE
           WRITE RECLINE
           MOVE "DAS VERBAS RESCISORIAS DO EMPREGADO FALECIDO."
               TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "DATA: " HJDIA "/" HJMES "/" HJANO
               "   ASSINATURA: ______________________________"
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE ALL "=" TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO RECLINE
           WRITE RECLINE
           GO TO RRECIBO2
           .
       RRECIBO3.
           CLOSE RECIBO
           DISPLAY "RECIBOS GERADOS: " TOTRECIB
           .
       RRECIBOX.
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
       RLOG.
           MOVE 1 TO CTRK
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
               REWRITE LOGCTRREC
           END-IF
           MOVE CTRSEQ TO LOGSEQ
           MOVE OPERID TO LOGOPER
           MOVE "CADOBITO" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
