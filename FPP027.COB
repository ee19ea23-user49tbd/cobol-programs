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
           RECORD KEY IS FILRK
           .
      *-----------------------------------------------------------------
           SELECT MOVVERB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VMRK
           .
      *-----------------------------------------------------------------
           SELECT HOLOPC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HORKF
           .
      *-----------------------------------------------------------------
           SELECT HOLENV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HERK
           .
      *-----------------------------------------------------------------
           SELECT HOLERITE ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT HOLIND ASSIGN TO NOMEIND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT HOLMAN ASSIGN TO NOMEMAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT RELCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *DETALHE DA FOLHA POR VERBA (VER CADVERBA/FPP117)
      *-----------------------------------------------------------------
       FD MOVVERB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
      *-----------------------------------------------------------------
      *HOLERITE ELETRONICO - OPCAO DO FUNCIONARIO E CONTROLE DE
      *ENTREGA POR COMPETENCIA (VER HOLELET/FPP176)
      *-----------------------------------------------------------------
       FD HOLOPC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLOPC1.DAT".
       COPY HOLOPC.
       FD HOLENV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLENV1.DAT".
       COPY HOLENV.
      *-----------------------------------------------------------------
       FD HOLERITE
           LABEL RECORD IS STANDARD.
       01 HOLLINE PIC X(80).
      *-----------------------------------------------------------------
      *HOLERITE INDIVIDUAL DA DISTRIBUICAO ELETRONICA - UM ARQUIVO POR
      *MATRICULA E COMPETENCIA (HLmmmmmmAAAAMM.TXT), MESMO CONTEUDO DO
      *IMPRESSO
      *-----------------------------------------------------------------
       FD HOLIND
           LABEL RECORD IS STANDARD.
       01 HOLELINE PIC X(80).
      *-----------------------------------------------------------------
      *MANIFESTO PARA O GATEWAY DE E-MAIL - UMA LINHA POR HOLERITE
      *ENVIADO. O GATEWAY CIFRA O ANEXO COM A CHAVE (5 PRIMEIROS
      *DIGITOS DO CPF DO FUNCIONARIO) ANTES DE ENVIAR E DEVOLVE A
      *CIENCIA NO ARQUIVO DE RETORNO LIDO PELO HOLELET/FPP176
      *-----------------------------------------------------------------
       FD HOLMAN
           LABEL RECORD IS STANDARD.
       01 HMREC.
           03 HMMAT       PIC 9(06).
           03 HMCOMP      PIC 9(06).
           03 HMEMAIL     PIC X(40).
           03 HMARQ       PIC X(20).
           03 HMCHAVE     PIC X(05).
           03 HMNOME      PIC X(40).
           03 HMLIQ       PIC 9(10)V99.
           03 FILLER      PIC X(31).
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107) - A SAIDA FICA
      *RETIDA SOB NOME CONTROLADO E PODE SER REIMPRESSA
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 FS          PIC X(02).
           01 PXOK        PIC X(01).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 BRKM        PIC 9(02).
           01 BRKY        PIC 9(04).
           01 CDESCW      PIC X(25).
           01 FILOK       PIC X(01).
           01 MVOK        PIC X(01).
           01 VERBTEM     PIC X(01).
           01 TOTPROV     PIC 9(10)V99.
           01 TOTDESC     PIC 9(10)V99.
           01 LINHA       PIC X(80).
           01 TOTLIDO     PIC 9(06).
           01 TOTGRAV     PIC 9(06).
           01 TOTSKIP     PIC 9(06).
      *-----------------------------------------------------------------
      *MODOH: T-TODOS IMPRESSOS E-ELETRONICO F-IMPRIME AS FALHAS DE
      *ENTREGA. HOLDEST: I-LINHA VAI PARA O IMPRESSO E-PARA O ARQUIVO
      *INDIVIDUAL
      *-----------------------------------------------------------------
           01 MODOH       PIC X(01).
           01 HOLDEST     PIC X(01) VALUE "I".
           01 HOLSKIP     PIC X(01).
           01 HOPOK       PIC X(01).
           01 HEOK        PIC X(01).
           01 HEEXIST     PIC X(01).
           01 ADESAOW     PIC X(01).
           01 NOMEIND     PIC X(40).
           01 NOMEMAN     PIC X(40).
           01 HORAW       PIC 9(08).
           01 CPFW        PIC 9(11).
           01 CPFWR REDEFINES CPFW.
               03 CPF5     PIC X(05).
               03 FILLER   PIC X(06).
           01 TOTELET     PIC 9(06).
           01 TOTCONF     PIC 9(06).
       PROCEDURE DIVISION.
       R0CAT.
           OPEN I-O RELCAT
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
               MOVE "S" TO FILOK
           .
       R01E.
           OPEN INPUT MOVVERB
           IF FS NOT = "00"
               MOVE "N" TO MVOK
           ELSE
               MOVE "S" TO MVOK
           .
       R01C.
           OPEN INPUT LANC
           IF FS NOT = "00"
               DISPLAY "SEM ARQUIVO DE LANCAMENTOS - SEGUE SEM ELE"
           .
       R01F.
           OPEN INPUT HOLOPC
           IF FS NOT = "00"
               MOVE "N" TO HOPOK
           ELSE
               MOVE "S" TO HOPOK
           .
       R01G.
           OPEN I-O HOLENV
           IF FS = "35"
               OPEN OUTPUT HOLENV
               CLOSE HOLENV
               GO TO R01G
           .
           IF FS NOT = "00"
               MOVE "N" TO HEOK
           ELSE
               MOVE "S" TO HEOK
           .
       R02.
           MOVE ZEROS TO TOTLIDO TOTGRAV TOTSKIP TOTELET TOTCONF
           DISPLAY "IMPRESSAO DE HOLERITE POR COMPETENCIA"
           DISPLAY "T-TODOS IMPRESSOS"
           DISPLAY "E-ELETRONICO (POR E-MAIL, DEMAIS NO IMPRESSO)"
           DISPLAY "F-IMPRIME AS FALHAS DE ENTREGA ELETRONICA"
           ACCEPT MODOH
           IF MODOH = "t"
               MOVE "T" TO MODOH
           .
           IF MODOH = "e"
               MOVE "E" TO MODOH
           .
           IF MODOH = "f"
               MOVE "F" TO MODOH
           .
           IF MODOH NOT = "T" AND MODOH NOT = "E" AND MODOH NOT = "F"
               DISPLAY "OPCAO INVALIDA"
               GO TO R02
           .
           IF MODOH NOT = "T" AND HEOK NOT = "S"
               DISPLAY "CONTROLE DE ENTREGA (HOLENV1.DAT) INDISPONIVEL"
               GO TO R02
       .
       R02M.
           DISPLAY "DIGITE O MES DA COMPETENCIA (RKM): "
           ACCEPT BRKM
           IF BRKM = ZEROS OR BRKM > 12
               DISPLAY "MES INVALIDO"
               GO TO R02M
       .
       R03.
           DISPLAY "DIGITE O ANO DA COMPETENCIA (RKY): "
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE HOLERITES: " FSX
               GO TO RF1
           .
           IF MODOH = "E"
               ACCEPT HORAW FROM TIME
               MOVE SPACES TO NOMEMAN
               STRING "HM" BRKY BRKM HORAW(1:6) ".TXT"
                   DELIMITED BY SIZE INTO NOMEMAN
               OPEN OUTPUT HOLMAN
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR MANIFESTO: " FSX
                   CLOSE HOLERITE
                   GO TO RF1
               END-IF
           END-IF
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
           ELSE
               MOVE "CARGO NAO CADASTRADO" TO CDESCW
           END-IF
           MOVE "N" TO HOLSKIP
           IF MODOH = "E"
               PERFORM RELET THRU RELETX
           END-IF
           IF MODOH = "F"
               PERFORM RFALHA THRU RFALHAX
           END-IF
           IF HOLSKIP = "S"
               GO TO R07
           END-IF
           PERFORM RPRINT
           ADD 1 TO TOTGRAV
           GO TO R07
           DISPLAY "REGISTROS LIDOS.......: " TOTLIDO
           DISPLAY "HOLERITES IMPRESSOS...: " TOTGRAV
           DISPLAY "REGISTROS IGNORADOS...: " TOTSKIP
           IF MODOH = "E"
               CLOSE HOLMAN
               DISPLAY "HOLERITES POR E-MAIL..: " TOTELET
               DISPLAY "JA COM CIENCIA........: " TOTCONF
               DISPLAY "MANIFESTO DO GATEWAY..: " NOMEMAN
           END-IF
       .
       RF1.
           CLOSE RELCAT RCATCTL
           CLOSE PR FILEFUNC CADCARGO LANC
           IF PXOK = "S"
               CLOSE PRIDX
           END-IF
           IF FILOK = "S"
               CLOSE CADFIL
           END-IF
           IF MVOK = "S"
               CLOSE MOVVERB
           END-IF
           IF HOPOK = "S"
               CLOSE HOLOPC
           END-IF
           IF HEOK = "S"
               CLOSE HOLENV
           END-IF
           GOBACK
           .
       RCATREG.
           .
       RPRINT.
           MOVE ALL "=" TO HOLLINE
           PERFORM RHWRITE
           IF FILOK = "S"
               MOVE FFILIAL TO FILRK
               READ CADFIL
                   STRING "EMPREGADOR: " FILRAZAO
                       INTO LINHA
                   MOVE LINHA TO HOLLINE
                   PERFORM RHWRITE
                   MOVE SPACES TO LINHA
                   STRING "CNPJ: " FILCNPJ
                       INTO LINHA
                   MOVE LINHA TO HOLLINE
                   PERFORM RHWRITE
               END-IF
           END-IF
           MOVE SPACES TO LINHA
           STRING "HOLERITE - COMPETENCIA: " BRKM "/" BRKY
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           MOVE SPACES TO LINHA
           STRING "MATRICULA: " RKF "   NOME: " NOME
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           MOVE SPACES TO LINHA
           STRING "CARGO: " CDESCW
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           MOVE ALL "-" TO HOLLINE
           PERFORM RHWRITE
      *-----------------------------------------------------------------
      *COM DETALHE POR VERBA APROVADO (MOVVERB) O HOLERITE SAI VERBA A
      *VERBA; FOLHAS ANTERIORES AO DETALHE SAEM NAS COLUNAS DO PRM
      *-----------------------------------------------------------------
           MOVE "N" TO VERBTEM
           IF MVOK = "S"
               PERFORM RVERBCHK THRU RVERBCHKX
           END-IF
           IF VERBTEM = "S"
               PERFORM RVERBLIST THRU RVERBLISTX
           ELSE
               PERFORM RPRINTFIX
           END-IF
           MOVE SPACES TO LINHA
           STRING "SALARIO LIQUIDO.: " PSLIQUID
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           MOVE ALL "=" TO HOLLINE
           PERFORM RHWRITE
           MOVE SPACES TO HOLLINE
           PERFORM RHWRITE
           .
       RPRINTFIX.
           MOVE SPACES TO LINHA
           STRING "SALARIO BRUTO..: " PSALVALB
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           MOVE SPACES TO LINHA
           STRING "INSS...........: " PINSS
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           IF PVALVINC > ZEROS
               MOVE SPACES TO LINHA
               STRING "AJUSTE INSS OUTRO VINCULO: " PVALVINC
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           MOVE SPACES TO LINHA
           IF PIRRFROTA = "S"
                   INTO LINHA
           END-IF
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           IF PVALREDIR > ZEROS
               MOVE SPACES TO LINHA
               STRING "REDUTOR DO IRRF.: " PVALREDIR
                   " (JA ABATIDO DO IMPOSTO)"
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           MOVE SPACES TO LINHA
           STRING "SALARIO FAMILIA.: " PSALF
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           PERFORM RLANCLIST THRU RLANCLISTX
           IF PVALHFER > ZEROS
               MOVE SPACES TO LINHA
               STRING "HORAS FERIADO...: " PVALHFER
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALCOMIS > ZEROS
               MOVE SPACES TO LINHA
               STRING "COMISSOES.......: " PVALCOMIS
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALATRAS > ZEROS
               MOVE SPACES TO LINHA
               STRING "DESC ATRASOS....: " PVALATRAS
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALINTRA > ZEROS
               MOVE SPACES TO LINHA
               STRING "INTERV SUPRIMIDO: " PVALINTRA
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALANUEN > ZEROS
               MOVE SPACES TO LINHA
               STRING "ADIC TEMPO SERV.: " PVALANUEN
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALDSR > ZEROS
               MOVE SPACES TO LINHA
               STRING "REFLEXO DSR.....: " PVALDSR
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALEMPR > ZEROS
               MOVE SPACES TO LINHA
               STRING "EMPREST CONSIG..: " PVALEMPR
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALBENEF > ZEROS
               MOVE SPACES TO LINHA
               STRING "COPART BENEFICIO: " PVALBENEF
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALADIANT > ZEROS
               MOVE SPACES TO LINHA
               STRING "ADIANT QUINZENAL: " PVALADIANT
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALPENSAO > ZEROS
               MOVE SPACES TO LINHA
               STRING "PENSAO ALIMENT..: " PVALPENSAO
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           IF PVALPENH > ZEROS
               MOVE SPACES TO LINHA
               STRING "PENHORA JUDICIAL: " PVALPENH
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           .
       RVERBCHK.
           MOVE RKF TO VMRKF
           MOVE RKM TO VMRKM
           MOVE RKY TO VMRKY
           MOVE "A" TO VMSIT
           MOVE ZEROS TO VMCOD
           START MOVVERB KEY IS NOT LESS THAN VMRK
           IF FS NOT = "00"
               GO TO RVERBCHKX
           .
           READ MOVVERB NEXT RECORD
           IF FS = "00" AND VMRKF = RKF AND VMRKM = RKM
               AND VMRKY = RKY AND VMSIT = "A"
               MOVE "S" TO VERBTEM
           .
       RVERBCHKX.
           EXIT.
       RVERBLIST.
      *-----------------------------------------------------------------
      *UMA LINHA POR VERBA: CODIGO, DESCRICAO, REFERENCIA E VALOR
      *COMO PROVENTO, DESCONTO OU INFORMATIVA (NAO SOMA NO LIQUIDO).
      *ENTRA COM O PRIMEIRO REGISTRO JA LIDO PELO RVERBCHK
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTPROV TOTDESC
           .
       RVERBLIST2.
           MOVE SPACES TO LINHA
           IF VMTIPO = "P"
               STRING VMCOD " " VMDESC " " VMREF " PROV: " VMVALOR
                   INTO LINHA
               ADD VMVALOR TO TOTPROV
           ELSE
               IF VMTIPO = "D"
                   STRING VMCOD " " VMDESC " " VMREF " DESC: " VMVALOR
                       INTO LINHA
                   ADD VMVALOR TO TOTDESC
               ELSE
                   STRING VMCOD " " VMDESC " " VMREF " INFO: " VMVALOR
                       INTO LINHA
               END-IF
           END-IF
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           READ MOVVERB NEXT RECORD
           IF FS = "00" AND VMRKF = RKF AND VMRKM = RKM
               AND VMRKY = RKY AND VMSIT = "A"
               GO TO RVERBLIST2
           .
           MOVE ALL "-" TO HOLLINE
           PERFORM RHWRITE
           MOVE SPACES TO LINHA
           STRING "TOTAL PROVENTOS.: " TOTPROV
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           MOVE SPACES TO LINHA
           STRING "TOTAL DESCONTOS.: " TOTDESC
               INTO LINHA
           MOVE LINHA TO HOLLINE
           PERFORM RHWRITE
           .
       RVERBLISTX.
           EXIT.
       RLANCLIST.
      *-----------------------------------------------------------------
      *LANCAMENTOS AVULSOS/RECORRENTES APLICADOS NA COMPETENCIA,
               STRING LCTIPO " " LCDESC " (" LCED "): " LCVALOR
                   INTO LINHA
               MOVE LINHA TO HOLLINE
               PERFORM RHWRITE
           END-IF
           GO TO RLANCLIST2
           .
       RLANCLISTX.
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
       RHWRITE.
      *-----------------------------------------------------------------
      *LINHA DO HOLERITE PARA O IMPRESSO OU PARA O ARQUIVO INDIVIDUAL
      *DA DISTRIBUICAO ELETRONICA
      *-----------------------------------------------------------------
           IF HOLDEST = "E"
               MOVE HOLLINE TO HOLELINE
               WRITE HOLELINE
           ELSE
               WRITE HOLLINE
           .
       RELET.
      *-----------------------------------------------------------------
      *DISTRIBUICAO ELETRONICA: COM E-MAIL NO CADASTRO E SEM RECUSA NO
      *HOLOPC O HOLERITE SAI NO ARQUIVO INDIVIDUAL E ENTRA NO
      *MANIFESTO; SEM E-MAIL OU COM RECUSA VOLTA PARA O IMPRESSO. COM
      *A CIENCIA JA DADA E O MESMO LIQUIDO NAO HA REENVIO
      *-----------------------------------------------------------------
           MOVE "N" TO HEEXIST
           MOVE BRKY TO HERKY
           MOVE BRKM TO HERKM
           MOVE RKF TO HERKF
           READ HOLENV
           IF FS = "00"
               MOVE "S" TO HEEXIST
           ELSE
               MOVE SPACES TO HEARQ HEEMAIL HEPROT
               MOVE ZEROS TO HELIQ HEQTENV HEDTENV HEHRENV
               MOVE ZEROS TO HEDTCONF HEHRCONF
           .
           MOVE "S" TO ADESAOW
           IF HOPOK = "S"
               MOVE RKF TO HORKF
               READ HOLOPC
               IF FS = "00" AND HOADESAO = "N"
                   MOVE "N" TO ADESAOW
               END-IF
           .
           IF EMAIL = SPACES OR ADESAOW = "N"
               MOVE "I" TO HESTAT
               IF EMAIL = SPACES
                   MOVE "S" TO HEMOTIVO
               ELSE
                   MOVE "R" TO HEMOTIVO
               END-IF
               MOVE PSLIQUID TO HELIQ
               PERFORM RHEGRAVA
               GO TO RELETX
           .
           IF HEEXIST = "S" AND HESTAT = "C" AND HELIQ = PSLIQUID
               ADD 1 TO TOTCONF
               MOVE "S" TO HOLSKIP
               GO TO RELETX
           .
           MOVE SPACES TO NOMEIND
           STRING "HL" RKF BRKY BRKM ".TXT"
               DELIMITED BY SIZE INTO NOMEIND
           OPEN OUTPUT HOLIND
           IF FSX NOT = "00"
               DISPLAY "ERRO AO GRAVAR " NOMEIND " - VAI NO IMPRESSO"
               GO TO RELETX
           .
           MOVE "E" TO HOLDEST
           PERFORM RPRINT
           MOVE "I" TO HOLDEST
           CLOSE HOLIND
           MOVE CPF TO CPFW
           MOVE RKF TO HMMAT
           COMPUTE HMCOMP = BRKY * 100 + BRKM
           MOVE EMAIL TO HMEMAIL
           MOVE NOMEIND TO HMARQ
           MOVE CPF5 TO HMCHAVE
           MOVE NOME TO HMNOME
           MOVE PSLIQUID TO HMLIQ
           WRITE HMREC
           MOVE "E" TO HESTAT
           MOVE SPACES TO HEMOTIVO HEPROT
           MOVE NOMEIND TO HEARQ
           MOVE EMAIL TO HEEMAIL
           MOVE PSLIQUID TO HELIQ
           ADD 1 TO HEQTENV
           ACCEPT HEDTENV FROM DATE YYYYMMDD
           ACCEPT HORAW FROM TIME
           MOVE HORAW(1:6) TO HEHRENV
           MOVE ZEROS TO HEDTCONF HEHRCONF
           PERFORM RHEGRAVA
           ADD 1 TO TOTELET
           MOVE "S" TO HOLSKIP
           .
       RELETX.
           EXIT.
       RFALHA.
      *-----------------------------------------------------------------
      *SO AS FALHAS DE ENTREGA DEVOLVIDAS PELO GATEWAY - SAEM NO
      *IMPRESSO E FICAM MARCADAS COMO IMPRESSAS
      *-----------------------------------------------------------------
           MOVE "S" TO HOLSKIP
           MOVE BRKY TO HERKY
           MOVE BRKM TO HERKM
           MOVE RKF TO HERKF
           READ HOLENV
           IF FS NOT = "00" OR HESTAT NOT = "F"
               GO TO RFALHAX
           .
           MOVE "I" TO HESTAT
           MOVE "F" TO HEMOTIVO
           REWRITE HOLENVREC
           MOVE "N" TO HOLSKIP
           .
       RFALHAX.
           EXIT.
       RHEGRAVA.
           IF HEEXIST = "S"
               REWRITE HOLENVREC
           ELSE
               WRITE HOLENVREC
           .
