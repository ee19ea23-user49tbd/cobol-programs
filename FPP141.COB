       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSUBST.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *SUBSTITUICOES - QUEM COBRE O OCUPANTE DE UM CARGO DURANTE AS
      *FERIAS OU O AFASTAMENTO DELE RECEBE, NOS DIAS DA SUBSTITUICAO, A
      *DIFERENCA PARA O SALARIO DO SUBSTITUIDO (TST SUMULA 159) E A
      *GRATIFICACAO DE FUNCAO DO CARGO. O PERIODO TEM DE CABER NAS
      *FERIAS (FERPAG) OU NO AFASTAMENTO (AFAST) DO SUBSTITUIDO; SEM
      *SUBSTITUIDO E O INTERINO DO CARGO VAGO, QUE RECEBE PELO SALARIO
      *DO CARGO. A FOLHA (FPP005/BATCHPAG) PAGA OS DIAS DE CADA
      *COMPETENCIA NAS VERBAS DO CARGO COBERTO (VER CADCARGO)
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

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT DEGRAU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DGRK
           .

           SELECT FUNCSTEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FSRK
           .

           SELECT FERPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FPRK
           .

           SELECT AFAST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AFRK
           .

           SELECT SUBST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SXRK
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
      *CARGO COBERTO - SALARIO, GRATIFICACAO E VERBAS DA SUBSTITUICAO
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *DEGRAU SALARIAL DO SUBSTITUIDO (VER CADGRAU/FPP088)
      *-----------------------------------------------------------------
       FD DEGRAU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEGRAU1.DAT".
       COPY DEGRAU.
      *-----------------------------------------------------------------
       FD FUNCSTEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCSTEP.DAT".
       COPY FUNCSTEP.
      *-----------------------------------------------------------------
      *FERIAS E AFASTAMENTO DO SUBSTITUIDO - O PERIODO DA SUBSTITUICAO
      *TEM DE CABER EM UM DELES
      *-----------------------------------------------------------------
       FD FERPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERPAG.DAT".
       COPY FERPAG.
      *-----------------------------------------------------------------
       FD AFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
      *-----------------------------------------------------------------
      *SUBSTITUICOES (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD SUBST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SUBST1.DAT".
       COPY SUBST.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES
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
           01 OPT        PIC X(01).
           01 BRKF       PIC 9(06).
           01 BSEQ       PIC 9(03).
           01 GRAUOK     PIC X(01).
           01 FERPOK     PIC X(01).
           01 AFOK       PIC X(01).
           01 SUBOK      PIC X(01).
           01 ULTSEQ     PIC 9(03).
           01 TOTSUB     PIC 9(03).
      *-----------------------------------------------------------------
      *SUBSTITUTO - NOME E SALARIO MENSAL (COM O DEGRAU), GUARDADOS
      *ANTES DE O FILEFUNC E O CADCARGO SEREM LIDOS PARA O SUBSTITUIDO
      *-----------------------------------------------------------------
           01 SUBNOME    PIC X(40).
           01 SUBMENS    PIC 9(06)V99.
           01 SUBGRPCT   PIC 9(03)V99.
      *-----------------------------------------------------------------
      *SUBSTITUICAO EM DIGITACAO - SO VAI AO REGISTRO NA GRAVACAO,
      *DEPOIS DA VARREDURA DE SOBREPOSICAO
      *-----------------------------------------------------------------
           01 NRKS       PIC 9(06).
           01 NCARGO     PIC 9(04).
           01 NMOTIVO    PIC X(01).
           01 NINI       PIC 9(08).
           01 NINIR REDEFINES NINI.
               03 NINIANO  PIC 9(04).
               03 NINIMES  PIC 9(02).
               03 NINIDIA  PIC 9(02).
           01 NFIM       PIC 9(08).
           01 NFIMR REDEFINES NFIM.
               03 NFIMANO  PIC 9(04).
               03 NFIMMES  PIC 9(02).
               03 NFIMDIA  PIC 9(02).
           01 NSAL       PIC 9(06)V99.
           01 NGRPCT     PIC 9(03)V99.
           01 NGRATVB    PIC 9(04).
           01 NSUBVB     PIC 9(04).
           01 FOTOOK     PIC X(01).
           01 COBRE      PIC X(01).
           01 JORNW      PIC 9(03).
           01 MENSW      PIC 9(06)V99.
      *-----------------------------------------------------------------
      *DATAS EM ORDINAL PELO CALENDARIO COMERCIAL (ANO*372 +
      *(MES-1)*31 + DIA), MESMA CONVENCAO DO FPP019
      *-----------------------------------------------------------------
           01 ORDINI     PIC 9(07).
           01 ORDFIM     PIC 9(07).
           01 ORDAINI    PIC 9(07).
           01 ORDAFIM    PIC 9(07).
           01 MOTTXT     PIC X(12).
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
       R01A.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN INPUT DEGRAU
           IF FS NOT = "00"
               MOVE "N" TO GRAUOK
           ELSE
               OPEN INPUT FUNCSTEP
               IF FS NOT = "00"
                   CLOSE DEGRAU
                   MOVE "N" TO GRAUOK
               ELSE
                   MOVE "S" TO GRAUOK
       .
       R01C.
           OPEN INPUT FERPAG
           IF FS NOT = "00"
               MOVE "N" TO FERPOK
           ELSE
               MOVE "S" TO FERPOK
       .
       R01D.
           OPEN INPUT AFAST
           IF FS NOT = "00"
               MOVE "N" TO AFOK
           ELSE
               MOVE "S" TO AFOK
       .
       R01E.
           MOVE "S" TO SUBOK
           OPEN I-O SUBST
           IF FS = "35"
               OPEN OUTPUT SUBST
               CLOSE SUBST
               GO TO R01E
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SUBST - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               MOVE "N" TO SUBOK
               GO TO FF1
       .
       R02.
           DISPLAY "SUBSTITUICOES - SALARIO-SUBSTITUICAO"
           IF LKRK NOT = ZEROS
               MOVE LKRK TO BRKF
               MOVE ZEROS TO LKRK
           ELSE
               DISPLAY "MATRICULA DO SUBSTITUTO (0-FIM): "
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
           IF DDDIA NOT = ZEROS OR DDMES NOT = ZEROS
                   OR DDANO NOT = ZEROS
               DISPLAY "FUNCIONARIO DESLIGADO - NAO SUBSTITUI"
               GO TO R02
           .
      *-----------------------------------------------------------------
      *SALARIO MENSAL DO PROPRIO SUBSTITUTO - SO PARA O AVISO DE
      *SUBSTITUICAO SEM DIFERENCA A PAGAR
      *-----------------------------------------------------------------
           MOVE NOME TO SUBNOME
           MOVE ZEROS TO SUBMENS SUBGRPCT
           MOVE CRK2 TO CRK
           READ CADCARGO
           IF FS = "00"
               MOVE CGRATPCT TO SUBGRPCT
               MOVE JORNADA TO JORNW
               PERFORM RGRAU THRU RGRAUX
               PERFORM RMENSAL THRU RMENSALX
               MOVE MENSW TO SUBMENS
           .
           DISPLAY "SUBSTITUTO: " SUBNOME
           DISPLAY "SALARIO MENSAL: " SUBMENS
       .
       R03.
           PERFORM RLISTA THRU RLISTAX
           DISPLAY "DIGITE: I-INCLUIR C-CANCELAR T-ATUALIZAR SALARIO "
               "V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RINCL THRU RINCLX
               GO TO R03
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RCANC THRU RCANCX
               GO TO R03
           .
           IF OPT = "T" OR OPT = "t"
               PERFORM RATUAL THRU RATUALX
               GO TO R03
           .
           IF OPT = "V" OR OPT = "v"
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
       FF1.
           CLOSE FILEFUNC CADCARGO LOGCTR CHGLOG
           IF GRAUOK = "S"
               CLOSE DEGRAU FUNCSTEP
           .
           IF FERPOK = "S"
               CLOSE FERPAG
           .
           IF AFOK = "S"
               CLOSE AFAST
           .
           IF SUBOK = "S"
               CLOSE SUBST
           .
           GOBACK
           .
       RLISTA.
      *-----------------------------------------------------------------
      *SUBSTITUICOES DA MATRICULA - GUARDA A ULTIMA SEQUENCIA PARA A
      *INCLUSAO
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTSUB ULTSEQ
           MOVE BRKF TO SXRKF
           MOVE ZEROS TO SXSEQ
           START SUBST KEY IS NOT LESS THAN SXRK
           IF FS NOT = "00"
               GO TO RLISTA3
           .
       RLISTA2.
           READ SUBST NEXT RECORD
           IF FS NOT = "00" OR SXRKF NOT = BRKF
               GO TO RLISTA3
           END-IF
           ADD 1 TO TOTSUB
           MOVE SXSEQ TO ULTSEQ
           DISPLAY SXSEQ " SUBST. " SXRKS " CARGO " SXCARGO " "
               SXINIDIA "/" SXINIMES "/" SXINIANO " A "
               SXFIMDIA "/" SXFIMMES "/" SXFIMANO " " SXMOTIVO
               " SAL " SXSALSUB " SIT " SXSIT
           GO TO RLISTA2
           .
       RLISTA3.
           IF TOTSUB = ZEROS
               DISPLAY "NENHUMA SUBSTITUICAO REGISTRADA"
           .
       RLISTAX.
           EXIT.
       RINCL.
           IF ULTSEQ = 999
               DISPLAY "LIMITE DE SUBSTITUICOES ATINGIDO"
               GO TO RINCLX
           .
           DISPLAY "MATRICULA DO SUBSTITUIDO (0-CARGO VAGO): "
           ACCEPT NRKS
           IF NRKS = BRKF
               DISPLAY "O SUBSTITUTO NAO SUBSTITUI A SI MESMO"
               GO TO RINCLX
           .
           IF NRKS = ZEROS
               GO TO RINCL2
           .
           MOVE NRKS TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "SUBSTITUIDO NAO CADASTRADO"
               GO TO RINCLX
           .
           IF DDDIA NOT = ZEROS OR DDMES NOT = ZEROS
                   OR DDANO NOT = ZEROS
               DISPLAY "SUBSTITUIDO DESLIGADO - O CARGO ESTA VAGO, "
                   "REGISTRE COMO CARGO VAGO"
               GO TO RINCLX
           .
           DISPLAY "SUBSTITUIDO: " NOME
           MOVE CRK2 TO NCARGO
       RINCL1.
           DISPLAY "MOTIVO (F-FERIAS A-AFASTAMENTO): "
           ACCEPT NMOTIVO
           IF NMOTIVO = "f"
               MOVE "F" TO NMOTIVO
           .
           IF NMOTIVO = "a"
               MOVE "A" TO NMOTIVO
           .
           IF NMOTIVO NOT = "F" AND NMOTIVO NOT = "A"
               DISPLAY "MOTIVO INVALIDO"
               GO TO RINCL1
           .
           GO TO RINCL3
           .
       RINCL2.
           MOVE "V" TO NMOTIVO
           DISPLAY "CARGO VAGO COBERTO PELO INTERINO: "
           ACCEPT NCARGO
           IF NCARGO = ZEROS
               GO TO RINCLX
           .
       RINCL3.
           PERFORM RFOTO THRU RFOTOX
           IF FOTOOK NOT = "S"
               GO TO RINCLX
           .
           DISPLAY "CARGO COBERTO: " CDESC
       RINCL4.
           DISPLAY "INICIO DA SUBSTITUICAO (AAAAMMDD): "
           ACCEPT NINI
           DISPLAY "FIM DA SUBSTITUICAO (AAAAMMDD): "
           ACCEPT NFIM
           IF NINIMES = ZEROS OR NINIMES > 12 OR NINIDIA = ZEROS
                   OR NINIDIA > 31 OR NINIANO < 1900
               DISPLAY "DATA DE INICIO INVALIDA"
               GO TO RINCL4
           .
           IF NFIMMES = ZEROS OR NFIMMES > 12 OR NFIMDIA = ZEROS
                   OR NFIMDIA > 31 OR NFIM < NINI
               DISPLAY "DATA DE FIM INVALIDA"
               GO TO RINCL4
           .
           COMPUTE ORDINI = NINIANO * 372 + (NINIMES - 1) * 31
               + NINIDIA
           COMPUTE ORDFIM = NFIMANO * 372 + (NFIMMES - 1) * 31
               + NFIMDIA
           MOVE "S" TO COBRE
           IF NMOTIVO = "F"
               PERFORM RFERCHK THRU RFERCHKX
           .
           IF NMOTIVO = "A"
               PERFORM RAFCHK THRU RAFCHKX
           .
           IF COBRE NOT = "S"
               GO TO RINCLX
           .
           PERFORM RSOBREP THRU RSOBREPX
           IF COBRE NOT = "S"
               GO TO RINCLX
           .
      *-----------------------------------------------------------------
      *SALARIO DO COBERTO QUE NAO SUPERA O DO SUBSTITUTO NAO GERA
      *DIFERENCA - SO A GRATIFICACAO QUE PASSAR A DELE, SE HOUVER
      *-----------------------------------------------------------------
           IF NSAL NOT > SUBMENS AND NGRPCT NOT > SUBGRPCT
               DISPLAY "SALARIO DO COBERTO " NSAL " NAO SUPERA O DO "
                   "SUBSTITUTO " SUBMENS " - NADA A PAGAR"
               DISPLAY "REGISTRA ASSIM MESMO (S/N): "
               ACCEPT OPT
               IF OPT NOT = "S" AND OPT NOT = "s"
                   GO TO RINCLX
               END-IF
           .
           MOVE BRKF TO SXRKF
           COMPUTE SXSEQ = ULTSEQ + 1
           MOVE NRKS TO SXRKS
           MOVE NCARGO TO SXCARGO
           MOVE NINI TO SXINI
           MOVE NFIM TO SXFIM
           MOVE NMOTIVO TO SXMOTIVO
           MOVE NSAL TO SXSALSUB
           MOVE NGRPCT TO SXGRPCT
           MOVE NGRATVB TO SXGRATVB
           MOVE NSUBVB TO SXSUBVB
           MOVE "A" TO SXSIT
           WRITE SUBSTREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR SUBSTITUICAO - FS: " FS
               GO TO RINCLX
           .
           MOVE "I" TO LOGACAO
           MOVE SXRK TO LOGRK
           PERFORM RLOG
           DISPLAY "SUBSTITUICAO REGISTRADA - SALARIO DO COBERTO "
               SXSALSUB
           .
       RINCLX.
           EXIT.
       RCANC.
           DISPLAY "SEQUENCIA DA SUBSTITUICAO: "
           ACCEPT BSEQ
           MOVE BRKF TO SXRKF
           MOVE BSEQ TO SXSEQ
           READ SUBST
           IF FS NOT = "00"
               DISPLAY "SUBSTITUICAO NAO CADASTRADA"
               GO TO RCANCX
           .
           IF SXSIT = "C"
               DISPLAY "SUBSTITUICAO JA CANCELADA"
               GO TO RCANCX
           .
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RCANCX
           .
           MOVE "C" TO SXSIT
           REWRITE SUBSTREC
           MOVE "E" TO LOGACAO
           MOVE SXRK TO LOGRK
           PERFORM RLOG
           DISPLAY "CANCELADA - FOLHA JA CALCULADA NO PERIODO DEVE SER "
               "REFEITA"
           .
       RCANCX.
           EXIT.
       RATUAL.
      *-----------------------------------------------------------------
      *REAJUSTE OU NOVO DEGRAU DO COBERTO DURANTE A SUBSTITUICAO -
      *FOTOGRAFA DE NOVO O SALARIO E AS VERBAS DO CARGO
      *-----------------------------------------------------------------
           DISPLAY "SEQUENCIA DA SUBSTITUICAO: "
           ACCEPT BSEQ
           MOVE BRKF TO SXRKF
           MOVE BSEQ TO SXSEQ
           READ SUBST
           IF FS NOT = "00"
               DISPLAY "SUBSTITUICAO NAO CADASTRADA"
               GO TO RATUALX
           .
           IF SXSIT NOT = "A"
               DISPLAY "SUBSTITUICAO CANCELADA"
               GO TO RATUALX
           .
           MOVE SXRKS TO NRKS
           MOVE SXCARGO TO NCARGO
           PERFORM RFOTO THRU RFOTOX
           IF FOTOOK NOT = "S"
               GO TO RATUALX
           .
           DISPLAY "SALARIO DO COBERTO: " SXSALSUB " PASSA A " NSAL
           MOVE NSAL TO SXSALSUB
           MOVE NGRPCT TO SXGRPCT
           MOVE NGRATVB TO SXGRATVB
           MOVE NSUBVB TO SXSUBVB
           REWRITE SUBSTREC
           MOVE "A" TO LOGACAO
           MOVE SXRK TO LOGRK
           PERFORM RLOG
           .
       RATUALX.
           EXIT.
       RFOTO.
      *-----------------------------------------------------------------
      *SALARIO MENSAL E VERBAS DO CARGO COBERTO (NCARGO) - COM
      *SUBSTITUIDO (NRKS) VALE O DEGRAU E A JORNADA DELE; O CARGO VAGO
      *VALE PELO SALARIO DO PROPRIO CARGO. CARGO SEM VERBA DE
      *SUBSTITUICAO NAO ADMITE O REGISTRO
      *-----------------------------------------------------------------
           MOVE "N" TO FOTOOK
           MOVE NCARGO TO CRK
           READ CADCARGO
           IF FS NOT = "00"
               DISPLAY "CARGO " NCARGO " NAO CADASTRADO"
               GO TO RFOTOX
           .
           IF CSUBVB = ZEROS
               DISPLAY "CARGO " CDESC " SEM VERBA DE SUBSTITUICAO - "
                   "AJUSTE NO CADASTRO DE CARGOS"
               GO TO RFOTOX
           .
           MOVE CGRATPCT TO NGRPCT
           MOVE CGRATVB TO NGRATVB
           MOVE CSUBVB TO NSUBVB
           MOVE ZEROS TO JORNW
           IF NRKS NOT = ZEROS
               MOVE NRKS TO RKT
               READ FILEFUNC
               IF FS = "00"
                   MOVE JORNADA TO JORNW
                   PERFORM RGRAU THRU RGRAUX
               END-IF
           .
           PERFORM RMENSAL THRU RMENSALX
           MOVE MENSW TO NSAL
           MOVE "S" TO FOTOOK
           .
       RFOTOX.
           EXIT.
       RGRAU.
      *-----------------------------------------------------------------
      *DEGRAU DO FUNCIONARIO LIDO EM RKT SUBSTITUI O SALVAL DO CARGO
      *SO NA MEMORIA, COMO NO STEPCALC DA FOLHA
      *-----------------------------------------------------------------
           IF GRAUOK NOT = "S"
               GO TO RGRAUX
           .
           MOVE RKT TO FSRK
           READ FUNCSTEP
           IF FS NOT = "00"
               GO TO RGRAUX
           .
           MOVE CRK TO DGCARGO
           MOVE FSSTEP TO DGSTEP
           READ DEGRAU
           IF FS = "00"
               MOVE DGVALOR TO SALVAL
           .
       RGRAUX.
           EXIT.
       RMENSAL.
      *-----------------------------------------------------------------
      *SALARIO DO CARGO MENSALIZADO (HORISTA X JORNADA, 220 SEM
      *JORNADA; DIARISTA X 30; MENSALISTA O PROPRIO SALVAL)
      *-----------------------------------------------------------------
           IF JORNW = ZEROS
               MOVE 220 TO JORNW
           .
           IF TS = "H"
               COMPUTE MENSW ROUNDED = SALVAL * JORNW
           ELSE
               IF TS = "D"
                   COMPUTE MENSW ROUNDED = SALVAL * 30
               ELSE
                   MOVE SALVAL TO MENSW
           .
       RMENSALX.
           EXIT.
       RFERCHK.
      *-----------------------------------------------------------------
      *O PERIODO TEM DE CABER EM UM GOZO DE FERIAS DO SUBSTITUIDO
      *-----------------------------------------------------------------
           MOVE "N" TO COBRE
           IF FERPOK NOT = "S"
               DISPLAY "FERIAS PAGAS (FERPAG) AUSENTE - SEM COMO "
                   "CONFERIR AS FERIAS DO SUBSTITUIDO"
               GO TO RFERCHKX
           .
           MOVE NRKS TO FPRKF
           MOVE ZEROS TO FPSEQ
           START FERPAG KEY IS NOT LESS THAN FPRK
           IF FS NOT = "00"
               GO TO RFERCHK3
           .
       RFERCHK2.
           READ FERPAG NEXT RECORD
           IF FS NOT = "00" OR FPRKF NOT = NRKS
               GO TO RFERCHK3
           END-IF
           COMPUTE ORDAINI = FPINIANO * 372 + (FPINIMES - 1) * 31
               + FPINIDIA
           COMPUTE ORDAFIM = ORDAINI + FPDIAS - 1
           IF ORDINI NOT < ORDAINI AND ORDFIM NOT > ORDAFIM
               MOVE "S" TO COBRE
               GO TO RFERCHKX
           END-IF
           GO TO RFERCHK2
           .
       RFERCHK3.
           DISPLAY "PERIODO FORA DAS FERIAS DO SUBSTITUIDO"
           .
       RFERCHKX.
           EXIT.
       RAFCHK.
      *-----------------------------------------------------------------
      *O PERIODO TEM DE CABER NO AFASTAMENTO DO SUBSTITUIDO - ATE O
      *RETORNO OU, SEM ELE, ATE A PREVISAO; SEM PREVISAO FICA ABERTO
      *-----------------------------------------------------------------
           MOVE "N" TO COBRE
           IF AFOK NOT = "S"
               DISPLAY "AFASTAMENTOS (AFAST) AUSENTE - SEM COMO "
                   "CONFERIR O AFASTAMENTO DO SUBSTITUIDO"
               GO TO RAFCHKX
           .
           MOVE NRKS TO AFRK
           READ AFAST
           IF FS NOT = "00"
               DISPLAY "SUBSTITUIDO SEM AFASTAMENTO REGISTRADO"
               GO TO RAFCHKX
           .
           COMPUTE ORDAINI = AFINIANO * 372 + (AFINIMES - 1) * 31
               + AFINIDIA
           MOVE 9999999 TO ORDAFIM
           IF AFRETANO NOT = ZEROS
               COMPUTE ORDAFIM = AFRETANO * 372 + (AFRETMES - 1) * 31
                   + AFRETDIA
           ELSE
               IF AFPREVANO NOT = ZEROS
                   COMPUTE ORDAFIM = AFPREVANO * 372
                       + (AFPREVMES - 1) * 31 + AFPREVDIA
           .
           IF ORDINI NOT < ORDAINI AND ORDFIM NOT > ORDAFIM
               MOVE "S" TO COBRE
           ELSE
               DISPLAY "PERIODO FORA DO AFASTAMENTO DO SUBSTITUIDO"
           .
       RAFCHKX.
           EXIT.
       RSOBREP.
      *-----------------------------------------------------------------
      *NEM O SUBSTITUTO COBRE DOIS AO MESMO TEMPO NEM O SUBSTITUIDO
      *TEM DOIS SUBSTITUTOS NO MESMO DIA - VARRE AS ATIVAS
      *-----------------------------------------------------------------
           MOVE ZEROS TO SXRK
           START SUBST KEY IS NOT LESS THAN SXRK
           IF FS NOT = "00"
               GO TO RSOBREPX
           .
       RSOBREP2.
           READ SUBST NEXT RECORD
           IF FS NOT = "00"
               GO TO RSOBREPX
           END-IF
           IF SXSIT NOT = "A"
               GO TO RSOBREP2
           END-IF
           IF SXRKF NOT = BRKF
                   AND (NRKS = ZEROS OR SXRKS NOT = NRKS)
               GO TO RSOBREP2
           END-IF
           COMPUTE ORDAINI = SXINIANO * 372 + (SXINIMES - 1) * 31
               + SXINIDIA
           COMPUTE ORDAFIM = SXFIMANO * 372 + (SXFIMMES - 1) * 31
               + SXFIMDIA
           IF ORDFIM < ORDAINI OR ORDINI > ORDAFIM
               GO TO RSOBREP2
           END-IF
           MOVE "N" TO COBRE
           IF SXRKF = BRKF
               DISPLAY "CHOCA COM A SUBSTITUICAO " SXSEQ
                   " DO MESMO SUBSTITUTO"
           ELSE
               DISPLAY "O SUBSTITUIDO JA E COBERTO PELA MATRICULA "
                   SXRKF " NO PERIODO"
           END-IF
           .
       RSOBREPX.
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
           MOVE "CADSUBST" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
