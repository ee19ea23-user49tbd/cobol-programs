           FILE STATUS IS FS
           RECORD KEY IS RK.

           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .

           SELECT CADCBO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CBORK
           .

           SELECT CADVERBA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
           .

           SELECT FILEFUNC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO REPLACING ==CRK== BY ==RK== ==CDESC== BY ==DESC==.
      *-----------------------------------------------------------------
      *SINDICATOS E CONVENCOES COLETIVAS (VER CADCCT/FPP121) - O CARGO
      *APONTA PARA O SINDICATO E A CATEGORIA DO PISO
      *-----------------------------------------------------------------
       FD CADCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
      *-----------------------------------------------------------------
      *TABELA CBO (VER CADCBO/FPP136) - A OCUPACAO DO CARGO TEM QUE
      *EXISTIR E ESTAR VIGENTE
      *-----------------------------------------------------------------
       FD CADCBO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCBO1.DAT".
       COPY CBO.
      *-----------------------------------------------------------------
      *CADASTRO DE VERBAS (VER CADVERBA/FPP117) - VERBAS DA GRATIFICACAO
      *DE FUNCAO E DO SALARIO-SUBSTITUICAO DO CARGO
      *-----------------------------------------------------------------
       FD CADVERBA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
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
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
           01 VALI PIC X(01).
           01 OP1  PIC 9(06)V99.
           01 SALMIN PIC 9(06)V99 VALUE 1412,00.
      *-----------------------------------------------------------------
      *CCT DO SINDICATO DO CARGO EM VIGOR HOJE (RCCTLE) - PISO DA
      *CATEGORIA CONTRA O SALARIO MENSALIZADO DO CARGO
      *-----------------------------------------------------------------
           01 CCTOK       PIC X(01).
           01 CBOOK       PIC X(01).
           01 CFORMW      PIC X(01).
           01 VERBOK      PIC X(01).
           01 VBCHK       PIC 9(04).
           01 VBCHKOK     PIC X(01).
           01 VBCHKDSR    PIC X(01).
           01 CCTTEM      PIC X(01).
           01 CCTCOMP     PIC 9(06).
           01 CCTHEFX1    PIC 9(03).
           01 CCTHEP1     PIC 9(03)V99.
           01 CCTHEP2     PIC 9(03)V99.
           01 CCTHEPD     PIC 9(03)V99.
           01 CCTNOT      PIC 9(03)V99.
           01 CCTPISO     PIC 9(06)V99.
           01 CCTRKW      PIC X(09).
           01 HOJE        PIC 9(08).
           01 SALMES      PIC 9(08)V99.
           01 PISOOK      PIC X(01).
           01 PX          PIC 9(01).
      *     01
      *-----------------------------------------------------------------
           01 TPBEN    PIC 9(01).
           01 STA1.
               03 STA1A     PIC X(21) OCCURS 4 TIMES.
           01 STA2.
               03 STA2A     PIC X(21) OCCURS 4 TIMES.
      *----BENEFICIO----------------------------------------------------
           01 TABB.
               03 FILLER   PIC X(21) VALUE "1PLANO DE SAUDE".
               03 FILLER   PIC X(21) VALUE "HHORISTA".
               03 FILLER   PIC X(21) VALUE "DDIARISTA".
               03 FILLER   PIC X(21) VALUE "MMENSALISTA".
               03 FILLER   PIC X(21) VALUE "PPRODUCAO".
           01 ATS REDEFINES TABTS.
               03 ARRBTS   PIC X(21) OCCURS 4 TIMES.
      *----PLANO DE SAUDE-----------------------------------------------
           01 TABBPS.
               03 FILLER   PIC X(21) VALUE "1PLANO GLOBAL".
               DISPLAY "ERRO AO ABRIR FILEFUNC"
               GOBACK
       .
       R01A2.
           OPEN INPUT CADCCT
           IF FS NOT = "00"
               MOVE "N" TO CCTOK
           ELSE
               MOVE "S" TO CCTOK
       .
       R01A3.
           OPEN INPUT CADCBO
           IF FS NOT = "00"
               MOVE "N" TO CBOOK
           ELSE
               MOVE "S" TO CBOOK
       .
       R01A4.
           OPEN INPUT CADVERBA
           IF FS NOT = "00"
               MOVE "N" TO VERBOK
           ELSE
               MOVE "S" TO VERBOK
       .
       R01B.
           OPEN I-O LOGCTR
           IF FS = "35"
           MOVE SPACES TO BENTXT MENSAGEM SNB OPO VALI SERVICO
           MOVE ZEROS TO RK BPS BCOM BVA BCB BVT SALVAL CONT TPBEN SRK
           MOVE ZEROS TO CONT CONT2 BINSPER BSIND VSIND
           MOVE ZEROS TO CCTCOD CCTCAT CCBO
           MOVE ZEROS TO CGRATPCT CGRATVB CSUBVB
           MOVE ZEROS TO CSOBVB CPROVB CPRODVB
           MOVE "S" TO CFORMPROF
           MOVE 01 TO CFILIAL

           .

      *     MOVE STA2A(CONT2) TO MENSAGEM
      *     PERFORM MSG1 THRU MSG2
           IF CONT2 < 4
               GO TO R06
           ELSE
      *         MOVE "DDDDDD" TO MENSAGEM
                   MOVE 42000,34 TO SALVAL
                   DISPLAY TSALVAL
               ELSE
                   IF TS = "M" OR TS = "P"
                       MOVE 952000,34 TO SALVAL
                       DISPLAY TSALVAL
               .
                   MOVE "NENHUM" TO BSINDTXT
                   MOVE ZEROS TO VSIND
           .
       R011G1.
      *-----------------------------------------------------------------
      *OCUPACAO NA CBO - VALIDADA CONTRA A TABELA CBO; SEM A TABELA
      *CARREGADA O CODIGO E ACEITO E CONFERIDO DEPOIS NO RELCBO
      *-----------------------------------------------------------------
           DISPLAY "CBO DA OCUPACAO (6 DIGITOS): "
           ACCEPT CCBO
           IF CCBO = ZEROS
               MOVE "CBO NAO PODE SER NULA" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011G1
           .
           IF CBOOK NOT = "S"
               MOVE "TABELA CBO AUSENTE - CARREGUE PELO CADCBO" TO
                   MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011GA
           .
           MOVE CCBO TO CBORK
           READ CADCBO
           IF FS NOT = "00"
               MOVE "CBO INEXISTENTE NA TABELA" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011G1
           .
           IF CBOSIT NOT = "A"
               MOVE "CBO EXTINTA - ESCOLHA A OCUPACAO VIGENTE" TO
                   MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011G1
           .
           DISPLAY CBOTIT
           MOVE CBOAPR TO CFORMPROF
           .
       R011GA.
      *-----------------------------------------------------------------
      *BASE DA COTA DE APRENDIZES (RELCOTA/FPP135) - SO AS FUNCOES QUE
      *DEMANDAM FORMACAO PROFISSIONAL NA CBO. A SUGESTAO VEM DA TABELA
      *CBO; BRANCO MANTEM
      *-----------------------------------------------------------------
           DISPLAY "FUNCAO DEMANDA FORMACAO PROFISSIONAL (BASE DA COTA "
               "DE APRENDIZ) S/N [" CFORMPROF "]: "
           MOVE SPACE TO CFORMW
           ACCEPT CFORMW
           IF CFORMW = "s"
               MOVE "S" TO CFORMW
           .
           IF CFORMW = "n"
               MOVE "N" TO CFORMW
           .
           IF CFORMW NOT = SPACE
               MOVE CFORMW TO CFORMPROF
           .
           IF CFORMPROF NOT = "S" AND CFORMPROF NOT = "N"
               MOVE "RESPONDA S OU N" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011GA
           .
       R011H.
      *-----------------------------------------------------------------
      *SINDICATO/CCT DO CARGO (CADCCT/FPP121) - ZERO = SEM SINDICATO,
      *VALEM OS MINIMOS LEGAIS. A CATEGORIA ESCOLHE O PISO DA CCT
      *-----------------------------------------------------------------
           DISPLAY "SINDICATO/CCT DO CARGO (0-NENHUM): "
           ACCEPT CCTCOD
           MOVE ZEROS TO CCTCAT
           IF CCTCOD = ZEROS
               GO TO R011I
           .
           IF CCTOK NOT = "S"
               MOVE "CADASTRO DE CCT AUSENTE" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               MOVE ZEROS TO CCTCOD
               GO TO R011I
           .
           PERFORM RCCTHJ
           IF CCTTEM NOT = "S"
               MOVE "SINDICATO SEM CCT EM VIGOR" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011H
           .
           MOVE CCTRKW TO CVRK
           READ CADCCT
           DISPLAY CVNOME
           MOVE ZEROS TO PX
           .
       R011H1.
           ADD 1 TO PX
           IF CVPCAT (PX) NOT = SPACES
               DISPLAY PX "-" CVPCAT (PX) " PISO: " CVPVAL (PX)
           .
           IF PX < 5
               GO TO R011H1
           .
       R011H2.
           DISPLAY "CATEGORIA DO CARGO NA CCT: "
           ACCEPT CCTCAT
           IF CCTCAT = ZEROS OR CCTCAT > 5
               MOVE "CATEGORIA INVALIDA" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011H2
           .
           IF CVPCAT (CCTCAT) = SPACES
               MOVE "CATEGORIA INVALIDA" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011H2
           .
       R011I.
      *-----------------------------------------------------------------
      *GRATIFICACAO DE FUNCAO DO CARGO DE CONFIANCA - PAGA PELA FOLHA
      *SOBRE O SALARIO DO MES NA VERBA INFORMADA (PROVENTO QUE ENTRA
      *NAS MEDIAS). ZERO = CARGO SEM GRATIFICACAO
      *-----------------------------------------------------------------
           DISPLAY "GRATIFICACAO DE FUNCAO % (EX: 040,00 - 0-NENHUMA): "
           ACCEPT CGRATPCT
           IF CGRATPCT = ZEROS
               MOVE ZEROS TO CGRATVB
               GO TO R011J
           .
           IF CGRATPCT > 100
               MOVE "PERCENTUAL INVALIDO" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011I
           .
       R011I1.
           DISPLAY "VERBA DA GRATIFICACAO DE FUNCAO: "
           ACCEPT CGRATVB
           MOVE CGRATVB TO VBCHK
           MOVE "N" TO VBCHKDSR
           PERFORM RVBCHK THRU RVBCHKX
           IF VBCHKOK NOT = "S"
               GO TO R011I1
           .
       R011J.
      *-----------------------------------------------------------------
      *VERBA DO SALARIO-SUBSTITUICAO DE QUEM COBRE O OCUPANTE DESTE
      *CARGO EM FERIAS/AFASTAMENTO (CADSUBST) - 0 = SEM SUBSTITUICAO
      *-----------------------------------------------------------------
           DISPLAY "VERBA DO SALARIO-SUBSTITUICAO (0-NAO SE APLICA): "
           ACCEPT CSUBVB
           IF CSUBVB = ZEROS
               GO TO R011K
           .
           MOVE CSUBVB TO VBCHK
           MOVE "N" TO VBCHKDSR
           PERFORM RVBCHK THRU RVBCHKX
           IF VBCHKOK NOT = "S"
               GO TO R011J
           .
       R011K.
      *-----------------------------------------------------------------
      *VERBAS DO SOBREAVISO E DA PRONTIDAO (CLT ART. 244) DE QUEM FAZ
      *PLANTAO NESTE CARGO (CADSOBRE) - PRECISAM GERAR REFLEXO NO DSR
      *-----------------------------------------------------------------
           DISPLAY "VERBA DO SOBREAVISO (0-NAO SE APLICA): "
           ACCEPT CSOBVB
           IF CSOBVB = ZEROS
               GO TO R011L
           .
           MOVE CSOBVB TO VBCHK
           MOVE "S" TO VBCHKDSR
           PERFORM RVBCHK THRU RVBCHKX
           IF VBCHKOK NOT = "S"
               GO TO R011K
           .
       R011L.
           DISPLAY "VERBA DA PRONTIDAO (0-NAO SE APLICA): "
           ACCEPT CPROVB
           IF CPROVB = ZEROS
               GO TO R011M
           .
           MOVE CPROVB TO VBCHK
           MOVE "S" TO VBCHKDSR
           PERFORM RVBCHK THRU RVBCHKX
           IF VBCHKOK NOT = "S"
               GO TO R011L
           .
       R011M.
      *-----------------------------------------------------------------
      *CARGO PAGO POR PRODUCAO (TS = "P") - O SALARIO DO CARGO E O
      *MINIMO GARANTIDO E A PRODUCAO DO MES (CADPROD) E PAGA NA VERBA
      *INFORMADA, QUE PRECISA GERAR REFLEXO NO DSR
      *-----------------------------------------------------------------
           IF TS NOT = "P"
               MOVE ZEROS TO CPRODVB
               GO TO R011HX
           .
           DISPLAY "VERBA DA PRODUCAO (PECA/OPERACAO): "
           ACCEPT CPRODVB
           IF CPRODVB = ZEROS
               MOVE "CARGO POR PRODUCAO EXIGE A VERBA" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO R011M
           .
           MOVE CPRODVB TO VBCHK
           MOVE "S" TO VBCHKDSR
           PERFORM RVBCHK THRU RVBCHKX
           IF VBCHKOK NOT = "S"
               GO TO R011M
           .
       R011HX.
           EXIT.
       RVBCHK.
      *-----------------------------------------------------------------
      *VERBA DA EMPRESA (100 EM DIANTE), ATIVA, PROVENTO E QUE ENTRA NAS
      *MEDIAS - SEM O CADVERBA O CODIGO E ACEITO E CONFERIDO NA FOLHA
      *-----------------------------------------------------------------
           MOVE "N" TO VBCHKOK
           IF VBCHK < 100
               MOVE "VERBA DA EMPRESA - 0100 EM DIANTE" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO RVBCHKX
           .
           IF VERBOK NOT = "S"
               MOVE "S" TO VBCHKOK
               GO TO RVBCHKX
           .
           MOVE VBCHK TO VBCOD
           READ CADVERBA
           IF FS NOT = "00"
               MOVE "VERBA INEXISTENTE NO CADVERBA" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO RVBCHKX
           .
           IF VBATIVA = "N"
               MOVE "VERBA DESATIVADA" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO RVBCHKX
           .
           IF VBTIPO NOT = "P" OR VBMEDIA NOT = "S"
               MOVE "A VERBA DEVE SER PROVENTO QUE ENTRA NAS MEDIAS"
                   TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO RVBCHKX
           .
           IF VBCHKDSR = "S" AND VBDSR NOT = "S"
               MOVE "A VERBA DEVE GERAR REFLEXO NO DSR" TO MENSAGEM
               PERFORM MSG1 THRU MSG2
               GO TO RVBCHKX
           .
           DISPLAY VBDESC
           MOVE "S" TO VBCHKOK
           .
       RVBCHKX.
           EXIT.
       R013.
           MOVE "R REPETIR X REMOVER A ATUALIZAR S SALVAR" TO MENSAGEM
           PERFORM MSG1 THRU MSG2
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE "FPP003" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       RF1.
           CLOSE CADCARGO FILEFUNC LOGCTR CHGLOG
           IF CCTOK = "S"
               CLOSE CADCCT
           .
           IF CBOOK = "S"
               CLOSE CADCBO
           .
           IF VERBOK = "S"
               CLOSE CADVERBA
           .
           GOBACK.
       RF2.
           EXIT PROGRAM.
      *         MOVE CHECKB2 TO MENSAGEM
      *         PERFORM MSG1 THRU MSG2
               IF CHECKB1 NOT= SERVICO
                   IF CONT2 < 4
                       ADD 1 TO CONT2
                       GO TO RARR2I
                   ELSE

                   DISPLAY "INSALUB/PERICULOSIDADE ATUAL: " BINSPERTXT
                   DISPLAY "DESCONTO SINDICAL ATUAL: " BSINDTXT
                   DISPLAY "SINDICATO/CCT ATUAL: " CCTCOD
                       " CATEGORIA: " CCTCAT
                   DISPLAY "CBO ATUAL: " CCBO
                   DISPLAY "BASE DA COTA DE APRENDIZ ATUAL: " CFORMPROF
                   DISPLAY "GRATIFICACAO DE FUNCAO ATUAL: " CGRATPCT
                       "% VERBA: " CGRATVB
                   DISPLAY "VERBA DE SUBSTITUICAO ATUAL: " CSUBVB
                   DISPLAY "VERBAS DE SOBREAVISO/PRONTIDAO ATUAIS: "
                       CSOBVB " " CPROVB
                   DISPLAY "VERBA DA PRODUCAO ATUAL: " CPRODVB
                   MOVE ZEROS TO CONT CONT2
                   MOVE ZEROS TO TPBEN
                   PERFORM R05 THRU R011HX
                   PERFORM RPISO THRU RPISOX
                   IF SALVAL < SALMIN
                       MOVE "SALARIO ABAIXO DO MINIMO - NAO ATUALIZADO"
                           TO MENSAGEM
                       PERFORM MSG1 THRU MSG2
                   ELSE
                       IF PISOOK = "N"
                           MOVE "ABAIXO DO PISO DA CCT - NAO ATUALIZADO"
                               TO MENSAGEM
                           PERFORM MSG1 THRU MSG2
                       ELSE
                           REWRITE CARGO
                           IF FS = "00"
                               MOVE "ATUALIZADO" TO MENSAGEM
                               PERFORM MSG1 THRU MSG2
                               MOVE "A" TO LOGACAO
                               MOVE RK TO LOGRK
                               PERFORM RLOG
                           ELSE
                               MOVE "ERRO AO ATUALIZAR" TO MENSAGEM
                               PERFORM MSG1 THRU MSG2
               ELSE
                   MOVE "ERRO ARQUIVO NAO EXISTE" TO MENSAGEM
                   PERFORM MSG1 THRU MSG2
                       MOVE OP1 TO SALVAL
           .
       R012.
           PERFORM RPISO THRU RPISOX
           IF SALVAL < SALMIN
               MOVE "SALARIO ABAIXO DO MINIMO - NAO GRAVADO" TO MENSAGEM
           ELSE
               IF PISOOK = "N"
                   MOVE "ABAIXO DO PISO DA CCT - NAO GRAVADO"
                       TO MENSAGEM
               ELSE
                   WRITE CARGO
                   IF FS ="00"
                       MOVE "GRAVADO" TO MENSAGEM
                       MOVE "I" TO LOGACAO
                       MOVE RK TO LOGRK
                       PERFORM RLOG
                   ELSE
                       MOVE "ERRO AO GRAVAR" TO MENSAGEM
           .
       RPISO.
      *-----------------------------------------------------------------
      *PISO DA CATEGORIA NA CCT EM VIGOR HOJE - SALARIO DO CARGO
      *MENSALIZADO COMO NO FGTS DO CALCULO (HORISTA X 220 HORAS,
      *DIARISTA X 30 DIAS, MENSALISTA O PROPRIO SALVAL)
      *-----------------------------------------------------------------
           MOVE "S" TO PISOOK
           PERFORM RCCTHJ
           IF CCTTEM NOT = "S" OR CCTPISO = ZEROS
               GO TO RPISOX
           .
           IF TS = "H"
               COMPUTE SALMES = SALVAL * 220
           ELSE
               IF TS = "D"
                   COMPUTE SALMES = SALVAL * 30
               ELSE
                   MOVE SALVAL TO SALMES
           .
           IF SALMES < CCTPISO
               MOVE "N" TO PISOOK
           .
       RPISOX.
           EXIT.
       RCCTHJ.
           ACCEPT HOJE FROM DATE YYYYMMDD
           COMPUTE CCTCOMP = HOJE / 100
           PERFORM RCCTLE THRU RCCTLEX
           .
       RCCTLE.
      *-----------------------------------------------------------------
      *CCT DO SINDICATO DO CARGO (CCTCOD) EM VIGOR NA COMPETENCIA
      *CCTCOMP (AAAAMM) - MESMA BUSCA DO CALCULO DA FOLHA (FPP005)
      *-----------------------------------------------------------------
           MOVE "N" TO CCTTEM
           MOVE ZEROS TO CCTPISO
           IF CCTOK NOT = "S" OR CCTCOD = ZEROS
               GO TO RCCTLEX
           .
           MOVE CCTCOD TO CVCOD
           MOVE ZEROS TO CVINIANO CVINIMES
           START CADCCT KEY IS NOT LESS THAN CVRK
           IF FS NOT = "00"
               GO TO RCCTLEX
           .
       RCCTLE2.
           READ CADCCT NEXT RECORD
           IF FS NOT = "00" OR CVCOD NOT = CCTCOD
               GO TO RCCTLEX
           .
           IF (CVINIANO * 100 + CVINIMES) > CCTCOMP
               GO TO RCCTLEX
           .
           IF CVFIMANO = ZEROS
                   OR (CVFIMANO * 100 + CVFIMMES) NOT < CCTCOMP
               MOVE "S" TO CCTTEM
               MOVE CVRK TO CCTRKW
               MOVE CVHEFX1 TO CCTHEFX1
               MOVE CVHEP1 TO CCTHEP1
               MOVE CVHEP2 TO CCTHEP2
               MOVE CVHEPD TO CCTHEPD
               MOVE CVNOTPCT TO CCTNOT
               MOVE ZEROS TO CCTPISO
               IF CCTCAT > ZEROS AND CCTCAT < 6
                   MOVE CVPVAL (CCTCAT) TO CCTPISO
               END-IF
           .
           GO TO RCCTLE2
           .
       RCCTLEX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
