       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLGER.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *DECLARACOES E CARTAS DO DP A PARTIR DE MODELOS (DECLMOD1.DAT):
      *V-VINCULO EMPREGATICIO, S-DECLARACAO DE SALARIO (BRUTO E
      *LIQUIDO DOS ULTIMOS 3 OU 6 MESES DA FOLHA APROVADA E ARQUIVADA),
      *R-CARTA DE REFERENCIA DE EX-EMPREGADO E H-DECLARACAO DE HORARIO
      *PARA ESTUDANTE. OS CAMPOS VEM DO CADASTRO (FUNCDATA), DO CARGO
      *(CADCARGO, COM O DEGRAU) E DA FILIAL (CADFIL). CADA EMISSAO
      *RECEBE UM NUMERO SEQUENCIAL (DECLREG1.DAT) E FICA NO CATALOGO
      *(RELCAT) COM O OPERADOR. OS MODELOS SAO CRIADOS COM UM TEXTO
      *PADRAO NO PRIMEIRO USO E PODEM SER ALTERADOS AQUI MESMO (CADA
      *ALTERACAO VAI PARA O LOG). EXIGE PRIVILEGIO DE DADOS PESSOAIS
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
      *-----------------------------------------------------------------
           SELECT DECLMOD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DMK
           .

           SELECT DECLREG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DRNUM
           .

           SELECT DECLCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DCCK
           .
      *-----------------------------------------------------------------
           SELECT CADFIL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FILRK
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

           SELECT RESCIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RSRK
           .

           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

           SELECT PRHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HRK
           .
      *-----------------------------------------------------------------
           SELECT DECLRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT RELCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCSEQ
           .

           SELECT RCATCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RCCK
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *FUNCIONARIO VARIAVEIS
      *-----------------------------------------------------------------
       FD FILEFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
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
      *-----------------------------------------------------------------
      *MODELOS, DECLARACOES EMITIDAS E O NUMERADOR (REGISTRO UNICO)
      *-----------------------------------------------------------------
       FD DECLMOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DECLMOD1.DAT".
       COPY DECLMOD.
      *-----------------------------------------------------------------
       FD DECLREG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DECLREG1.DAT".
       COPY DECLREG.
      *-----------------------------------------------------------------
       FD DECLCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DECLCTL1.DAT".
       01 DECLCTLREC.
           03 DCCK    PIC 9(01).
           03 DCCSEQ  PIC 9(06).
      *-----------------------------------------------------------------
      *FILIAL, CARGO E DEGRAU SALARIAL
      *-----------------------------------------------------------------
       FD CADFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
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
      *TERMO DE RESCISAO - DATA DO DESLIGAMENTO QUANDO O CADASTRO NAO
      *A TEM
      *-----------------------------------------------------------------
       FD RESCIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RESCIS1.DAT".
       01 RESCISREC.
           03 RSRK        PIC 9(06).
           03 RSDDIA      PIC 9(02).
           03 RSDMES      PIC 9(02).
           03 RSDANO      PIC 9(04).
           03 RSSALDOSAL  PIC 9(10)V99.
           03 RSFERVENC   PIC 9(10)V99.
           03 RSFERPROP   PIC 9(10)V99.
           03 RSFERTERCO  PIC 9(10)V99.
           03 RS13PROP    PIC 9(10)V99.
           03 RSAVISO     PIC 9(10)V99.
           03 RSMULTFGTS  PIC 9(10)V99.
           03 RSEMPREST   PIC 9(10)V99.
           03 RSBANCOH    PIC 9(10)V99.
           03 RSTOTAL     PIC 9(12)V99.
           03 RSART479    PIC 9(10)V99.
           03 RSMEDHE     PIC 9(10)V99.
           03 RSMEDNOT    PIC 9(10)V99.
           03 RSMEDDSR    PIC 9(10)V99.
           03 RSMEDCOM    PIC 9(10)V99.
           03 RSIRRF      PIC 9(10)V99.
      *-----------------------------------------------------------------
      *FOLHA APROVADA (PRT1) E ARQUIVADA (PRHIST)
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
       FD PRHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
       FD DECLRPT
           LABEL RECORD IS STANDARD.
       01 DECLLINE PIC X(132).
      *-----------------------------------------------------------------
      *CATALOGO DE RELATORIOS (VER RELCATAL/FPP107)
      *-----------------------------------------------------------------
       FD RELCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCAT1.DAT".
       COPY RELCAT.
      *-----------------------------------------------------------------
       FD RCATCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RCATCTL1.DAT".
       01 RCATCTLREC.
           03 RCCK    PIC 9(01).
           03 RCCSEQ  PIC 9(08).
       WORKING-STORAGE SECTION.
           01 RCSEQX      PIC 9(08).
      *-----------------------------------------------------------------
      *DIAS DE RETENCAO DAS DECLARACOES NO CATALOGO (CINCO ANOS)
      *-----------------------------------------------------------------
           01 RETDIAS     PIC 9(04) VALUE 1825.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 OPT         PIC X(01).
           01 TIPO        PIC X(01).
           01 TIPOTXT     PIC X(30).
           01 BMAT        PIC 9(06).
           01 BLIN        PIC 9(02).
           01 MESES       PIC 9(01).
           01 DESTINO     PIC X(40).
           01 TXTW        PIC X(80).
           01 TEMMOD      PIC X(01).
           01 ACHOU       PIC X(01).
           01 CONT        PIC 9(02).
           01 HOJE        PIC 9(08).
           01 HOJER REDEFINES HOJE.
               03 HJANO   PIC 9(04).
               03 HJMES   PIC 9(02).
               03 HJDIA   PIC 9(02).
      *-----------------------------------------------------------------
      *ARQUIVOS OPCIONAIS
      *-----------------------------------------------------------------
           01 FILOK       PIC X(01).
           01 CARGOK      PIC X(01).
           01 GRAUOK      PIC X(01).
           01 RESOK       PIC X(01).
           01 PROK        PIC X(01).
           01 HISTOK      PIC X(01).
      *-----------------------------------------------------------------
      *DADOS DO EMPREGADO PARA OS CAMPOS DO MODELO
      *-----------------------------------------------------------------
           01 DEMDT       PIC 9(08).
           01 JORNW       PIC 9(03).
           01 JSEMW       PIC 9(03).
           01 MENSW       PIC 9(10)V99.
           01 CONTRTXT    PIC X(12).
           01 SALED       PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 SALED2      PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 CPFED       PIC 999.999.999B99.
           01 NUMED       PIC ZZZZZ9.
           01 HORAED      PIC ZZ9.
      *-----------------------------------------------------------------
      *PREENCHIMENTO DA LINHA - TAG E O NOME ENTRE < >, VALW O VALOR
      *(SEM BRANCOS A ESQUERDA); TAGOK = N DEIXA O TEXTO COMO ESTA
      *-----------------------------------------------------------------
           01 OUTL        PIC X(132).
           01 OP          PIC 9(03).
           01 IX          PIC 9(03).
           01 JX          PIC 9(03).
           01 KX          PIC 9(03).
           01 TLEN        PIC 9(02).
           01 LBR         PIC 9(02).
           01 TAG         PIC X(10).
           01 TAGOK       PIC X(01).
           01 VALW        PIC X(60).
           01 VALTMP      PIC X(60).
      *-----------------------------------------------------------------
      *ULTIMOS SEIS MESES DA FOLHA - COMPETENCIA AAAAMM, BRUTO, LIQUIDO
      *-----------------------------------------------------------------
           01 TABLIQ.
               03 TLQ OCCURS 6.
                   05 TLCOMP  PIC 9(06).
                   05 TLBRU   PIC 9(10)V99.
                   05 TLVAL   PIC 9(10)V99.
           01 TX          PIC 9(02).
           01 IXMIN       PIC 9(02).
           01 IXMAX       PIC 9(02).
           01 CMPW        PIC 9(06).
           01 CMPWR REDEFINES CMPW.
               03 CMPANO  PIC 9(04).
               03 CMPMES  PIC 9(02).
           01 LQBRU       PIC 9(10)V99.
           01 LQVAL       PIC 9(10)V99.
           01 TOTBRU      PIC 9(12)V99.
           01 TOTLIQ      PIC 9(12)V99.
      *-----------------------------------------------------------------
      *DATA AAAAMMDD DE TRABALHO - FORMATACAO DD/MM/AAAA
      *-----------------------------------------------------------------
           01 DTCHK       PIC 9(08).
           01 DTCHKR REDEFINES DTCHK.
               03 DVVANO   PIC 9(04).
               03 DVVMES   PIC 9(02).
               03 DVVDIA   PIC 9(02).
           01 DTTXT       PIC X(10).
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
               CLOSE LOGCTR
               GOBACK
       .
       R0CAT.
           OPEN I-O RELCAT
           IF FS = "35"
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               GO TO R0CAT
           .
       R0CAT2.
           OPEN I-O RCATCTL
           IF FS = "35"
               OPEN OUTPUT RCATCTL
               CLOSE RCATCTL
               GO TO R0CAT2
           .
       R0D.
           OPEN I-O DECLMOD
           IF FS = "35"
               OPEN OUTPUT DECLMOD
               CLOSE DECLMOD
               GO TO R0D
           .
       R0D2.
           OPEN I-O DECLREG
           IF FS = "35"
               OPEN OUTPUT DECLREG
               CLOSE DECLREG
               GO TO R0D2
           .
       R0D3.
           OPEN I-O DECLCTL
           IF FS = "35"
               OPEN OUTPUT DECLCTL
               CLOSE DECLCTL
               GO TO R0D3
           .
       R01.
           OPEN INPUT FILEFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FILEFUNC - FS: " FS
               CLOSE LOGCTR CHGLOG RELCAT RCATCTL
               CLOSE DECLMOD DECLREG DECLCTL
               GOBACK
           .
           PERFORM RABRE THRU RABREX
           ACCEPT HOJE FROM DATE YYYYMMDD
           .
       R02.
           DISPLAY "DECLARACOES E CARTAS"
           DISPLAY "E-EMITIR  M-MODELOS  S-SAIR"
           ACCEPT OPT
           IF OPT = "S" OR OPT = "s"
               GO TO RF1
           .
           IF OPT = "M" OR OPT = "m"
               PERFORM RMOD THRU RMODX
               GO TO R02
           .
           IF OPT = "E" OR OPT = "e"
               PERFORM REMITE THRU REMITEX
               GO TO R02
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
           .
       RF1.
           CLOSE FILEFUNC LOGCTR CHGLOG RELCAT RCATCTL
           CLOSE DECLMOD DECLREG DECLCTL
           PERFORM RFECHA THRU RFECHAX
           GOBACK
           .
       RTIPO.
      *-----------------------------------------------------------------
      *ESCOLHA DO MODELO - BRANCO VOLTA
      *-----------------------------------------------------------------
           DISPLAY "V-VINCULO EMPREGATICIO   S-DECLARACAO DE SALARIO"
           DISPLAY "R-CARTA DE REFERENCIA    H-HORARIO P/ ESTUDANTE"
           DISPLAY "TIPO (BRANCO VOLTA): "
           MOVE SPACES TO TIPO
           ACCEPT TIPO
           IF TIPO = "v"
               MOVE "V" TO TIPO
           .
           IF TIPO = "s"
               MOVE "S" TO TIPO
           .
           IF TIPO = "r"
               MOVE "R" TO TIPO
           .
           IF TIPO = "h"
               MOVE "H" TO TIPO
           .
           IF TIPO = SPACES
               GO TO RTIPOX
           .
           IF TIPO = "V"
               MOVE "DECLARACAO DE VINCULO" TO TIPOTXT
               GO TO RTIPOX
           .
           IF TIPO = "S"
               MOVE "DECLARACAO DE SALARIO" TO TIPOTXT
               GO TO RTIPOX
           .
           IF TIPO = "R"
               MOVE "CARTA DE REFERENCIA" TO TIPOTXT
               GO TO RTIPOX
           .
           IF TIPO = "H"
               MOVE "DECLARACAO DE HORARIO" TO TIPOTXT
               GO TO RTIPOX
           .
           DISPLAY "TIPO INVALIDO"
           GO TO RTIPO
           .
       RTIPOX.
           EXIT.
       RMOD.
      *-----------------------------------------------------------------
      *MANUTENCAO DOS MODELOS - LINHA A LINHA
      *-----------------------------------------------------------------
           PERFORM RTIPO THRU RTIPOX
           IF TIPO = SPACES
               GO TO RMODX
           .
           PERFORM RPADRAO THRU RPADRAOX
       .
       RMOD2.
           PERFORM RLISTA THRU RLISTAX
           DISPLAY "CAMPOS: <NOME> <CPF> <MATRICULA> <CARGO> <CBO>"
           DISPLAY "<ADMISSAO> <DEMISSAO> <SALARIO> <JORNADA> "
               "<JSEMANA> <CONTRATO>"
           DISPLAY "<EMPRESA> <CNPJ> <ENDEMP> <CIDADE> <UF> <DATA> "
               "<NUMERO> <DESTINO> <MESES>"
           DISPLAY "LINHA <TABELA> SOZINHA = ULTIMOS MESES DA FOLHA"
           DISPLAY "LINHA (00 VOLTA, 99 RESTAURA O PADRAO): "
           MOVE ZEROS TO BLIN
           ACCEPT BLIN
           IF BLIN = ZEROS
               GO TO RMODX
           .
           IF BLIN = 99
               PERFORM RAPAGA THRU RAPAGAX
               PERFORM RPADRAO THRU RPADRAOX
               MOVE "R" TO LOGACAO
               MOVE ZEROS TO LOGRK
               PERFORM RLOG
               GO TO RMOD2
           .
           DISPLAY "TEXTO (* APAGA A LINHA): "
           MOVE SPACES TO TXTW
           ACCEPT TXTW
           MOVE TIPO TO DMTIPO
           MOVE BLIN TO DMLIN
           READ DECLMOD
           IF FS = "00"
               IF TXTW = "*"
                   DELETE DECLMOD
                   MOVE "E" TO LOGACAO
               ELSE
                   MOVE TXTW TO DMTXT
                   MOVE OPERID TO DMOPER
                   MOVE HOJE TO DMDTALT
                   REWRITE DECLMODREC
                   MOVE "A" TO LOGACAO
               END-IF
           ELSE
               IF TXTW = "*"
                   DISPLAY "LINHA NAO EXISTE"
                   GO TO RMOD2
               END-IF
               MOVE TIPO TO DMTIPO
               MOVE BLIN TO DMLIN
               MOVE TXTW TO DMTXT
               MOVE OPERID TO DMOPER
               MOVE HOJE TO DMDTALT
               WRITE DECLMODREC
               MOVE "I" TO LOGACAO
           .
           MOVE BLIN TO LOGRK
           PERFORM RLOG
           GO TO RMOD2
           .
       RMODX.
           EXIT.
       RLISTA.
           DISPLAY "---- MODELO " TIPO " - " TIPOTXT
           MOVE TIPO TO DMTIPO
           MOVE ZEROS TO DMLIN
           START DECLMOD KEY IS NOT LESS THAN DMK
           IF FS NOT = "00"
               GO TO RLISTAX
           .
       RLISTA2.
           READ DECLMOD NEXT RECORD
           IF FS NOT = "00" OR DMTIPO NOT = TIPO
               GO TO RLISTAX
           END-IF
           DISPLAY DMLIN " " DMTXT
           GO TO RLISTA2
           .
       RLISTAX.
           EXIT.
       RAPAGA.
           MOVE TIPO TO DMTIPO
           MOVE ZEROS TO DMLIN
           START DECLMOD KEY IS NOT LESS THAN DMK
           IF FS NOT = "00"
               GO TO RAPAGAX
           .
       RAPAGA2.
           READ DECLMOD NEXT RECORD
           IF FS NOT = "00" OR DMTIPO NOT = TIPO
               GO TO RAPAGAX
           END-IF
           DELETE DECLMOD
           GO TO RAPAGA2
           .
       RAPAGAX.
           EXIT.
       RPADRAO.
      *-----------------------------------------------------------------
      *SEM NENHUMA LINHA DO TIPO GRAVA O TEXTO PADRAO
      *-----------------------------------------------------------------
           MOVE "N" TO TEMMOD
           MOVE TIPO TO DMTIPO
           MOVE ZEROS TO DMLIN
           START DECLMOD KEY IS NOT LESS THAN DMK
           IF FS = "00"
               READ DECLMOD NEXT RECORD
               IF FS = "00" AND DMTIPO = TIPO
                   MOVE "S" TO TEMMOD
               END-IF
           .
           IF TEMMOD = "S"
               GO TO RPADRAOX
           .
           MOVE ZEROS TO BLIN
           MOVE "<EMPRESA>" TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "CNPJ <CNPJ> - <ENDEMP> - <CIDADE>/<UF>" TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           IF TIPO = "V"
               PERFORM RPADV THRU RPADVX
           .
           IF TIPO = "S"
               PERFORM RPADS THRU RPADSX
           .
           IF TIPO = "R"
               PERFORM RPADR THRU RPADRX
           .
           IF TIPO = "H"
               PERFORM RPADH THRU RPADHX
           .
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "<CIDADE>, <DATA>" TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "________________________________________" TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "<EMPRESA>" TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           .
       RPADRAOX.
           EXIT.
       RPADV.
           MOVE "DECLARACAO DE VINCULO EMPREGATICIO NO. <NUMERO>"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "DECLARAMOS, PARA OS DEVIDOS FINS, QUE <NOME>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "CPF <CPF>, E NOSSO EMPREGADO DESDE <ADMISSAO>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "NO CARGO DE <CARGO> (CBO <CBO>),"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "SOB CONTRATO <CONTRATO> POR PRAZO INDETERMINADO."
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           .
       RPADVX.
           EXIT.
       RPADS.
           MOVE "DECLARACAO DE SALARIO NO. <NUMERO>"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "DECLARAMOS, PARA FINS DE <DESTINO>, QUE <NOME>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "CPF <CPF>, E NOSSO EMPREGADO DESDE <ADMISSAO>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "NO CARGO DE <CARGO>, COM SALARIO BASE DE R$ <SALARIO>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "E QUE RECEBEU NOS ULTIMOS <MESES> MESES:"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "<TABELA>" TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           .
       RPADSX.
           EXIT.
       RPADR.
           MOVE "CARTA DE REFERENCIA NO. <NUMERO>"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "DECLARAMOS QUE <NOME>, CPF <CPF>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "TRABALHOU NESTA EMPRESA DE <ADMISSAO> A <DEMISSAO>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "NO CARGO DE <CARGO>, NADA HAVENDO EM NOSSOS"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "REGISTROS QUE DESABONE SUA CONDUTA PROFISSIONAL."
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           .
       RPADRX.
           EXIT.
       RPADH.
           MOVE "DECLARACAO DE HORARIO DE TRABALHO NO. <NUMERO>"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE SPACES TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "DECLARAMOS, PARA APRESENTACAO A <DESTINO>,"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "QUE <NOME>, CPF <CPF>, E NOSSO EMPREGADO NO CARGO"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "DE <CARGO>, COM JORNADA DE <JORNADA> HORAS MENSAIS"
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           MOVE "(<JSEMANA> HORAS SEMANAIS), CONTRATO <CONTRATO>."
               TO TXTW
           PERFORM RGRVLIN THRU RGRVLINX
           .
       RPADHX.
           EXIT.
       RGRVLIN.
           ADD 1 TO BLIN
           MOVE TIPO TO DMTIPO
           MOVE BLIN TO DMLIN
           MOVE TXTW TO DMTXT
           MOVE OPERID TO DMOPER
           MOVE HOJE TO DMDTALT
           WRITE DECLMODREC
           .
       RGRVLINX.
           EXIT.
       REMITE.
      *-----------------------------------------------------------------
      *EMISSAO - REFERENCIA SO PARA EX-EMPREGADO; AS DEMAIS SO PARA
      *QUEM ESTA COM O CONTRATO EM VIGOR
      *-----------------------------------------------------------------
           PERFORM RTIPO THRU RTIPOX
           IF TIPO = SPACES
               GO TO REMITEX
           .
           DISPLAY "MATRICULA: "
           MOVE ZEROS TO BMAT
           ACCEPT BMAT
           MOVE BMAT TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "MATRICULA NAO CADASTRADA"
               GO TO REMITEX
           .
           COMPUTE DEMDT = DDANO * 10000 + DDMES * 100 + DDDIA
           IF DEMDT = ZEROS AND RESOK = "S"
               MOVE RKT TO RSRK
               READ RESCIS
               IF FS = "00" AND RSDANO NOT = ZEROS
                   COMPUTE DEMDT = RSDANO * 10000 + RSDMES * 100
                       + RSDDIA
               END-IF
           .
           IF TIPO = "R" AND DEMDT = ZEROS
               DISPLAY "CARTA DE REFERENCIA SO PARA EX-EMPREGADO"
               GO TO REMITEX
           .
           IF TIPO NOT = "R" AND DEMDT NOT = ZEROS
               DISPLAY "FUNCIONARIO DESLIGADO - USE A REFERENCIA (R)"
               GO TO REMITEX
           .
           MOVE ZEROS TO MESES
           IF TIPO = "S"
               PERFORM RMESES THRU RMESESX
           .
           MOVE SPACES TO DESTINO
           DISPLAY "FINALIDADE/DESTINATARIO: "
           ACCEPT DESTINO
           PERFORM RPADRAO THRU RPADRAOX
           PERFORM RDADOS THRU RDADOSX
       .
       REMITE2.
           MOVE 1 TO DCCK
           READ DECLCTL
           IF FS NOT = "00"
               MOVE 1 TO DCCSEQ
               WRITE DECLCTLREC
           ELSE
               ADD 1 TO DCCSEQ
               REWRITE DECLCTLREC
           .
           PERFORM RCATREG THRU RCATREGX
           IF NOMEARQ = SPACES
               DISPLAY "FALHA AO CATALOGAR A DECLARACAO"
               GO TO REMITEX
           .
           OPEN OUTPUT DECLRPT
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SAIDA: " FSX
               GO TO REMITEX
           .
           MOVE TIPO TO DMTIPO
           MOVE ZEROS TO DMLIN
           START DECLMOD KEY IS NOT LESS THAN DMK
           IF FS NOT = "00"
               GO TO REMITE4
           .
       REMITE3.
           READ DECLMOD NEXT RECORD
           IF FS NOT = "00" OR DMTIPO NOT = TIPO
               GO TO REMITE4
           END-IF
           IF DMTXT = "<TABELA>"
               PERFORM RTABELA THRU RTABELAX
               GO TO REMITE3
           END-IF
           PERFORM RSUBST THRU RSUBSTX
           MOVE OUTL TO DECLLINE
           WRITE DECLLINE
           GO TO REMITE3
           .
       REMITE4.
           CLOSE DECLRPT
           MOVE DCCSEQ TO DRNUM
           MOVE TIPO TO DRTIPO
           MOVE RKT TO DRMAT
           MOVE MESES TO DRMESES
           MOVE DESTINO TO DRDEST
           MOVE OPERID TO DROPER
           MOVE RCDATA TO DRDATA
           MOVE RCHORA TO DRHORA
           MOVE RCSEQ TO DRRCSEQ
           WRITE DECLREGREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO REGISTRAR A DECLARACAO - FS: " FS
           .
           MOVE DCCSEQ TO NUMED
           DISPLAY TIPOTXT " NO. " NUMED " GRAVADA EM " NOMEARQ
           .
       REMITEX.
           EXIT.
       RMESES.
           DISPLAY "MESES DA FOLHA NA DECLARACAO (3 OU 6): "
           ACCEPT MESES
           IF MESES NOT = 3 AND MESES NOT = 6
               DISPLAY "INFORME 3 OU 6"
               GO TO RMESES
           .
       RMESESX.
           EXIT.
       RDADOS.
      *-----------------------------------------------------------------
      *FILIAL, CARGO E SALARIO MENSAL (DEGRAU, HORISTA X JORNADA,
      *DIARISTA X 30) DO EMPREGADO LIDO EM RKT
      *-----------------------------------------------------------------
           MOVE SPACES TO FILRAZAO FILENDER FILCIDADE FILUF
           MOVE ZEROS TO FILCNPJ
           IF FILOK = "S"
               MOVE FFILIAL TO FILRK
               READ CADFIL
               IF FS NOT = "00"
                   MOVE SPACES TO FILRAZAO FILENDER FILCIDADE FILUF
                   MOVE ZEROS TO FILCNPJ
               END-IF
           .
           MOVE SPACES TO CDESC TS
           MOVE ZEROS TO SALVAL CCBO
           IF CARGOK = "S"
               MOVE CRK2 TO CRK
               READ CADCARGO
               IF FS NOT = "00"
                   MOVE SPACES TO CDESC TS
                   MOVE ZEROS TO SALVAL CCBO
               END-IF
           .
           IF GRAUOK = "S"
               MOVE RKT TO FSRK
               READ FUNCSTEP
               IF FS = "00"
                   MOVE CRK2 TO DGCARGO
                   MOVE FSSTEP TO DGSTEP
                   READ DEGRAU
                   IF FS = "00"
                       MOVE DGVALOR TO SALVAL
                   END-IF
               END-IF
           .
           MOVE JORNADA TO JORNW
           IF JORNW = ZEROS
               MOVE 220 TO JORNW
           .
           COMPUTE JSEMW ROUNDED = JORNW / 5
           IF TS = "H"
               COMPUTE MENSW ROUNDED = SALVAL * JORNW
           ELSE
               IF TS = "D"
                   COMPUTE MENSW ROUNDED = SALVAL * 30
               ELSE
                   MOVE SALVAL TO MENSW
           .
           MOVE "CLT" TO CONTRTXT
           IF CONTRTIPO = "A"
               MOVE "DE APRENDIZ" TO CONTRTXT
           .
           IF CONTRTIPO = "E"
               MOVE "DE ESTAGIO" TO CONTRTXT
           .
           IF CONTRTIPO = "I"
               MOVE "INTERMITENTE" TO CONTRTXT
           .
       RDADOSX.
           EXIT.
       RSUBST.
      *-----------------------------------------------------------------
      *COPIA A LINHA DO MODELO PARA OUTL TROCANDO CADA <CAMPO> PELO
      *VALOR; CAMPO DESCONHECIDO FICA COMO ESCRITO
      *-----------------------------------------------------------------
           MOVE SPACES TO OUTL
           MOVE 1 TO OP IX
       .
       RSUBST2.
           IF IX > 80 OR OP > 132
               GO TO RSUBSTX
           .
           MOVE ZEROS TO JX
           IF DMTXT(IX:1) = "<"
               PERFORM RTAG THRU RTAGX
           .
           IF JX = ZEROS
               STRING DMTXT(IX:1) DELIMITED BY SIZE
                   INTO OUTL WITH POINTER OP
               ADD 1 TO IX
               GO TO RSUBST2
           .
           COMPUTE TLEN = JX - IX - 1
           MOVE SPACES TO TAG
           MOVE DMTXT(IX + 1:TLEN) TO TAG
           PERFORM RVALOR THRU RVALORX
           IF TAGOK = "S"
               IF VALW NOT = SPACES
                   STRING VALW DELIMITED BY "  "
                       INTO OUTL WITH POINTER OP
               END-IF
           ELSE
               COMPUTE TLEN = JX - IX + 1
               STRING DMTXT(IX:TLEN) DELIMITED BY SIZE
                   INTO OUTL WITH POINTER OP
           .
           COMPUTE IX = JX + 1
           GO TO RSUBST2
           .
       RSUBSTX.
           EXIT.
       RTAG.
      *-----------------------------------------------------------------
      *PROCURA O ">" ATE DEZ POSICOES DEPOIS DO "<" (JX = ZEROS SE NAO
      *FOR UM CAMPO)
      *-----------------------------------------------------------------
           COMPUTE KX = IX + 2
       .
       RTAG2.
           IF KX > 80 OR KX > IX + 11
               GO TO RTAGX
           .
           IF DMTXT(KX:1) = ">"
               MOVE KX TO JX
               GO TO RTAGX
           .
           ADD 1 TO KX
           GO TO RTAG2
           .
       RTAGX.
           EXIT.
       RVALOR.
           MOVE "S" TO TAGOK
           MOVE SPACES TO VALW
           IF TAG = "NOME"
               MOVE NOME TO VALW
               GO TO RVALOR2
           .
           IF TAG = "CPF"
               MOVE CPF TO CPFED
               MOVE CPFED TO VALW
               GO TO RVALOR2
           .
           IF TAG = "MATRICULA"
               MOVE RKT TO VALW
               GO TO RVALOR2
           .
           IF TAG = "CARGO"
               MOVE CDESC TO VALW
               GO TO RVALOR2
           .
           IF TAG = "CBO"
               MOVE CCBO TO VALW
               GO TO RVALOR2
           .
           IF TAG = "ADMISSAO"
               COMPUTE DTCHK = ADANO * 10000 + ADMES * 100 + ADDIA
               PERFORM RFMTDT THRU RFMTDTX
               MOVE DTTXT TO VALW
               GO TO RVALOR2
           .
           IF TAG = "DEMISSAO"
               MOVE DEMDT TO DTCHK
               PERFORM RFMTDT THRU RFMTDTX
               MOVE DTTXT TO VALW
               GO TO RVALOR2
           .
           IF TAG = "SALARIO"
               MOVE MENSW TO SALED
               MOVE SALED TO VALW
               GO TO RVALOR2
           .
           IF TAG = "JORNADA"
               MOVE JORNW TO HORAED
               MOVE HORAED TO VALW
               GO TO RVALOR2
           .
           IF TAG = "JSEMANA"
               MOVE JSEMW TO HORAED
               MOVE HORAED TO VALW
               GO TO RVALOR2
           .
           IF TAG = "CONTRATO"
               MOVE CONTRTXT TO VALW
               GO TO RVALOR2
           .
           IF TAG = "EMPRESA"
               MOVE FILRAZAO TO VALW
               GO TO RVALOR2
           .
           IF TAG = "CNPJ"
               MOVE FILCNPJ TO VALW
               GO TO RVALOR2
           .
           IF TAG = "ENDEMP"
               MOVE FILENDER TO VALW
               GO TO RVALOR2
           .
           IF TAG = "CIDADE"
               MOVE FILCIDADE TO VALW
               GO TO RVALOR2
           .
           IF TAG = "UF"
               MOVE FILUF TO VALW
               GO TO RVALOR2
           .
           IF TAG = "DATA"
               MOVE HOJE TO DTCHK
               PERFORM RFMTDT THRU RFMTDTX
               MOVE DTTXT TO VALW
               GO TO RVALOR2
           .
           IF TAG = "NUMERO"
               MOVE DCCSEQ TO NUMED
               MOVE NUMED TO VALW
               GO TO RVALOR2
           .
           IF TAG = "DESTINO"
               MOVE DESTINO TO VALW
               GO TO RVALOR2
           .
           IF TAG = "MESES"
               MOVE MESES TO VALW
               GO TO RVALOR2
           .
           MOVE "N" TO TAGOK
           GO TO RVALORX
           .
       RVALOR2.
      *-----------------------------------------------------------------
      *TIRA OS BRANCOS A ESQUERDA DOS CAMPOS EDITADOS
      *-----------------------------------------------------------------
           IF VALW = SPACES
               GO TO RVALORX
           .
           MOVE ZEROS TO LBR
           INSPECT VALW TALLYING LBR FOR LEADING SPACES
           IF LBR > ZEROS
               MOVE VALW(LBR + 1:60 - LBR) TO VALTMP
               MOVE VALTMP TO VALW
           .
       RVALORX.
           EXIT.
       RTABELA.
      *-----------------------------------------------------------------
      *ULTIMOS MESES DA FOLHA - A CHAVE E MATRICULA + MES + ANO, ENTAO
      *TODAS AS COMPETENCIAS DA MATRICULA SAO LIDAS E FICAM AS SEIS
      *MAIS RECENTES (FOLHA APROVADA E ARQUIVADA); SAEM AS <MESES>
      *ULTIMAS, DA MAIS RECENTE PARA A MAIS ANTIGA, COM A MEDIA
      *-----------------------------------------------------------------
           MOVE ZEROS TO TABLIQ TOTBRU TOTLIQ CONT
           IF MESES = ZEROS
               MOVE 6 TO MESES
           .
           IF PROK NOT = "S"
               GO TO RTABELA3
           .
           MOVE RKT TO RKF
           MOVE ZEROS TO RKM RKY
           START PR KEY IS NOT LESS THAN RK
           IF FS NOT = "00"
               GO TO RTABELA3
           .
       RTABELA2.
           READ PR NEXT RECORD
           IF FS NOT = "00" OR RKF NOT = RKT
               GO TO RTABELA3
           END-IF
           COMPUTE CMPW = RKY * 100 + RKM
           MOVE PSALVALB TO LQBRU
           MOVE PSLIQUID TO LQVAL
           PERFORM RLQADD THRU RLQADDX
           GO TO RTABELA2
           .
       RTABELA3.
           IF HISTOK NOT = "S"
               GO TO RTABELA5
           .
           MOVE RKT TO HRKF
           MOVE ZEROS TO HRKM HRKY
           START PRHIST KEY IS NOT LESS THAN HRK
           IF FS NOT = "00"
               GO TO RTABELA5
           .
       RTABELA4.
           READ PRHIST NEXT RECORD
           IF FS NOT = "00" OR HRKF NOT = RKT
               GO TO RTABELA5
           END-IF
           COMPUTE CMPW = HRKY * 100 + HRKM
           MOVE PRHREC TO PRM
           MOVE PSALVALB TO LQBRU
           MOVE PSLIQUID TO LQVAL
           PERFORM RLQADD THRU RLQADDX
           GO TO RTABELA4
           .
       RTABELA5.
           MOVE "    COMPETENCIA      SALARIO BRUTO    SALARIO LIQUIDO"
               TO DECLLINE
           WRITE DECLLINE
       .
       RTABELA6.
           IF CONT NOT < MESES
               GO TO RTABELA7
           .
           MOVE ZEROS TO IXMAX
           MOVE 1 TO TX
           PERFORM RLQMAX THRU RLQMAXX
           IF IXMAX = ZEROS
               GO TO RTABELA7
           .
           ADD 1 TO CONT
           MOVE TLCOMP(IXMAX) TO CMPW
           MOVE TLBRU(IXMAX) TO SALED
           MOVE TLVAL(IXMAX) TO SALED2
           ADD TLBRU(IXMAX) TO TOTBRU
           ADD TLVAL(IXMAX) TO TOTLIQ
           MOVE SPACES TO OUTL
           STRING "    " CMPMES "/" CMPANO "    " SALED "  " SALED2
               DELIMITED BY SIZE INTO OUTL
           MOVE OUTL TO DECLLINE
           WRITE DECLLINE
           MOVE ZEROS TO TLCOMP(IXMAX)
           GO TO RTABELA6
           .
       RTABELA7.
           IF CONT = ZEROS
               MOVE "    SEM FOLHA REGISTRADA NO PERIODO" TO DECLLINE
               WRITE DECLLINE
               GO TO RTABELAX
           .
           COMPUTE LQBRU ROUNDED = TOTBRU / CONT
           COMPUTE LQVAL ROUNDED = TOTLIQ / CONT
           MOVE LQBRU TO SALED
           MOVE LQVAL TO SALED2
           MOVE SPACES TO OUTL
           STRING "    MEDIA      " SALED "  " SALED2
               DELIMITED BY SIZE INTO OUTL
           MOVE OUTL TO DECLLINE
           WRITE DECLLINE
           .
       RTABELAX.
           EXIT.
       RLQADD.
      *-----------------------------------------------------------------
      *ENTRA NA TABELA NO LUGAR DA COMPETENCIA MAIS ANTIGA (OU DE UMA
      *POSICAO VAZIA) QUANDO FOR MAIS RECENTE QUE ELA
      *-----------------------------------------------------------------
           MOVE 1 TO IXMIN
           MOVE 2 TO TX
       .
       RLQADD2.
           IF TX > 6
               GO TO RLQADD3
           END-IF
           IF TLCOMP(TX) < TLCOMP(IXMIN)
               MOVE TX TO IXMIN
           END-IF
           ADD 1 TO TX
           GO TO RLQADD2
           .
       RLQADD3.
           IF CMPW > TLCOMP(IXMIN)
               MOVE CMPW TO TLCOMP(IXMIN)
               MOVE LQBRU TO TLBRU(IXMIN)
               MOVE LQVAL TO TLVAL(IXMIN)
           .
       RLQADDX.
           EXIT.
       RLQMAX.
           IF TX > 6
               GO TO RLQMAXX
           .
           IF TLCOMP(TX) NOT = ZEROS
               IF IXMAX = ZEROS
                   MOVE TX TO IXMAX
               ELSE
                   IF TLCOMP(TX) > TLCOMP(IXMAX)
                       MOVE TX TO IXMAX
                   END-IF
               END-IF
           .
           ADD 1 TO TX
           GO TO RLQMAX
           .
       RLQMAXX.
           EXIT.
       RFMTDT.
      *-----------------------------------------------------------------
      *DTCHK (AAAAMMDD) EM DD/MM/AAAA - ZEROS SAI EM BRANCO
      *-----------------------------------------------------------------
           MOVE SPACES TO DTTXT
           IF DTCHK = ZEROS
               GO TO RFMTDTX
           .
           STRING DVVDIA "/" DVVMES "/" DVVANO
               DELIMITED BY SIZE INTO DTTXT
           .
       RFMTDTX.
           EXIT.
       RCATREG.
      *-----------------------------------------------------------------
      *CATALOGA A DECLARACAO SOB NOME CONTROLADO COM O OPERADOR
      *-----------------------------------------------------------------
           MOVE 1 TO RCCK
           READ RCATCTL
           IF FS NOT = "00"
               MOVE 1 TO RCCSEQ
               WRITE RCATCTLREC
           ELSE
               ADD 1 TO RCCSEQ
               REWRITE RCATCTLREC
           END-IF
           MOVE RCCSEQ TO RCSEQX
           MOVE SPACES TO NOMEARQ
           STRING "RC" RCSEQX ".TXT"
               INTO NOMEARQ
           MOVE RCCSEQ TO RCSEQ
           MOVE "DECLGER" TO RCPROG
           MOVE HJMES TO RCKM
           MOVE HJANO TO RCKY
           MOVE FFILIAL TO RCFIL
           MOVE OPERID TO RCOPER
           ACCEPT RCDATA FROM DATE YYYYMMDD
           ACCEPT RCHORA FROM TIME
           MOVE NOMEARQ TO RCNOME
           MOVE RETDIAS TO RCRET
           WRITE RELCATREC
           .
       RCATREGX.
           EXIT.
       RLOG.
      *-----------------------------------------------------------------
      *ALTERACAO DE MODELO - LOGRK = LINHA (ZERO = PADRAO RESTAURADO)
      *-----------------------------------------------------------------
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
           MOVE "DECLGER" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       RABRE.
           OPEN INPUT CADFIL
           IF FS NOT = "00"
               MOVE "N" TO FILOK
           ELSE
               MOVE "S" TO FILOK
           .
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOK
           ELSE
               MOVE "S" TO CARGOK
           .
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
           OPEN INPUT RESCIS
           IF FS NOT = "00"
               MOVE "N" TO RESOK
           ELSE
               MOVE "S" TO RESOK
           .
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PROK
           ELSE
               MOVE "S" TO PROK
           .
           OPEN INPUT PRHIST
           IF FS NOT = "00"
               MOVE "N" TO HISTOK
           ELSE
               MOVE "S" TO HISTOK
           .
       RABREX.
           EXIT.
       RFECHA.
           IF FILOK = "S"
               CLOSE CADFIL
           .
           IF CARGOK = "S"
               CLOSE CADCARGO
           .
           IF GRAUOK = "S"
               CLOSE DEGRAU FUNCSTEP
           .
           IF RESOK = "S"
               CLOSE RESCIS
           .
           IF PROK = "S"
               CLOSE PR
           .
           IF HISTOK = "S"
               CLOSE PRHIST
           .
       RFECHAX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - AS DECLARACOES TRAZEM DOCUMENTOS E
      *SALARIO, ENTAO SO O OPERADOR COM PRIVILEGIO DE DADOS PESSOAIS
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
           IF OPMDADOS NOT = "S"
               DISPLAY "OPERADOR SEM PRIVILEGIO DE DADOS PESSOAIS"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMDADOS NOT = "S"
               DISPLAY "OPERADOR SEM PRIVILEGIO DE DADOS PESSOAIS"
               GOBACK
           .
       RSIGNONQX.
           EXIT.
