       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKLIST.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CHECKLIST DE ADMISSAO E DE DESLIGAMENTO POR TIPO DE CONTRATO.
      *M-MODELOS: ITENS POR CONTRATO (C/A/E/I) E FASE, OBRIGATORIOS OU
      *NAO, COM A FONTE ONDE O SISTEMA CONFERE O ITEM (VER CHKMOD).
      *ARQUIVO VAZIO RECEBE O MODELO PADRAO (CONTRATO, DOCUMENTOS,
      *ASO, DADOS BANCARIOS E S-2200 NA ADMISSAO; EPI, CRACHA, ACESSOS
      *DE TI E ASO NO DESLIGAMENTO). F-FUNCIONARIO: BAIXA DOS ITENS
      *POR MATRICULA COM OPERADOR E DATA. ITEM COM FONTE SO E BAIXADO
      *COM A EVIDENCIA NO SISTEMA; C-CONFERIR BAIXA DE UMA VEZ TODOS
      *OS QUE JA TEM EVIDENCIA. OS OBRIGATORIOS PENDENTES SAEM NA
      *CRITPRE (FPP081) E TRAVAM A RESCISAO (FPP038)
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

           SELECT CHKMOD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CKRK
           .

           SELECT CHKFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CFRK
           .

           SELECT ASO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ASORK
           .

           SELECT EVSTAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EVSRK
           .

           SELECT EPIENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ENRK
           .

           SELECT PIXCHV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PKRK
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
       FD CHKMOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKMOD1.DAT".
       COPY CHKMOD.
      *-----------------------------------------------------------------
       FD CHKFUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKFUN1.DAT".
       COPY CHKFUNC.
      *-----------------------------------------------------------------
      *FONTES DA CONFERENCIA: EXAMES (CADASO/FPP086), RECIBOS DO
      *ESOCIAL (ESOCRET/FPP076), FICHA DE EPI (ENTREPI/FPP126) E
      *CHAVE PIX (PROGGER/FPP004)
      *-----------------------------------------------------------------
       FD ASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ASO1.DAT".
       COPY ASO.
      *-----------------------------------------------------------------
       FD EVSTAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EVSTAT1.DAT".
       01 EVSTATREC.
           03 EVSRK.
               05 EVSMAT   PIC 9(06).
               05 EVSCOD   PIC X(05).
               05 EVSCOMP  PIC 9(06).
           03 EVSPROT     PIC X(15).
           03 EVSSTAT     PIC X(01).
           03 EVSMOTIV    PIC X(02).
           03 EVSDATA     PIC 9(08).
      *-----------------------------------------------------------------
       FD EPIENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EPIENT1.DAT".
       COPY EPIENT.
      *-----------------------------------------------------------------
       FD PIXCHV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PIXCHV1.DAT".
       COPY PIXCHV.
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES E LOG DE ALTERACOES - MESMO CONTROLE DE
      *ACESSO E TRILHA DE AUDITORIA DOS CADASTROS FPP001-FPP004. O
      *CADASTRO DE OPERADORES TAMBEM MOSTRA SE A MATRICULA AINDA TEM
      *ACESSO ATIVO (OPMMAT)
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
           01 HOJE       PIC 9(08).
           01 ACHOU      PIC X(01).
           01 GRAVOU     PIC X(01).
           01 ASOOK      PIC X(01).
           01 EVSOK      PIC X(01).
           01 ENTOK      PIC X(01).
           01 PIXOK      PIC X(01).
           01 OPEROK     PIC X(01).
      *-----------------------------------------------------------------
      *ITEM DO MODELO EM MANUTENCAO OU EM BAIXA
      *-----------------------------------------------------------------
           01 BCONTR     PIC X(01).
           01 BFASE      PIC X(01).
           01 BITEM      PIC 9(02).
           01 BDESC      PIC X(30).
           01 BOBRIG     PIC X(01).
           01 BFONTE     PIC X(01).
           01 BOBS       PIC X(30).
           01 PROXITEM   PIC 9(02).
           01 ADMDT      PIC 9(08).
           01 PENDOBR    PIC 9(02).
           01 TOTAUTO    PIC 9(02).
           01 CTRNUM     PIC 9(01).
           01 FASENUM    PIC 9(01).
           01 OBRTXT     PIC X(11).
           01 FONTXT     PIC X(14).
           01 SITTXT     PIC X(40).
      *-----------------------------------------------------------------
      *CONFERENCIA DA EVIDENCIA NO SISTEMA
      *-----------------------------------------------------------------
           01 FONTEOK    PIC X(01).
           01 FONTEMSG   PIC X(50).
           01 ASOTIPOW   PIC X(01).
      *-----------------------------------------------------------------
      *MODELO PADRAO - FASE, ITEM, DESCRICAO, OBRIGATORIO E FONTE.
      *CARREGADO PARA OS QUATRO TIPOS DE CONTRATO; O ESTAGIARIO NAO
      *TEM S-2200 (E TRABALHADOR SEM VINCULO - S-2300)
      *-----------------------------------------------------------------
           01 TABCHK.
               03 FILLER PIC X(35) VALUE
                  "A01CONTRATO/TERMO ASSINADO       S ".
               03 FILLER PIC X(35) VALUE
                  "A02DOCUMENTOS PESSOAIS RECEBIDOS S ".
               03 FILLER PIC X(35) VALUE
                  "A03ASO ADMISSIONAL APTO          SA".
               03 FILLER PIC X(35) VALUE
                  "A04DADOS BANCARIOS OU CHAVE PIX  SB".
               03 FILLER PIC X(35) VALUE
                  "A05RECIBO ESOCIAL S-2200 ACEITO  SE".
               03 FILLER PIC X(35) VALUE
                  "D01EPI DEVOLVIDO                 SP".
               03 FILLER PIC X(35) VALUE
                  "D02CRACHA DEVOLVIDO              S ".
               03 FILLER PIC X(35) VALUE
                  "D03ACESSOS DE TI REMOVIDOS       ST".
               03 FILLER PIC X(35) VALUE
                  "D04ASO DEMISSIONAL               SA".
           01 TABCHKR REDEFINES TABCHK.
               03 TCLIN OCCURS 9 TIMES.
                   05 TCFASE   PIC X(01).
                   05 TCITEM   PIC 9(02).
                   05 TCDESC   PIC X(30).
                   05 TCOBRIG  PIC X(01).
                   05 TCFONTE  PIC X(01).
           01 TABCTR     PIC X(04) VALUE "CAEI".
           01 TABCTRR REDEFINES TABCTR.
               03 TCCONTR  PIC X(01) OCCURS 4 TIMES.
           01 TX         PIC 9(01).
           01 TY         PIC 9(02).
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
           OPEN I-O CHKMOD
           IF FS = "35"
               OPEN OUTPUT CHKMOD
               CLOSE CHKMOD
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHKMOD - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O CHKFUN
           IF FS = "35"
               OPEN OUTPUT CHKFUN
               CLOSE CHKFUN
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHKFUN - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC CHKMOD LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN INPUT ASO
           IF FS NOT = "00"
               MOVE "N" TO ASOOK
           ELSE
               MOVE "S" TO ASOOK
       .
       R01D.
           OPEN INPUT EVSTAT
           IF FS NOT = "00"
               MOVE "N" TO EVSOK
           ELSE
               MOVE "S" TO EVSOK
       .
       R01E.
           OPEN INPUT EPIENT
           IF FS NOT = "00"
               MOVE "N" TO ENTOK
           ELSE
               MOVE "S" TO ENTOK
       .
       R01F.
           OPEN INPUT PIXCHV
           IF FS NOT = "00"
               MOVE "N" TO PIXOK
           ELSE
               MOVE "S" TO PIXOK
       .
       R01G.
           OPEN INPUT OPERMST
           IF FS NOT = "00"
               MOVE "N" TO OPEROK
           ELSE
               MOVE "S" TO OPEROK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R01H.
      *-----------------------------------------------------------------
      *PRIMEIRO USO - CARREGA O MODELO PADRAO
      *-----------------------------------------------------------------
           MOVE SPACES TO CKCONTR CKFASE
           MOVE ZEROS TO CKITEM
           START CHKMOD KEY IS NOT LESS THAN CKRK
           IF FS NOT = "00"
               PERFORM RSEMEIA THRU RSEMEIAX
                   VARYING TX FROM 1 BY 1 UNTIL TX > 4
                   AFTER TY FROM 1 BY 1 UNTIL TY > 9
               DISPLAY "MODELO PADRAO DE CHECKLIST CARREGADO"
       .
       R02.
           DISPLAY "CHECKLIST DE ADMISSAO E DESLIGAMENTO"
           DISPLAY "DIGITE: M-MODELOS F-FUNCIONARIO V-FIM"
           ACCEPT OPT
           IF OPT = "M" OR OPT = "m"
               PERFORM RMODELO THRU RMODELOX
               GO TO R02
           .
           IF OPT = "F" OR OPT = "f"
               PERFORM RFUNC THRU RFUNCX
               GO TO R02
           .
           IF OPT = "V" OR OPT = "v"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
       .
       FF1.
           CLOSE FILEFUNC CHKMOD CHKFUN
           IF ASOOK = "S"
               CLOSE ASO
           END-IF
           IF EVSOK = "S"
               CLOSE EVSTAT
           END-IF
           IF ENTOK = "S"
               CLOSE EPIENT
           END-IF
           IF PIXOK = "S"
               CLOSE PIXCHV
           END-IF
           IF OPEROK = "S"
               CLOSE OPERMST
           END-IF
           CLOSE LOGCTR CHGLOG
           GOBACK
           .
       RSEMEIA.
           MOVE TCCONTR(TX) TO CKCONTR
           IF CKCONTR = "E" AND TCFONTE(TY) = "E"
               GO TO RSEMEIAX
           .
           MOVE TCFASE(TY) TO CKFASE
           MOVE TCITEM(TY) TO CKITEM
           MOVE TCDESC(TY) TO CKDESC
           MOVE TCOBRIG(TY) TO CKOBRIG
           MOVE TCFONTE(TY) TO CKFONTE
           MOVE "S" TO CKATIVO
           MOVE HOJE TO CKDTINI
           MOVE OPERID TO CKOPER
           MOVE HOJE TO CKDTALT
           WRITE CHKMODREC
           IF FS = "00"
               MOVE "I" TO LOGACAO
               PERFORM RCODIF
               PERFORM RLOG
           .
       RSEMEIAX.
           EXIT.
      *-----------------------------------------------------------------
      *MANUTENCAO DO MODELO POR TIPO DE CONTRATO E FASE
      *-----------------------------------------------------------------
       RMODELO.
           DISPLAY "TIPO DE CONTRATO (C-CLT A-APRENDIZ E-ESTAGIARIO "
               "I-INTERMITENTE): "
           ACCEPT BCONTR
           IF BCONTR NOT = "C" AND BCONTR NOT = "A"
                   AND BCONTR NOT = "E" AND BCONTR NOT = "I"
               DISPLAY "TIPO DE CONTRATO INVALIDO"
               GO TO RMODELO
           .
       RMODELO2.
           DISPLAY "FASE (A-ADMISSAO D-DESLIGAMENTO): "
           ACCEPT BFASE
           IF BFASE NOT = "A" AND BFASE NOT = "D"
               DISPLAY "FASE INVALIDA"
               GO TO RMODELO2
           .
       RMODELO3.
           PERFORM RMLISTA THRU RMLISTAX
           DISPLAY "DIGITE: I-INCLUIR A-ALTERAR D-DESATIVAR/REATIVAR "
               "V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RMINCL THRU RMINCLX
               GO TO RMODELO3
           .
           IF OPT = "A" OR OPT = "a"
               PERFORM RMALT THRU RMALTX
               GO TO RMODELO3
           .
           IF OPT = "D" OR OPT = "d"
               PERFORM RMDES THRU RMDESX
               GO TO RMODELO3
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RMODELOX
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RMODELO3
           .
       RMODELOX.
           EXIT.
       RMLISTA.
           MOVE ZEROS TO PROXITEM
           MOVE BCONTR TO CKCONTR
           MOVE BFASE TO CKFASE
           MOVE ZEROS TO CKITEM
           START CHKMOD KEY IS NOT LESS THAN CKRK
           IF FS NOT = "00"
               DISPLAY "MODELO SEM ITENS"
               GO TO RMLISTAX
           .
       RMLISTA2.
           READ CHKMOD NEXT RECORD
           IF FS NOT = "00" OR CKCONTR NOT = BCONTR
                   OR CKFASE NOT = BFASE
               GO TO RMLISTAX
           END-IF
           MOVE CKITEM TO PROXITEM
           PERFORM RTEXTO
           IF CKATIVO = "S"
               DISPLAY CKITEM " " CKDESC " " OBRTXT " " FONTXT
           ELSE
               DISPLAY CKITEM " " CKDESC " " OBRTXT " " FONTXT
                   " DESATIVADO"
           END-IF
           GO TO RMLISTA2
           .
       RMLISTAX.
           EXIT.
       RMINCL.
           IF PROXITEM = 99
               DISPLAY "MODELO COMPLETO - 99 ITENS"
               GO TO RMINCLX
           .
           DISPLAY "DESCRICAO DO ITEM: "
           ACCEPT BDESC
           IF BDESC = SPACES
               DISPLAY "DESCRICAO NAO PODE SER NULA"
               GO TO RMINCL
           .
           PERFORM RMDADOS THRU RMDADOSX
           MOVE BCONTR TO CKCONTR
           MOVE BFASE TO CKFASE
           COMPUTE CKITEM = PROXITEM + 1
           MOVE BDESC TO CKDESC
           MOVE BOBRIG TO CKOBRIG
           MOVE BFONTE TO CKFONTE
           MOVE "S" TO CKATIVO
           MOVE HOJE TO CKDTINI
           MOVE OPERID TO CKOPER
           MOVE HOJE TO CKDTALT
           WRITE CHKMODREC
           IF FS NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ITEM - FS: " FS
               GO TO RMINCLX
           .
           MOVE "I" TO LOGACAO
           PERFORM RCODIF
           PERFORM RLOG
           DISPLAY "ITEM " CKITEM " INCLUIDO - VALE PARA ADMISSOES A "
               "PARTIR DE HOJE"
           .
       RMINCLX.
           EXIT.
       RMDADOS.
           DISPLAY "OBRIGATORIO (S/N): "
           ACCEPT BOBRIG
           IF BOBRIG NOT = "S" AND BOBRIG NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO RMDADOS
           .
       RMDADOS2.
           DISPLAY "CONFERENCIA NO SISTEMA (BRANCO-MANUAL A-ASO "
               "E-S-2200 P-EPI B-BANCO T-ACESSO TI): "
           MOVE SPACES TO BFONTE
           ACCEPT BFONTE
           IF BFONTE NOT = SPACES AND BFONTE NOT = "A"
                   AND BFONTE NOT = "E" AND BFONTE NOT = "P"
                   AND BFONTE NOT = "B" AND BFONTE NOT = "T"
               DISPLAY "FONTE INVALIDA"
               GO TO RMDADOS2
           .
       RMDADOSX.
           EXIT.
       RMALT.
           DISPLAY "ITEM A ALTERAR: "
           ACCEPT BITEM
           MOVE BCONTR TO CKCONTR
           MOVE BFASE TO CKFASE
           MOVE BITEM TO CKITEM
           READ CHKMOD
           IF FS NOT = "00"
               DISPLAY "ITEM NAO CADASTRADO"
               GO TO RMALTX
           .
           DISPLAY "NOVA DESCRICAO (BRANCO MANTEM): "
           MOVE SPACES TO BDESC
           ACCEPT BDESC
           PERFORM RMDADOS THRU RMDADOSX
           IF BDESC NOT = SPACES
               MOVE BDESC TO CKDESC
           .
           MOVE BOBRIG TO CKOBRIG
           MOVE BFONTE TO CKFONTE
           MOVE OPERID TO CKOPER
           MOVE HOJE TO CKDTALT
           REWRITE CHKMODREC
           IF FS NOT = "00"
               DISPLAY "ERRO NA ALTERACAO DO ITEM - FS: " FS
               GO TO RMALTX
           .
           MOVE "A" TO LOGACAO
           PERFORM RCODIF
           PERFORM RLOG
           .
       RMALTX.
           EXIT.
       RMDES.
      *-----------------------------------------------------------------
      *O ITEM NAO E EXCLUIDO - AS BAIXAS JA FEITAS CONTINUAM LIGADAS
      *A ELE; DESATIVADO DEIXA DE SER COBRADO
      *-----------------------------------------------------------------
           DISPLAY "ITEM A DESATIVAR OU REATIVAR: "
           ACCEPT BITEM
           MOVE BCONTR TO CKCONTR
           MOVE BFASE TO CKFASE
           MOVE BITEM TO CKITEM
           READ CHKMOD
           IF FS NOT = "00"
               DISPLAY "ITEM NAO CADASTRADO"
               GO TO RMDESX
           .
           IF CKATIVO = "S"
               MOVE "N" TO CKATIVO
           ELSE
               MOVE "S" TO CKATIVO
           .
           MOVE OPERID TO CKOPER
           MOVE HOJE TO CKDTALT
           REWRITE CHKMODREC
           IF FS NOT = "00"
               DISPLAY "ERRO NA ALTERACAO DO ITEM - FS: " FS
               GO TO RMDESX
           .
           MOVE "A" TO LOGACAO
           PERFORM RCODIF
           PERFORM RLOG
           .
       RMDESX.
           EXIT.
       RTEXTO.
           MOVE "OPCIONAL" TO OBRTXT
           IF CKOBRIG = "S"
               MOVE "OBRIGATORIO" TO OBRTXT
           END-IF
           MOVE "MANUAL" TO FONTXT
           IF CKFONTE = "A"
               MOVE "CONFERE ASO" TO FONTXT
           END-IF
           IF CKFONTE = "E"
               MOVE "CONFERE S-2200" TO FONTXT
           END-IF
           IF CKFONTE = "P"
               MOVE "CONFERE EPI" TO FONTXT
           END-IF
           IF CKFONTE = "B"
               MOVE "CONFERE BANCO" TO FONTXT
           END-IF
           IF CKFONTE = "T"
               MOVE "CONFERE TI" TO FONTXT
           END-IF
           .
       RCODIF.
      *-----------------------------------------------------------------
      *CHAVE DO LOG DO MODELO: CONTRATO (1-C 2-A 3-E 4-I), FASE
      *(1-ADMISSAO 2-DESLIGAMENTO) E ITEM
      *-----------------------------------------------------------------
           MOVE 1 TO CTRNUM
           IF CKCONTR = "A"
               MOVE 2 TO CTRNUM
           END-IF
           IF CKCONTR = "E"
               MOVE 3 TO CTRNUM
           END-IF
           IF CKCONTR = "I"
               MOVE 4 TO CTRNUM
           END-IF
           MOVE 1 TO FASENUM
           IF CKFASE = "D"
               MOVE 2 TO FASENUM
           END-IF
           COMPUTE LOGRK = CTRNUM * 1000 + FASENUM * 100 + CKITEM
           .
      *-----------------------------------------------------------------
      *CHECKLIST DA MATRICULA - MODELO DO TIPO DE CONTRATO DELA
      *-----------------------------------------------------------------
       RFUNC.
           DISPLAY "MATRICULA (0-VOLTA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO RFUNCX
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RFUNC
           .
           DISPLAY "FUNCIONARIO: " NOME
           MOVE CONTRTIPO TO BCONTR
           IF BCONTR = SPACE
               MOVE "C" TO BCONTR
           .
           COMPUTE ADMDT = ADANO * 10000 + ADMES * 100 + ADDIA
       .
       RFUNC2.
           MOVE "A" TO BFASE
           PERFORM RFLISTA THRU RFLISTAX
           MOVE "D" TO BFASE
           PERFORM RFLISTA THRU RFLISTAX
           DISPLAY "DIGITE: B-BAIXAR ITEM D-DESFAZER BAIXA "
               "C-CONFERIR NO SISTEMA V-VOLTA"
           ACCEPT OPT
           IF OPT = "B" OR OPT = "b"
               PERFORM RFBAIXA THRU RFBAIXAX
               GO TO RFUNC2
           .
           IF OPT = "D" OR OPT = "d"
               PERFORM RFDESF THRU RFDESFX
               GO TO RFUNC2
           .
           IF OPT = "C" OR OPT = "c"
               PERFORM RFAUTO THRU RFAUTOX
               GO TO RFUNC2
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RFUNC
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RFUNC2
           .
       RFUNCX.
           EXIT.
       RFLISTA.
           MOVE ZEROS TO PENDOBR
           IF BFASE = "A"
               DISPLAY "ADMISSAO (CONTRATO " BCONTR "):"
           ELSE
               DISPLAY "DESLIGAMENTO (CONTRATO " BCONTR "):"
           .
           MOVE BCONTR TO CKCONTR
           MOVE BFASE TO CKFASE
           MOVE ZEROS TO CKITEM
           START CHKMOD KEY IS NOT LESS THAN CKRK
           IF FS NOT = "00"
               GO TO RFLISTA3
           .
       RFLISTA2.
           READ CHKMOD NEXT RECORD
           IF FS NOT = "00" OR CKCONTR NOT = BCONTR
                   OR CKFASE NOT = BFASE
               GO TO RFLISTA3
           END-IF
           MOVE BRKF TO CFMAT
           MOVE BFASE TO CFFASE
           MOVE CKITEM TO CFITEM
           READ CHKFUN
           IF FS = "00"
               MOVE SPACES TO SITTXT
               STRING "FEITO EM " CFDATA " POR " CFOPER
                   DELIMITED BY SIZE INTO SITTXT
           ELSE
               IF CKATIVO NOT = "S"
                   GO TO RFLISTA2
               END-IF
               IF BFASE = "A" AND CKDTINI > ADMDT
                   MOVE "NAO COBRADO - ADMISSAO ANTERIOR AO ITEM"
                       TO SITTXT
               ELSE
                   MOVE "PENDENTE" TO SITTXT
                   IF CKOBRIG = "S"
                       ADD 1 TO PENDOBR
                   END-IF
               END-IF
           END-IF
           PERFORM RTEXTO
           DISPLAY "  " CKITEM " " CKDESC " " OBRTXT " " SITTXT
           GO TO RFLISTA2
           .
       RFLISTA3.
           DISPLAY "  OBRIGATORIOS PENDENTES: " PENDOBR
           .
       RFLISTAX.
           EXIT.
       RFITEM.
           MOVE "N" TO ACHOU
           DISPLAY "FASE (A-ADMISSAO D-DESLIGAMENTO): "
           ACCEPT BFASE
           IF BFASE NOT = "A" AND BFASE NOT = "D"
               DISPLAY "FASE INVALIDA"
               GO TO RFITEM
           .
           DISPLAY "ITEM: "
           ACCEPT BITEM
           MOVE BCONTR TO CKCONTR
           MOVE BFASE TO CKFASE
           MOVE BITEM TO CKITEM
           READ CHKMOD
           IF FS NOT = "00"
               DISPLAY "ITEM NAO EXISTE NO MODELO DO CONTRATO " BCONTR
               GO TO RFITEMX
           .
           MOVE "S" TO ACHOU
           .
       RFITEMX.
           EXIT.
       RFBAIXA.
           PERFORM RFITEM THRU RFITEMX
           IF ACHOU NOT = "S"
               GO TO RFBAIXAX
           .
           IF CKATIVO NOT = "S"
               DISPLAY "ITEM DESATIVADO NO MODELO"
               GO TO RFBAIXAX
           .
           MOVE BRKF TO CFMAT
           MOVE BFASE TO CFFASE
           MOVE CKITEM TO CFITEM
           READ CHKFUN
           IF FS = "00"
               DISPLAY "ITEM JA BAIXADO EM " CFDATA " POR " CFOPER
               GO TO RFBAIXAX
           .
           PERFORM RFONTE THRU RFONTEX
           IF FONTEOK NOT = "S"
               DISPLAY "BAIXA NEGADA: " FONTEMSG
               GO TO RFBAIXAX
           .
           DISPLAY "OBSERVACAO: "
           MOVE SPACES TO BOBS
           ACCEPT BOBS
           MOVE BRKF TO CFMAT
           MOVE BFASE TO CFFASE
           MOVE CKITEM TO CFITEM
           MOVE OPERID TO CFOPER
           MOVE HOJE TO CFDATA
           MOVE BOBS TO CFOBS
           PERFORM RFGRAVA
           .
       RFBAIXAX.
           EXIT.
       RFGRAVA.
           MOVE "N" TO GRAVOU
           WRITE CHKFUNREC
           IF FS NOT = "00"
               DISPLAY "ERRO NA BAIXA DO ITEM - FS: " FS
           ELSE
               MOVE "S" TO GRAVOU
               MOVE "I" TO LOGACAO
               PERFORM RFCHAVE
               PERFORM RLOG
           .
       RFCHAVE.
      *-----------------------------------------------------------------
      *CHAVE DO LOG DA BAIXA: MATRICULA, FASE (1-ADMISSAO
      *2-DESLIGAMENTO) E ITEM
      *-----------------------------------------------------------------
           MOVE 1 TO FASENUM
           IF CFFASE = "D"
               MOVE 2 TO FASENUM
           END-IF
           COMPUTE LOGRK = CFMAT * 1000 + FASENUM * 100 + CFITEM
           .
       RFDESF.
           PERFORM RFITEM THRU RFITEMX
           IF ACHOU NOT = "S"
               GO TO RFDESFX
           .
           MOVE BRKF TO CFMAT
           MOVE BFASE TO CFFASE
           MOVE CKITEM TO CFITEM
           READ CHKFUN
           IF FS NOT = "00"
               DISPLAY "ITEM NAO ESTA BAIXADO"
               GO TO RFDESFX
           .
           DELETE CHKFUN
           IF FS NOT = "00"
               DISPLAY "ERRO AO DESFAZER A BAIXA - FS: " FS
               GO TO RFDESFX
           .
           MOVE "E" TO LOGACAO
           PERFORM RFCHAVE
           PERFORM RLOG
           .
       RFDESFX.
           EXIT.
      *-----------------------------------------------------------------
      *BAIXA DE UMA VEZ DOS ITENS ATIVOS COM FONTE NO SISTEMA QUE JA
      *TEM A EVIDENCIA; OS MANUAIS CONTINUAM COM O OPERADOR
      *-----------------------------------------------------------------
       RFAUTO.
           MOVE ZEROS TO TOTAUTO
           MOVE "A" TO BFASE
           PERFORM RFAUTO1 THRU RFAUTO1X
           MOVE "D" TO BFASE
           PERFORM RFAUTO1 THRU RFAUTO1X
           DISPLAY "ITENS BAIXADOS PELA CONFERENCIA: " TOTAUTO
           .
       RFAUTOX.
           EXIT.
       RFAUTO1.
           MOVE BCONTR TO CKCONTR
           MOVE BFASE TO CKFASE
           MOVE ZEROS TO CKITEM
           START CHKMOD KEY IS NOT LESS THAN CKRK
           IF FS NOT = "00"
               GO TO RFAUTO1X
           .
       RFAUTO2.
           READ CHKMOD NEXT RECORD
           IF FS NOT = "00" OR CKCONTR NOT = BCONTR
                   OR CKFASE NOT = BFASE
               GO TO RFAUTO1X
           END-IF
           IF CKATIVO NOT = "S" OR CKFONTE = SPACE
               GO TO RFAUTO2
           END-IF
           MOVE BRKF TO CFMAT
           MOVE BFASE TO CFFASE
           MOVE CKITEM TO CFITEM
           READ CHKFUN
           IF FS = "00"
               GO TO RFAUTO2
           END-IF
           PERFORM RFONTE THRU RFONTEX
           IF FONTEOK NOT = "S"
               DISPLAY "  " CKITEM " " CKDESC " " FONTEMSG
               GO TO RFAUTO2
           END-IF
           MOVE BRKF TO CFMAT
           MOVE BFASE TO CFFASE
           MOVE CKITEM TO CFITEM
           MOVE OPERID TO CFOPER
           MOVE HOJE TO CFDATA
           MOVE "CONFERIDO NO SISTEMA" TO CFOBS
           PERFORM RFGRAVA
           IF GRAVOU = "S"
               ADD 1 TO TOTAUTO
           END-IF
           GO TO RFAUTO2
           .
       RFAUTO1X.
           EXIT.
      *-----------------------------------------------------------------
      *EVIDENCIA DO ITEM CORRENTE DO MODELO (CKFONTE) PARA A MATRICULA
      *-----------------------------------------------------------------
       RFONTE.
           MOVE "S" TO FONTEOK
           MOVE SPACES TO FONTEMSG
           IF CKFONTE = "A"
               PERFORM RFASO THRU RFASOX
           .
           IF CKFONTE = "E"
               PERFORM RFESOC THRU RFESOCX
           .
           IF CKFONTE = "P"
               PERFORM RFEPI THRU RFEPIX
           .
           IF CKFONTE = "B"
               PERFORM RFBANCO THRU RFBANCOX
           .
           IF CKFONTE = "T"
               PERFORM RFTI THRU RFTIX
           .
       RFONTEX.
           EXIT.
       RFASO.
           MOVE "N" TO FONTEOK
           IF BFASE = "A"
               MOVE "A" TO ASOTIPOW
               MOVE "SEM ASO ADMISSIONAL APTO NO CADASO (FPP086)"
                   TO FONTEMSG
           ELSE
               MOVE "D" TO ASOTIPOW
               MOVE "SEM ASO DEMISSIONAL NO CADASO (FPP086)"
                   TO FONTEMSG
           .
           IF ASOOK NOT = "S"
               GO TO RFASOX
           .
           MOVE BRKF TO ASOMAT
           MOVE ZEROS TO ASOSEQ
           START ASO KEY IS NOT LESS THAN ASORK
           IF FS NOT = "00"
               GO TO RFASOX
           .
       RFASO2.
           READ ASO NEXT RECORD
           IF FS NOT = "00" OR ASOMAT NOT = BRKF
               GO TO RFASOX
           END-IF
           IF ASOTIPO = ASOTIPOW
                   AND (ASOTIPOW = "D" OR ASORESUL = "A")
               MOVE "S" TO FONTEOK
               MOVE SPACES TO FONTEMSG
               GO TO RFASOX
           END-IF
           GO TO RFASO2
           .
       RFASOX.
           EXIT.
       RFESOC.
           MOVE "N" TO FONTEOK
           MOVE "SEM RECIBO S-2200 ACEITO NO ESOCRET (FPP076)"
               TO FONTEMSG
           IF EVSOK NOT = "S"
               GO TO RFESOCX
           .
           MOVE BRKF TO EVSMAT
           MOVE "S2200" TO EVSCOD
           MOVE ZEROS TO EVSCOMP
           START EVSTAT KEY IS NOT LESS THAN EVSRK
           IF FS NOT = "00"
               GO TO RFESOCX
           .
       RFESOC2.
           READ EVSTAT NEXT RECORD
           IF FS NOT = "00" OR EVSMAT NOT = BRKF
                   OR EVSCOD NOT = "S2200"
               GO TO RFESOCX
           END-IF
           IF EVSSTAT = "A"
               MOVE "S" TO FONTEOK
               MOVE SPACES TO FONTEMSG
               GO TO RFESOCX
           END-IF
           GO TO RFESOC2
           .
       RFESOCX.
           EXIT.
       RFEPI.
      *-----------------------------------------------------------------
      *NENHUMA ENTREGA EM USO - O PERDIDO TEM BAIXA P NO ENTREPI
      *-----------------------------------------------------------------
           IF ENTOK NOT = "S"
               GO TO RFEPIX
           .
           MOVE BRKF TO ENMAT
           MOVE ZEROS TO ENSEQ
           START EPIENT KEY IS NOT LESS THAN ENRK
           IF FS NOT = "00"
               GO TO RFEPIX
           .
       RFEPI2.
           READ EPIENT NEXT RECORD
           IF FS NOT = "00" OR ENMAT NOT = BRKF
               GO TO RFEPIX
           END-IF
           IF ENSIT = "E"
               MOVE "N" TO FONTEOK
               STRING "EPI " ENCOD " EM USO - DE BAIXA NO ENTREPI "
                   "(FPP126)" DELIMITED BY SIZE INTO FONTEMSG
               GO TO RFEPIX
           END-IF
           GO TO RFEPI2
           .
       RFEPIX.
           EXIT.
       RFBANCO.
      *-----------------------------------------------------------------
      *DINHEIRO E CHEQUE NAO PEDEM CONTA; PIX PEDE A CHAVE; CREDITO EM
      *CONTA (OU BRANCO, CADASTRO ANTIGO) PEDE BANCO, AGENCIA E CONTA
      *-----------------------------------------------------------------
           IF PAGTIPO = "D" OR PAGTIPO = "Q"
               GO TO RFBANCOX
           .
           IF PAGTIPO = "P"
               MOVE BRKF TO PKMAT
               IF PIXOK = "S"
                   READ PIXCHV
               END-IF
               IF PIXOK NOT = "S" OR FS NOT = "00"
                   MOVE "N" TO FONTEOK
                   MOVE "SEM CHAVE PIX NO CADASTRO (FPP004)"
                       TO FONTEMSG
               END-IF
               GO TO RFBANCOX
           .
           IF BANCOCOD = ZEROS OR AGENCIA = ZEROS OR CONTA = ZEROS
               MOVE "N" TO FONTEOK
               MOVE "CONTA BANCARIA INCOMPLETA NO CADASTRO (FPP004)"
                   TO FONTEMSG
           .
       RFBANCOX.
           EXIT.
       RFTI.
      *-----------------------------------------------------------------
      *NENHUM OPERADOR ATIVO LIGADO A MATRICULA (OPMMAT)
      *-----------------------------------------------------------------
           IF OPEROK NOT = "S"
               GO TO RFTIX
           .
           MOVE SPACES TO OPMID
           START OPERMST KEY IS NOT LESS THAN OPMID
           IF FS NOT = "00"
               GO TO RFTIX
           .
       RFTI2.
           READ OPERMST NEXT RECORD
           IF FS NOT = "00"
               GO TO RFTIX
           END-IF
           IF OPMMAT = BRKF AND OPMATIVO = "S"
               MOVE "N" TO FONTEOK
               STRING "OPERADOR " OPMID " AINDA ATIVO (CADOPER/FPP058)"
                   DELIMITED BY SIZE INTO FONTEMSG
               GO TO RFTIX
           END-IF
           GO TO RFTI2
           .
       RFTIX.
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
           IF OPMCAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTROS"
               GOBACK
           .
       RSIGNONX.
           EXIT.
       RSIGNONQ.
           MOVE OPERID TO OPMID
           READ OPERMST
           IF FS NOT = "00" OR OPMATIVO NOT = "S"
                   OR OPMCAD NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIZACAO DE CADASTROS"
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
           MOVE "CHKLIST" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
