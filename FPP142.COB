       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTEXTRA.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *AUTORIZACAO PREVIA DE HORAS EXTRAS E FILA DE EXTRAS SEM
      *AUTORIZACAO. O GESTOR AUTORIZA AS EXTRAS DO DIA ANTES DE ELAS
      *ACONTECEREM; NA IMPORTACAO DO PONTO (PONTOIMP/FPP049) SO AS
      *AUTORIZADAS VAO AO HORAS1 E A FOLHA, O EXCEDENTE FICA RETIDO NO
      *PENDEXT. AQUI O GESTOR DECIDE O RETIDO: APROVA (VAI AO HORAS1 E
      *A FOLHA PAGA), MANDA AO BANCO DE HORAS (BANCOHOR/FPP071) OU
      *REJEITA COM JUSTIFICATIVA
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

           SELECT HORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HARK
           .

           SELECT BANCOHRS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BHRK
           .

           SELECT BANCOHRM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BHMRK
           .

           SELECT PR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK
           .

           SELECT PRPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PPRK
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
      *AUTORIZACOES E FILA DE PENDENTES (VER COPYBOOKS)
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
      *HORAS DA COMPETENCIA CONSUMIDAS PELA FOLHA (FPP005/FPP017) - A
      *APROVACAO SOMA AS HORAS DECIDIDAS NAS EXTRAS DO MES
      *-----------------------------------------------------------------
       FD HORAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HORAS1.DAT".
       COPY HORAS.
      *-----------------------------------------------------------------
      *BANCO DE HORAS (VER BANCOHOR/FPP071)
      *-----------------------------------------------------------------
       FD BANCOHRS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANCOHRS.DAT".
       COPY BANCOHRS.
      *-----------------------------------------------------------------
       FD BANCOHRM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANCOHRM.DAT".
       COPY BANCOHRM.
      *-----------------------------------------------------------------
      *FOLHA JA CALCULADA (APROVADA OU PENDENTE DE APROVACAO) NAO
      *RELE O HORAS1 - A APROVACAO PARA ESSA COMPETENCIA E NEGADA
      *-----------------------------------------------------------------
       FD PR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
      *-----------------------------------------------------------------
       FD PRPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRPEND1.DATA".
       COPY PRPEND.
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
           01 ACAO       PIC X(01).
           01 BRKF       PIC 9(06).
           01 BGESTOR    PIC 9(06).
           01 BDATA      PIC 9(08).
           01 BDATAR REDEFINES BDATA.
               03 BANO     PIC 9(04).
               03 BMES     PIC 9(02).
               03 BDIA     PIC 9(02).
           01 BAREA      PIC 9(03).
           01 BTIPO      PIC X(01).
           01 BHORAS     PIC 9(03).
           01 HOJE       PIC 9(08).
           01 PROK       PIC X(01).
           01 PPOK       PIC X(01).
           01 CALCOK     PIC X(01).
           01 GESTOK     PIC X(01).
           01 TOTLIST    PIC 9(04).
           01 ABERTOW    PIC 9(04).
           01 BHCREDITO  PIC 9(03)V99.
           01 NOMEW      PIC X(40).
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
           OPEN I-O AUTEXT
           IF FS = "35"
               OPEN OUTPUT AUTEXT
               CLOSE AUTEXT
               GO TO R01A
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUTEXT - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC LOGCTR CHGLOG
               GOBACK
       .
       R01B.
           OPEN I-O PENDEXT
           IF FS = "35"
               OPEN OUTPUT PENDEXT
               CLOSE PENDEXT
               GO TO R01B
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDEXT - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC AUTEXT LOGCTR CHGLOG
               GOBACK
       .
       R01C.
           OPEN I-O HORAS
           IF FS = "35"
               OPEN OUTPUT HORAS
               CLOSE HORAS
               GO TO R01C
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR HORAS - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC AUTEXT PENDEXT LOGCTR CHGLOG
               GOBACK
       .
       R01D.
           OPEN I-O BANCOHRS
           IF FS = "35"
               OPEN OUTPUT BANCOHRS
               CLOSE BANCOHRS
               GO TO R01D
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BANCOHRS - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC AUTEXT PENDEXT HORAS LOGCTR CHGLOG
               GOBACK
       .
       R01E.
           OPEN I-O BANCOHRM
           IF FS = "35"
               OPEN OUTPUT BANCOHRM
               CLOSE BANCOHRM
               GO TO R01E
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BANCOHRM - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               CLOSE FILEFUNC AUTEXT PENDEXT HORAS BANCOHRS
               CLOSE LOGCTR CHGLOG
               GOBACK
       .
       R01F.
           OPEN INPUT PR
           IF FS NOT = "00"
               MOVE "N" TO PROK
           ELSE
               MOVE "S" TO PROK
           .
           OPEN INPUT PRPEND
           IF FS NOT = "00"
               MOVE "N" TO PPOK
           ELSE
               MOVE "S" TO PPOK
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           DISPLAY "HORAS EXTRAS - AUTORIZACAO PREVIA E PENDENTES"
           DISPLAY "DIGITE: A-AUTORIZACOES P-PENDENTES F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR OPT = "a"
               GO TO RA1
           .
           IF OPT = "P" OR OPT = "p"
               GO TO RP1
           .
           IF OPT = "F" OR OPT = "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R02
       .
       FF1.
           CLOSE FILEFUNC AUTEXT PENDEXT HORAS BANCOHRS BANCOHRM
           CLOSE LOGCTR CHGLOG
           IF PROK = "S"
               CLOSE PR
           .
           IF PPOK = "S"
               CLOSE PRPEND
           .
           GOBACK
           .
      *-----------------------------------------------------------------
      *AUTORIZACOES DA MATRICULA
      *-----------------------------------------------------------------
       RA1.
           DISPLAY "MATRICULA (0-VOLTA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO R02
           .
           MOVE BRKF TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO RA1
           .
           MOVE NOME TO NOMEW
       RA2.
           DISPLAY "FUNCIONARIO: " NOMEW
           PERFORM RALIST THRU RALISTX
           DISPLAY "DIGITE: I-INCLUIR E-EXCLUIR V-VOLTA"
           ACCEPT OPT
           IF OPT = "I" OR OPT = "i"
               PERFORM RAINCL THRU RAINCLX
               GO TO RA2
           .
           IF OPT = "E" OR OPT = "e"
               PERFORM RAEXCL THRU RAEXCLX
               GO TO RA2
           .
           IF OPT = "V" OR OPT = "v"
               GO TO RA1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO RA2
       .
       RALIST.
           MOVE ZEROS TO TOTLIST
           MOVE BRKF TO HXRKF
           MOVE ZEROS TO HXDATA
           START AUTEXT KEY IS NOT LESS THAN HXRK
           IF FS NOT = "00"
               GO TO RALIST3
           .
       RALIST2.
           READ AUTEXT NEXT RECORD
           IF FS NOT = "00" OR HXRKF NOT = BRKF
               GO TO RALIST3
           END-IF
           ADD 1 TO TOTLIST
           DISPLAY HXDIA "/" HXMES "/" HXANO " " HXTIPO " " HXHORAS
               "H " HXMOTIVO " GESTOR " HXGESTOR
           GO TO RALIST2
           .
       RALIST3.
           IF TOTLIST = ZEROS
               DISPLAY "NENHUMA AUTORIZACAO REGISTRADA"
           .
       RALISTX.
           EXIT.
       RAINCL.
      *-----------------------------------------------------------------
      *UMA AUTORIZACAO POR DIA. EXTRA EM DIA UTIL RESPEITA AS 2 HORAS
      *DIARIAS DA CLT (ART. 59); DOMINGO/FERIADO PODE SER O DIA TODO.
      *COMPETENCIA JA CALCULADA NAO RECEBE AUTORIZACAO - O QUE FOI
      *FEITO SEM ELA SE RESOLVE NA FILA DE PENDENTES
      *-----------------------------------------------------------------
           DISPLAY "DATA DA EXTRA (AAAAMMDD): "
           ACCEPT BDATA
           IF BMES = ZEROS OR BMES > 12 OR BDIA = ZEROS OR BDIA > 31
                   OR BANO < 1900
               DISPLAY "DATA INVALIDA"
               GO TO RAINCLX
           .
           MOVE BRKF TO HXRKF
           MOVE BDATA TO HXDATA
           READ AUTEXT
           IF FS = "00"
               DISPLAY "JA EXISTE AUTORIZACAO NO DIA - EXCLUA ANTES"
               GO TO RAINCLX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - USE A "
                   "FILA DE PENDENTES"
               GO TO RAINCLX
           .
       RAINCL2.
           DISPLAY "TIPO (N-DIA UTIL 50% D-DOMINGO/FERIADO 100%): "
           ACCEPT BTIPO
           IF BTIPO = "n"
               MOVE "N" TO BTIPO
           .
           IF BTIPO = "d"
               MOVE "D" TO BTIPO
           .
           IF BTIPO NOT = "N" AND BTIPO NOT = "D"
               DISPLAY "TIPO INVALIDO"
               GO TO RAINCL2
           .
       RAINCL3.
           DISPLAY "HORAS AUTORIZADAS (EX. 01,50): "
           ACCEPT HXHORAS
           IF HXHORAS = ZEROS
               DISPLAY "QUANTIDADE INVALIDA"
               GO TO RAINCL3
           .
           IF BTIPO = "N" AND HXHORAS > 2
               DISPLAY "ACIMA DE 2 HORAS NO DIA (CLT ART. 59)"
               GO TO RAINCL3
           .
       RAINCL4.
           DISPLAY "MOTIVO: "
           ACCEPT HXMOTIVO
           IF HXMOTIVO = SPACES
               DISPLAY "INFORME O MOTIVO"
               GO TO RAINCL4
           .
           PERFORM RGESTOR THRU RGESTORX
           IF GESTOK NOT = "S"
               GO TO RAINCLX
           .
           MOVE BRKF TO HXRKF
           MOVE BDATA TO HXDATA
           MOVE BTIPO TO HXTIPO
           MOVE BGESTOR TO HXGESTOR
           MOVE OPERID TO HXOPER
           MOVE HOJE TO HXDTREG
           WRITE AUTEXTREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR AUTORIZACAO - FS: " FS
               GO TO RAINCLX
           .
           MOVE "I" TO LOGACAO
           MOVE HXRK TO LOGRK
           PERFORM RLOG
           .
       RAINCLX.
           EXIT.
       RAEXCL.
           DISPLAY "DATA DA AUTORIZACAO (AAAAMMDD): "
           ACCEPT BDATA
           MOVE BRKF TO HXRKF
           MOVE BDATA TO HXDATA
           READ AUTEXT
           IF FS NOT = "00"
               DISPLAY "AUTORIZACAO NAO CADASTRADA"
               GO TO RAEXCLX
           .
           PERFORM RCALC THRU RCALCX
           IF CALCOK = "S"
               DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - EXCLUSAO "
                   "NEGADA"
               GO TO RAEXCLX
           .
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT OPT
           IF OPT NOT = "S" AND OPT NOT = "s"
               GO TO RAEXCLX
           .
           DELETE AUTEXT
           MOVE "E" TO LOGACAO
           MOVE HXRK TO LOGRK
           PERFORM RLOG
           DISPLAY "EXCLUIDA - REIMPORTE O PONTO DA COMPETENCIA"
           .
       RAEXCLX.
           EXIT.
      *-----------------------------------------------------------------
      *FILA DE PENDENTES - LISTA AS EM ABERTO DA AREA E DECIDE UMA
      *-----------------------------------------------------------------
       RP1.
           DISPLAY "AREA (0-TODAS, 999-VOLTA): "
           ACCEPT BAREA
           IF BAREA = 999
               GO TO R02
           .
           PERFORM RPLIST THRU RPLISTX
       RP2.
           DISPLAY "MATRICULA A DECIDIR (0-VOLTA): "
           ACCEPT BRKF
           IF BRKF = ZEROS
               GO TO RP1
           .
           DISPLAY "COMPETENCIA - MES (MM): "
           ACCEPT BMES
           DISPLAY "COMPETENCIA - ANO (AAAA): "
           ACCEPT BANO
           DISPLAY "TIPO DA EXTRA (N/D): "
           ACCEPT BTIPO
           IF BTIPO = "n"
               MOVE "N" TO BTIPO
           .
           IF BTIPO = "d"
               MOVE "D" TO BTIPO
           .
           MOVE BRKF TO HQRKF
           MOVE BMES TO HQRKM
           MOVE BANO TO HQRKY
           MOVE BTIPO TO HQTIPO
           READ PENDEXT
           IF FS NOT = "00"
               DISPLAY "PENDENCIA NAO ENCONTRADA"
               GO TO RP2
           .
           PERFORM RPDEC THRU RPDECX
           GO TO RP2
       .
       RPLIST.
           MOVE ZEROS TO TOTLIST
           MOVE LOW-VALUES TO HQRK
           START PENDEXT KEY IS NOT LESS THAN HQRK
           IF FS NOT = "00"
               GO TO RPLIST3
           .
       RPLIST2.
           READ PENDEXT NEXT RECORD
           IF FS NOT = "00"
               GO TO RPLIST3
           END-IF
           IF HQSIT NOT = "P"
               GO TO RPLIST2
           END-IF
           IF BAREA NOT = ZEROS AND HQARK NOT = BAREA
               GO TO RPLIST2
           END-IF
           ADD 1 TO TOTLIST
           COMPUTE ABERTOW = HQHORAS - HQAPROV - HQBANCO - HQREJ
           DISPLAY "AREA " HQARK " RK " HQRKF " " HQRKM "/" HQRKY
               " TIPO " HQTIPO " MARC " HQPUNCH " AUTOR " HQAUT
               " ABERTO " ABERTOW
           GO TO RPLIST2
           .
       RPLIST3.
           IF TOTLIST = ZEROS
               DISPLAY "NENHUMA EXTRA AGUARDANDO DECISAO"
           .
       RPLISTX.
           EXIT.
       RPDEC.
      *-----------------------------------------------------------------
      *DECISAO SOBRE AS HORAS EM ABERTO - PODE SER PARCIAL (PARTE
      *APROVADA, PARTE AO BANCO, O RESTO REJEITADO)
      *-----------------------------------------------------------------
           IF HQHORAS NOT > HQAPROV + HQBANCO + HQREJ
               DISPLAY "SEM HORAS EM ABERTO NESTA PENDENCIA"
               GO TO RPDECX
           .
           COMPUTE ABERTOW = HQHORAS - HQAPROV - HQBANCO - HQREJ
           DISPLAY "RETIDAS " HQHORAS " APROVADAS " HQAPROV
               " BANCO " HQBANCO " REJEITADAS " HQREJ
           DISPLAY "EM ABERTO: " ABERTOW " HORAS"
           DISPLAY "DIGITE: A-APROVAR B-BANCO DE HORAS R-REJEITAR "
               "V-VOLTA"
           ACCEPT ACAO
           IF ACAO = "a"
               MOVE "A" TO ACAO
           .
           IF ACAO = "b"
               MOVE "B" TO ACAO
           .
           IF ACAO = "r"
               MOVE "R" TO ACAO
           .
           IF ACAO NOT = "A" AND ACAO NOT = "B" AND ACAO NOT = "R"
               GO TO RPDECX
           .
           DISPLAY "HORAS (0-TODAS AS EM ABERTO): "
           ACCEPT BHORAS
           IF BHORAS = ZEROS
               MOVE ABERTOW TO BHORAS
           .
           IF BHORAS > ABERTOW
               DISPLAY "ACIMA DAS HORAS EM ABERTO"
               GO TO RPDECX
           .
           MOVE SPACES TO HQNOTA
           IF ACAO = "R"
               DISPLAY "JUSTIFICATIVA DA REJEICAO: "
               ACCEPT HQNOTA
               IF HQNOTA = SPACES
                   DISPLAY "INFORME A JUSTIFICATIVA"
                   GO TO RPDECX
               END-IF
           .
           IF ACAO = "A"
               MOVE HQRKM TO BMES
               MOVE HQRKY TO BANO
               MOVE HQRKF TO BRKF
               PERFORM RCALC THRU RCALCX
               IF CALCOK = "S"
                   DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - MANDE "
                       "AO BANCO OU LANCE NO CADLANC"
                   GO TO RPDECX
               END-IF
           .
           PERFORM RGESTOR THRU RGESTORX
           IF GESTOK NOT = "S"
               GO TO RPDECX
           .
           IF ACAO = "A"
               PERFORM RPAPROV THRU RPAPROVX
               ADD BHORAS TO HQAPROV
           .
           IF ACAO = "B"
               PERFORM RPBANCO THRU RPBANCOX
               ADD BHORAS TO HQBANCO
           .
           IF ACAO = "R"
               ADD BHORAS TO HQREJ
           .
           MOVE BGESTOR TO HQGESTOR
           MOVE OPERID TO HQOPER
           MOVE HOJE TO HQDTDEC
           IF HQHORAS > HQAPROV + HQBANCO + HQREJ
               MOVE "P" TO HQSIT
           ELSE
               MOVE "D" TO HQSIT
           .
           REWRITE PENDEXTREC
           MOVE "A" TO LOGACAO
           COMPUTE LOGRK = HQRKF * 1000000 + HQRKM * 10000 + HQRKY
           PERFORM RLOG
           DISPLAY "DECISAO REGISTRADA"
           .
       RPDECX.
           EXIT.
       RPAPROV.
      *-----------------------------------------------------------------
      *APROVADAS VAO AS EXTRAS DA COMPETENCIA NO HORAS1 - A FOLHA AS
      *PAGA NO PROXIMO CALCULO; TIPO D MARCA A EXTRA A 100%
      *-----------------------------------------------------------------
           MOVE HQRKF TO HARKF
           MOVE HQRKM TO HARKM
           MOVE HQRKY TO HARKY
           READ HORAS
           IF FS NOT = "00"
               MOVE ZEROS TO HAHREXT HAHNOT HAHFER
               MOVE ZEROS TO HAATRMIN HAINTRA
               MOVE "N" TO HATIPOHE
               WRITE HORASREC
           .
           ADD BHORAS TO HAHREXT
           IF HQTIPO = "D"
               MOVE "D" TO HATIPOHE
           .
           REWRITE HORASREC
           .
       RPAPROVX.
           EXIT.
       RPBANCO.
      *-----------------------------------------------------------------
      *CREDITO NO BANCO DE HORAS COM O MULTIPLICADOR MINIMO LEGAL
      *(50% DIA UTIL, 100% DOMINGO/FERIADO), COMO O RBHCRED DA FOLHA
      *-----------------------------------------------------------------
           IF HQTIPO = "D"
               COMPUTE BHCREDITO = BHORAS * 2,0
           ELSE
               COMPUTE BHCREDITO = BHORAS * 1,5
           .
           MOVE HQRKF TO BHRK
           READ BANCOHRS
           IF FS NOT = "00"
               MOVE ZEROS TO BHSALDO BHULTSEQ
               MOVE HQRKM TO BHCREDMES
               MOVE HQRKY TO BHCREDANO
               WRITE BANCOHRSREC
           .
           IF BHSALDO = ZEROS
               MOVE HQRKM TO BHCREDMES
               MOVE HQRKY TO BHCREDANO
           .
           ADD BHCREDITO TO BHSALDO
           ADD 1 TO BHULTSEQ
           REWRITE BANCOHRSREC
           MOVE HQRKF TO BHMRKF
           MOVE BHULTSEQ TO BHMSEQ
           MOVE "C" TO BHMTIPO
           MOVE BHCREDITO TO BHMHORAS
           MOVE HQRKM TO BHMMES
           MOVE HQRKY TO BHMANO
           WRITE BANCOHRMREC
           DISPLAY "CREDITADAS " BHCREDITO " HORAS NO BANCO - SALDO "
               BHSALDO
           .
       RPBANCOX.
           EXIT.
       RGESTOR.
      *-----------------------------------------------------------------
      *GESTOR QUE AUTORIZA OU DECIDE - FUNCIONARIO ATIVO E NUNCA O
      *PROPRIO DONO DAS EXTRAS
      *-----------------------------------------------------------------
           MOVE "N" TO GESTOK
           DISPLAY "MATRICULA DO GESTOR: "
           ACCEPT BGESTOR
           IF BGESTOR = ZEROS
               GO TO RGESTORX
           .
           IF BGESTOR = BRKF
               DISPLAY "O GESTOR NAO DECIDE AS PROPRIAS EXTRAS"
               GO TO RGESTORX
           .
           MOVE BGESTOR TO RKT
           READ FILEFUNC
           IF FS NOT = "00"
               DISPLAY "GESTOR NAO CADASTRADO"
               GO TO RGESTORX
           .
           IF DDDIA NOT = ZEROS OR DDMES NOT = ZEROS
                   OR DDANO NOT = ZEROS
               DISPLAY "GESTOR DESLIGADO"
               GO TO RGESTORX
           .
           DISPLAY "GESTOR: " NOME
           MOVE "S" TO GESTOK
           .
       RGESTORX.
           EXIT.
       RCALC.
      *-----------------------------------------------------------------
      *FOLHA DE BRKF NA COMPETENCIA BMES/BANO JA CALCULADA?
      *-----------------------------------------------------------------
           MOVE "N" TO CALCOK
           IF PROK = "S"
               MOVE BRKF TO RKF
               MOVE BMES TO RKM
               MOVE BANO TO RKY
               READ PR
               IF FS = "00"
                   MOVE "S" TO CALCOK
               END-IF
           .
           IF PPOK = "S" AND CALCOK = "N"
               MOVE BRKF TO PPRKF
               MOVE BMES TO PPRKM
               MOVE BANO TO PPRKY
               READ PRPEND
               IF FS = "00"
                   MOVE "S" TO CALCOK
               END-IF
           .
       RCALCX.
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
           MOVE "AUTEXTRA" TO LOGPROG
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
