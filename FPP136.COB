       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCBO.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *TABELA DE OCUPACOES CBO 2002 - CARGA DA LISTA OFICIAL DO
      *MINISTERIO DO TRABALHO (ARQUIVO TEXTO CODIGO;TITULO, CODIGO COM
      *6 DIGITOS OU NO FORMATO 9999-99; LINHAS SEM CODIGO NUMERICO, COMO
      *O CABECALHO, SAO IGNORADAS) E MANUTENCAO AVULSA DOS CODIGOS.
      *NA RECARGA O TITULO E ATUALIZADO E O INDICADOR DA BASE DE
      *APRENDIZES AJUSTADO PELO OPERADOR E PRESERVADO
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCBO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CBORK
           .

           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT CBOARQ ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .

           SELECT OPERMST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMID
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *TABELA CBO (VER COPYBOOK)
      *-----------------------------------------------------------------
       FD CADCBO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCBO1.DAT".
       COPY CBO.
      *-----------------------------------------------------------------
      *CARGOS - CODIGO EM USO NAO PODE SER EXCLUIDO
      *-----------------------------------------------------------------
       FD CADCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *LISTA OFICIAL DA CBO
      *-----------------------------------------------------------------
       FD CBOARQ
           LABEL RECORD IS STANDARD.
       01 CBOLINE PIC X(200).
      *-----------------------------------------------------------------
      *CADASTRO DE OPERADORES (VER CADOPER/FPP058)
      *-----------------------------------------------------------------
       FD OPERMST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
       WORKING-STORAGE SECTION.
           01 OPERID   PIC X(10).
           01 SENHA    PIC X(08).
           01 OPERCHK  PIC X(01).
           01 TENTAT   PIC 9(01).
           01 FS       PIC X(02).
           01 FSX      PIC X(02).
           01 OPT      PIC X(01).
           01 CARGOOK  PIC X(01).
           01 NOMEARQ  PIC X(40).
           01 SAVECBO  PIC 9(06).
           01 HOJE     PIC 9(08).
           01 EXTINGUE PIC X(01).
           01 CBOUSO   PIC X(01).
           01 CBOGG    PIC 9(01).
           01 CBOQ     PIC 9(06).
           01 LISTQTD  PIC 9(02).
           01 TOTLIDO  PIC 9(06).
           01 TOTINC   PIC 9(06).
           01 TOTALT   PIC 9(06).
           01 TOTIGN   PIC 9(06).
           01 TOTEXT   PIC 9(06).
      *-----------------------------------------------------------------
      *CAMPOS DESMONTADOS DA LINHA DA LISTA OFICIAL
      *-----------------------------------------------------------------
           01 CBOCODX  PIC X(07).
           01 CBOTITX  PIC X(80).
           01 CBOCODW  PIC X(06).
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
               GO TO R01
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
       R01.
           OPEN I-O CADCBO
           IF FS = "35"
               OPEN OUTPUT CADCBO
               CLOSE CADCBO
               GO TO R01
           .
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCBO - FS: " FS
               DISPLAY "LAYOUT DIVERGENTE? RODE O CONVERTE"
               GOBACK
       .
       R01A.
           OPEN INPUT CADCARGO
           IF FS NOT = "00"
               MOVE "N" TO CARGOOK
           ELSE
               MOVE "S" TO CARGOOK
       .
       R01M.
           DISPLAY "TABELA CBO - C-CONSULTAR/MANTER I-CARREGAR LISTA "
               "OFICIAL F-FIM: "
           ACCEPT OPT
           IF OPT = "C" OR "c"
               GO TO R02
           .
           IF OPT = "I" OR "i"
               PERFORM RIMP THRU RIMPX
               GO TO R01M
           .
           IF OPT = "F" OR "f"
               GO TO FF1
           .
           DISPLAY "OPCAO INVALIDA"
           GO TO R01M
       .
       R02.
           DISPLAY "CBO - CODIGO DE 6 DIGITOS (0-VOLTA): "
           ACCEPT CBORK
           IF CBORK = ZEROS
               GO TO R01M
       .
       R03.
           READ CADCBO
           IF FS = "00"
               PERFORM RMOSTRA
               GO TO ROP
           ELSE
               DISPLAY "OCUPACAO NOVA"
               MOVE "A" TO CBOSIT
               ACCEPT CBODTCAR FROM DATE YYYYMMDD
               PERFORM RAPRGG
       .
       R04.
           DISPLAY "TITULO DA OCUPACAO: "
           ACCEPT CBOTIT
           IF CBOTIT = SPACES
               DISPLAY "TITULO NAO PODE SER NULO"
               GO TO R04
       .
       R05.
      *-----------------------------------------------------------------
      *INDICADOR DA BASE DA COTA DE APRENDIZES - O CADASTRO DE CARGOS
      *(FPP003) O TRAZ COMO SUGESTAO PARA O CARGO
      *-----------------------------------------------------------------
           DISPLAY "DEMANDA FORMACAO PROFISSIONAL (BASE DE APRENDIZ) "
               "S/N [" CBOAPR "]: "
           ACCEPT OPT
           IF OPT = "s"
               MOVE "S" TO OPT
           .
           IF OPT = "n"
               MOVE "N" TO OPT
           .
           IF OPT NOT = SPACE
               MOVE OPT TO CBOAPR
           .
           IF CBOAPR NOT = "S" AND CBOAPR NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO R05
       .
       R06.
           DISPLAY "SITUACAO A-VIGENTE X-EXTINTA [" CBOSIT "]: "
           ACCEPT OPT
           IF OPT = "a"
               MOVE "A" TO OPT
           .
           IF OPT = "x"
               MOVE "X" TO OPT
           .
           IF OPT NOT = SPACE
               MOVE OPT TO CBOSIT
           .
           IF CBOSIT NOT = "A" AND CBOSIT NOT = "X"
               DISPLAY "SITUACAO INVALIDA"
               GO TO R06
       .
       R0S.
           WRITE CBOREC
           IF FS = "00"
               DISPLAY "GRAVADO"
           ELSE
               DISPLAY "NAO GRAVADO"
           GO TO R02
           .
       ROP.
           DISPLAY "DIGITE: A-ALTERAR X-EXCLUIR L-LISTAR N-NOVO F-FIM"
           ACCEPT OPT
           IF OPT = "A" OR "a"
               PERFORM R04 THRU R06
               PERFORM RAT
               GO TO ROP
           ELSE
               IF OPT = "X" OR "x"
                   PERFORM REX
                   GO TO R02
               ELSE
                   IF OPT = "L" OR "l"
                       PERFORM RLIST THRU RLIST3
                       GO TO ROP
                   ELSE
                       IF OPT = "N" OR "n"
                           GO TO R02
                       ELSE
                           IF OPT = "F" OR "f"
                               GO TO R01M
                           ELSE
                               DISPLAY "OPCAO INVALIDA"
                               GO TO ROP
       .
       RAT.
           REWRITE CBOREC
           IF FS = "00"
               DISPLAY "ALTERADO"
           ELSE
               DISPLAY "NAO ALTERADO"
           .
       REX.
      *-----------------------------------------------------------------
      *CODIGO LIGADO A ALGUM CARGO NAO SAI - A LISTA OFICIAL EXTINGUE
      *OCUPACOES, E A TABELA GUARDA A SITUACAO X PARA O RELCBO
      *-----------------------------------------------------------------
           PERFORM RUSO THRU RUSOX
           IF CBOUSO = "S"
               DISPLAY "CODIGO EM USO NO CARGO " CRK
                   " - MARQUE COMO EXTINTA (X)"
           ELSE
               DELETE CADCBO RECORD
               IF FS = "00"
                   DISPLAY "REMOVIDO"
               ELSE
                   DISPLAY "NAO REMOVIDO"
           .
       RMOSTRA.
           DISPLAY "OCUPACAO: " CBORK " " CBOTIT
           DISPLAY "BASE DE APRENDIZ: " CBOAPR " SITUACAO: " CBOSIT
               " ULTIMA CARGA: " CBODTCAR
           .
       RAPRGG.
      *-----------------------------------------------------------------
      *SUGESTAO PELO GRANDE GRUPO: 0-FORCAS ARMADAS 1-DIRIGENTES
      *2-PROFISSIONAIS DAS CIENCIAS E DAS ARTES 3-TECNICOS DE NIVEL
      *MEDIO FICAM FORA DA BASE DE APRENDIZES
      *-----------------------------------------------------------------
           DIVIDE CBORK BY 100000 GIVING CBOGG
           IF CBOGG < 4
               MOVE "N" TO CBOAPR
           ELSE
               MOVE "S" TO CBOAPR
           .
       RLIST.
           MOVE CBORK TO SAVECBO
           MOVE ZEROS TO LISTQTD
           START CADCBO KEY IS NOT LESS THAN CBORK
           IF FS NOT = "00"
               GO TO RLIST3
           .
       RLIST2.
           READ CADCBO NEXT RECORD
           IF FS = "00" AND LISTQTD < 20
               ADD 1 TO LISTQTD
               DISPLAY CBORK " " CBOAPR " " CBOSIT " " CBOTIT
               GO TO RLIST2
           .
       RLIST3.
           MOVE SAVECBO TO CBORK
           READ CADCBO
           .
       RUSO.
           MOVE "N" TO CBOUSO
           IF CARGOOK NOT = "S"
               GO TO RUSOX
           .
           MOVE ZEROS TO CRK
           START CADCARGO KEY IS NOT LESS THAN CRK
           IF FS NOT = "00"
               GO TO RUSOX
           .
       RUSO2.
           READ CADCARGO NEXT RECORD
           IF FS NOT = "00"
               GO TO RUSOX
           .
           IF CCBO = CBORK
               MOVE "S" TO CBOUSO
               GO TO RUSOX
           .
           GO TO RUSO2
           .
       RUSOX.
           EXIT.
       RIMP.
      *-----------------------------------------------------------------
      *CARGA DA LISTA OFICIAL - INCLUI OS CODIGOS NOVOS, ATUALIZA O
      *TITULO DOS EXISTENTES E, SE PEDIDO, MARCA COMO EXTINTOS OS QUE
      *NAO VIERAM NA LISTA
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTLIDO TOTINC TOTALT TOTIGN TOTEXT
           MOVE SPACES TO NOMEARQ
           DISPLAY "DIGITE O NOME DO ARQUIVO DA LISTA CBO: "
           ACCEPT NOMEARQ
           IF NOMEARQ = SPACES
               DISPLAY "NOME DE ARQUIVO INVALIDO"
               GO TO RIMPX
           .
           DISPLAY "MARCAR COMO EXTINTOS OS CODIGOS AUSENTES DA LISTA "
               "S/N: "
           ACCEPT EXTINGUE
           IF EXTINGUE = "s"
               MOVE "S" TO EXTINGUE
           .
           OPEN INPUT CBOARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR A LISTA CBO: " FSX
               GO TO RIMPX
           .
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       RIMP2.
           READ CBOARQ
           IF FSX NOT = "00"
               GO TO RIMP3
           .
           IF CBOLINE = SPACES
               GO TO RIMP2
           .
           ADD 1 TO TOTLIDO
           MOVE SPACES TO CBOCODX CBOTITX CBOCODW
           UNSTRING CBOLINE DELIMITED BY ";"
               INTO CBOCODX CBOTITX
           IF CBOCODX(5:1) = "-"
               STRING CBOCODX(1:4) CBOCODX(6:2)
                   DELIMITED BY SIZE INTO CBOCODW
           ELSE
               MOVE CBOCODX TO CBOCODW
           .
           IF CBOCODW IS NOT NUMERIC OR CBOTITX = SPACES
               ADD 1 TO TOTIGN
               GO TO RIMP2
           .
           MOVE CBOCODW TO CBORK
           READ CADCBO
           IF FS = "00"
               MOVE CBOTITX TO CBOTIT
               MOVE "A" TO CBOSIT
               MOVE HOJE TO CBODTCAR
               REWRITE CBOREC
               ADD 1 TO TOTALT
           ELSE
               MOVE CBOTITX TO CBOTIT
               MOVE "A" TO CBOSIT
               MOVE HOJE TO CBODTCAR
               PERFORM RAPRGG
               WRITE CBOREC
               ADD 1 TO TOTINC
           .
           GO TO RIMP2
           .
       RIMP3.
           CLOSE CBOARQ
           IF EXTINGUE NOT = "S" OR TOTINC + TOTALT = ZEROS
               GO TO RIMP5
           .
           MOVE ZEROS TO CBORK
           START CADCBO KEY IS NOT LESS THAN CBORK
           IF FS NOT = "00"
               GO TO RIMP5
           .
       RIMP4.
           READ CADCBO NEXT RECORD
           IF FS NOT = "00"
               GO TO RIMP5
           .
           IF CBOSIT = "A" AND CBODTCAR < HOJE
               MOVE "X" TO CBOSIT
               REWRITE CBOREC
               ADD 1 TO TOTEXT
           .
           GO TO RIMP4
           .
       RIMP5.
           DISPLAY "LINHAS LIDAS..........: " TOTLIDO
           DISPLAY "OCUPACOES INCLUIDAS...: " TOTINC
           DISPLAY "OCUPACOES ATUALIZADAS.: " TOTALT
           DISPLAY "LINHAS IGNORADAS......: " TOTIGN
           DISPLAY "MARCADAS COMO EXTINTAS: " TOTEXT
           .
       RIMPX.
           EXIT.
       FF1.
           CLOSE CADCBO
           IF CARGOOK = "S"
               CLOSE CADCARGO
           .
           GOBACK
           .
       RSIGNON.
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
