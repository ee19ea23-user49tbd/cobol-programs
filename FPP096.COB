           RECORD KEY IS OPMID
           .

           SELECT CADCURSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CURK
           .

           SELECT CARGOCUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CCRK
           .

           SELECT TREINO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TRRK
           .

           SELECT ESCRPT ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
      *-----------------------------------------------------------------
      *CURSOS DE SEGURANCA OBRIGATORIOS DO CARGO E TREINAMENTOS
      *REALIZADOS (VER CADCURSO/FPP164 E TREINO/FPP165)
      *-----------------------------------------------------------------
       FD CADCURSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCURSO1.DAT".
       COPY CURSO.
       FD CARGOCUR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOCUR1.DAT".
       COPY CARGOCUR.
       FD TREINO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINO1.DAT".
       COPY TREINO.
      *-----------------------------------------------------------------
       FD ESCRPT
           LABEL RECORD IS STANDARD.
           01 CICLOQ     PIC 9(07).
           01 DIAW       PIC 9(02).
           01 ESCMAPA    PIC X(31).
      *-----------------------------------------------------------------
      *AVISO DE CURSO OBRIGATORIO (NR) VENCIDO NA ESCALA - NRREF E A
      *DATA ATE A QUAL O CURSO PRECISA VALER; NRLISTA GUARDA AS NORMAS
      *DOS PRIMEIROS CINCO CURSOS VENCIDOS OU NUNCA FEITOS
      *-----------------------------------------------------------------
           01 NROK       PIC X(01).
           01 HOJE       PIC 9(08).
           01 NRREF      PIC 9(08).
           01 NRVENC     PIC 9(03).
           01 NRPOS      PIC 9(03).
           01 NRLISTA    PIC X(35).
           01 NRMELHOR   PIC 9(08).
           01 NRACHOU    PIC X(01).
           01 TOTNR      PIC 9(06).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
               DISPLAY "ERRO AO ABRIR CADAREAS"
               GOBACK
       .
       R01D.
           MOVE "N" TO NROK
           OPEN INPUT CARGOCUR
           IF FS NOT = "00"
               GO TO R01DX
           .
           OPEN INPUT TREINO
           IF FS NOT = "00"
               CLOSE CARGOCUR
               GO TO R01DX
           .
           OPEN INPUT CADCURSO
           IF FS NOT = "00"
               CLOSE CARGOCUR TREINO
               GO TO R01DX
           .
           MOVE "S" TO NROK
       .
       R01DX.
           ACCEPT HOJE FROM DATE YYYYMMDD
       .
       R02.
           DISPLAY "ESCALAS DE TRABALHO"
           DISPLAY "DIGITE: P-PADROES A-ATRIBUIR ESCALA "
       .
       FF1.
           CLOSE ESCPAT ESCFUNC FILEFUNC CADAREAS
           IF NROK = "S"
               CLOSE CARGOCUR TREINO CADCURSO
           END-IF
           GOBACK
           .
       RPADRAO.
           ELSE
               DISPLAY "SEM ESCALA - SEMANA PADRAO"
           .
           MOVE HOJE TO NRREF
           PERFORM RNRCHK THRU RNRCHKX
           IF NRVENC > ZEROS
               DISPLAY "ATENCAO: " NRVENC " CURSO(S) OBRIGATORIO(S) "
                   "VENCIDO(S) OU NAO FEITO(S): " NRLISTA
               DISPLAY "O FUNCIONARIO NAO PODE TRABALHAR NA FUNCAO "
                   "ATE A RECICLAGEM (TREINO)"
           .
           DISPLAY "CODIGO DO PADRAO (BRANCO-REMOVE): "
           ACCEPT EFPAT
           IF EFPAT = SPACES
               DISPLAY "ERRO AO ABRIR ARQUIVO: " FSX
               GO TO RESCALAX
           .
           MOVE ZEROS TO TOTESC TOTNR
           COMPUTE NRREF = BRKY * 10000 + BRKM * 100 + 31
           MOVE ALL "=" TO ESCLINE
           WRITE ESCLINE
           MOVE SPACES TO LINHA
               INTO LINHA
           MOVE LINHA TO ESCLINE
           WRITE ESCLINE
           PERFORM RNRCHK THRU RNRCHKX
           IF NRVENC > ZEROS
               ADD 1 TO TOTNR
               MOVE SPACES TO LINHA
               STRING "   ATENCAO: CURSO NR VENCIDO/NAO FEITO: "
                   NRLISTA
                   INTO LINHA
               MOVE LINHA TO ESCLINE
               WRITE ESCLINE
           END-IF
           GO TO RESCALA2
       .
       RESCALA4.
               INTO LINHA
           MOVE LINHA TO ESCLINE
           WRITE ESCLINE
           IF TOTNR > ZEROS
               MOVE SPACES TO LINHA
               STRING "ESCALADOS COM CURSO OBRIGATORIO VENCIDO: "
                   TOTNR
                   INTO LINHA
               MOVE LINHA TO ESCLINE
               WRITE ESCLINE
           END-IF
           MOVE ALL "=" TO ESCLINE
           WRITE ESCLINE
           CLOSE ESCRPT
           DISPLAY "FUNCIONARIOS EM ESCALA: " TOTESC
           IF TOTNR > ZEROS
               DISPLAY "ATENCAO: " TOTNR " ESCALADO(S) COM CURSO "
                   "OBRIGATORIO VENCIDO - VER O ARQUIVO DA ESCALA"
           END-IF
           .
       RESCALAX.
           EXIT.
           .
       RMAPAX.
           EXIT.
       RNRCHK.
      *-----------------------------------------------------------------
      *CURSOS EXIGIDOS PELO CARGO DO FUNCIONARIO LIDO (CRK2) SEM
      *TREINAMENTO VALIDO ATE NRREF - O TREINAMENTO QUE VALE E O DE
      *MAIOR VENCIMENTO DO CURSO (ZEROS = SEM VENCIMENTO)
      *-----------------------------------------------------------------
           MOVE ZEROS TO NRVENC
           MOVE SPACES TO NRLISTA
           IF NROK NOT = "S"
               GO TO RNRCHKX
           .
           MOVE CRK2 TO CCCARGO
           MOVE ZEROS TO CCCURSO
           START CARGOCUR KEY IS NOT LESS THAN CCRK
           IF FS NOT = "00"
               GO TO RNRCHKX
           .
       RNRCHK2.
           READ CARGOCUR NEXT RECORD
           IF FS NOT = "00" OR CCCARGO NOT = CRK2
               GO TO RNRCHKX
           END-IF
           MOVE "N" TO NRACHOU
           MOVE ZEROS TO NRMELHOR
           MOVE RKT TO TRMAT
           MOVE ZEROS TO TRSEQ
           START TREINO KEY IS NOT LESS THAN TRRK
           IF FS NOT = "00"
               GO TO RNRCHK4
           END-IF
       .
       RNRCHK3.
           READ TREINO NEXT RECORD
           IF FS NOT = "00" OR TRMAT NOT = RKT
               GO TO RNRCHK4
           END-IF
           IF TRCURSO = CCCURSO
               MOVE "S" TO NRACHOU
               IF TRVENC = ZEROS
                   MOVE 99999999 TO NRMELHOR
               END-IF
               IF TRVENC > NRMELHOR
                   MOVE TRVENC TO NRMELHOR
               END-IF
           END-IF
           GO TO RNRCHK3
       .
       RNRCHK4.
           IF NRACHOU = "S" AND NRMELHOR NOT < NRREF
               GO TO RNRCHK2
           .
           ADD 1 TO NRVENC
           IF NRVENC > 5
               GO TO RNRCHK2
           .
           MOVE CCCURSO TO CURK
           READ CADCURSO
           IF FS NOT = "00"
               MOVE SPACES TO CUNR
           .
           COMPUTE NRPOS = (NRVENC - 1) * 7 + 1
           MOVE CUNR TO NRLISTA(NRPOS:6)
           GO TO RNRCHK2
       .
       RNRCHKX.
           EXIT.
       RSIGNON.
      *-----------------------------------------------------------------
      *CONTROLE DE ACESSO - SENHA E AUTORIZACAO POR FUNCAO NO
