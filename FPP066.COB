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
       WORKING-STORAGE SECTION.
           01 FS        PIC X(02).
           01 OPERID    PIC X(10).
           01 OPERCHK   PIC X(01).
           01 OPERIO    PIC X(01).
           01 TENTAT    PIC 9(01).
           01 OPCAO     PIC X(03).
      *-----------------------------------------------------------------
      *CICLO DE VIDA DA SENHA (EXPIRACAO, BLOQUEIO E TROCA FORCADA)
      *-----------------------------------------------------------------
           DISPLAY "87-TRANSPARENCIA SALARIAL     88-FERIAS COLETIVAS"
           DISPLAY "89-MUNICIPIOS IBGE            90-SIMULA RESCISOES"
           DISPLAY "91-ORCAMENTO DE FOLHA         92-PROVAS SAL-FAMILIA"
           DISPLAY "93-EXTRAS HABITUAIS           95-RECEITA BRUTA CPRB"
           DISPLAY "96-VERBAS E INCIDENCIAS       97-FICHA FINANCEIRA"
           DISPLAY "98-MEMORIA DE CALCULO         99-BRUTO PELO LIQUIDO"
           DISPLAY "100-SINDICATOS E CCT          101-AGENTES NOCIVOS"
           DISPLAY "102-PPP                       103-CAT ACIDENTE TRAB"
           DISPLAY "104-CATALOGO DE EPI           105-ENTREGA DE EPI"
           DISPLAY "106-FICHA E TROCAS DE EPI     107-CONVOC INTERMIT"
           DISPLAY "108-PAGTO INTERMITENTE        109-INTERMIT 12 MESES"
           DISPLAY "110-CADASTRO PRO-LABORE       111-PAGTO PRO-LABORE"
           DISPLAY "112-TERMO DE ESTAGIO (TCE)    113-ESTAGIARIOS X TCE"
           DISPLAY "114-COTAS APRENDIZ E PCD      115-TABELA CBO"
           DISPLAY "116-CARGOS SEM CBO            117-AUXILIO-CRECHE"
           DISPLAY "118-CRECHE: SAEM DA IDADE     119-OBITO: HERDEIROS"
           DISPLAY "120-SUBSTITUICOES             121-AUTORIZ EXTRAS"
           DISPLAY "122-SOBREAVISO/PRONTIDAO      123-ESCALA PLANTAO"
           DISPLAY "124-REEMBOLSO DE DESPESAS     125-PREVIDENCIA PGBL"
           DISPLAY "126-ARQUIVO PREVIDENCIA       127-CONFLITO FUNCOES"
           DISPLAY "128-REGRAS DE SEGREGACAO      129-EXCECOES FOLHA"
           DISPLAY "130-PARAM EXCECOES FOLHA      131-CONSULTA 360"
           DISPLAY "132-FICHA DE REGISTRO         133-DECLARACOES"
           DISPLAY "134-ARQUIVOS AFD/AEJ          135-FATURA PLANO"
           DISPLAY "136-EXTRATO BI                137-CARGA ACESSOS TI"
           DISPLAY "138-SALDO INICIAL             139-GRUPOS PAGTO"
           DISPLAY "140-CURSOS NR E CARGOS        141-TREINAMENTOS"
           DISPLAY "142-NR VENCIDAS POR AREA      143-ATESTADOS MEDICOS"
           DISPLAY "144-ATESTADOS PERTO DO LIMITE 145-CHECKLIST"
           DISPLAY "146-PROCESSOS TRABALHISTAS    147-PROVIS PROCESSOS"
           DISPLAY "148-PREVIA TABELA DE TAXAS    149-PRODUCAO TAB/DIA"
           DISPLAY "150-IMPORTA PRODUCAO          151-PRODUCAO POR FUNC"
           DISPLAY "152-HOLERITE ELETRONICO       153-CONCILIA FGTS"
           DISPLAY "----------------------------------------------"
           DISPLAY "30-FERIAS                     31-AUSENCIAS"
           DISPLAY "32-RECIBO DE FERIAS           33-DOCS DE RESCISAO"
           DISPLAY "66-GPS                        67-DIRF"
           DISPLAY "68-CONTABILIDADE              69-RETORNO ESOCIAL"
           DISPLAY "70-RAIS ANUAL                 71-MOVIM BENEFICIOS"
           DISPLAY "72-EFD-REINF                  94-DARF IRRF"
           DISPLAY "----------------------------------------------"
           DISPLAY "00-FIM"
           DISPLAY "OPCAO: "
               GO TO R03
           END-IF
           IF OPCAO = "45"
               CALL "AUDLOG" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "46"
               CALL "RELHEHAB"
               GO TO R03
           END-IF
           IF OPCAO = "94"
               CALL "DARFIRRF"
               GO TO R03
           END-IF
           IF OPCAO = "95"
               CALL "CADRECEI" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "96"
               CALL "CADVERBA" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "97"
               CALL "FICHAFIN"
               GO TO R03
           END-IF
           IF OPCAO = "98"
               CALL "MEMOCALC"
               GO TO R03
           END-IF
           IF OPCAO = "99"
               CALL "LIQBRUTO"
               GO TO R03
           END-IF
           IF OPCAO = "100"
               CALL "CADCCT" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "101"
               CALL "CADRISCO" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "102"
               CALL "EMITPPP"
               GO TO R03
           END-IF
           IF OPCAO = "103"
               CALL "CADCAT" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "104"
               CALL "CADEPI" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "105"
               CALL "ENTREPI" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "106"
               CALL "RELEPI"
               GO TO R03
           END-IF
           IF OPCAO = "107"
               CALL "CADCONV" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "108"
               CALL "PAGINTER" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "109"
               CALL "RELINTER"
               GO TO R03
           END-IF
           IF OPCAO = "110"
               CALL "CADPROL" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "111"
               CALL "PROLPAG" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "112"
               CALL "CADTCE" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "113"
               CALL "RELTCE"
               GO TO R03
           END-IF
           IF OPCAO = "114"
               CALL "RELCOTA"
               GO TO R03
           END-IF
           IF OPCAO = "115"
               CALL "CADCBO" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "116"
               CALL "RELCBO"
               GO TO R03
           END-IF
           IF OPCAO = "117"
               CALL "CADCRECH" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "118"
               CALL "RELCRECH"
               GO TO R03
           END-IF
           IF OPCAO = "119"
               CALL "CADOBITO" USING LKRK OPERID
               GO TO R03
           END-IF
           IF OPCAO = "120"
               CALL "CADSUBST" USING LKRK OPERID
               GO TO R03
           END-IF
           IF OPCAO = "121"
               CALL "AUTEXTRA" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "122"
               CALL "CADSOBRE" USING LKRK OPERID
               GO TO R03
           END-IF
           IF OPCAO = "123"
               CALL "RELSOBRE"
               GO TO R03
           END-IF
           IF OPCAO = "124"
               CALL "CADREEMB" USING LKRK OPERID
               GO TO R03
           END-IF
           IF OPCAO = "125"
               CALL "CADPREV" USING LKRK OPERID
               GO TO R03
           END-IF
           IF OPCAO = "126"
               CALL "PREVREM"
               GO TO R03
           END-IF
           IF OPCAO = "127"
               CALL "RELSOD"
               GO TO R03
           END-IF
           IF OPCAO = "128"
               CALL "CADSOD" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "129"
               CALL "RELFRAUD"
               GO TO R03
           END-IF
           IF OPCAO = "130"
               CALL "PARFRAUD" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "131"
               CALL "FUNC360" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "132"
               CALL "FICHAREG" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "133"
               CALL "DECLGER" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "134"
               CALL "AFDAEJ" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "135"
               CALL "CONFPLAN" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "136"
               CALL "BIEXTR" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "137"
               CALL "IAMFEED" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "138"
               CALL "SALDOIMP" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "139"
               CALL "CADGRUPO" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "140"
               CALL "CADCURSO" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "141"
               CALL "TREINO" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "142"
               CALL "RELTREIN"
               GO TO R03
           END-IF
           IF OPCAO = "143"
               CALL "ATESTADO" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "144"
               CALL "RELATEST" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "145"
               CALL "CHKLIST" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "146"
               CALL "PROCTRAB" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "147"
               CALL "RELPROC" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "148"
               CALL "TAXAPREV" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "149"
               CALL "CADPROD" USING LKRK OPERID
               GO TO R03
           END-IF
           IF OPCAO = "150"
               CALL "PRODIMP" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "151"
               CALL "RELPROD"
               GO TO R03
           END-IF
           IF OPCAO = "152"
               CALL "HOLELET" USING OPERID
               GO TO R03
           END-IF
           IF OPCAO = "153"
               CALL "FGTSCONC"
               GO TO R03
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO R03
       .
           READ LOGCTR
           IF FS NOT = "00"
               MOVE 1 TO CTRSEQ
               MOVE ZEROS TO CTRHASH
               WRITE LOGCTRREC
           ELSE
               ADD 1 TO CTRSEQ
           MOVE ZEROS TO LOGRK
           ACCEPT LOGDATE FROM DATE YYYYMMDD
           ACCEPT LOGTIME FROM TIME
           CALL "LOGHASH" USING LOGREC CTRHASH
           WRITE LOGREC
           IF FS = "00"
               REWRITE LOGCTRREC
           END-IF
           .
       RFALHAX.
           EXIT.
