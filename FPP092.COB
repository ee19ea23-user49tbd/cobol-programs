           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK.
      *-----------------------------------------------------------------
           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .
      *-----------------------------------------------------------------
           SELECT CARGSAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *CONVENCAO COLETIVA DO SINDICATO DO CARGO (VER CADCCT/FPP121) -
      *PERCENTUAIS DE EXTRA E NOTURNO DA COMPETENCIA RECALCULADA
      *-----------------------------------------------------------------
       FD CADCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
      *-----------------------------------------------------------------
      *HISTORICO DE REAJUSTES POR CARGO (VER DISSIDIO/FPP057) - FONTE
      *DO SALARIO VIGENTE NA COMPETENCIA RECALCULADA
      *-----------------------------------------------------------------
           01 DRKY        PIC 9(04).
           01 TOTCALC     PIC 9(06).
           01 TOTLANC     PIC 9(06).
           01 TOTRRA      PIC 9(06).
           01 HISTOK      PIC X(01).
           01 CARGOK      PIC X(01).
           01 ACHOUPR     PIC X(01).
           01 MELHORQ     PIC 9(06).
           01 MENORP      PIC 9(06).
           01 SALANTW     PIC 9(08)V99.
      *-----------------------------------------------------------------
      *CCT EM VIGOR NA COMPETENCIA RECALCULADA (RCCTLE/HEQUIV)
      *-----------------------------------------------------------------
           01 CCTOK       PIC X(01).
           01 CCTTEM      PIC X(01).
           01 CCTCOMP     PIC 9(06).
           01 CCTHEFX1    PIC 9(03).
           01 CCTHEP1     PIC 9(03)V99.
           01 CCTHEP2     PIC 9(03)V99.
           01 CCTHEPD     PIC 9(03)V99.
           01 CCTNOT      PIC 9(03)V99.
           01 CCTPISO     PIC 9(06)V99.
           01 HEQHRS      PIC 9(03).
           01 HEQUIVW     PIC 9(05)V9(04).
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT PR
               DISPLAY "ERRO AO ABRIR CADCARGO"
               GOBACK
       .
       R01C2.
           OPEN INPUT CADCCT
           IF FS NOT = "00"
               MOVE "N" TO CCTOK
           ELSE
               MOVE "S" TO CCTOK
       .
       R01D.
           OPEN INPUT CARGSAL
           IF FS NOT = "00"
               MOVE "S" TO HORASOK
       .
       R02.
           MOVE ZEROS TO TOTCALC TOTLANC TOTRRA
           DISPLAY "DIFERENCAS RETROATIVAS SOBRE FOLHA ARQUIVADA"
           DISPLAY "MATRICULA (0=TODAS): "
           ACCEPT BRKF
               INTO LINHA
           MOVE LINHA TO MEMLINE
           WRITE MEMLINE
      *-----------------------------------------------------------------
      *DIFERENCA DE ANO ANTERIOR PAGA AGORA E RENDIMENTO RECEBIDO
      *ACUMULADAMENTE: O PROVENTO LEVA A QUANTIDADE DE MESES (LCRRAMES)
      *E O CALCULO O TRIBUTA A PARTE, PELA TABELA ACUMULADA
      *-----------------------------------------------------------------
           IF BRKY < DRKY
               MOVE SPACES TO LINHA
               STRING "PROVENTOS DE ANO ANTERIOR - TRIBUTADOS COMO RRA "
                   "(1 MES POR COMPETENCIA RECALCULADA)"
                   INTO LINHA
               MOVE LINHA TO MEMLINE
               WRITE MEMLINE
           .
           MOVE ALL "-" TO MEMLINE
           WRITE MEMLINE
       .
           MOVE SPACES TO LINHA
           STRING "RECALCULADOS: " TOTCALC
               "  LANCAMENTOS GERADOS: " TOTLANC
               "  RRA: " TOTRRA
               INTO LINHA
           MOVE LINHA TO MEMLINE
           WRITE MEMLINE
           CLOSE MEMRPT
           DISPLAY "RECALCULADOS.........: " TOTCALC
           DISPLAY "LANCAMENTOS GERADOS..: " TOTLANC
           DISPLAY "PROVENTOS RRA........: " TOTRRA
       .
       RF1.
           CLOSE PR FILEFUNC CADCARGO LANC PERLOCK
           IF HORASOK = "S"
               CLOSE HORAS
           .
           IF CCTOK = "S"
               CLOSE CADCCT
           .
           GOBACK
           .
       RFUNC.
                           MOVE ZEROS TO PVALANUEN PVALPENH
                           MOVE "L" TO PIRRFROTA
                       END-IF
                       IF HVER < 2
                           MOVE ZEROS TO PVALREDIR
                       END-IF
                       MOVE "S" TO ACHOUPR
                   END-IF
               END-IF
      *-----------------------------------------------------------------
      *RECALCULA AS VERBAS HORARIAS COM AS HORAS JA CORRIGIDAS NO
      *MOVIMENTO CONTRA O QUE FOI PAGO NA FOLHA ARQUIVADA - MESMOS
      *MULTIPLICADORES DO CALCULO (CCT DO SINDICATO DO CARGO OU
      *50%/100% NA EXTRA E 20% NO NOTURNO, 100% NO FERIADO) E O
      *REFLEXO DO DSR APROXIMADO POR 4 DOMINGOS SOBRE 26 UTEIS
      *-----------------------------------------------------------------
           MOVE ZEROS TO DIFTOT
           IF HORASOK NOT = "S"
               INTO LINHA
           MOVE LINHA TO MEMLINE
           WRITE MEMLINE
           MOVE HAHREXT TO HEQHRS
           PERFORM HEQUIV THRU HEQUIVX
           COMPUTE CPNOVO ROUNDED = HEQUIVW * HRVALW
           MOVE "HORAS EXTRAS" TO CPNOME
           MOVE PVALHREXT TO CPVELHO
           PERFORM RDERIVA2 THRU RDERIVA2X
           IF CCTTEM = "S"
               COMPUTE CPNOVO ROUNDED = HAHNOT * HRVALW * CCTNOT / 100
           ELSE
               COMPUTE CPNOVO ROUNDED = HAHNOT * HRVALW * 0,20
           .
           MOVE "ADIC NOTURNO" TO CPNOME
           MOVE PVALHNOT TO CPVELHO
           PERFORM RDERIVA2 THRU RDERIVA2X
           .
       RHORASX.
           EXIT.
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
       HEQUIV.
      *-----------------------------------------------------------------
      *HORAS EXTRAS EQUIVALENTES (HORAS X MULTIPLICADOR) - MESMA REGRA
      *DO CALCULO DA FOLHA, SOBRE O TIPO DE EXTRA DAS HORAS CORRIGIDAS
      *-----------------------------------------------------------------
           COMPUTE CCTCOMP = BRKY * 100 + BRKM
           PERFORM RCCTLE THRU RCCTLEX
           IF CCTTEM NOT = "S"
               IF HATIPOHE = "D"
                   COMPUTE HEQUIVW = HEQHRS * 2,0
               ELSE
                   COMPUTE HEQUIVW = HEQHRS * 1,5
               END-IF
               GO TO HEQUIVX
           .
           IF HATIPOHE = "D"
               COMPUTE HEQUIVW = HEQHRS * (1 + CCTHEPD / 100)
               GO TO HEQUIVX
           .
           IF CCTHEFX1 = ZEROS OR HEQHRS NOT > CCTHEFX1
               COMPUTE HEQUIVW = HEQHRS * (1 + CCTHEP1 / 100)
           ELSE
               COMPUTE HEQUIVW = CCTHEFX1 * (1 + CCTHEP1 / 100)
                   + (HEQHRS - CCTHEFX1) * (1 + CCTHEP2 / 100)
           .
       HEQUIVX.
           EXIT.
       RAFAST.
      *-----------------------------------------------------------------
      *AFASTAMENTO INFORMADO DEPOIS DO FECHAMENTO - DIAS SOBRE O
           ADD 1 TO PROXSEQ
           MOVE PROXSEQ TO LCSEQ
           MOVE "RT" TO LCTIPO
           MOVE ZEROS TO LCRRAMES
           MOVE SPACES TO LCDESC
           STRING "DIF RETRO " BRKM "/" BRKY
               INTO LCDESC
           IF DIFTOT > ZEROS
               MOVE "E" TO LCED
               MOVE DIFTOT TO DIFABS
               IF BRKY < DRKY
                   MOVE "RA" TO LCTIPO
                   MOVE 1 TO LCRRAMES
               END-IF
           ELSE
               MOVE "D" TO LCED
               COMPUTE DIFABS = ZEROS - DIFTOT
           END-IF
           MOVE DIFABS TO LCVALOR
           MOVE "N" TO LCRECORR
           MOVE ZEROS TO LCVERBA
           WRITE LANCREC
           IF FS = "00"
               ADD 1 TO TOTLANC
               IF LCRRAMES > ZEROS
                   ADD 1 TO TOTRRA
               END-IF
               MOVE SPACES TO LINHA
               STRING "  LANCAMENTO " LCED " DE " LCVALOR
                   " GRAVADO EM " DRKM "/" DRKY " " LCTIPO
                   INTO LINHA
               MOVE LINHA TO MEMLINE
               WRITE MEMLINE
