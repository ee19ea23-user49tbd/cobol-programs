           RECORD KEY IS FILRK
           .

           SELECT V13 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ORK13V
           .

           SELECT N13 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RK13
           .

           SELECT V13P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OP13PRKV
           .

           SELECT VLAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OLCRKV
           .

           SELECT NLAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS LCRK
           .

           SELECT N13P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS P13PRK
           .

           SELECT NFER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FPRK
           .

           SELECT VCAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OCRK
           .

           SELECT NCAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CRK
           .

           SELECT VLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OLSEQ
           .

           SELECT NLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS NLSEQ
           .

           SELECT VLCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OCTRK
           .

           SELECT NLCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS NCTRK
           .
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
           03 OPVALCOMIS  PIC 9(10)V99.
           03 OPVALSDABAT PIC 9(10)V99.
           03 OPVALSDNOVO PIC 9(10)V99.
           03 OPVALVINC   PIC 9(10)V99.
           03 OPIRRFROTA  PIC X(01).
           03 OPVALATRAS  PIC 9(10)V99.
           03 OPVALINTRA  PIC 9(10)V99.
           03 OPVALANUEN  PIC 9(10)V99.
           03 OPVALPENH   PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD NPR
           LABEL RECORD IS STANDARD
           03 OPPDATE     PIC 9(08).
           03 OPPTIME     PIC 9(06).
           03 OPPORIGEM   PIC X(01).
           03 OPPVALVINC  PIC 9(10)V99.
           03 OPPIRRFROTA PIC X(01).
           03 OPPVALATRAS PIC 9(10)V99.
           03 OPPVALINTRA PIC 9(10)V99.
           03 OPPVALANUEN PIC 9(10)V99.
           03 OPPVALPENH  PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD NPP
           LABEL RECORD IS STANDARD
           03 OTXPATPCT   PIC 9(02)V99.
           03 OTXRATPCT   PIC 9(02)V99.
           03 OTXTERPCT   PIC 9(02)V99.
           03 OTXRSIMPL   PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD NTAX
           LABEL RECORD IS STANDARD
           03 OFPINIMES   PIC 9(02).
           03 OFPINIANO   PIC 9(04).
           03 OFPPAGO     PIC X(01).
           03 OFPDIASAB   PIC 9(02).
           03 OFPABONO    PIC 9(10)V99.
           03 OFPABTERCO  PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD NFER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHISTNW.DATA".
       COPY PRHIST.
      *-----------------------------------------------------------------
      *OPERADORES - O VINCULO COM A MATRICULA ENTRA ZERADO (SEM
      *VINCULO ATE O CADOPER) E SEM DESATIVACAO AUTOMATICA
      *-----------------------------------------------------------------
       FD VOPE
           LABEL RECORD IS STANDARD
           03 OOPMAPROV   PIC X(01).
           03 OOPMFECHA   PIC X(01).
           03 OOPMDADOS   PIC X(01).
           03 OOPMVENC    PIC 9(08).
           03 OOPMFALHA   PIC 9(01).
           03 OOPMBLOQ    PIC X(01).
           03 OOPMSEN1    PIC X(08).
           03 OOPMSEN2    PIC X(08).
      *-----------------------------------------------------------------
       FD NOPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENSAONW.DAT".
       COPY PENSAO.
      *-----------------------------------------------------------------
      *TERMOS DE RESCISAO - AS MEDIAS DAS VARIAVEIS HABITUAIS E O
      *IRRF RETIDO NO TERMO ENTRAM ZERADOS
      *-----------------------------------------------------------------
       FD VRES
           LABEL RECORD IS STANDARD
           03 ORSEMPREST  PIC 9(10)V99.
           03 ORSBANCOH   PIC 9(10)V99.
           03 ORSTOTAL    PIC 9(12)V99.
           03 ORSART479   PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD NRES
           LABEL RECORD IS STANDARD
           03 RSBANCOH    PIC 9(10)V99.
           03 RSTOTAL     PIC 9(12)V99.
           03 RSART479    PIC 9(10)V99.
           03 RSMEDHE     PIC 9(10)V99.
           03 RSMEDNOT    PIC 9(10)V99.
           03 RSMEDDSR    PIC 9(10)V99.
           03 RSMEDCOM    PIC 9(10)V99.
           03 RSIRRF      PIC 9(10)V99.
      *-----------------------------------------------------------------
      *CADASTRO DE CEP - O CODIGO IBGE DO MUNICIPIO ENTRA ZERADO
      *(PREENCHA PELO FPP001 COM A TABELA DO CADMUNIC)
           VALUE OF FILE-ID IS "PRO1NEW.DAT".
       COPY PRO.
      *-----------------------------------------------------------------
      *CADASTRO DE FILIAIS - O REGIME PREVIDENCIARIO ENTRA NORMAL,
      *SEM PERCENTUAIS PROPRIOS (PREENCHA PELO CADFILIA)
      *-----------------------------------------------------------------
       FD VFIL
           LABEL RECORD IS STANDARD
           03 OFILENDER  PIC X(40).
           03 OFILCIDADE PIC X(20).
           03 OFILUF     PIC X(02).
           03 OFILMUNIC  PIC 9(07).
      *-----------------------------------------------------------------
       FD NFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFILNW.DAT".
       COPY CADFIL.
      *-----------------------------------------------------------------
      *13O APROVADO E PENDENTE - AS MEDIAS DAS VARIAVEIS HABITUAIS
      *ENTRAM ZERADAS
      *-----------------------------------------------------------------
       FD V13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT13.DATA".
       01 V13REC.
           03 ORK13V.
               05 ORKF13   PIC 9(06).
               05 ORKY13   PIC 9(04).
               05 OPARC13  PIC 9(01).
           03 OP13BASE     PIC 9(10)V99.
           03 OP13MESES    PIC 9(02).
           03 OP13BRUTO    PIC 9(10)V99.
           03 OP13INSS     PIC 9(10)V99.
           03 OP13IMPR     PIC 9(10)V99.
           03 OP13LIQ      PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD N13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT13NW.DATA".
       COPY PRM13.
      *-----------------------------------------------------------------
       FD V13P
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PR13PEND.DATA".
       01 V13PREC.
           03 OP13PRKV.
               05 OP13PRKF   PIC 9(06).
               05 OP13PRKY   PIC 9(04).
               05 OP13PPARC  PIC 9(01).
           03 OP13PBASE     PIC 9(10)V99.
           03 OP13PMESES    PIC 9(02).
           03 OP13PBRUTO    PIC 9(10)V99.
           03 OP13PINSS     PIC 9(10)V99.
           03 OP13PIMPR     PIC 9(10)V99.
           03 OP13PLIQ      PIC 9(10)V99.
           03 OP13POPER     PIC X(10).
           03 OP13PDATE     PIC 9(08).
           03 OP13PTIME     PIC 9(06).
      *-----------------------------------------------------------------
       FD N13P
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PR13PNW.DATA".
       COPY PR13PEND.
      *-----------------------------------------------------------------
      *LANCAMENTOS AVULSOS - OS ANTIGOS FICAM SEM VERBA (LCVERBA ZERO)
      *E SEGUEM A REGRA DO LCED
      *-----------------------------------------------------------------
       FD VLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       01 VLANREC.
           03 OLCRKV.
               05 OLCRKF    PIC 9(06).
               05 OLCRKM    PIC 9(02).
               05 OLCRKY    PIC 9(04).
               05 OLCSEQ    PIC 9(03).
           03 OLCTIPO      PIC X(02).
           03 OLCDESC      PIC X(20).
           03 OLCED        PIC X(01).
           03 OLCVALOR     PIC 9(08)V99.
           03 OLCRECORR    PIC X(01).
      *-----------------------------------------------------------------
       FD NLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1NW.DAT".
       COPY LANCAM.
      *-----------------------------------------------------------------
      *CARGOS - OS ANTIGOS FICAM SEM CCT, SEM CBO, NA BASE DA COTA DE
      *APRENDIZES (COMO O CARGO NOVO DO FPP003) E SEM VERBAS DE
      *GRATIFICACAO, SUBSTITUICAO, SOBREAVISO, PRONTIDAO E PRODUCAO
      *ATE SEREM REVISTOS PELO CADASTRO DE CARGOS
      *-----------------------------------------------------------------
       FD VCAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       01 VCARREC.
           03 OCRK       PIC 9(04).
           03 OCDESC     PIC X(25).
           03 OTS        PIC X(01).
           03 OTSTXT     PIC X(12).
           03 OBPS       PIC 9(01).
           03 OBPSTXT    PIC X(20).
           03 OBCOM      PIC 9(01).
           03 OBCOMTXT   PIC X(20).
           03 OBVA       PIC 9(01).
           03 OBVATXT    PIC X(20).
           03 OBCB       PIC 9(01).
           03 OBCBTXT    PIC X(20).
           03 OSALVAL    PIC 9(06)V99.
           03 OBVT       PIC 9(01).
           03 OBVTTXT    PIC X(20).
           03 OCFILIAL   PIC 9(02).
           03 OBINSPER   PIC 9(01).
           03 OBINSPERTXT PIC X(20).
           03 OBSIND     PIC 9(01).
           03 OBSINDTXT  PIC X(20).
           03 OVSIND     PIC 9(05)V99.
      *-----------------------------------------------------------------
       FD NCAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARNW.DAT".
       COPY CADCARGO.
      *-----------------------------------------------------------------
      *LOG DE ALTERACOES E CONTADOR - OS REGISTROS ANTIGOS GANHAM O
      *HASH ENCADEADO (LOGHASH/FPP149) NA ORDEM DO LOGSEQ E O CONTADOR
      *FICA COM O HASH DO ULTIMO REGISTRO. CONVERTER OS DOIS JUNTOS
      *-----------------------------------------------------------------
       FD VLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOG1.DAT".
       01 VLOGREC.
           03 OLSEQ    PIC 9(08).
           03 OLOPER   PIC X(10).
           03 OLPROG   PIC X(08).
           03 OLACAO   PIC X(01).
           03 OLRK     PIC 9(14).
           03 OLDATE   PIC 9(08).
           03 OLTIME   PIC 9(06).
      *-----------------------------------------------------------------
       FD NLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOGNW.DAT".
       01 NLOGREC.
           03 NLSEQ    PIC 9(08).
           03 NLOPER   PIC X(10).
           03 NLPROG   PIC X(08).
           03 NLACAO   PIC X(01).
           03 NLRK     PIC 9(14).
           03 NLDATE   PIC 9(08).
           03 NLTIME   PIC 9(06).
           03 NLHASH   PIC 9(12).
      *-----------------------------------------------------------------
       FD VLCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCTR1.DAT".
       01 VLCTREC.
           03 OCTRK    PIC 9(01).
           03 OCTRSEQ  PIC 9(08).
      *-----------------------------------------------------------------
       FD NLCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCTRNW.DAT".
       01 NLCTREC.
           03 NCTRK    PIC 9(01).
           03 NCTRSEQ  PIC 9(08).
           03 NCTRHASH PIC 9(12).
       WORKING-STORAGE SECTION.
           01 FS        PIC X(02).
           01 FILESEL   PIC 9(02).
           01 TOTLIDO   PIC 9(08).
           01 TOTGRAV   PIC 9(08).
           01 LOGANT    PIC 9(12).
       PROCEDURE DIVISION.
       R01.
           DISPLAY "CONVERSAO DE LAYOUT DOS ARQUIVOS"
           DISPLAY "4-CADTAXA1.DAT   5-FERPAG.DAT    6-PRHIST1.DATA"
           DISPLAY "7-OPERMST1.DAT   8-HORAS1.DAT    9-PENSAO1.DAT"
           DISPLAY "10-RESCIS1.DAT   11-PRO1.DAT     12-CADFIL1.DAT"
           DISPLAY "13-PRT13.DATA    14-PR13PEND.DATA 15-LANC1.DAT"
           DISPLAY "16-CADCARGO1.DAT"
           DISPLAY "18-PRIDX1.DAT (INDICE DA FOLHA POR COMPETENCIA)"
           DISPLAY "19-CHGLOG1.DAT E LOGCTR1.DAT (HASH ENCADEADO)"
           DISPLAY "0-FIM"
           DISPLAY "DIGITE O NUMERO DO ARQUIVO: "
           ACCEPT FILESEL
           IF FILESEL = ZEROS
               STOP RUN
           .
           IF FILESEL > 19 OR FILESEL = 17
               DISPLAY "ARQUIVO INVALIDO"
               GO TO R01
           .
           IF FILESEL = 12
               PERFORM XFIL THRU XFILX
           END-IF
           IF FILESEL = 13
               PERFORM X13 THRU X13X
           END-IF
           IF FILESEL = 14
               PERFORM X13P THRU X13PX
           END-IF
           IF FILESEL = 15
               PERFORM XLAN THRU XLANX
           END-IF
           IF FILESEL = 16
               PERFORM XCAR THRU XCARX
           END-IF
           IF FILESEL = 18
               CALL "PRIDXGER"
               GO TO R01
           END-IF
           IF FILESEL = 19
               PERFORM XLOG THRU XLOGX
           END-IF
           DISPLAY "REGISTROS LIDOS....: " TOTLIDO
           DISPLAY "REGISTROS GRAVADOS.: " TOTGRAV
           GO TO R01
           MOVE OPVALCOMIS TO PVALCOMIS
           MOVE OPVALSDABAT TO PVALSDABAT
           MOVE OPVALSDNOVO TO PVALSDNOVO
           MOVE OPVALVINC TO PVALVINC
           MOVE OPIRRFROTA TO PIRRFROTA
           MOVE OPVALATRAS TO PVALATRAS
           MOVE OPVALINTRA TO PVALINTRA
           MOVE OPVALANUEN TO PVALANUEN
           MOVE OPVALPENH TO PVALPENH
           MOVE ZEROS TO PVALREDIR
           WRITE PRM
           IF FS = "00"
               ADD 1 TO TOTGRAV
       XPR3.
           CLOSE VPR NPR
           DISPLAY "CONVERSAO CONCLUIDA"
           DISPLAY "APOS SUBSTITUIR PRT1.DATA RODE A OPCAO 18 (INDICE)"
           .
       XPRX.
           EXIT.
           MOVE OPPVALCOMIS TO PPVALCOMIS
           MOVE OPPSDABAT TO PPSDABAT
           MOVE OPPSDNOVO TO PPSDNOVO
           MOVE OPPVALVINC TO PPVALVINC
           MOVE OPPIRRFROTA TO PPIRRFROTA
           MOVE OPPVALATRAS TO PPVALATRAS
           MOVE OPPVALINTRA TO PPVALINTRA
           MOVE OPPVALANUEN TO PPVALANUEN
           MOVE OPPVALPENH TO PPVALPENH
           MOVE ZEROS TO PPVALREDIR
           WRITE PRPENDREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           MOVE OPAGTIPO TO PAGTIPO
           MOVE OCONTRTIPO TO CONTRTIPO
           MOVE OJORNADA TO JORNADA
           MOVE "N" TO PCDTIPO
           MOVE SPACES TO PCDDOC
           MOVE ZEROS TO PCDDTDOC
           WRITE FILES
           IF FS = "00"
               ADD 1 TO TOTGRAV
           MOVE OTXPATPCT TO TXPATPCT
           MOVE OTXRATPCT TO TXRATPCT
           MOVE OTXTERPCT TO TXTERPCT
           MOVE OTXRSIMPL TO TXRSIMPL
           MOVE ZEROS TO TXRDISEN TXRDLIM TXRDPARC TXRDFAT
           MOVE ZEROS TO TXREOPAT TXREOCPRB
           WRITE TAXA
           IF FS = "00"
               ADD 1 TO TOTGRAV
           MOVE OFPINIMES TO FPINIMES
           MOVE OFPINIANO TO FPINIANO
           MOVE OFPPAGO TO FPPAGO
           MOVE OFPDIASAB TO FPDIASAB
           MOVE OFPABONO TO FPABONO
           MOVE OFPABTERCO TO FPABTERCO
           MOVE ZEROS TO FPMEDHE FPMEDNOT FPMEDDSR FPMEDCOM
           WRITE FERPAGREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
      *PRM DE ENTAO TINHA 288 CONTANDO A CHAVE, QUE FICA NO HRK) E 12
      *DE ESPACOS NO FIM; OS CAMPOS NOVOS COMECAM NO BYTE 277 DO
      *HREST: AJUSTE DE VINCULO (277), ROTA DO IRRF (289), ATRASOS,
      *INTRAJORNADA, ANUENIO E PENHORAS (290 A 337) E REDUTOR DO
      *IRRF (338), TODOS ZERADOS
      *-----------------------------------------------------------------
           MOVE SPACES TO HREST
           MOVE OHREST TO HREST(1:288)
           MOVE ALL "0" TO HREST(277:12)
           MOVE "L" TO HREST(289:1)
           MOVE ALL "0" TO HREST(290:60)
           MOVE 2 TO HVER
           WRITE PRHREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           MOVE OOPMAPROV TO OPMAPROV
           MOVE OOPMFECHA TO OPMFECHA
           MOVE OOPMDADOS TO OPMDADOS
           MOVE OOPMVENC TO OPMVENC
           MOVE OOPMFALHA TO OPMFALHA
           MOVE OOPMBLOQ TO OPMBLOQ
           MOVE OOPMSEN1 TO OPMSEN1
           MOVE OOPMSEN2 TO OPMSEN2
           MOVE ZEROS TO OPMMAT OPMDTDES
           MOVE SPACE TO OPMMOTDES
           WRITE OPERMSTREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           MOVE ORSEMPREST TO RSEMPREST
           MOVE ORSBANCOH TO RSBANCOH
           MOVE ORSTOTAL TO RSTOTAL
           MOVE ORSART479 TO RSART479
           MOVE ZEROS TO RSMEDHE RSMEDNOT RSMEDDSR RSMEDCOM
           MOVE ZEROS TO RSIRRF
           WRITE NRESREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           MOVE OFILENDER TO FILENDER
           MOVE OFILCIDADE TO FILCIDADE
           MOVE OFILUF TO FILUF
           MOVE OFILMUNIC TO FILMUNIC
           MOVE "N" TO FILREGIME
           MOVE ZEROS TO FILCPRBPCT FILFAP FILRATPCT FILFPAS FILTERPCT
           WRITE CADFILREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           .
       XFILX.
           EXIT.
       X13.
           OPEN INPUT V13
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO ANTIGO - FS: " FS
               GO TO X13X
           .
           OPEN OUTPUT N13
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO NOVO - FS: " FS
               CLOSE V13
               GO TO X13X
           .
       X132.
           READ V13 NEXT RECORD
           IF FS NOT = "00"
               GO TO X133
           END-IF
           ADD 1 TO TOTLIDO
           MOVE ORKF13 TO RKF13
           MOVE ORKY13 TO RKY13
           MOVE OPARC13 TO PARC13
           MOVE OP13BASE TO P13BASE
           MOVE OP13MESES TO P13MESES
           MOVE OP13BRUTO TO P13BRUTO
           MOVE OP13INSS TO P13INSS
           MOVE OP13IMPR TO P13IMPR
           MOVE OP13LIQ TO P13LIQ
           MOVE ZEROS TO P13MEDHE P13MEDNOT P13MEDDSR P13MEDCOM
           WRITE PRM13
           IF FS = "00"
               ADD 1 TO TOTGRAV
           ELSE
               DISPLAY "REGISTRO REJEITADO - FS: " FS
           END-IF
           GO TO X132
           .
       X133.
           CLOSE V13 N13
           DISPLAY "CONVERSAO CONCLUIDA"
           .
       X13X.
           EXIT.
       X13P.
           OPEN INPUT V13P
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO ANTIGO - FS: " FS
               GO TO X13PX
           .
           OPEN OUTPUT N13P
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO NOVO - FS: " FS
               CLOSE V13P
               GO TO X13PX
           .
       X13P2.
           READ V13P NEXT RECORD
           IF FS NOT = "00"
               GO TO X13P3
           END-IF
           ADD 1 TO TOTLIDO
           MOVE OP13PRKF TO P13PRKF
           MOVE OP13PRKY TO P13PRKY
           MOVE OP13PPARC TO P13PPARC
           MOVE OP13PBASE TO P13PBASE
           MOVE OP13PMESES TO P13PMESES
           MOVE OP13PBRUTO TO P13PBRUTO
           MOVE OP13PINSS TO P13PINSS
           MOVE OP13PIMPR TO P13PIMPR
           MOVE OP13PLIQ TO P13PLIQ
           MOVE OP13POPER TO P13POPER
           MOVE OP13PDATE TO P13PDATE
           MOVE OP13PTIME TO P13PTIME
           MOVE ZEROS TO P13PMEDHE P13PMEDNOT P13PMEDDSR P13PMEDCOM
           WRITE P13PENDREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           ELSE
               DISPLAY "REGISTRO REJEITADO - FS: " FS
           END-IF
           GO TO X13P2
           .
       X13P3.
           CLOSE V13P N13P
           DISPLAY "CONVERSAO CONCLUIDA"
           .
       X13PX.
           EXIT.
       XLAN.
           OPEN INPUT VLAN
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO ANTIGO - FS: " FS
               GO TO XLANX
           .
           OPEN OUTPUT NLAN
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO NOVO - FS: " FS
               CLOSE VLAN
               GO TO XLANX
           .
       XLAN2.
           READ VLAN NEXT RECORD
           IF FS NOT = "00"
               GO TO XLAN3
           END-IF
           ADD 1 TO TOTLIDO
           MOVE OLCRKF TO LCRKF
           MOVE OLCRKM TO LCRKM
           MOVE OLCRKY TO LCRKY
           MOVE OLCSEQ TO LCSEQ
           MOVE OLCTIPO TO LCTIPO
           MOVE OLCDESC TO LCDESC
           MOVE OLCED TO LCED
           MOVE OLCVALOR TO LCVALOR
           MOVE OLCRECORR TO LCRECORR
           MOVE ZEROS TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           ELSE
               DISPLAY "REGISTRO REJEITADO - FS: " FS
           END-IF
           GO TO XLAN2
           .
       XLAN3.
           CLOSE VLAN NLAN
           DISPLAY "CONVERSAO CONCLUIDA"
           .
       XLANX.
           EXIT.
       XCAR.
           OPEN INPUT VCAR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO ANTIGO - FS: " FS
               GO TO XCARX
           .
           OPEN OUTPUT NCAR
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO NOVO - FS: " FS
               CLOSE VCAR
               GO TO XCARX
           .
       XCAR2.
           READ VCAR NEXT RECORD
           IF FS NOT = "00"
               GO TO XCAR3
           END-IF
           ADD 1 TO TOTLIDO
           MOVE OCRK TO CRK
           MOVE OCDESC TO CDESC
           MOVE OTS TO TS
           MOVE OTSTXT TO TSTXT
           MOVE OBPS TO BPS
           MOVE OBPSTXT TO BPSTXT
           MOVE OBCOM TO BCOM
           MOVE OBCOMTXT TO BCOMTXT
           MOVE OBVA TO BVA
           MOVE OBVATXT TO BVATXT
           MOVE OBCB TO BCB
           MOVE OBCBTXT TO BCBTXT
           MOVE OSALVAL TO SALVAL
           MOVE OBVT TO BVT
           MOVE OBVTTXT TO BVTTXT
           MOVE OCFILIAL TO CFILIAL
           MOVE OBINSPER TO BINSPER
           MOVE OBINSPERTXT TO BINSPERTXT
           MOVE OBSIND TO BSIND
           MOVE OBSINDTXT TO BSINDTXT
           MOVE OVSIND TO VSIND
           MOVE ZEROS TO CCTCOD CCTCAT CCBO
           MOVE "S" TO CFORMPROF
           MOVE ZEROS TO CGRATPCT CGRATVB CSUBVB CSOBVB CPROVB
           MOVE ZEROS TO CPRODVB
           WRITE CARGO
           IF FS = "00"
               ADD 1 TO TOTGRAV
           ELSE
               DISPLAY "REGISTRO REJEITADO - FS: " FS
           END-IF
           GO TO XCAR2
           .
       XCAR3.
           CLOSE VCAR NCAR
           DISPLAY "CONVERSAO CONCLUIDA"
           .
       XCARX.
           EXIT.
       XLOG.
           OPEN INPUT VLOG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO ANTIGO - FS: " FS
               GO TO XLOGX
           .
           OPEN OUTPUT NLOG
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO NOVO - FS: " FS
               CLOSE VLOG
               GO TO XLOGX
           .
           MOVE ZEROS TO LOGANT
       .
       XLOG2.
           READ VLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO XLOG3
           END-IF
           ADD 1 TO TOTLIDO
           MOVE OLSEQ TO NLSEQ
           MOVE OLOPER TO NLOPER
           MOVE OLPROG TO NLPROG
           MOVE OLACAO TO NLACAO
           MOVE OLRK TO NLRK
           MOVE OLDATE TO NLDATE
           MOVE OLTIME TO NLTIME
           CALL "LOGHASH" USING NLOGREC LOGANT
           WRITE NLOGREC
           IF FS = "00"
               ADD 1 TO TOTGRAV
           ELSE
               DISPLAY "REGISTRO REJEITADO - FS: " FS
           END-IF
           GO TO XLOG2
           .
       XLOG3.
           CLOSE VLOG NLOG
           DISPLAY "CONVERSAO CONCLUIDA - HASH FINAL: " LOGANT
           OPEN INPUT VLCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGCTR1.DAT - FS: " FS
               GO TO XLOGX
           .
           OPEN OUTPUT NLCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO CRIAR LOGCTRNW.DAT - FS: " FS
               CLOSE VLCT
               GO TO XLOGX
           .
       XLOG4.
           READ VLCT NEXT RECORD
           IF FS NOT = "00"
               GO TO XLOG5
           END-IF
           MOVE OCTRK TO NCTRK
           MOVE OCTRSEQ TO NCTRSEQ
           MOVE LOGANT TO NCTRHASH
           WRITE NLCTREC
           GO TO XLOG4
           .
       XLOG5.
           CLOSE VLCT NLCT
           DISPLAY "CONTADOR CONVERTIDO PARA LOGCTRNW.DAT"
           .
       XLOGX.
           EXIT.
