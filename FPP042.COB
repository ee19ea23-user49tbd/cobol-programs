           FILE STATUS IS FS
           RECORD KEY IS RPRK
           .
      *-----------------------------------------------------------------
           SELECT PROLAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PBRK
           .
      *-----------------------------------------------------------------
           SELECT PROLMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PQRK
           .
      *-----------------------------------------------------------------
           SELECT PREVMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PZRK
           .
      *-----------------------------------------------------------------
           SELECT RRAMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RQRK
           .
      *-----------------------------------------------------------------
           SELECT DIRFARQ ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           VALUE OF FILE-ID IS "RPAMOV1.DAT".
       COPY RPAMOV.
      *-----------------------------------------------------------------
      *SOCIOS/DIRETORES E PRO-LABORE (VER CADPROL/FPP131 E
      *PROLPAG/FPP132) - RETENCOES DO PRO-LABORE TAMBEM SAO DECLARADAS
      *-----------------------------------------------------------------
       FD PROLAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLAB1.DAT".
       COPY PROLAB.
      *-----------------------------------------------------------------
       FD PROLMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
      *-----------------------------------------------------------------
      *CONTRIBUICOES A PREVIDENCIA COMPLEMENTAR (VER CADPREV/FPP146)
      *-----------------------------------------------------------------
       FD PREVMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
      *-----------------------------------------------------------------
      *RENDIMENTOS RECEBIDOS ACUMULADAMENTE (VER RRACALC NO CALCULO)
      *-----------------------------------------------------------------
       FD RRAMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
      *-----------------------------------------------------------------
      *ARQUIVO DIRF - BENEF (BENEFICIARIO), RTRT (VALORES MENSAIS,
      *COM A ROTA E O REDUTOR DO IRRF DO MES),
      *RTPP (CONTRIBUICAO DO MES A PREVIDENCIA COMPLEMENTAR),
      *RTRA (RRA DO MES - RENDIMENTO, IRRF E QUANTIDADE DE MESES, FORA
      *DO RTRT),
      *INFPC (ENTIDADE E TOTAL DO ANO), DEPJ (DEPENDENTE)
      *-----------------------------------------------------------------
       FD DIRFARQ
           LABEL RECORD IS STANDARD.
           03 DMINSS      PIC 9(10)V99.
           03 DMIMPR      PIC 9(10)V99.
           03 DMROTA      PIC X(01).
           03 DMREDIR     PIC 9(10)V99.
           03 FILLER      PIC X(54) VALUE SPACES.
       01 DIRFPREV.
           03 DRCOD       PIC X(05).
           03 DRMES       PIC 9(02).
           03 DRVAL       PIC 9(10)V99.
           03 FILLER      PIC X(91) VALUE SPACES.
       01 DIRFINFPC.
           03 DICOD       PIC X(05).
           03 DICNPJ      PIC 9(14).
           03 DIVAL       PIC 9(12)V99.
           03 FILLER      PIC X(77) VALUE SPACES.
       01 DIRFRRA.
           03 DACOD       PIC X(05).
           03 DAMES       PIC 9(02).
           03 DAREND      PIC 9(10)V99.
           03 DAIMPR      PIC 9(10)V99.
           03 DAMESES     PIC 9(03).
           03 FILLER      PIC X(76) VALUE SPACES.
       01 DIRFDEP.
           03 DDCOD       PIC X(05).
           03 DDCPF       PIC 9(11).
                   05 AIMPR   PIC 9(10)V99.
                   05 ATEM    PIC X(01).
                   05 AROTA   PIC X(01).
                   05 AREDIR  PIC 9(10)V99.
                   05 APREV   PIC 9(10)V99.
                   05 ARRAV   PIC 9(10)V99.
                   05 ARRAI   PIC 9(10)V99.
                   05 ARRAM   PIC 9(03).
           01 TOTREND     PIC 9(12)V99.
           01 TOTINSS     PIC 9(12)V99.
           01 TOTIMPR     PIC 9(12)V99.
           01 SUMMOK      PIC X(01).
           01 RPAOK       PIC X(01).
           01 RPASOMA     PIC 9(12)V99.
           01 PROLOK      PIC X(01).
           01 PREVOK      PIC X(01).
           01 TOTPREV     PIC 9(12)V99.
           01 PREVCNPJ    PIC 9(14).
           01 RRAOK       PIC X(01).
       PROCEDURE DIVISION.
       R01.
           OPEN INPUT PR
                   MOVE "S" TO RPAOK
               END-IF
       .
       R01L.
           OPEN INPUT PROLAB
           IF FS NOT = "00"
               MOVE "N" TO PROLOK
           ELSE
               OPEN INPUT PROLMOV
               IF FS NOT = "00"
                   MOVE "N" TO PROLOK
                   CLOSE PROLAB
               ELSE
                   MOVE "S" TO PROLOK
               END-IF
       .
       R01P.
           OPEN INPUT PREVMOV
           IF FS NOT = "00"
               MOVE "N" TO PREVOK
           ELSE
               MOVE "S" TO PREVOK
       .
       R01R.
           OPEN INPUT RRAMOV
           IF FS NOT = "00"
               MOVE "N" TO RRAOK
           ELSE
               MOVE "S" TO RRAOK
       .
       R02.
           MOVE ZEROS TO TOTBENEF TOTDIV
           DISPLAY "GERACAO DO ARQUIVO DIRF ANUAL"
      *RPA NO ANO E UMA RTRT POR MES PAGO
      *-----------------------------------------------------------------
           IF RPAOK NOT = "S"
               GO TO R08L
           .
           MOVE ZEROS TO AURK
           START AUTONOMO KEY IS NOT LESS THAN AURK
           IF FS NOT = "00"
               GO TO R08L
       .
       R08R2.
           READ AUTONOMO NEXT RECORD
           IF FS NOT = "00"
               GO TO R08L
           END-IF
           MOVE ZEROS TO RPASOMA
           MOVE ZEROS TO MM
               MOVE RPINSS TO DMINSS
               MOVE RPIRRF TO DMIMPR
               MOVE SPACES TO DMROTA
               MOVE ZEROS TO DMREDIR
               WRITE DIRFLINE FROM DIRFMES
           END-IF
           IF MM < 12
           .
           GO TO R08R2
       .
       R08L.
      *-----------------------------------------------------------------
      *BENEFICIARIOS DE PRO-LABORE - UMA LINHA BENEF POR SOCIO/DIRETOR
      *COM PRO-LABORE NO ANO E UMA RTRT POR MES CALCULADO
      *-----------------------------------------------------------------
           IF PROLOK NOT = "S"
               GO TO R09
           .
           MOVE ZEROS TO PBRK
           START PROLAB KEY IS NOT LESS THAN PBRK
           IF FS NOT = "00"
               GO TO R09
       .
       R08L2.
           READ PROLAB NEXT RECORD
           IF FS NOT = "00"
               GO TO R09
           END-IF
           MOVE ZEROS TO RPASOMA
           MOVE ZEROS TO MM
           ADD 1 TO MM
       .
       R08L3.
           MOVE PBRK TO PQRKB
           MOVE MM TO PQRKM
           MOVE BRKY TO PQRKY
           READ PROLMOV
           IF FS = "00"
               ADD PQBRUTO TO RPASOMA
           END-IF
           IF MM < 12
               ADD 1 TO MM
               GO TO R08L3
           .
           IF RPASOMA = ZEROS
               GO TO R08L2
           .
           ADD 1 TO TOTBENEF
           MOVE "BENEF" TO DBCOD
           MOVE PBCPF TO DBCPF
           MOVE PBNOME TO DBNOME
           WRITE DIRFLINE FROM DIRFBENEF
           MOVE ZEROS TO MM
           ADD 1 TO MM
       .
       R08L4.
           MOVE PBRK TO PQRKB
           MOVE MM TO PQRKM
           MOVE BRKY TO PQRKY
           READ PROLMOV
           IF FS = "00"
               MOVE "RTRT " TO DMCOD
               MOVE MM TO DMMES
               MOVE PQBRUTO TO DMREND
               MOVE PQINSS TO DMINSS
               MOVE PQIRRF TO DMIMPR
               MOVE SPACES TO DMROTA
               MOVE ZEROS TO DMREDIR
               WRITE DIRFLINE FROM DIRFMES
           END-IF
           IF MM < 12
               ADD 1 TO MM
               GO TO R08L4
           .
           GO TO R08L2
       .
       R09.
           CLOSE DIRFARQ DIVRPT
           DISPLAY "BENEFICIARIOS NO ARQUIVO..: " TOTBENEF
           IF RPAOK = "S"
               CLOSE AUTONOMO RPAMOV
           .
           IF PROLOK = "S"
               CLOSE PROLAB PROLMOV
           .
           IF PREVOK = "S"
               CLOSE PREVMOV
           .
           IF RRAOK = "S"
               CLOSE RRAMOV
           .
           GOBACK
           .
       RCOLETA.
      *AGREGA PSALVALB/PINSS/PIMPR DO BENEFICIARIO MES A MES NO ANO
      *-----------------------------------------------------------------
           MOVE ZEROS TO TOTREND TOTINSS TOTIMPR INFINSS INFIMPR
           MOVE ZEROS TO TOTPREV PREVCNPJ
           MOVE ZEROS TO MM
           ADD 1 TO MM
           .
       RCOLETA2.
           MOVE SPACES TO ATEM(MM) AROTA(MM)
           MOVE ZEROS TO AREND(MM) AINSS(MM) AIMPR(MM) AREDIR(MM)
           MOVE ZEROS TO APREV(MM) ARRAV(MM) ARRAI(MM) ARRAM(MM)
           IF RRAOK = "S"
               MOVE RKT TO RQRKF
               MOVE BRKY TO RQANO
               MOVE MM TO RQMES
               MOVE "A" TO RQSIT
               READ RRAMOV
               IF FS = "00"
                   MOVE RQVALOR TO ARRAV(MM)
                   MOVE RQIMPR TO ARRAI(MM)
                   MOVE RQMESES TO ARRAM(MM)
               END-IF
           END-IF
           IF PREVOK = "S"
               MOVE RKT TO PZRKF
               MOVE BRKY TO PZANO
               MOVE MM TO PZMES
               MOVE "A" TO PZSIT
               READ PREVMOV
               IF FS = "00"
                   MOVE PZCONTR TO APREV(MM)
                   ADD PZCONTR TO TOTPREV
                   MOVE PZCNPJ TO PREVCNPJ
               END-IF
           END-IF
           MOVE RKT TO RKF
           MOVE MM TO RKM
           MOVE BRKY TO RKY
                       MOVE ZEROS TO PVALANUEN PVALPENH
                       MOVE "L" TO PIRRFROTA
                   END-IF
                   IF HVER < 2
                       MOVE ZEROS TO PVALREDIR
                   END-IF
               END-IF
           END-IF
           IF FS = "00"
               MOVE PINSS TO AINSS(MM)
               MOVE PIMPR TO AIMPR(MM)
               MOVE PIRRFROTA TO AROTA(MM)
               MOVE PVALREDIR TO AREDIR(MM)
               MOVE "S" TO ATEM(MM)
               ADD PSALVALB TO TOTREND
               ADD PINSS TO TOTINSS
               ADD PIMPR TO TOTIMPR
      *-----------------------------------------------------------------
      *O RRA DO MES ESTA NO BRUTO E NO IRRF DA FOLHA - SAI DO RTRT E
      *VAI NO RTRA; OS TOTAIS DO CONFRONTO COM O INFORME FICAM CHEIOS
      *-----------------------------------------------------------------
               IF AREND(MM) > ARRAV(MM)
                   SUBTRACT ARRAV(MM) FROM AREND(MM)
               ELSE
                   MOVE ZEROS TO AREND(MM)
               END-IF
               IF AIMPR(MM) > ARRAI(MM)
                   SUBTRACT ARRAI(MM) FROM AIMPR(MM)
               ELSE
                   MOVE ZEROS TO AIMPR(MM)
               END-IF
           END-IF
           IF MM < 12
               ADD 1 TO MM
               MOVE AINSS(MM) TO DMINSS
               MOVE AIMPR(MM) TO DMIMPR
               MOVE AROTA(MM) TO DMROTA
               MOVE AREDIR(MM) TO DMREDIR
               WRITE DIRFLINE FROM DIRFMES
           END-IF
           IF ARRAV(MM) > ZEROS
               MOVE "RTRA " TO DACOD
               MOVE MM TO DAMES
               MOVE ARRAV(MM) TO DAREND
               MOVE ARRAI(MM) TO DAIMPR
               MOVE ARRAM(MM) TO DAMESES
               WRITE DIRFLINE FROM DIRFRRA
           END-IF
           IF APREV(MM) > ZEROS
               MOVE "RTPP " TO DRCOD
               MOVE MM TO DRMES
               MOVE APREV(MM) TO DRVAL
               WRITE DIRFLINE FROM DIRFPREV
           END-IF
           IF MM < 12
               ADD 1 TO MM
               GO TO RMESES2
           .
           IF TOTPREV > ZEROS
               MOVE "INFPC" TO DICOD
               MOVE PREVCNPJ TO DICNPJ
               MOVE TOTPREV TO DIVAL
               WRITE DIRFLINE FROM DIRFINFPC
           .
       RMESESX.
           EXIT.
       RDEPEND.
