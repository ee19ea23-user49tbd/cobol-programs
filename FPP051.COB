           RECORD KEY IS SNRK
           .

           SELECT BRFL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RFRK
           .

           SELECT BBVB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VBCOD
           .

           SELECT BBVM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS VMRK
           .

           SELECT BCCT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CVRK
           .

           SELECT BRISC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RIRK
           .

           SELECT BCAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CATRK
           .

           SELECT BEPIC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EQRK
           .

           SELECT BEPIE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ENRK
           .

           SELECT BCONV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IVRK
           .

           SELECT BPROL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PBRK
           .

           SELECT BPRQM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PQRK
           .

           SELECT BESTG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS EGRK
           .

           SELECT BCBO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CBORK
           .

           SELECT BCREC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS AXRK
           .

           SELECT BOBIT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OIRK
           .

           SELECT BOBEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HBRK
           .

           SELECT BSUBS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SXRK
           .

           SELECT BAEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HXRK
           .

           SELECT BPEXT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HQRK
           .

           SELECT BSOBR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SORK
           .

           SELECT BREEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RBRK
           .

           SELECT BPJ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PJRKF
           .

           SELECT BPZ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PZRK
           .

           SELECT BRQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RQRK
           .

           SELECT BHL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HLSEQ
           .

           SELECT BSL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SLANO
           .

           SELECT BSD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS RGCOD
           .

           SELECT BFR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FRK
           .

           SELECT BDM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DMK
           .

           SELECT BDR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DRNUM
           .

           SELECT BDC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS DCCK
           .

           SELECT BPF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PFRK
           .

           SELECT BPK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS PKRK
           .

           SELECT BBX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS BXRK
           .

           SELECT BIC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS IMRK
           .

           SELECT BIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SNMAT
           .

           SELECT BSIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS SIMAT
           .

           SELECT BGR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GRCOD
           .

           SELECT BCL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CLK
           .

           SELECT BFG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FURK
           .

           SELECT BGP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS GPK
           ALTERNATE RECORD KEY IS GPCHVF
           .

           SELECT BCUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CURK
           .

           SELECT BCCU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CCRK
           .

           SELECT BTRN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TRRK
           .

           SELECT BAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS ATRK
           .

           SELECT BCKM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CKRK
           .

           SELECT BCKF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS CFRK
           .

           SELECT BPT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JTRK
           .

           SELECT BPV2 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS JVRK
           .

           SELECT BTXR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS TXRANO
           .

           SELECT BQT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QTRK
           .

           SELECT BQD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS QDRK
           .

           SELECT BHLO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HORKF
           .

           SELECT BHLE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS HERK
           .

           SELECT OPERMSTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS OPMIDX
           .

           SELECT BKPARQ ASSIGN TO NOMEARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX
           .
       DATA DIVISION.
       FILE SECTION.
       FD BFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCDATA.DAT".
       COPY FUNCDATA.
       FD BPR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT1.DATA".
       COPY PRM.
       FD BCARGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCARGO1.DAT".
       COPY CADCARGO.
       FD BPRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRO1.DAT".
       COPY PRO.
       FD BFGTS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FGTSBAL.DAT".
       01 BFGTSREC.
           03 BFGRK     PIC 9(06).
           03 BACFGTS   PIC 9(12)V99.
       FD BFER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERIASBAL.DAT".
       01 BFERIASREC.
           03 BFERK      PIC 9(06).
           03 BDIASACUM  PIC 9(03)V99.
           03 BULTMES    PIC 9(02).
           03 BULTANO    PIC 9(04).
           03 BULTSEQ    PIC 9(03).
       FD BABS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ABSENC.DAT".
       01 BABSENCREC.
           03 BABRK.
               05 BABRKF   PIC 9(06).
               05 BABSEQ   PIC 9(03).
           03 BABMES      PIC 9(02).
           03 BABANO      PIC 9(04).
           03 BABTIPO     PIC X(01).
           03 BABTIPOTXT  PIC X(15).
           03 BABDIAS     PIC 9(02).
       FD BPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRPEND1.DATA".
       COPY PRPEND.
       FD BLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGLOG1.DAT".
       01 BLOGREC.
           03 BLOGSEQ   PIC 9(08).
           03 BLOGOPER  PIC X(10).
           03 BLOGPROG  PIC X(08).
           03 BLOGACAO  PIC X(01).
           03 BLOGRK    PIC 9(14).
           03 BLOGDATE  PIC 9(08).
           03 BLOGTIME  PIC 9(06).
           03 BLOGHASH  PIC 9(12).
       FD BAREA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP1".
       01 BAR.
           03 BARK   PIC  9(03).
           03 BDESC PIC  X(20).
           03 BN    PIC  9(01).
           03 BNTXT PIC  X(19).
           03 BASRK  PIC  9(03).
           03 BAFILIAL PIC 9(02).
       FD BPEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENSAO1.DAT".
       COPY PENSAO.
       FD BLANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANC1.DAT".
       COPY LANCAM.
       FD BADI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADIANT1.DAT".
       COPY ADIANT.
       FD BHOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HORAS1.DAT".
       COPY HORAS.
       FD BAFA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AFAST1.DAT".
       COPY AFAST.
       FD BBEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BENEF1.DAT".
       COPY BENEF.
       FD BEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST1.DAT".
       COPY EMPREST.
       FD BSDV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDODEV.DAT".
       COPY SALDODEV.
       FD BBH
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANCOHRS.DAT".
       COPY BANCOHRS.
       FD BBHM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANCOHRM.DAT".
       COPY BANCOHRM.
       FD BCMS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COMISS1.DAT".
       COPY COMISS.
       FD BPLR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLR1.DAT".
       COPY PLR.
       FD BRES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RESCIS1.DAT".
       01 BRESREC.
           03 BRSRK        PIC 9(06).
           03 BRSDADOS     PIC X(202).
       FD BPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAGSTAT1.DAT".
       01 BPAGREC.
           03 BPGRK.
               05 BPGRKF   PIC 9(06).
               05 BPGRKM   PIC 9(02).
               05 BPGRKY   PIC 9(04).
           03 BPGVALOR    PIC 9(12).
           03 BPGSTATUS   PIC X(01).
           03 BPGOCORR    PIC X(02).
           03 BPGDATA     PIC 9(08).
       FD B13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRT13.DATA".
       COPY PRM13.
       FD B13P
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PR13PEND.DATA".
       COPY PR13PEND.
       FD BHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRHIST1.DATA".
       COPY PRHIST.
       FD BSUM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRSUMM1.DAT".
       01 BSUMREC.
           03 BSMRK.
               05 BSMRKF   PIC 9(06).
               05 BSMRKY   PIC 9(04).
           03 BSMMESES    PIC 9(02).
           03 BSMBRUTO    PIC 9(12)V99.
           03 BSMINSS     PIC 9(12)V99.
           03 BSMIMPR     PIC 9(12)V99.
           03 BSMLIQ      PIC 9(12)V99.
       FD BFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFIL1.DAT".
       COPY CADFIL.
       FD BFERI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERI1.DAT".
       COPY CADFERI.
       FD BBCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBANCO1.DAT".
       COPY CADBANCO.
       FD BOPM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST.
       FD BTAX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXA1.DAT".
       COPY CADTAXA.
       FD BUF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADUF.DAT".
       01 BUFREC.
           03 BUFRK      PIC X(02).
           03 BUFDESC    PIC X(23).
       FD BFPG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERPAG.DAT".
       COPY FERPAG.
       FD BDEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".
       01 DEPENDREC.
           03 DPRK.
               05 DPRKF   PIC 9(06).
               05 DPSEQ   PIC 9(02).
           03 DPNOME     PIC X(40).
           03 DPCPF      PIC 9(11).
           03 DPNDIA     PIC 9(02).
           03 DPNMES     PIC 9(02).
           03 DPNANO     PIC 9(04).
       FD BABB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ABSENCBAL.DAT".
       01 ABSENCBALREC.
           03 ABBRK      PIC 9(06).
           03 ULTSEQAB   PIC 9(03).
       FD BCHI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOHIST.DAT".
       01 CARGOHISTREC.
           03 CHIRK.
               05 CHIRKF  PIC 9(06).
               05 CHISEQ  PIC 9(03).
           03 CHICRK     PIC 9(04).
           03 CHIDIA     PIC 9(02).
           03 CHIMES     PIC 9(02).
           03 CHIANO     PIC 9(04).
       FD BADH
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADDRHIST.DAT".
       01 ADDRHISTREC.
           03 ADHRK.
               05 ADHRKF        PIC 9(06).
               05 ADHSEQ        PIC 9(03).
           03 ADHCEP           PIC 9(08).
           03 ADHNUM            PIC 9(05).
           03 ADHCOMPLEMENTO    PIC X(12).
           03 ADHDIA            PIC 9(02).
           03 ADHMES            PIC 9(02).
           03 ADHANO            PIC 9(04).
           03 ADHFDIA           PIC 9(02).
           03 ADHFMES           PIC 9(02).
           03 ADHFANO           PIC 9(04).
       FD BCSL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGSAL1.DAT".
       01 CARGSALREC.
           03 CSRK.
               05 CSCARGO   PIC 9(04).
               05 CSMES     PIC 9(02).
               05 CSANO     PIC 9(04).
           03 CSSALANT     PIC 9(06)V99.
           03 CSSALNOVO    PIC 9(06)V99.
           03 CSPCT        PIC 9(03)V99.
       FD BPLK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERLOCK1.DAT".
       01 PERREC.
           03 PLK.
               05 PLKM     PIC 9(02).
       01 LOGCTRREC.
           03 CTRK    PIC 9(01).
           03 CTRSEQ  PIC 9(08).
           03 CTRHASH PIC 9(12).
       FD BBCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BATCHCTL.DAT".
           ==PVALATRAS== BY ==SNVALATRAS==
           ==PVALINTRA== BY ==SNVALINTRA==
           ==PVALANUEN== BY ==SNVALANUEN==
           ==PVALPENH== BY ==SNVALPENH==
           ==PVALREDIR== BY ==SNVALREDIR==.
       FD BRFL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECFIL1.DAT".
       COPY RECFIL.
       FD BBVB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVERB1.DAT".
       COPY CADVERBA.
       FD BBVM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVVERB1.DAT".
       COPY MOVVERB.
       FD BCCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCT1.DAT".
       COPY CADCCT.
       FD BRISC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRISCO1.DAT".
       COPY RISCO.
       FD BCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAT1.DAT".
       COPY CAT.
       FD BEPIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEPI1.DAT".
       COPY EPI.
       FD BEPIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EPIENT1.DAT".
       COPY EPIENT.
       FD BCONV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVOC1.DAT".
       COPY CONVOC.
       FD BPROL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLAB1.DAT".
       COPY PROLAB.
       FD BPRQM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROLMOV1.DAT".
       COPY PROLMOV.
       FD BESTG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTAGIO1.DAT".
       COPY ESTAGIO.
       FD BCBO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCBO1.DAT".
       COPY CBO.
       FD BCREC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRECHE1.DAT".
       COPY CRECHE.
       FD BOBIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITO1.DAT".
       COPY OBITO.
       FD BOBEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OBITBEN1.DAT".
       COPY OBITBEN.
       FD BSUBS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SUBST1.DAT".
       COPY SUBST.
       FD BAEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUTEXT1.DAT".
       COPY AUTEXT.
       FD BPEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENDEXT1.DAT".
       COPY PENDEXT.
       FD BSOBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SOBREAV1.DAT".
       COPY SOBREAV.
       FD BREEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REEMB1.DAT".
       COPY REEMB.
       FD BPJ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVPLAN1.DAT".
       COPY PREVPLAN.
       FD BPZ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVMOV1.DAT".
       COPY PREVMOV.
       FD BRQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RRAMOV1.DAT".
       COPY RRAMOV.
       FD BHL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGHIST1.DAT".
       COPY CHGHIST.
       FD BSL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHGSEAL1.DAT".
       COPY CHGSEAL.
       FD BSD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SODREG1.DAT".
       COPY SODREGRA.
       FD BFR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FRAUDPAR1.DAT".
       COPY FRAUDPAR.
       FD BDM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DECLMOD1.DAT".
       COPY DECLMOD.
       FD BDR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DECLREG1.DAT".
       COPY DECLREG.
       FD BDC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DECLCTL1.DAT".
       01 DECLCTLREC.
           03 DCCK    PIC 9(01).
           03 DCCSEQ  PIC 9(06).
       FD BPF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLFAT1.DAT".
       COPY PLFAT.
       FD BPK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PIXCHV1.DAT".
       COPY PIXCHV.
       FD BBX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BIEXT1.DAT".
       COPY BIEXT.
       FD BIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IAMCTL1.DAT".
       COPY IAMCTL.
       FD BIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IAMSNAP1.DAT".
       COPY IAMSNAP.
       FD BSIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDOINI1.DAT".
       COPY SALDOINI.
       FD BGR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYGRP1.DAT".
       COPY PAYGRP.
       FD BCL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYCAL1.DAT".
       COPY PAYCAL.
       FD BFG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCGRP1.DAT".
       COPY FUNCGRP.
       FD BGP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAYPER1.DAT".
       COPY PAYPER.
       FD BCUR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCURSO1.DAT".
       COPY CURSO.
       FD BCCU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARGOCUR1.DAT".
       COPY CARGOCUR.
       FD BTRN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINO1.DAT".
       COPY TREINO.
       FD BAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ATESTADO1.DAT".
       COPY ATESTADO.
       FD BCKM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKMOD1.DAT".
       COPY CHKMOD.
       FD BCKF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKFUN1.DAT".
       COPY CHKFUNC.
       FD BPT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCTRAB1.DAT".
       COPY PROCTRAB.
       FD BPV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROCVAL1.DAT".
       COPY PROCVAL.
       FD BTXR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTAXR1.DAT".
       COPY TAXARASC.
       FD BQT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODTAB1.DAT".
       COPY PRODTAB.
       FD BQD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODDIA1.DAT".
       COPY PRODDIA.
       FD BHLO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLOPC1.DAT".
       COPY HOLOPC.
       FD BHLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLENV1.DAT".
       COPY HOLENV.
      *-----------------------------------------------------------------
      *SEGUNDA VISAO DO CADASTRO DE OPERADORES SO PARA O CONTROLE DE
      *ACESSO (O PROPRIO OPERMST1.DAT TAMBEM E COPIADO ACIMA)
      *-----------------------------------------------------------------
       FD OPERMSTX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERMST1.DAT".
       COPY OPERMST REPLACING ==OPERMSTREC== BY ==OPERMSTXREC==
           ==OPMID== BY ==OPMIDX==
           ==OPMSENHA== BY ==OPMSENHAX==
           ==OPMATIVO== BY ==OPMATIVOX==
           ==OPMCAD== BY ==OPMCADX==
           ==OPMFOLHA== BY ==OPMFOLHAX==
           ==OPMAPROV== BY ==OPMAPROVX==
           ==OPMFECHA== BY ==OPMFECHAX==
           ==OPMDADOS== BY ==OPMDADOSX==
           ==OPMVENC== BY ==OPMVENCX==
           ==OPMFALHA== BY ==OPMFALHAX==
           ==OPMBLOQ== BY ==OPMBLOQX==
           ==OPMSEN1== BY ==OPMSEN1X==
           ==OPMSEN2== BY ==OPMSEN2X==
           ==OPMMAT== BY ==OPMMATX==
           ==OPMDTDES== BY ==OPMDTDESX==
           ==OPMMOTDES== BY ==OPMMOTDESX==.
      *-----------------------------------------------------------------
      *COPIA SEQUENCIAL DE SEGURANCA - IMAGEM DO REGISTRO EM X(512)
      *-----------------------------------------------------------------
       FD BKPARQ
           LABEL RECORD IS STANDARD.
       01 BKPLINE PIC X(512).
       WORKING-STORAGE SECTION.
           01 FS          PIC X(02).
           01 FSX         PIC X(02).
           01 NOMEARQ     PIC X(40).
           01 MODO        PIC X(01).
           01 FILESEL     PIC 9(03).
           01 TOTREG      PIC 9(08).
           01 CTLTOTAL    PIC 9(16).
           01 OPERID      PIC X(10).
           01 SENHA       PIC X(08).
           01 OPERCHK     PIC X(01).
           01 TENTAT      PIC 9(01).
       LINKAGE SECTION.
           01 LKOPER PIC X(10).
       PROCEDURE DIVISION USING LKOPER.
       R00S.
           OPEN INPUT OPERMSTX
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
                   CLOSE OPERMSTX
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
               CLOSE OPERMSTX
       .
       R01.
           DISPLAY "UTILITARIO DE COPIA/VERIFICACAO/RESTAURACAO"
           DISPLAY "ARQUIVOS:"
           DISPLAY " 1-FUNCDATA.DAT    2-PRT1.DATA"
           DISPLAY " 3-CADCARGO1.DAT   4-PRO1.DAT"
           DISPLAY " 5-FGTSBAL.DAT     6-FERIASBAL.DAT"
           DISPLAY " 7-ABSENC.DAT      8-PRPEND1.DATA"
           DISPLAY " 9-CHGLOG1.DAT    10-CADCEP1"
           DISPLAY "11-PENSAO1.DAT    12-LANC1.DAT"
           DISPLAY "13-ADIANT1.DAT    14-HORAS1.DAT"
           DISPLAY "15-AFAST1.DAT     16-BENEF1.DAT"
           DISPLAY "17-EMPREST1.DAT   18-SALDODEV.DAT"
           DISPLAY "19-BANCOHRS.DAT   20-BANCOHRM.DAT"
           DISPLAY "21-COMISS1.DAT    22-PLR1.DAT"
           DISPLAY "23-RESCIS1.DAT    24-PAGSTAT1.DAT"
           DISPLAY "25-PRT13.DATA     26-PR13PEND.DATA"
           DISPLAY "27-PRHIST1.DATA   28-PRSUMM1.DAT"
           DISPLAY "29-CADFIL1.DAT    30-CADFERI1.DAT"
           DISPLAY "31-CADBANCO1.DAT  32-OPERMST1.DAT"
           DISPLAY "33-CADTAXA1.DAT   34-CADUF.DAT"
           DISPLAY "35-FERPAG.DAT     36-DEPEND.DAT"
           DISPLAY "37-ABSENCBAL.DAT  38-CARGOHIST.DAT"
           DISPLAY "39-ADDRHIST.DAT   40-CARGSAL1.DAT"
           DISPLAY "41-PERLOCK1.DAT   42-LOGCTR1.DAT"
           DISPLAY "43-BATCHCTL.DAT   44-FECHCTL1.DAT"
           DISPLAY "45-PENSPAG1.DAT   46-PENHORA1.DAT"
           DISPLAY "47-DISCIP1.DAT    48-DEGRAU1.DAT"
           DISPLAY "49-FUNCSTEP.DAT   50-MULTVIN1.DAT"
           DISPLAY "51-ESCPAT1.DAT    52-ESCFUNC1.DAT"
           DISPLAY "53-ANUENIO1.DAT   54-DEPPROV1.DAT"
           DISPLAY "55-AUTONOM1.DAT   56-RPAMOV1.DAT"
           DISPLAY "57-COMPL1.DAT     58-ASO1.DAT"
           DISPLAY "59-EXPER1.DAT     60-AVISO1.DAT"
           DISPLAY "61-ESTAB1.DAT     62-TRANSFIL.DAT"
           DISPLAY "63-CADVAGA1.DAT   64-RATEIO1.DAT"
           DISPLAY "65-CONTMAP1.DAT   66-CADMUNI1.DAT"
           DISPLAY "67-CHQCTL1.DAT    68-CHEQUES1.DAT"
           DISPLAY "69-RELCAT1.DAT    70-RCATCTL1.DAT"
           DISPLAY "71-FERAGEN1.DAT   72-ORCAM1.DAT"
           DISPLAY "73-EVSTAT1.DAT    74-PONTODET.DAT"
           DISPLAY "75-PROVSAL1.DAT   76-REABCTL1.DAT"
           DISPLAY "77-PRSNAP1.DATA   78-RECFIL1.DAT"
           DISPLAY "79-CADVERB1.DAT   80-MOVVERB1.DAT"
           DISPLAY "81-CADCCT1.DAT    82-CADRISCO1.DAT"
           DISPLAY "83-CADCAT1.DAT    84-CADEPI1.DAT"
           DISPLAY "85-EPIENT1.DAT    86-CONVOC1.DAT"
           DISPLAY "87-PROLAB1.DAT    88-PROLMOV1.DAT"
           DISPLAY "89-ESTAGIO1.DAT   90-CADCBO1.DAT"
           DISPLAY "91-CRECHE1.DAT    92-OBITO1.DAT"
           DISPLAY "93-OBITBEN1.DAT   94-SUBST1.DAT"
           DISPLAY "95-AUTEXT1.DAT    96-PENDEXT1.DAT"
           DISPLAY "97-SOBREAV1.DAT   98-REEMB1.DAT"
           DISPLAY "99-PREVPLAN1.DAT  100-PREVMOV1.DAT"
           DISPLAY "101-RRAMOV1.DAT   102-CHGHIST1.DAT"
           DISPLAY "103-CHGSEAL1.DAT  104-SODREG1.DAT"
           DISPLAY "105-FRAUDPAR1.DAT 106-DECLMOD1.DAT"
           DISPLAY "107-DECLREG1.DAT  108-DECLCTL1.DAT"
           DISPLAY "109-PLFAT1.DAT    110-PIXCHV1.DAT"
           DISPLAY "111-BIEXT1.DAT    112-IAMCTL1.DAT"
           DISPLAY "113-IAMSNAP1.DAT  114-SALDOINI1.DAT"
           DISPLAY "115-PAYGRP1.DAT   116-PAYCAL1.DAT"
           DISPLAY "117-FUNCGRP1.DAT  118-PAYPER1.DAT"
           DISPLAY "119-CADCURSO1.DAT 120-CARGOCUR1.DAT"
           DISPLAY "121-TREINO1.DAT   122-ATESTADO1.DAT"
           DISPLAY "123-CHKMOD1.DAT   124-CHKFUN1.DAT"
           DISPLAY "125-PROCTRAB1.DAT 126-PROCVAL1.DAT"
           DISPLAY "127-CADTAXR1.DAT  128-PRODTAB1.DAT"
           DISPLAY "129-PRODDIA1.DAT  130-HOLOPC1.DAT"
           DISPLAY "131-HOLENV1.DAT"
           DISPLAY " 0-FIM"
           DISPLAY "DIGITE O NUMERO DO ARQUIVO: "
           ACCEPT FILESEL
           IF FILESEL = ZEROS
               GOBACK
           .
           IF FILESEL > 131
               DISPLAY "ARQUIVO INVALIDO"
               GO TO R01
       .
       R02.
           DISPLAY "MODO (E-EXPORTAR V-VERIFICAR R-RESTAURAR): "
           ACCEPT MODO
           IF MODO NOT = "E" AND MODO NOT = "V" AND MODO NOT = "R"
               DISPLAY "MODO INVALIDO"
               GO TO R02
       .
       R03.
           MOVE ZEROS TO TOTREG CTLTOTAL
           IF MODO = "V"
               MOVE SPACES TO NOMEARQ
           ELSE
               MOVE SPACES TO NOMEARQ
               DISPLAY "NOME DO ARQUIVO DE COPIA SEQUENCIAL: "
               ACCEPT NOMEARQ
               IF NOMEARQ = SPACES
                   DISPLAY "NOME DE ARQUIVO INVALIDO"
                   GO TO R03
               END-IF
           .
           IF FILESEL = 1
               PERFORM XBFUNC THRU XBFUNCX
           END-IF
           IF FILESEL = 2
               PERFORM XBPR THRU XBPRX
           END-IF
           IF FILESEL = 3
               PERFORM XBCARGO THRU XBCARGOX
           END-IF
           IF FILESEL = 4
               PERFORM XBPRO THRU XBPROX
           END-IF
           IF FILESEL = 5
               PERFORM XBFGTS THRU XBFGTSX
           END-IF
           IF FILESEL = 6
               PERFORM XBFER THRU XBFERX
           END-IF
           IF FILESEL = 7
               PERFORM XBABS THRU XBABSX
           END-IF
           IF FILESEL = 8
               PERFORM XBPEND THRU XBPENDX
           END-IF
           IF FILESEL = 9
               PERFORM XBLOG THRU XBLOGX
           END-IF
           IF FILESEL = 10
               PERFORM XBAREA THRU XBAREAX
           END-IF
           IF FILESEL = 11
               PERFORM XBPEN THRU XBPENX
           END-IF
           IF FILESEL = 12
               PERFORM XBLANC THRU XBLANCX
           END-IF
           IF FILESEL = 13
               PERFORM XBADI THRU XBADIX
           END-IF
           IF FILESEL = 14
               PERFORM XBHOR THRU XBHORX
           END-IF
           IF FILESEL = 15
               PERFORM XBAFA THRU XBAFAX
           END-IF
           IF FILESEL = 16
               PERFORM XBBEN THRU XBBENX
           END-IF
           IF FILESEL = 17
               PERFORM XBEMP THRU XBEMPX
           END-IF
           IF FILESEL = 18
               PERFORM XBSDV THRU XBSDVX
           END-IF
           IF FILESEL = 19
               PERFORM XBBH THRU XBBHX
           END-IF
           IF FILESEL = 20
               PERFORM XBBHM THRU XBBHMX
           END-IF
           IF FILESEL = 21
               PERFORM XBCMS THRU XBCMSX
           END-IF
           IF FILESEL = 22
               PERFORM XBPLR THRU XBPLRX
           END-IF
           IF FILESEL = 23
               PERFORM XBRES THRU XBRESX
           END-IF
           IF FILESEL = 24
               PERFORM XBPAG THRU XBPAGX
           END-IF
           IF FILESEL = 25
               PERFORM XB13 THRU XB13X
           END-IF
           IF FILESEL = 26
               PERFORM XB13P THRU XB13PX
           END-IF
           IF FILESEL = 27
               PERFORM XBHIS THRU XBHISX
           END-IF
           IF FILESEL = 28
               PERFORM XBSUM THRU XBSUMX
           END-IF
           IF FILESEL = 29
               PERFORM XBFIL THRU XBFILX
           END-IF
           IF FILESEL = 30
               PERFORM XBFERI THRU XBFERIX
           END-IF
           IF FILESEL = 31
               PERFORM XBBCO THRU XBBCOX
           END-IF
           IF FILESEL = 32
               PERFORM XBOPM THRU XBOPMX
           END-IF
           IF FILESEL = 33
               PERFORM XBTAX THRU XBTAXX
           END-IF
           IF FILESEL = 34
               PERFORM XBUF THRU XBUFX
           END-IF
           IF FILESEL = 35
               PERFORM XBFPG THRU XBFPGX
           END-IF
           IF FILESEL = 36
               PERFORM XBDEP THRU XBDEPX
           END-IF
           IF FILESEL = 37
               PERFORM XBABB THRU XBABBX
           END-IF
           IF FILESEL = 38
               PERFORM XBCHI THRU XBCHIX
           END-IF
           IF FILESEL = 39
               PERFORM XBADH THRU XBADHX
           END-IF
           IF FILESEL = 40
               PERFORM XBCSL THRU XBCSLX
           END-IF
           IF FILESEL = 41
               PERFORM XBPLK THRU XBPLKX
           END-IF
           IF FILESEL = 42
               PERFORM XBLCT THRU XBLCTX
           END-IF
           IF FILESEL = 43
               PERFORM XBBCT THRU XBBCTX
           END-IF
           IF FILESEL = 44
               PERFORM XBFCT THRU XBFCTX
           END-IF
           IF FILESEL = 45
               PERFORM XBPYG THRU XBPYGX
           END-IF
           IF FILESEL = 46
               PERFORM XBPNH THRU XBPNHX
           END-IF
           IF FILESEL = 47
               PERFORM XBDSC THRU XBDSCX
           END-IF
           IF FILESEL = 48
               PERFORM XBDGR THRU XBDGRX
           END-IF
           IF FILESEL = 49
               PERFORM XBFST THRU XBFSTX
           END-IF
           IF FILESEL = 50
               PERFORM XBMVC THRU XBMVCX
           END-IF
           IF FILESEL = 51
               PERFORM XBEPT THRU XBEPTX
           END-IF
           IF FILESEL = 52
               PERFORM XBEFC THRU XBEFCX
           END-IF
           IF FILESEL = 53
               PERFORM XBANU THRU XBANUX
           END-IF
           IF FILESEL = 54
               PERFORM XBDPV THRU XBDPVX
           END-IF
           IF FILESEL = 55
               PERFORM XBAUT THRU XBAUTX
           END-IF
           IF FILESEL = 56
               PERFORM XBRPA THRU XBRPAX
           END-IF
           IF FILESEL = 57
               PERFORM XBCPL THRU XBCPLX
           END-IF
           IF FILESEL = 58
               PERFORM XBASO THRU XBASOX
           END-IF
           IF FILESEL = 59
               PERFORM XBEXP THRU XBEXPX
           END-IF
           IF FILESEL = 60
               PERFORM XBAVI THRU XBAVIX
           END-IF
           IF FILESEL = 61
               PERFORM XBEST THRU XBESTX
           END-IF
           IF FILESEL = 62
               PERFORM XBTRF THRU XBTRFX
           END-IF
           IF FILESEL = 63
               PERFORM XBVAG THRU XBVAGX
           END-IF
           IF FILESEL = 64
               PERFORM XBRAT THRU XBRATX
           END-IF
           IF FILESEL = 65
               PERFORM XBCMP THRU XBCMPX
           END-IF
           IF FILESEL = 66
               PERFORM XBMUN THRU XBMUNX
           END-IF
           IF FILESEL = 67
               PERFORM XBCQC THRU XBCQCX
           END-IF
           IF FILESEL = 68
               PERFORM XBCHQ THRU XBCHQX
           END-IF
           IF FILESEL = 69
               PERFORM XBRCA THRU XBRCAX
           END-IF
           IF FILESEL = 70
               PERFORM XBRCC THRU XBRCCX
           END-IF
           IF FILESEL = 71
               PERFORM XBFAG THRU XBFAGX
           END-IF
           IF FILESEL = 72
               PERFORM XBORC THRU XBORCX
           END-IF
           IF FILESEL = 73
               PERFORM XBEVS THRU XBEVSX
           END-IF
           IF FILESEL = 74
               PERFORM XBPDT THRU XBPDTX
           END-IF
           IF FILESEL = 75
               PERFORM XBPVS THRU XBPVSX
           END-IF
           IF FILESEL = 76
               PERFORM XBRBC THRU XBRBCX
           END-IF
           IF FILESEL = 77
               PERFORM XBSNP THRU XBSNPX
           END-IF
           IF FILESEL = 78
               PERFORM XBRFL THRU XBRFLX
           END-IF
           IF FILESEL = 79
               PERFORM XBBVB THRU XBBVBX
           END-IF
           IF FILESEL = 80
               PERFORM XBBVM THRU XBBVMX
           END-IF
           IF FILESEL = 81
               PERFORM XBCCT THRU XBCCTX
           END-IF
           IF FILESEL = 82
               PERFORM XBRISC THRU XBRISCX
           END-IF
           IF FILESEL = 83
               PERFORM XBCAT THRU XBCATX
           END-IF
           IF FILESEL = 84
               PERFORM XBEPIC THRU XBEPICX
           END-IF
           IF FILESEL = 85
               PERFORM XBEPIE THRU XBEPIEX
           END-IF
           IF FILESEL = 86
               PERFORM XBCONV THRU XBCONVX
           END-IF
           IF FILESEL = 87
               PERFORM XBPROL THRU XBPROLX
           END-IF
           IF FILESEL = 88
               PERFORM XBPRQM THRU XBPRQMX
           END-IF
           IF FILESEL = 89
               PERFORM XBESTG THRU XBESTGX
           END-IF
           IF FILESEL = 90
               PERFORM XBCBO THRU XBCBOX
           END-IF
           IF FILESEL = 91
               PERFORM XBCREC THRU XBCRECX
           END-IF
           IF FILESEL = 92
               PERFORM XBOBIT THRU XBOBITX
           END-IF
           IF FILESEL = 93
               PERFORM XBOBEN THRU XBOBENX
           END-IF
           IF FILESEL = 94
               PERFORM XBSUBS THRU XBSUBSX
           END-IF
           IF FILESEL = 95
               PERFORM XBAEXT THRU XBAEXTX
           END-IF
           IF FILESEL = 96
               PERFORM XBPEXT THRU XBPEXTX
           END-IF
           IF FILESEL = 97
               PERFORM XBSOBR THRU XBSOBRX
           END-IF
           IF FILESEL = 98
               PERFORM XBREEM THRU XBREEMX
           END-IF
           IF FILESEL = 99
               PERFORM XBPJ THRU XBPJX
           END-IF
           IF FILESEL = 100
               PERFORM XBPZ THRU XBPZX
           END-IF
           IF FILESEL = 101
               PERFORM XBRQ THRU XBRQX
           END-IF
           IF FILESEL = 102
               PERFORM XBHL THRU XBHLX
           END-IF
           IF FILESEL = 103
               PERFORM XBSL THRU XBSLX
           END-IF
           IF FILESEL = 104
               PERFORM XBSD THRU XBSDX
           END-IF
           IF FILESEL = 105
               PERFORM XBFR THRU XBFRX
           END-IF
           IF FILESEL = 106
               PERFORM XBDM THRU XBDMX
           END-IF
           IF FILESEL = 107
               PERFORM XBDR THRU XBDRX
           END-IF
           IF FILESEL = 108
               PERFORM XBDC THRU XBDCX
           END-IF
           IF FILESEL = 109
               PERFORM XBPF THRU XBPFX
           END-IF
           IF FILESEL = 110
               PERFORM XBPK THRU XBPKX
           END-IF
           IF FILESEL = 111
               PERFORM XBBX THRU XBBXX
           END-IF
           IF FILESEL = 112
               PERFORM XBIC THRU XBICX
           END-IF
           IF FILESEL = 113
               PERFORM XBIS THRU XBISX
           END-IF
           IF FILESEL = 114
               PERFORM XBSIN THRU XBSINX
           END-IF
           IF FILESEL = 115
               PERFORM XBGR THRU XBGRX
           END-IF
           IF FILESEL = 116
               PERFORM XBCL THRU XBCLX
           END-IF
           IF FILESEL = 117
               PERFORM XBFG THRU XBFGX
           END-IF
           IF FILESEL = 118
               PERFORM XBGP THRU XBGPX
           END-IF
           IF FILESEL = 119
               PERFORM XBCUR THRU XBCURX
           END-IF
           IF FILESEL = 120
               PERFORM XBCCU THRU XBCCUX
           END-IF
           IF FILESEL = 121
               PERFORM XBTRN THRU XBTRNX
           END-IF
           IF FILESEL = 122
               PERFORM XBAT THRU XBATX
           END-IF
           IF FILESEL = 123
               PERFORM XBCKM THRU XBCKMX
           END-IF
           IF FILESEL = 124
               PERFORM XBCKF THRU XBCKFX
           END-IF
           IF FILESEL = 125
               PERFORM XBPT THRU XBPTX
           END-IF
           IF FILESEL = 126
               PERFORM XBPV2 THRU XBPV2X
           END-IF
           IF FILESEL = 127
               PERFORM XBTXR THRU XBTXRX
           END-IF
           IF FILESEL = 128
               PERFORM XBQT THRU XBQTX
           END-IF
           IF FILESEL = 129
               PERFORM XBQD THRU XBQDX
           END-IF
           IF FILESEL = 130
               PERFORM XBHLO THRU XBHLOX
           END-IF
           IF FILESEL = 131
               PERFORM XBHLE THRU XBHLEX
           END-IF
           DISPLAY "REGISTROS PROCESSADOS: " TOTREG
           DISPLAY "TOTAL DE CONTROLE....: " CTLTOTAL
           GO TO R01
           .
       XBFUNC.
           IF MODO = "R"
               GO TO XBFUNCR
           .
           OPEN INPUT BFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCDATA.DAT: " FS
               GO TO XBFUNCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFUNC
                   GO TO XBFUNCX
               END-IF
           .
       XBFUNC2.
           READ BFUNC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFUNC3
           END-IF
           ADD 1 TO TOTREG
           ADD RKT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE FILES TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFUNC2
           .
       XBFUNC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FUNCDATA.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFUNC
           GO TO XBFUNCX
           .
       XBFUNCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFUNCX
           .
           OPEN OUTPUT BFUNC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FUNCDATA.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFUNCX
           .
       XBFUNCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFUNCR3
           END-IF
           MOVE BKPLINE TO FILES
           WRITE FILES
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RKT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFUNCR2
           .
       XBFUNCR3.
           CLOSE BKPARQ BFUNC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFUNCX.
           EXIT.
       XBPR.
           IF MODO = "R"
               GO TO XBPRR
           .
           OPEN INPUT BPR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRT1.DATA: " FS
               GO TO XBPRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPR
                   GO TO XBPRX
               END-IF
           .
       XBPR2.
           READ BPR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPR3
           END-IF
           ADD 1 TO TOTREG
           ADD RKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PRM TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPR2
           .
       XBPR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRT1.DATA"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPR
           GO TO XBPRX
           .
       XBPRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPRX
           .
           OPEN OUTPUT BPR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRT1.DATA: " FS
               CLOSE BKPARQ
               GO TO XBPRX
           .
       XBPRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPRR3
           END-IF
           MOVE BKPLINE TO PRM
           WRITE PRM
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPRR2
           .
       XBPRR3.
           CLOSE BKPARQ BPR
           DISPLAY "RESTAURACAO CONCLUIDA"
           CALL "PRIDXGER"
           .
       XBPRX.
           EXIT.
       XBCARGO.
           IF MODO = "R"
               GO TO XBCARGOR
           .
           OPEN INPUT BCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCARGO1.DAT: " FS
               GO TO XBCARGOX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCARGO
                   GO TO XBCARGOX
               END-IF
           .
       XBCARGO2.
           READ BCARGO NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCARGO3
           END-IF
           ADD 1 TO TOTREG
           ADD CRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CARGO TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCARGO2
           .
       XBCARGO3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADCARGO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCARGO
           GO TO XBCARGOX
           .
       XBCARGOR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCARGOX
           .
           OPEN OUTPUT BCARGO
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADCARGO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCARGOX
           .
       XBCARGOR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCARGOR3
           END-IF
           MOVE BKPLINE TO CARGO
           WRITE CARGO
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCARGOR2
           .
       XBCARGOR3.
           CLOSE BKPARQ BCARGO
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCARGOX.
           EXIT.
       XBPRO.
           IF MODO = "R"
               GO TO XBPROR
           .
           OPEN INPUT BPRO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRO1.DAT: " FS
               GO TO XBPROX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPRO
                   GO TO XBPROX
               END-IF
           .
       XBPRO2.
           READ BPRO NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPRO3
           END-IF
           ADD 1 TO TOTREG
           ADD CEP TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PROT TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPRO2
           .
       XBPRO3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPRO
           GO TO XBPROX
           .
       XBPROR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPROX
           .
           OPEN OUTPUT BPRO
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPROX
           .
       XBPROR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPROR3
           END-IF
           MOVE BKPLINE TO PROT
           WRITE PROT
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CEP TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPROR2
           .
       XBPROR3.
           CLOSE BKPARQ BPRO
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPROX.
           EXIT.
       XBFGTS.
           IF MODO = "R"
               GO TO XBFGTSR
           .
           OPEN INPUT BFGTS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FGTSBAL.DAT: " FS
               GO TO XBFGTSX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFGTS
                   GO TO XBFGTSX
               END-IF
           .
       XBFGTS2.
           READ BFGTS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFGTS3
           END-IF
           ADD 1 TO TOTREG
           ADD BFGRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BFGTSREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFGTS2
           .
       XBFGTS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FGTSBAL.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFGTS
           GO TO XBFGTSX
           .
       XBFGTSR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFGTSX
           .
           OPEN OUTPUT BFGTS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FGTSBAL.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFGTSX
           .
       XBFGTSR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFGTSR3
           END-IF
           MOVE BKPLINE TO BFGTSREC
           WRITE BFGTSREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BFGRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFGTSR2
           .
       XBFGTSR3.
           CLOSE BKPARQ BFGTS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFGTSX.
           EXIT.
       XBFER.
           IF MODO = "R"
               GO TO XBFERR
           .
           OPEN INPUT BFER
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FERIASBAL.DAT: " FS
               GO TO XBFERX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFER
                   GO TO XBFERX
               END-IF
           .
       XBFER2.
           READ BFER NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFER3
           END-IF
           ADD 1 TO TOTREG
           ADD BFERK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BFERIASREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFER2
           .
       XBFER3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FERIASBAL.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFER
           GO TO XBFERX
           .
       XBFERR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFERX
           .
           OPEN OUTPUT BFER
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FERIASBAL.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFERX
           .
       XBFERR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFERR3
           END-IF
           MOVE BKPLINE TO BFERIASREC
           WRITE BFERIASREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BFERK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFERR2
           .
       XBFERR3.
           CLOSE BKPARQ BFER
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFERX.
           EXIT.
       XBABS.
           IF MODO = "R"
               GO TO XBABSR
           .
           OPEN INPUT BABS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ABSENC.DAT: " FS
               GO TO XBABSX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BABS
                   GO TO XBABSX
               END-IF
           .
       XBABS2.
           READ BABS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBABS3
           END-IF
           ADD 1 TO TOTREG
           ADD BABRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BABSENCREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBABS2
           .
       XBABS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ABSENC.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BABS
           GO TO XBABSX
           .
       XBABSR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBABSX
           .
           OPEN OUTPUT BABS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ABSENC.DAT: " FS
               CLOSE BKPARQ
               GO TO XBABSX
           .
       XBABSR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBABSR3
           END-IF
           MOVE BKPLINE TO BABSENCREC
           WRITE BABSENCREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BABRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBABSR2
           .
       XBABSR3.
           CLOSE BKPARQ BABS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBABSX.
           EXIT.
       XBPEND.
           IF MODO = "R"
               GO TO XBPENDR
           .
           OPEN INPUT BPEND
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRPEND1.DATA: " FS
               GO TO XBPENDX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPEND
                   GO TO XBPENDX
               END-IF
           .
       XBPEND2.
           READ BPEND NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPEND3
           END-IF
           ADD 1 TO TOTREG
           ADD PPRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PRPENDREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPEND2
           .
       XBPEND3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRPEND1.DATA"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPEND
           GO TO XBPENDX
           .
       XBPENDR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPENDX
           .
           OPEN OUTPUT BPEND
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRPEND1.DATA: " FS
               CLOSE BKPARQ
               GO TO XBPENDX
           .
       XBPENDR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPENDR3
           END-IF
           MOVE BKPLINE TO PRPENDREC
           WRITE PRPENDREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PPRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPENDR2
           .
       XBPENDR3.
           CLOSE BKPARQ BPEND
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPENDX.
           EXIT.
       XBLOG.
           IF MODO = "R"
               GO TO XBLOGR
           .
           OPEN INPUT BLOG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGLOG1.DAT: " FS
               GO TO XBLOGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BLOG
                   GO TO XBLOGX
               END-IF
           .
       XBLOG2.
           READ BLOG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBLOG3
           END-IF
           ADD 1 TO TOTREG
           ADD BLOGSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BLOGREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBLOG2
           .
       XBLOG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CHGLOG1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BLOG
           GO TO XBLOGX
           .
       XBLOGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBLOGX
           .
           OPEN OUTPUT BLOG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CHGLOG1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBLOGX
           .
       XBLOGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBLOGR3
           END-IF
           MOVE BKPLINE TO BLOGREC
           WRITE BLOGREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BLOGSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBLOGR2
           .
       XBLOGR3.
           CLOSE BKPARQ BLOG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBLOGX.
           EXIT.
       XBAREA.
           IF MODO = "R"
               GO TO XBAREAR
           .
           OPEN INPUT BAREA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCEP1: " FS
               GO TO XBAREAX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BAREA
                   GO TO XBAREAX
               END-IF
           .
       XBAREA2.
           READ BAREA NEXT RECORD
           IF FS NOT = "00"
               GO TO XBAREA3
           END-IF
           ADD 1 TO TOTREG
           ADD BARK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BAR TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBAREA2
           .
       XBAREA3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADCEP1"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BAREA
           GO TO XBAREAX
           .
       XBAREAR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBAREAX
           .
           OPEN OUTPUT BAREA
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADCEP1: " FS
               CLOSE BKPARQ
               GO TO XBAREAX
           .
       XBAREAR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBAREAR3
           END-IF
           MOVE BKPLINE TO BAR
           WRITE BAR
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BARK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBAREAR2
           .
       XBAREAR3.
           CLOSE BKPARQ BAREA
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBAREAX.
           EXIT.
       XBPEN.
           IF MODO = "R"
               GO TO XBPENR
           .
           OPEN INPUT BPEN
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENSAO1.DAT: " FS
               GO TO XBPENX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPEN
                   GO TO XBPENX
               END-IF
           .
       XBPEN2.
           READ BPEN NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPEN3
           END-IF
           ADD 1 TO TOTREG
           ADD PENRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PENSAOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPEN2
           .
       XBPEN3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PENSAO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPEN
           GO TO XBPENX
           .
       XBPENR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPENX
           .
           OPEN OUTPUT BPEN
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PENSAO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPENX
           .
       XBPENR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPENR3
           END-IF
           MOVE BKPLINE TO PENSAOREC
           WRITE PENSAOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PENRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPENR2
           .
       XBPENR3.
           CLOSE BKPARQ BPEN
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPENX.
           EXIT.
       XBLANC.
           IF MODO = "R"
               GO TO XBLANCR
           .
           OPEN INPUT BLANC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LANC1.DAT: " FS
               GO TO XBLANCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BLANC
                   GO TO XBLANCX
               END-IF
           .
       XBLANC2.
           READ BLANC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBLANC3
           END-IF
           ADD 1 TO TOTREG
           ADD LCRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE LANCREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBLANC2
           .
       XBLANC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM LANC1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BLANC
           GO TO XBLANCX
           .
       XBLANCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBLANCX
           .
           OPEN OUTPUT BLANC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR LANC1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBLANCX
           .
       XBLANCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBLANCR3
           END-IF
           MOVE BKPLINE TO LANCREC
           WRITE LANCREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD LCRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBLANCR2
           .
       XBLANCR3.
           CLOSE BKPARQ BLANC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBLANCX.
           EXIT.
       XBADI.
           IF MODO = "R"
               GO TO XBADIR
           .
           OPEN INPUT BADI
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ADIANT1.DAT: " FS
               GO TO XBADIX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BADI
                   GO TO XBADIX
               END-IF
           .
       XBADI2.
           READ BADI NEXT RECORD
           IF FS NOT = "00"
               GO TO XBADI3
           END-IF
           ADD 1 TO TOTREG
           ADD ADRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ADIANTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBADI2
           .
       XBADI3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ADIANT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BADI
           GO TO XBADIX
           .
       XBADIR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBADIX
           .
           OPEN OUTPUT BADI
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ADIANT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBADIX
           .
       XBADIR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBADIR3
           END-IF
           MOVE BKPLINE TO ADIANTREC
           WRITE ADIANTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ADRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBADIR2
           .
       XBADIR3.
           CLOSE BKPARQ BADI
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBADIX.
           EXIT.
       XBHOR.
           IF MODO = "R"
               GO TO XBHORR
           .
           OPEN INPUT BHOR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR HORAS1.DAT: " FS
               GO TO XBHORX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BHOR
                   GO TO XBHORX
               END-IF
           .
       XBHOR2.
           READ BHOR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBHOR3
           END-IF
           ADD 1 TO TOTREG
           ADD HARKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE HORASREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBHOR2
           .
       XBHOR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM HORAS1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BHOR
           GO TO XBHORX
           .
       XBHORR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBHORX
           .
           OPEN OUTPUT BHOR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR HORAS1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBHORX
           .
       XBHORR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBHORR3
           END-IF
           MOVE BKPLINE TO HORASREC
           WRITE HORASREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HARKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBHORR2
           .
       XBHORR3.
           CLOSE BKPARQ BHOR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBHORX.
           EXIT.
       XBAFA.
           IF MODO = "R"
               GO TO XBAFAR
           .
           OPEN INPUT BAFA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR AFAST1.DAT: " FS
               GO TO XBAFAX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BAFA
                   GO TO XBAFAX
               END-IF
           .
       XBAFA2.
           READ BAFA NEXT RECORD
           IF FS NOT = "00"
               GO TO XBAFA3
           END-IF
           ADD 1 TO TOTREG
           ADD AFRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE AFASTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBAFA2
           .
       XBAFA3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM AFAST1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BAFA
           GO TO XBAFAX
           .
       XBAFAR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBAFAX
           .
           OPEN OUTPUT BAFA
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR AFAST1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBAFAX
           .
       XBAFAR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBAFAR3
           END-IF
           MOVE BKPLINE TO AFASTREC
           WRITE AFASTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD AFRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBAFAR2
           .
       XBAFAR3.
           CLOSE BKPARQ BAFA
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBAFAX.
           EXIT.
       XBBEN.
           IF MODO = "R"
               GO TO XBBENR
           .
           OPEN INPUT BBEN
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BENEF1.DAT: " FS
               GO TO XBBENX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBEN
                   GO TO XBBENX
               END-IF
           .
       XBBEN2.
           READ BBEN NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBEN3
           END-IF
           ADD 1 TO TOTREG
           ADD BENRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BENEFREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBEN2
           .
       XBBEN3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM BENEF1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBEN
           GO TO XBBENX
           .
       XBBENR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBENX
           .
           OPEN OUTPUT BBEN
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR BENEF1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBENX
           .
       XBBENR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBENR3
           END-IF
           MOVE BKPLINE TO BENEFREC
           WRITE BENEFREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BENRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBENR2
           .
       XBBENR3.
           CLOSE BKPARQ BBEN
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBENX.
           EXIT.
       XBEMP.
           IF MODO = "R"
               GO TO XBEMPR
           .
           OPEN INPUT BEMP
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPREST1.DAT: " FS
               GO TO XBEMPX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEMP
                   GO TO XBEMPX
               END-IF
           .
       XBEMP2.
           READ BEMP NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEMP3
           END-IF
           ADD 1 TO TOTREG
           ADD EMRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE EMPRESTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEMP2
           .
       XBEMP3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM EMPREST1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEMP
           GO TO XBEMPX
           .
       XBEMPR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBEMPX
           .
           OPEN OUTPUT BEMP
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR EMPREST1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBEMPX
           .
       XBEMPR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBEMPR3
           END-IF
           MOVE BKPLINE TO EMPRESTREC
           WRITE EMPRESTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD EMRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBEMPR2
           .
       XBEMPR3.
           CLOSE BKPARQ BEMP
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBEMPX.
           EXIT.
       XBSDV.
           IF MODO = "R"
               GO TO XBSDVR
           .
           OPEN INPUT BSDV
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALDODEV.DAT: " FS
               GO TO XBSDVX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSDV
                   GO TO XBSDVX
               END-IF
           .
       XBSDV2.
           READ BSDV NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSDV3
           END-IF
           ADD 1 TO TOTREG
           ADD SDRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE SALDODEVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSDV2
           .
       XBSDV3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM SALDODEV.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSDV
           GO TO XBSDVX
           .
       XBSDVR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSDVX
           .
           OPEN OUTPUT BSDV
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR SALDODEV.DAT: " FS
               CLOSE BKPARQ
               GO TO XBSDVX
           .
       XBSDVR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSDVR3
           END-IF
           MOVE BKPLINE TO SALDODEVREC
           WRITE SALDODEVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD SDRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSDVR2
           .
       XBSDVR3.
           CLOSE BKPARQ BSDV
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSDVX.
           EXIT.
       XBBH.
           IF MODO = "R"
               GO TO XBBHR
           .
           OPEN INPUT BBH
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BANCOHRS.DAT: " FS
               GO TO XBBHX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBH
                   GO TO XBBHX
               END-IF
           .
       XBBH2.
           READ BBH NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBH3
           END-IF
           ADD 1 TO TOTREG
           ADD BHRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BANCOHRSREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBH2
           .
       XBBH3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM BANCOHRS.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBH
           GO TO XBBHX
           .
       XBBHR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBHX
           .
           OPEN OUTPUT BBH
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR BANCOHRS.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBHX
           .
       XBBHR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBHR3
           END-IF
           MOVE BKPLINE TO BANCOHRSREC
           WRITE BANCOHRSREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BHRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBHR2
           .
       XBBHR3.
           CLOSE BKPARQ BBH
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBHX.
           EXIT.
       XBBHM.
           IF MODO = "R"
               GO TO XBBHMR
           .
           OPEN INPUT BBHM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BANCOHRM.DAT: " FS
               GO TO XBBHMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBHM
                   GO TO XBBHMX
               END-IF
           .
       XBBHM2.
           READ BBHM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBHM3
           END-IF
           ADD 1 TO TOTREG
           ADD BHMRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BANCOHRMREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBHM2
           .
       XBBHM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM BANCOHRM.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBHM
           GO TO XBBHMX
           .
       XBBHMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBHMX
           .
           OPEN OUTPUT BBHM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR BANCOHRM.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBHMX
           .
       XBBHMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBHMR3
           END-IF
           MOVE BKPLINE TO BANCOHRMREC
           WRITE BANCOHRMREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BHMRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBHMR2
           .
       XBBHMR3.
           CLOSE BKPARQ BBHM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBHMX.
           EXIT.
       XBCMS.
           IF MODO = "R"
               GO TO XBCMSR
           .
           OPEN INPUT BCMS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR COMISS1.DAT: " FS
               GO TO XBCMSX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCMS
                   GO TO XBCMSX
               END-IF
           .
       XBCMS2.
           READ BCMS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCMS3
           END-IF
           ADD 1 TO TOTREG
           ADD CMRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE COMISSREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCMS2
           .
       XBCMS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM COMISS1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCMS
           GO TO XBCMSX
           .
       XBCMSR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCMSX
           .
           OPEN OUTPUT BCMS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR COMISS1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCMSX
           .
       XBCMSR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCMSR3
           END-IF
           MOVE BKPLINE TO COMISSREC
           WRITE COMISSREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CMRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCMSR2
           .
       XBCMSR3.
           CLOSE BKPARQ BCMS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCMSX.
           EXIT.
       XBPLR.
           IF MODO = "R"
               GO TO XBPLRR
           .
           OPEN INPUT BPLR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PLR1.DAT: " FS
               GO TO XBPLRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPLR
                   GO TO XBPLRX
               END-IF
           .
       XBPLR2.
           READ BPLR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPLR3
           END-IF
           ADD 1 TO TOTREG
           ADD PLRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PLRREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPLR2
           .
       XBPLR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PLR1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPLR
           GO TO XBPLRX
           .
       XBPLRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPLRX
           .
           OPEN OUTPUT BPLR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PLR1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPLRX
           .
       XBPLRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPLRR3
           END-IF
           MOVE BKPLINE TO PLRREC
           WRITE PLRREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PLRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPLRR2
           .
       XBPLRR3.
           CLOSE BKPARQ BPLR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPLRX.
           EXIT.
       XBRES.
           IF MODO = "R"
               GO TO XBRESR
           .
           OPEN INPUT BRES
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RESCIS1.DAT: " FS
               GO TO XBRESX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRES
                   GO TO XBRESX
               END-IF
           .
       XBRES2.
           READ BRES NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRES3
           END-IF
           ADD 1 TO TOTREG
           ADD BRSRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BRESREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRES2
           .
       XBRES3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM RESCIS1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRES
           GO TO XBRESX
           .
       XBRESR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRESX
           .
           OPEN OUTPUT BRES
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR RESCIS1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRESX
           .
       XBRESR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRESR3
           END-IF
           MOVE BKPLINE TO BRESREC
           WRITE BRESREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BRSRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRESR2
           .
       XBRESR3.
           CLOSE BKPARQ BRES
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRESX.
           EXIT.
       XBPAG.
           IF MODO = "R"
               GO TO XBPAGR
           .
           OPEN INPUT BPAG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGSTAT1.DAT: " FS
               GO TO XBPAGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPAG
                   GO TO XBPAGX
               END-IF
           .
       XBPAG2.
           READ BPAG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPAG3
           END-IF
           ADD 1 TO TOTREG
           ADD BPGRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BPAGREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPAG2
           .
       XBPAG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PAGSTAT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPAG
           GO TO XBPAGX
           .
       XBPAGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPAGX
           .
           OPEN OUTPUT BPAG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PAGSTAT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPAGX
           .
       XBPAGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPAGR3
           END-IF
           MOVE BKPLINE TO BPAGREC
           WRITE BPAGREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BPGRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPAGR2
           .
       XBPAGR3.
           CLOSE BKPARQ BPAG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPAGX.
           EXIT.
       XB13.
           IF MODO = "R"
               GO TO XB13R
           .
           OPEN INPUT B13
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRT13.DATA: " FS
               GO TO XB13X
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE B13
                   GO TO XB13X
               END-IF
           .
       XB132.
           READ B13 NEXT RECORD
           IF FS NOT = "00"
               GO TO XB133
           END-IF
           ADD 1 TO TOTREG
           ADD RKF13 TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PRM13 TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XB132
           .
       XB133.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRT13.DATA"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE B13
           GO TO XB13X
           .
       XB13R.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XB13X
           .
           OPEN OUTPUT B13
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRT13.DATA: " FS
               CLOSE BKPARQ
               GO TO XB13X
           .
       XB13R2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XB13R3
           END-IF
           MOVE BKPLINE TO PRM13
           WRITE PRM13
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RKF13 TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XB13R2
           .
       XB13R3.
           CLOSE BKPARQ B13
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XB13X.
           EXIT.
       XB13P.
           IF MODO = "R"
               GO TO XB13PR
           .
           OPEN INPUT B13P
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PR13PEND.DATA: " FS
               GO TO XB13PX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE B13P
                   GO TO XB13PX
               END-IF
           .
       XB13P2.
           READ B13P NEXT RECORD
           IF FS NOT = "00"
               GO TO XB13P3
           END-IF
           ADD 1 TO TOTREG
           ADD P13PRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE P13PENDREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XB13P2
           .
       XB13P3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PR13PEND.DATA"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE B13P
           GO TO XB13PX
           .
       XB13PR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XB13PX
           .
           OPEN OUTPUT B13P
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PR13PEND.DATA: " FS
               CLOSE BKPARQ
               GO TO XB13PX
           .
       XB13PR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XB13PR3
           END-IF
           MOVE BKPLINE TO P13PENDREC
           WRITE P13PENDREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD P13PRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XB13PR2
           .
       XB13PR3.
           CLOSE BKPARQ B13P
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XB13PX.
           EXIT.
       XBHIS.
           IF MODO = "R"
               GO TO XBHISR
           .
           OPEN INPUT BHIS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRHIST1.DATA: " FS
               GO TO XBHISX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BHIS
                   GO TO XBHISX
               END-IF
           .
       XBHIS2.
           READ BHIS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBHIS3
           END-IF
           ADD 1 TO TOTREG
           ADD HRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PRHREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBHIS2
           .
       XBHIS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRHIST1.DATA"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BHIS
           GO TO XBHISX
           .
       XBHISR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBHISX
           .
           OPEN OUTPUT BHIS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRHIST1.DATA: " FS
               CLOSE BKPARQ
               GO TO XBHISX
           .
       XBHISR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBHISR3
           END-IF
           MOVE BKPLINE TO PRHREC
           WRITE PRHREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBHISR2
           .
       XBHISR3.
           CLOSE BKPARQ BHIS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBHISX.
           EXIT.
       XBSUM.
           IF MODO = "R"
               GO TO XBSUMR
           .
           OPEN INPUT BSUM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRSUMM1.DAT: " FS
               GO TO XBSUMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSUM
                   GO TO XBSUMX
               END-IF
           .
       XBSUM2.
           READ BSUM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSUM3
           END-IF
           ADD 1 TO TOTREG
           ADD BSMRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BSUMREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSUM2
           .
       XBSUM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRSUMM1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSUM
           GO TO XBSUMX
           .
       XBSUMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSUMX
           .
           OPEN OUTPUT BSUM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRSUMM1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBSUMX
           .
       XBSUMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSUMR3
           END-IF
           MOVE BKPLINE TO BSUMREC
           WRITE BSUMREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BSMRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSUMR2
           .
       XBSUMR3.
           CLOSE BKPARQ BSUM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSUMX.
           EXIT.
       XBFIL.
           IF MODO = "R"
               GO TO XBFILR
           .
           OPEN INPUT BFIL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADFIL1.DAT: " FS
               GO TO XBFILX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFIL
                   GO TO XBFILX
               END-IF
           .
       XBFIL2.
           READ BFIL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFIL3
           END-IF
           ADD 1 TO TOTREG
           ADD FILRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CADFILREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFIL2
           .
       XBFIL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADFIL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFIL
           GO TO XBFILX
           .
       XBFILR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFILX
           .
           OPEN OUTPUT BFIL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADFIL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFILX
           .
       XBFILR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFILR3
           END-IF
           MOVE BKPLINE TO CADFILREC
           WRITE CADFILREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FILRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFILR2
           .
       XBFILR3.
           CLOSE BKPARQ BFIL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFILX.
           EXIT.
       XBFERI.
           IF MODO = "R"
               GO TO XBFERIR
           .
           OPEN INPUT BFERI
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADFERI1.DAT: " FS
               GO TO XBFERIX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFERI
                   GO TO XBFERIX
               END-IF
           .
       XBFERI2.
           READ BFERI NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFERI3
           END-IF
           ADD 1 TO TOTREG
           ADD FERDATA TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CADFERIREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFERI2
           .
       XBFERI3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADFERI1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFERI
           GO TO XBFERIX
           .
       XBFERIR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFERIX
           .
           OPEN OUTPUT BFERI
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADFERI1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFERIX
           .
       XBFERIR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFERIR3
           END-IF
           MOVE BKPLINE TO CADFERIREC
           WRITE CADFERIREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FERDATA TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFERIR2
           .
       XBFERIR3.
           CLOSE BKPARQ BFERI
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFERIX.
           EXIT.
       XBBCO.
           IF MODO = "R"
               GO TO XBBCOR
           .
           OPEN INPUT BBCO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADBANCO1.DAT: " FS
               GO TO XBBCOX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBCO
                   GO TO XBBCOX
               END-IF
           .
       XBBCO2.
           READ BBCO NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBCO3
           END-IF
           ADD 1 TO TOTREG
           ADD BCORK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CADBANCOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBCO2
           .
       XBBCO3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADBANCO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBCO
           GO TO XBBCOX
           .
       XBBCOR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBCOX
           .
           OPEN OUTPUT BBCO
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADBANCO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBCOX
           .
       XBBCOR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBCOR3
           END-IF
           MOVE BKPLINE TO CADBANCOREC
           WRITE CADBANCOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BCORK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBCOR2
           .
       XBBCOR3.
           CLOSE BKPARQ BBCO
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBCOX.
           EXIT.
       XBOPM.
           IF MODO = "R"
               GO TO XBOPMR
           .
           OPEN INPUT BOPM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERMST1.DAT: " FS
               GO TO XBOPMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BOPM
                   GO TO XBOPMX
               END-IF
           .
       XBOPM2.
           READ BOPM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBOPM3
           END-IF
           ADD 1 TO TOTREG
           ADD 1 TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE OPERMSTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBOPM2
           .
       XBOPM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM OPERMST1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BOPM
           GO TO XBOPMX
           .
       XBOPMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBOPMX
           .
           OPEN OUTPUT BOPM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR OPERMST1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBOPMX
           .
       XBOPMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBOPMR3
           END-IF
           MOVE BKPLINE TO OPERMSTREC
           WRITE OPERMSTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD 1 TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBOPMR2
           .
       XBOPMR3.
           CLOSE BKPARQ BOPM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBOPMX.
           EXIT.
       XBTAX.
           IF MODO = "R"
               GO TO XBTAXR
           .
           OPEN INPUT BTAX
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXA1.DAT: " FS
               GO TO XBTAXX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BTAX
                   GO TO XBTAXX
               END-IF
           .
       XBTAX2.
           READ BTAX NEXT RECORD
           IF FS NOT = "00"
               GO TO XBTAX3
           END-IF
           ADD 1 TO TOTREG
           ADD TXANO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE TAXA TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBTAX2
           .
       XBTAX3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADTAXA1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BTAX
           GO TO XBTAXX
           .
       XBTAXR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBTAXX
           .
           OPEN OUTPUT BTAX
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADTAXA1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBTAXX
           .
       XBTAXR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBTAXR3
           END-IF
           MOVE BKPLINE TO TAXA
           WRITE TAXA
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD TXANO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBTAXR2
           .
       XBTAXR3.
           CLOSE BKPARQ BTAX
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBTAXX.
           EXIT.
       XBUF.
           IF MODO = "R"
               GO TO XBUFR
           .
           OPEN INPUT BUF
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADUF.DAT: " FS
               GO TO XBUFX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BUF
                   GO TO XBUFX
               END-IF
           .
       XBUF2.
           READ BUF NEXT RECORD
           IF FS NOT = "00"
               GO TO XBUF3
           END-IF
           ADD 1 TO TOTREG
           ADD 1 TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BUFREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBUF2
           .
       XBUF3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADUF.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BUF
           GO TO XBUFX
           .
       XBUFR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBUFX
           .
           OPEN OUTPUT BUF
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADUF.DAT: " FS
               CLOSE BKPARQ
               GO TO XBUFX
           .
       XBUFR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBUFR3
           END-IF
           MOVE BKPLINE TO BUFREC
           WRITE BUFREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD 1 TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBUFR2
           .
       XBUFR3.
           CLOSE BKPARQ BUF
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBUFX.
           EXIT.
       XBFPG.
           IF MODO = "R"
               GO TO XBFPGR
           .
           OPEN INPUT BFPG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FERPAG.DAT: " FS
               GO TO XBFPGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFPG
                   GO TO XBFPGX
               END-IF
           .
       XBFPG2.
           READ BFPG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFPG3
           END-IF
           ADD 1 TO TOTREG
           ADD FPRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE FERPAGREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFPG2
           .
       XBFPG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FERPAG.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFPG
           GO TO XBFPGX
           .
       XBFPGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFPGX
           .
           OPEN OUTPUT BFPG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FERPAG.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFPGX
           .
       XBFPGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFPGR3
           END-IF
           MOVE BKPLINE TO FERPAGREC
           WRITE FERPAGREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FPRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFPGR2
           .
       XBFPGR3.
           CLOSE BKPARQ BFPG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFPGX.
           EXIT.
       XBDEP.
           IF MODO = "R"
               GO TO XBDEPR
           .
           OPEN INPUT BDEP
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPEND.DAT: " FS
               GO TO XBDEPX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BDEP
                   GO TO XBDEPX
               END-IF
           .
       XBDEP2.
           READ BDEP NEXT RECORD
           IF FS NOT = "00"
               GO TO XBDEP3
           END-IF
           ADD 1 TO TOTREG
           ADD DPRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE DEPENDREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBDEP2
           .
       XBDEP3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM DEPEND.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BDEP
           GO TO XBDEPX
           .
       XBDEPR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBDEPX
           .
           OPEN OUTPUT BDEP
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR DEPEND.DAT: " FS
               CLOSE BKPARQ
               GO TO XBDEPX
           .
       XBDEPR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBDEPR3
           END-IF
           MOVE BKPLINE TO DEPENDREC
           WRITE DEPENDREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD DPRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBDEPR2
           .
       XBDEPR3.
           CLOSE BKPARQ BDEP
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBDEPX.
           EXIT.
       XBABB.
           IF MODO = "R"
               GO TO XBABBR
           .
           OPEN INPUT BABB
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ABSENCBAL.DAT: " FS
               GO TO XBABBX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BABB
                   GO TO XBABBX
               END-IF
           .
       XBABB2.
           READ BABB NEXT RECORD
           IF FS NOT = "00"
               GO TO XBABB3
           END-IF
           ADD 1 TO TOTREG
           ADD ABBRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ABSENCBALREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBABB2
           .
       XBABB3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ABSENCBAL.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BABB
           GO TO XBABBX
           .
       XBABBR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBABBX
           .
           OPEN OUTPUT BABB
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ABSENCBAL.DAT: " FS
               CLOSE BKPARQ
               GO TO XBABBX
           .
       XBABBR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBABBR3
           END-IF
           MOVE BKPLINE TO ABSENCBALREC
           WRITE ABSENCBALREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ABBRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBABBR2
           .
       XBABBR3.
           CLOSE BKPARQ BABB
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBABBX.
           EXIT.
       XBCHI.
           IF MODO = "R"
               GO TO XBCHIR
           .
           OPEN INPUT BCHI
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARGOHIST.DAT: " FS
               GO TO XBCHIX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCHI
                   GO TO XBCHIX
               END-IF
           .
       XBCHI2.
           READ BCHI NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCHI3
           END-IF
           ADD 1 TO TOTREG
           ADD CHIRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CARGOHISTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCHI2
           .
       XBCHI3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CARGOHIST.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCHI
           GO TO XBCHIX
           .
       XBCHIR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCHIX
           .
           OPEN OUTPUT BCHI
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CARGOHIST.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCHIX
           .
       XBCHIR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCHIR3
           END-IF
           MOVE BKPLINE TO CARGOHISTREC
           WRITE CARGOHISTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CHIRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCHIR2
           .
       XBCHIR3.
           CLOSE BKPARQ BCHI
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCHIX.
           EXIT.
       XBADH.
           IF MODO = "R"
               GO TO XBADHR
           .
           OPEN INPUT BADH
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ADDRHIST.DAT: " FS
               GO TO XBADHX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BADH
                   GO TO XBADHX
               END-IF
           .
       XBADH2.
           READ BADH NEXT RECORD
           IF FS NOT = "00"
               GO TO XBADH3
           END-IF
           ADD 1 TO TOTREG
           ADD ADHRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ADDRHISTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBADH2
           .
       XBADH3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ADDRHIST.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BADH
           GO TO XBADHX
           .
       XBADHR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBADHX
           .
           OPEN OUTPUT BADH
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ADDRHIST.DAT: " FS
               CLOSE BKPARQ
               GO TO XBADHX
           .
       XBADHR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBADHR3
           END-IF
           MOVE BKPLINE TO ADDRHISTREC
           WRITE ADDRHISTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ADHRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBADHR2
           .
       XBADHR3.
           CLOSE BKPARQ BADH
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBADHX.
           EXIT.
       XBCSL.
           IF MODO = "R"
               GO TO XBCSLR
           .
           OPEN INPUT BCSL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARGSAL1.DAT: " FS
               GO TO XBCSLX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCSL
                   GO TO XBCSLX
               END-IF
           .
       XBCSL2.
           READ BCSL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCSL3
           END-IF
           ADD 1 TO TOTREG
           ADD CSCARGO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CARGSALREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCSL2
           .
       XBCSL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CARGSAL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCSL
           GO TO XBCSLX
           .
       XBCSLR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCSLX
           .
           OPEN OUTPUT BCSL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CARGSAL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCSLX
           .
       XBCSLR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCSLR3
           END-IF
           MOVE BKPLINE TO CARGSALREC
           WRITE CARGSALREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CSCARGO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCSLR2
           .
       XBCSLR3.
           CLOSE BKPARQ BCSL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCSLX.
           EXIT.
       XBPLK.
           IF MODO = "R"
               GO TO XBPLKR
           .
           OPEN INPUT BPLK
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PERLOCK1.DAT: " FS
               GO TO XBPLKX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPLK
                   GO TO XBPLKX
               END-IF
           .
       XBPLK2.
           READ BPLK NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPLK3
           END-IF
           ADD 1 TO TOTREG
           ADD PLKY TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PERREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPLK2
           .
       XBPLK3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PERLOCK1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPLK
           GO TO XBPLKX
           .
       XBPLKR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPLKX
           .
           OPEN OUTPUT BPLK
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PERLOCK1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPLKX
           .
       XBPLKR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPLKR3
           END-IF
           MOVE BKPLINE TO PERREC
           WRITE PERREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PLKY TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPLKR2
           .
       XBPLKR3.
           CLOSE BKPARQ BPLK
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPLKX.
           EXIT.
       XBLCT.
           IF MODO = "R"
               GO TO XBLCTR
           .
           OPEN INPUT BLCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGCTR1.DAT: " FS
               GO TO XBLCTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BLCT
                   GO TO XBLCTX
               END-IF
           .
       XBLCT2.
           READ BLCT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBLCT3
           END-IF
           ADD 1 TO TOTREG
           ADD CTRSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE LOGCTRREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBLCT2
           .
       XBLCT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM LOGCTR1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BLCT
           GO TO XBLCTX
           .
       XBLCTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBLCTX
           .
           OPEN OUTPUT BLCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR LOGCTR1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBLCTX
           .
       XBLCTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBLCTR3
           END-IF
           MOVE BKPLINE TO LOGCTRREC
           WRITE LOGCTRREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CTRSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBLCTR2
           .
       XBLCTR3.
           CLOSE BKPARQ BLCT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBLCTX.
           EXIT.
       XBBCT.
           IF MODO = "R"
               GO TO XBBCTR
           .
           OPEN INPUT BBCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BATCHCTL.DAT: " FS
               GO TO XBBCTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBCT
                   GO TO XBBCTX
               END-IF
           .
       XBBCT2.
           READ BBCT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBCT3
           END-IF
           ADD 1 TO TOTREG
           ADD BJKY TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BATCHCTLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBCT2
           .
       XBBCT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM BATCHCTL.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBCT
           GO TO XBBCTX
           .
       XBBCTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBCTX
           .
           OPEN OUTPUT BBCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR BATCHCTL.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBCTX
           .
       XBBCTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBCTR3
           END-IF
           MOVE BKPLINE TO BATCHCTLREC
           WRITE BATCHCTLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BJKY TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBCTR2
           .
       XBBCTR3.
           CLOSE BKPARQ BBCT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBCTX.
           EXIT.
       XBFCT.
           IF MODO = "R"
               GO TO XBFCTR
           .
           OPEN INPUT BFCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FECHCTL1.DAT: " FS
               GO TO XBFCTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFCT
                   GO TO XBFCTX
               END-IF
           .
       XBFCT2.
           READ BFCT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFCT3
           END-IF
           ADD 1 TO TOTREG
           ADD FCKY TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE FECHCTLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFCT2
           .
       XBFCT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FECHCTL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFCT
           GO TO XBFCTX
           .
       XBFCTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFCTX
           .
           OPEN OUTPUT BFCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FECHCTL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFCTX
           .
       XBFCTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFCTR3
           END-IF
           MOVE BKPLINE TO FECHCTLREC
           WRITE FECHCTLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FCKY TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFCTR2
           .
       XBFCTR3.
           CLOSE BKPARQ BFCT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFCTX.
           EXIT.
       XBPYG.
           IF MODO = "R"
               GO TO XBPYGR
           .
           OPEN INPUT BPYG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENSPAG1.DAT: " FS
               GO TO XBPYGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPYG
                   GO TO XBPYGX
               END-IF
           .
       XBPYG2.
           READ BPYG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPYG3
           END-IF
           ADD 1 TO TOTREG
           ADD PYRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PENSPAGREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPYG2
           .
       XBPYG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PENSPAG1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPYG
           GO TO XBPYGX
           .
       XBPYGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPYGX
           .
           OPEN OUTPUT BPYG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PENSPAG1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPYGX
           .
       XBPYGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPYGR3
           END-IF
           MOVE BKPLINE TO PENSPAGREC
           WRITE PENSPAGREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PYRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPYGR2
           .
       XBPYGR3.
           CLOSE BKPARQ BPYG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPYGX.
           EXIT.
       XBPNH.
           IF MODO = "R"
               GO TO XBPNHR
           .
           OPEN INPUT BPNH
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENHORA1.DAT: " FS
               GO TO XBPNHX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPNH
                   GO TO XBPNHX
               END-IF
           .
       XBPNH2.
           READ BPNH NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPNH3
           END-IF
           ADD 1 TO TOTREG
           ADD PHRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PENHORAREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPNH2
           .
       XBPNH3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PENHORA1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPNH
           GO TO XBPNHX
           .
       XBPNHR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPNHX
           .
           OPEN OUTPUT BPNH
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PENHORA1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPNHX
           .
       XBPNHR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPNHR3
           END-IF
           MOVE BKPLINE TO PENHORAREC
           WRITE PENHORAREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PHRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPNHR2
           .
       XBPNHR3.
           CLOSE BKPARQ BPNH
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPNHX.
           EXIT.
       XBDSC.
           IF MODO = "R"
               GO TO XBDSCR
           .
           OPEN INPUT BDSC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DISCIP1.DAT: " FS
               GO TO XBDSCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BDSC
                   GO TO XBDSCX
               END-IF
           .
       XBDSC2.
           READ BDSC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBDSC3
           END-IF
           ADD 1 TO TOTREG
           ADD DSMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE DISCIPREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBDSC2
           .
       XBDSC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM DISCIP1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BDSC
           GO TO XBDSCX
           .
       XBDSCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBDSCX
           .
           OPEN OUTPUT BDSC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR DISCIP1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBDSCX
           .
       XBDSCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBDSCR3
           END-IF
           MOVE BKPLINE TO DISCIPREC
           WRITE DISCIPREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD DSMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBDSCR2
           .
       XBDSCR3.
           CLOSE BKPARQ BDSC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBDSCX.
           EXIT.
       XBDGR.
           IF MODO = "R"
               GO TO XBDGRR
           .
           OPEN INPUT BDGR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DEGRAU1.DAT: " FS
               GO TO XBDGRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BDGR
                   GO TO XBDGRX
               END-IF
           .
       XBDGR2.
           READ BDGR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBDGR3
           END-IF
           ADD 1 TO TOTREG
           ADD DGCARGO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE DEGRAUREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBDGR2
           .
       XBDGR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM DEGRAU1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BDGR
           GO TO XBDGRX
           .
       XBDGRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBDGRX
           .
           OPEN OUTPUT BDGR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR DEGRAU1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBDGRX
           .
       XBDGRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBDGRR3
           END-IF
           MOVE BKPLINE TO DEGRAUREC
           WRITE DEGRAUREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD DGCARGO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBDGRR2
           .
       XBDGRR3.
           CLOSE BKPARQ BDGR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBDGRX.
           EXIT.
       XBFST.
           IF MODO = "R"
               GO TO XBFSTR
           .
           OPEN INPUT BFST
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCSTEP.DAT: " FS
               GO TO XBFSTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFST
                   GO TO XBFSTX
               END-IF
           .
       XBFST2.
           READ BFST NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFST3
           END-IF
           ADD 1 TO TOTREG
           ADD FSRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE FUNCSTEPREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFST2
           .
       XBFST3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FUNCSTEP.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFST
           GO TO XBFSTX
           .
       XBFSTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFSTX
           .
           OPEN OUTPUT BFST
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FUNCSTEP.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFSTX
           .
       XBFSTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFSTR3
           END-IF
           MOVE BKPLINE TO FUNCSTEPREC
           WRITE FUNCSTEPREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FSRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFSTR2
           .
       XBFSTR3.
           CLOSE BKPARQ BFST
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFSTX.
           EXIT.
       XBMVC.
           IF MODO = "R"
               GO TO XBMVCR
           .
           OPEN INPUT BMVC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR MULTVIN1.DAT: " FS
               GO TO XBMVCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BMVC
                   GO TO XBMVCX
               END-IF
           .
       XBMVC2.
           READ BMVC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBMVC3
           END-IF
           ADD 1 TO TOTREG
           ADD MVRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE MULTVINCREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBMVC2
           .
       XBMVC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM MULTVIN1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BMVC
           GO TO XBMVCX
           .
       XBMVCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBMVCX
           .
           OPEN OUTPUT BMVC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR MULTVIN1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBMVCX
           .
       XBMVCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBMVCR3
           END-IF
           MOVE BKPLINE TO MULTVINCREC
           WRITE MULTVINCREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD MVRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBMVCR2
           .
       XBMVCR3.
           CLOSE BKPARQ BMVC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBMVCX.
           EXIT.
       XBEPT.
           IF MODO = "R"
               GO TO XBEPTR
           .
           OPEN INPUT BEPT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ESCPAT1.DAT: " FS
               GO TO XBEPTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEPT
                   GO TO XBEPTX
               END-IF
           .
       XBEPT2.
           READ BEPT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEPT3
           END-IF
           ADD 1 TO TOTREG
           ADD 1 TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ESCPATREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEPT2
           .
       XBEPT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ESCPAT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEPT
           GO TO XBEPTX
           .
       XBEPTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBEPTX
           .
           OPEN OUTPUT BEPT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ESCPAT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBEPTX
           .
       XBEPTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBEPTR3
           END-IF
           MOVE BKPLINE TO ESCPATREC
           WRITE ESCPATREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD 1 TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBEPTR2
           .
       XBEPTR3.
           CLOSE BKPARQ BEPT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBEPTX.
           EXIT.
       XBEFC.
           IF MODO = "R"
               GO TO XBEFCR
           .
           OPEN INPUT BEFC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ESCFUNC1.DAT: " FS
               GO TO XBEFCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEFC
                   GO TO XBEFCX
               END-IF
           .
       XBEFC2.
           READ BEFC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEFC3
           END-IF
           ADD 1 TO TOTREG
           ADD EFRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ESCFUNCREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEFC2
           .
       XBEFC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ESCFUNC1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEFC
           GO TO XBEFCX
           .
       XBEFCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBEFCX
           .
           OPEN OUTPUT BEFC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ESCFUNC1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBEFCX
           .
       XBEFCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBEFCR3
           END-IF
           MOVE BKPLINE TO ESCFUNCREC
           WRITE ESCFUNCREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD EFRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBEFCR2
           .
       XBEFCR3.
           CLOSE BKPARQ BEFC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBEFCX.
           EXIT.
       XBANU.
           IF MODO = "R"
               GO TO XBANUR
           .
           OPEN INPUT BANU
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ANUENIO1.DAT: " FS
               GO TO XBANUX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BANU
                   GO TO XBANUX
               END-IF
           .
       XBANU2.
           READ BANU NEXT RECORD
           IF FS NOT = "00"
               GO TO XBANU3
           END-IF
           ADD 1 TO TOTREG
           ADD ANRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ANUENREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBANU2
           .
       XBANU3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ANUENIO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BANU
           GO TO XBANUX
           .
       XBANUR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBANUX
           .
           OPEN OUTPUT BANU
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ANUENIO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBANUX
           .
       XBANUR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBANUR3
           END-IF
           MOVE BKPLINE TO ANUENREC
           WRITE ANUENREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ANRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBANUR2
           .
       XBANUR3.
           CLOSE BKPARQ BANU
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBANUX.
           EXIT.
       XBDPV.
           IF MODO = "R"
               GO TO XBDPVR
           .
           OPEN INPUT BDPV
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPPROV1.DAT: " FS
               GO TO XBDPVX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BDPV
                   GO TO XBDPVX
               END-IF
           .
       XBDPV2.
           READ BDPV NEXT RECORD
           IF FS NOT = "00"
               GO TO XBDPV3
           END-IF
           ADD 1 TO TOTREG
           ADD DVRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE DEPPROVAREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBDPV2
           .
       XBDPV3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM DEPPROV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BDPV
           GO TO XBDPVX
           .
       XBDPVR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
      *-----------------------------------------------------------------
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBDPVX
           .
           OPEN OUTPUT BDPV
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR DEPPROV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBDPVX
           .
       XBDPVR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBDPVR3
           END-IF
           MOVE BKPLINE TO DEPPROVAREC
           WRITE DEPPROVAREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD DVRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBDPVR2
           .
       XBDPVR3.
           CLOSE BKPARQ BDPV
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBDPVX.
           EXIT.
       XBAUT.
           IF MODO = "R"
               GO TO XBAUTR
           .
           OPEN INPUT BAUT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUTONOM1.DAT: " FS
               GO TO XBAUTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BAUT
                   GO TO XBAUTX
               END-IF
           .
       XBAUT2.
           READ BAUT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBAUT3
           END-IF
           ADD 1 TO TOTREG
           ADD AURK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE AUTONREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBAUT2
           .
       XBAUT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM AUTONOM1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BAUT
           GO TO XBAUTX
           .
       XBAUTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBAUTX
           .
           OPEN OUTPUT BAUT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR AUTONOM1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBAUTX
           .
       XBAUTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBAUTR3
           END-IF
           MOVE BKPLINE TO AUTONREC
           WRITE AUTONREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD AURK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBAUTR2
           .
       XBAUTR3.
           CLOSE BKPARQ BAUT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBAUTX.
           EXIT.
       XBRPA.
           IF MODO = "R"
               GO TO XBRPAR
           .
           OPEN INPUT BRPA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RPAMOV1.DAT: " FS
               GO TO XBRPAX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRPA
                   GO TO XBRPAX
               END-IF
           .
       XBRPA2.
           READ BRPA NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRPA3
           END-IF
           ADD 1 TO TOTREG
           ADD RPRKA TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE RPAMOVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRPA2
           .
       XBRPA3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM RPAMOV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRPA
           GO TO XBRPAX
           .
       XBRPAR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRPAX
           .
           OPEN OUTPUT BRPA
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR RPAMOV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRPAX
           .
       XBRPAR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRPAR3
           END-IF
           MOVE BKPLINE TO RPAMOVREC
           WRITE RPAMOVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RPRKA TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRPAR2
           .
       XBRPAR3.
           CLOSE BKPARQ BRPA
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRPAX.
           EXIT.
       XBCPL.
           IF MODO = "R"
               GO TO XBCPLR
           .
           OPEN INPUT BCPL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR COMPL1.DAT: " FS
               GO TO XBCPLX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCPL
                   GO TO XBCPLX
               END-IF
           .
       XBCPL2.
           READ BCPL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCPL3
           END-IF
           ADD 1 TO TOTREG
           ADD CPRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE COMPLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCPL2
           .
       XBCPL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM COMPL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCPL
           GO TO XBCPLX
           .
       XBCPLR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCPLX
           .
           OPEN OUTPUT BCPL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR COMPL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCPLX
           .
       XBCPLR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCPLR3
           END-IF
           MOVE BKPLINE TO COMPLREC
           WRITE COMPLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CPRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCPLR2
           .
       XBCPLR3.
           CLOSE BKPARQ BCPL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCPLX.
           EXIT.
       XBASO.
           IF MODO = "R"
               GO TO XBASOR
           .
           OPEN INPUT BASO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ASO1.DAT: " FS
               GO TO XBASOX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BASO
                   GO TO XBASOX
               END-IF
           .
       XBASO2.
           READ BASO NEXT RECORD
           IF FS NOT = "00"
               GO TO XBASO3
           END-IF
           ADD 1 TO TOTREG
           ADD ASOMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ASOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBASO2
           .
       XBASO3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ASO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BASO
           GO TO XBASOX
           .
       XBASOR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBASOX
           .
           OPEN OUTPUT BASO
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ASO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBASOX
           .
       XBASOR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBASOR3
           END-IF
           MOVE BKPLINE TO ASOREC
           WRITE ASOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ASOMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBASOR2
           .
       XBASOR3.
           CLOSE BKPARQ BASO
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBASOX.
           EXIT.
       XBEXP.
           IF MODO = "R"
               GO TO XBEXPR
           .
           OPEN INPUT BEXP
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR EXPER1.DAT: " FS
               GO TO XBEXPX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEXP
                   GO TO XBEXPX
               END-IF
           .
       XBEXP2.
           READ BEXP NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEXP3
           END-IF
           ADD 1 TO TOTREG
           ADD EXRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE EXPERREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEXP2
           .
       XBEXP3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM EXPER1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEXP
           GO TO XBEXPX
           .
       XBEXPR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBEXPX
           .
           OPEN OUTPUT BEXP
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR EXPER1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBEXPX
           .
       XBEXPR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBEXPR3
           END-IF
           MOVE BKPLINE TO EXPERREC
           WRITE EXPERREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD EXRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBEXPR2
           .
       XBEXPR3.
           CLOSE BKPARQ BEXP
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBEXPX.
           EXIT.
       XBAVI.
           IF MODO = "R"
               GO TO XBAVIR
           .
           OPEN INPUT BAVI
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR AVISO1.DAT: " FS
               GO TO XBAVIX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BAVI
                   GO TO XBAVIX
               END-IF
           .
       XBAVI2.
           READ BAVI NEXT RECORD
           IF FS NOT = "00"
               GO TO XBAVI3
           END-IF
           ADD 1 TO TOTREG
           ADD AVRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE AVISOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBAVI2
           .
       XBAVI3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM AVISO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BAVI
           GO TO XBAVIX
           .
       XBAVIR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBAVIX
           .
           OPEN OUTPUT BAVI
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR AVISO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBAVIX
           .
       XBAVIR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBAVIR3
           END-IF
           MOVE BKPLINE TO AVISOREC
           WRITE AVISOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD AVRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBAVIR2
           .
       XBAVIR3.
           CLOSE BKPARQ BAVI
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBAVIX.
           EXIT.
       XBEST.
           IF MODO = "R"
               GO TO XBESTR
           .
           OPEN INPUT BEST
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ESTAB1.DAT: " FS
               GO TO XBESTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEST
                   GO TO XBESTX
               END-IF
           .
       XBEST2.
           READ BEST NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEST3
           END-IF
           ADD 1 TO TOTREG
           ADD ETRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ESTABREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEST2
           .
       XBEST3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ESTAB1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEST
           GO TO XBESTX
           .
       XBESTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBESTX
           .
           OPEN OUTPUT BEST
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ESTAB1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBESTX
           .
       XBESTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBESTR3
           END-IF
           MOVE BKPLINE TO ESTABREC
           WRITE ESTABREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ETRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBESTR2
           .
       XBESTR3.
           CLOSE BKPARQ BEST
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBESTX.
           EXIT.
       XBTRF.
           IF MODO = "R"
               GO TO XBTRFR
           .
           OPEN INPUT BTRF
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANSFIL.DAT: " FS
               GO TO XBTRFX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BTRF
                   GO TO XBTRFX
               END-IF
           .
       XBTRF2.
           READ BTRF NEXT RECORD
           IF FS NOT = "00"
               GO TO XBTRF3
           END-IF
           ADD 1 TO TOTREG
           ADD TFRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE TRANSFILREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBTRF2
           .
       XBTRF3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM TRANSFIL.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BTRF
           GO TO XBTRFX
           .
       XBTRFR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBTRFX
           .
           OPEN OUTPUT BTRF
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR TRANSFIL.DAT: " FS
               CLOSE BKPARQ
               GO TO XBTRFX
           .
       XBTRFR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBTRFR3
           END-IF
           MOVE BKPLINE TO TRANSFILREC
           WRITE TRANSFILREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD TFRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBTRFR2
           .
       XBTRFR3.
           CLOSE BKPARQ BTRF
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBTRFX.
           EXIT.
       XBVAG.
           IF MODO = "R"
               GO TO XBVAGR
           .
           OPEN INPUT BVAG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADVAGA1.DAT: " FS
               GO TO XBVAGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BVAG
                   GO TO XBVAGX
               END-IF
           .
       XBVAG2.
           READ BVAG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBVAG3
           END-IF
           ADD 1 TO TOTREG
           ADD VGAREA TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE VAGASREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBVAG2
           .
       XBVAG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADVAGA1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BVAG
           GO TO XBVAGX
           .
       XBVAGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBVAGX
           .
           OPEN OUTPUT BVAG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADVAGA1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBVAGX
           .
       XBVAGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBVAGR3
           END-IF
           MOVE BKPLINE TO VAGASREC
           WRITE VAGASREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD VGAREA TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBVAGR2
           .
       XBVAGR3.
           CLOSE BKPARQ BVAG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBVAGX.
           EXIT.
       XBRAT.
           IF MODO = "R"
               GO TO XBRATR
           .
           OPEN INPUT BRAT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RATEIO1.DAT: " FS
               GO TO XBRATX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRAT
                   GO TO XBRATX
               END-IF
           .
       XBRAT2.
           READ BRAT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRAT3
           END-IF
           ADD 1 TO TOTREG
           ADD RTRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE RATEIOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRAT2
           .
       XBRAT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM RATEIO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRAT
           GO TO XBRATX
           .
       XBRATR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRATX
           .
           OPEN OUTPUT BRAT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR RATEIO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRATX
           .
       XBRATR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRATR3
           END-IF
           MOVE BKPLINE TO RATEIOREC
           WRITE RATEIOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RTRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRATR2
           .
       XBRATR3.
           CLOSE BKPARQ BRAT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRATX.
           EXIT.
       XBCMP.
           IF MODO = "R"
               GO TO XBCMPR
           .
           OPEN INPUT BCMP
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTMAP1.DAT: " FS
               GO TO XBCMPX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCMP
                   GO TO XBCMPX
               END-IF
           .
       XBCMP2.
           READ BCMP NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCMP3
           END-IF
           ADD 1 TO TOTREG
           ADD CMPAREA TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CONTMAPREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCMP2
           .
       XBCMP3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CONTMAP1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCMP
           GO TO XBCMPX
           .
       XBCMPR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCMPX
           .
           OPEN OUTPUT BCMP
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CONTMAP1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCMPX
           .
       XBCMPR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCMPR3
           END-IF
           MOVE BKPLINE TO CONTMAPREC
           WRITE CONTMAPREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CMPAREA TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCMPR2
           .
       XBCMPR3.
           CLOSE BKPARQ BCMP
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCMPX.
           EXIT.
       XBMUN.
           IF MODO = "R"
               GO TO XBMUNR
           .
           OPEN INPUT BMUN
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADMUNI1.DAT: " FS
               GO TO XBMUNX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BMUN
                   GO TO XBMUNX
               END-IF
           .
       XBMUN2.
           READ BMUN NEXT RECORD
           IF FS NOT = "00"
               GO TO XBMUN3
           END-IF
           ADD 1 TO TOTREG
           ADD MURK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CADMUNICREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBMUN2
           .
       XBMUN3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADMUNI1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BMUN
           GO TO XBMUNX
           .
       XBMUNR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBMUNX
           .
           OPEN OUTPUT BMUN
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADMUNI1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBMUNX
           .
       XBMUNR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBMUNR3
           END-IF
           MOVE BKPLINE TO CADMUNICREC
           WRITE CADMUNICREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD MURK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBMUNR2
           .
       XBMUNR3.
           CLOSE BKPARQ BMUN
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBMUNX.
           EXIT.
       XBCQC.
           IF MODO = "R"
               GO TO XBCQCR
           .
           OPEN INPUT BCQC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHQCTL1.DAT: " FS
               GO TO XBCQCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCQC
                   GO TO XBCQCX
               END-IF
           .
       XBCQC2.
           READ BCQC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCQC3
           END-IF
           ADD 1 TO TOTREG
           ADD CQBANCO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CHQCTLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCQC2
           .
       XBCQC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CHQCTL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCQC
           GO TO XBCQCX
           .
       XBCQCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCQCX
           .
           OPEN OUTPUT BCQC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CHQCTL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCQCX
           .
       XBCQCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCQCR3
           END-IF
           MOVE BKPLINE TO CHQCTLREC
           WRITE CHQCTLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CQBANCO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCQCR2
           .
       XBCQCR3.
           CLOSE BKPARQ BCQC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCQCX.
           EXIT.
       XBCHQ.
           IF MODO = "R"
               GO TO XBCHQR
           .
           OPEN INPUT BCHQ
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHEQUES1.DAT: " FS
               GO TO XBCHQX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCHQ
                   GO TO XBCHQX
               END-IF
           .
       XBCHQ2.
           READ BCHQ NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCHQ3
           END-IF
           ADD 1 TO TOTREG
           ADD CHQNUM TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CHEQUESREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCHQ2
           .
       XBCHQ3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CHEQUES1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCHQ
           GO TO XBCHQX
           .
       XBCHQR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCHQX
           .
           OPEN OUTPUT BCHQ
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CHEQUES1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCHQX
           .
       XBCHQR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCHQR3
           END-IF
           MOVE BKPLINE TO CHEQUESREC
           WRITE CHEQUESREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CHQNUM TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCHQR2
           .
       XBCHQR3.
           CLOSE BKPARQ BCHQ
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCHQX.
           EXIT.
       XBRCA.
           IF MODO = "R"
               GO TO XBRCAR
           .
           OPEN INPUT BRCA
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCAT1.DAT: " FS
               GO TO XBRCAX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRCA
                   GO TO XBRCAX
               END-IF
           .
       XBRCA2.
           READ BRCA NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRCA3
           END-IF
           ADD 1 TO TOTREG
           ADD RCSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE RELCATREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRCA2
           .
       XBRCA3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM RELCAT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRCA
           GO TO XBRCAX
           .
       XBRCAR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRCAX
           .
           OPEN OUTPUT BRCA
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR RELCAT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRCAX
           .
       XBRCAR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRCAR3
           END-IF
           MOVE BKPLINE TO RELCATREC
           WRITE RELCATREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RCSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRCAR2
           .
       XBRCAR3.
           CLOSE BKPARQ BRCA
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRCAX.
           EXIT.
       XBRCC.
           IF MODO = "R"
               GO TO XBRCCR
           .
           OPEN INPUT BRCC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RCATCTL1.DAT: " FS
               GO TO XBRCCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRCC
                   GO TO XBRCCX
               END-IF
           .
       XBRCC2.
           READ BRCC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRCC3
           END-IF
           ADD 1 TO TOTREG
           ADD RCCSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE RCATCTLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRCC2
           .
       XBRCC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM RCATCTL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRCC
           GO TO XBRCCX
           .
       XBRCCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRCCX
           .
           OPEN OUTPUT BRCC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR RCATCTL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRCCX
           .
       XBRCCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRCCR3
           END-IF
           MOVE BKPLINE TO RCATCTLREC
           WRITE RCATCTLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RCCSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRCCR2
           .
       XBRCCR3.
           CLOSE BKPARQ BRCC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRCCX.
           EXIT.
       XBFAG.
           IF MODO = "R"
               GO TO XBFAGR
           .
           OPEN INPUT BFAG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FERAGEN1.DAT: " FS
               GO TO XBFAGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFAG
                   GO TO XBFAGX
               END-IF
           .
       XBFAG2.
           READ BFAG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFAG3
           END-IF
           ADD 1 TO TOTREG
           ADD FGMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE FERAGENREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFAG2
           .
       XBFAG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FERAGEN1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFAG
           GO TO XBFAGX
           .
       XBFAGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFAGX
           .
           OPEN OUTPUT BFAG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FERAGEN1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFAGX
           .
       XBFAGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFAGR3
           END-IF
           MOVE BKPLINE TO FERAGENREC
           WRITE FERAGENREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FGMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFAGR2
           .
       XBFAGR3.
           CLOSE BKPARQ BFAG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFAGX.
           EXIT.
       XBORC.
           IF MODO = "R"
               GO TO XBORCR
           .
           OPEN INPUT BORC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ORCAM1.DAT: " FS
               GO TO XBORCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BORC
                   GO TO XBORCX
               END-IF
           .
       XBORC2.
           READ BORC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBORC3
           END-IF
           ADD 1 TO TOTREG
           ADD ORANO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ORCAMREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBORC2
           .
       XBORC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ORCAM1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BORC
           GO TO XBORCX
           .
       XBORCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBORCX
           .
           OPEN OUTPUT BORC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ORCAM1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBORCX
           .
       XBORCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBORCR3
           END-IF
           MOVE BKPLINE TO ORCAMREC
           WRITE ORCAMREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ORANO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBORCR2
           .
       XBORCR3.
           CLOSE BKPARQ BORC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBORCX.
           EXIT.
       XBEVS.
           IF MODO = "R"
               GO TO XBEVSR
           .
           OPEN INPUT BEVS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR EVSTAT1.DAT: " FS
               GO TO XBEVSX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEVS
                   GO TO XBEVSX
               END-IF
           .
       XBEVS2.
           READ BEVS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEVS3
           END-IF
           ADD 1 TO TOTREG
           ADD EVSMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE EVSTATREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEVS2
           .
       XBEVS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM EVSTAT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEVS
           GO TO XBEVSX
           .
       XBEVSR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBEVSX
           .
           OPEN OUTPUT BEVS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR EVSTAT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBEVSX
           .
       XBEVSR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBEVSR3
           END-IF
           MOVE BKPLINE TO EVSTATREC
           WRITE EVSTATREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD EVSMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBEVSR2
           .
       XBEVSR3.
           CLOSE BKPARQ BEVS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBEVSX.
           EXIT.
       XBPDT.
           IF MODO = "R"
               GO TO XBPDTR
           .
           OPEN INPUT BPDT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PONTODET.DAT: " FS
               GO TO XBPDTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPDT
                   GO TO XBPDTX
               END-IF
           .
       XBPDT2.
           READ BPDT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPDT3
           END-IF
           ADD 1 TO TOTREG
           ADD PDMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PONTODETREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPDT2
           .
       XBPDT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PONTODET.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPDT
           GO TO XBPDTX
           .
       XBPDTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPDTX
           .
           OPEN OUTPUT BPDT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PONTODET.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPDTX
           .
       XBPDTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPDTR3
           END-IF
           MOVE BKPLINE TO PONTODETREC
           WRITE PONTODETREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PDMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPDTR2
           .
       XBPDTR3.
           CLOSE BKPARQ BPDT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPDTX.
           EXIT.
       XBPVS.
           IF MODO = "R"
               GO TO XBPVSR
           .
           OPEN INPUT BPVS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROVSAL1.DAT: " FS
               GO TO XBPVSX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPVS
                   GO TO XBPVSX
               END-IF
           .
       XBPVS2.
           READ BPVS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPVS3
           END-IF
           ADD 1 TO TOTREG
           ADD PVKY TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PROVSALREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPVS2
           .
       XBPVS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PROVSAL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPVS
           GO TO XBPVSX
           .
       XBPVSR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPVSX
           .
           OPEN OUTPUT BPVS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PROVSAL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPVSX
           .
       XBPVSR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPVSR3
           END-IF
           MOVE BKPLINE TO PROVSALREC
           WRITE PROVSALREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PVKY TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPVSR2
           .
       XBPVSR3.
           CLOSE BKPARQ BPVS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPVSX.
           EXIT.
       XBRBC.
           IF MODO = "R"
               GO TO XBRBCR
           .
           OPEN INPUT BRBC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR REABCTL1.DAT: " FS
               GO TO XBRBCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRBC
                   GO TO XBRBCX
               END-IF
           .
       XBRBC2.
           READ BRBC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRBC3
           END-IF
           ADD 1 TO TOTREG
           ADD RBKY TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE REABCTLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRBC2
           .
       XBRBC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM REABCTL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRBC
           GO TO XBRBCX
           .
       XBRBCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRBCX
           .
           OPEN OUTPUT BRBC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR REABCTL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRBCX
           .
       XBRBCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRBCR3
           END-IF
           MOVE BKPLINE TO REABCTLREC
           WRITE REABCTLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RBKY TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRBCR2
           .
       XBRBCR3.
           CLOSE BKPARQ BRBC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRBCX.
           EXIT.
       XBSNP.
           IF MODO = "R"
               GO TO XBSNPR
           .
           OPEN INPUT BSNP
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRSNAP1.DATA: " FS
               GO TO XBSNPX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSNP
                   GO TO XBSNPX
               END-IF
           .
       XBSNP2.
           READ BSNP NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSNP3
           END-IF
           ADD 1 TO TOTREG
           ADD SNRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PRSNAPREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSNP2
           .
       XBSNP3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRSNAP1.DATA"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSNP
           GO TO XBSNPX
           .
       XBSNPR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSNPX
           .
           OPEN OUTPUT BSNP
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRSNAP1.DATA: " FS
               CLOSE BKPARQ
               GO TO XBSNPX
           .
       XBSNPR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSNPR3
           END-IF
           MOVE BKPLINE TO PRSNAPREC
           WRITE PRSNAPREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD SNRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSNPR2
           .
       XBSNPR3.
           CLOSE BKPARQ BSNP
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSNPX.
           EXIT.
       XBRFL.
           IF MODO = "R"
               GO TO XBRFLR
           .
           OPEN INPUT BRFL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RECFIL1.DAT: " FS
               GO TO XBRFLX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRFL
                   GO TO XBRFLX
               END-IF
           .
       XBRFL2.
           READ BRFL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRFL3
           END-IF
           ADD 1 TO TOTREG
           ADD RFFIL TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE RECFILREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRFL2
           .
       XBRFL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM RECFIL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRFL
           GO TO XBRFLX
           .
       XBRFLR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRFLX
           .
           OPEN OUTPUT BRFL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR RECFIL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRFLX
           .
       XBRFLR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRFLR3
           END-IF
           MOVE BKPLINE TO RECFILREC
           WRITE RECFILREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RFFIL TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRFLR2
           .
       XBRFLR3.
           CLOSE BKPARQ BRFL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRFLX.
           EXIT.
       XBBVB.
           IF MODO = "R"
               GO TO XBBVBR
           .
           OPEN INPUT BBVB
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADVERB1.DAT: " FS
               GO TO XBBVBX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBVB
                   GO TO XBBVBX
               END-IF
           .
       XBBVB2.
           READ BBVB NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBVB3
           END-IF
           ADD 1 TO TOTREG
           ADD VBCOD TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE VERBAREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBVB2
           .
       XBBVB3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADVERB1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBVB
           GO TO XBBVBX
           .
       XBBVBR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBVBX
           .
           OPEN OUTPUT BBVB
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADVERB1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBVBX
           .
       XBBVBR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBVBR3
           END-IF
           MOVE BKPLINE TO VERBAREC
           WRITE VERBAREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD VBCOD TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBVBR2
           .
       XBBVBR3.
           CLOSE BKPARQ BBVB
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBVBX.
           EXIT.
       XBBVM.
           IF MODO = "R"
               GO TO XBBVMR
           .
           OPEN INPUT BBVM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVVERB1.DAT: " FS
               GO TO XBBVMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBVM
                   GO TO XBBVMX
               END-IF
           .
       XBBVM2.
           READ BBVM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBVM3
           END-IF
           ADD 1 TO TOTREG
           ADD VMRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE MOVVERBREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBVM2
           .
       XBBVM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM MOVVERB1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBVM
           GO TO XBBVMX
           .
       XBBVMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBVMX
           .
           OPEN OUTPUT BBVM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR MOVVERB1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBVMX
           .
       XBBVMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBVMR3
           END-IF
           MOVE BKPLINE TO MOVVERBREC
           WRITE MOVVERBREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD VMRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBVMR2
           .
       XBBVMR3.
           CLOSE BKPARQ BBVM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBVMX.
           EXIT.
       XBCCT.
           IF MODO = "R"
               GO TO XBCCTR
           .
           OPEN INPUT BCCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCCT1.DAT: " FS
               GO TO XBCCTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCCT
                   GO TO XBCCTX
               END-IF
           .
       XBCCT2.
           READ BCCT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCCT3
           END-IF
           ADD 1 TO TOTREG
           ADD CVCOD TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CCTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCCT2
           .
       XBCCT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADCCT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCCT
           GO TO XBCCTX
           .
       XBCCTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCCTX
           .
           OPEN OUTPUT BCCT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADCCT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCCTX
           .
       XBCCTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCCTR3
           END-IF
           MOVE BKPLINE TO CCTREC
           WRITE CCTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CVCOD TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCCTR2
           .
       XBCCTR3.
           CLOSE BKPARQ BCCT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCCTX.
           EXIT.
       XBRISC.
           IF MODO = "R"
               GO TO XBRISCR
           .
           OPEN INPUT BRISC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADRISCO1.DAT: " FS
               GO TO XBRISCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRISC
                   GO TO XBRISCX
               END-IF
           .
       XBRISC2.
           READ BRISC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRISC3
           END-IF
           ADD 1 TO TOTREG
           ADD RICARGO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE RISCOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRISC2
           .
       XBRISC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADRISCO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRISC
           GO TO XBRISCX
           .
       XBRISCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRISCX
           .
           OPEN OUTPUT BRISC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADRISCO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRISCX
           .
       XBRISCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRISCR3
           END-IF
           MOVE BKPLINE TO RISCOREC
           WRITE RISCOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RICARGO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRISCR2
           .
       XBRISCR3.
           CLOSE BKPARQ BRISC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRISCX.
           EXIT.
       XBCAT.
           IF MODO = "R"
               GO TO XBCATR
           .
           OPEN INPUT BCAT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCAT1.DAT: " FS
               GO TO XBCATX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCAT
                   GO TO XBCATX
               END-IF
           .
       XBCAT2.
           READ BCAT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCAT3
           END-IF
           ADD 1 TO TOTREG
           ADD CATMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CATREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCAT2
           .
       XBCAT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADCAT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCAT
           GO TO XBCATX
           .
       XBCATR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCATX
           .
           OPEN OUTPUT BCAT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADCAT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCATX
           .
       XBCATR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCATR3
           END-IF
           MOVE BKPLINE TO CATREC
           WRITE CATREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CATMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCATR2
           .
       XBCATR3.
           CLOSE BKPARQ BCAT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCATX.
           EXIT.
       XBEPIC.
           IF MODO = "R"
               GO TO XBEPICR
           .
           OPEN INPUT BEPIC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADEPI1.DAT: " FS
               GO TO XBEPICX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEPIC
                   GO TO XBEPICX
               END-IF
           .
       XBEPIC2.
           READ BEPIC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEPIC3
           END-IF
           ADD 1 TO TOTREG
           ADD EQRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE EPIREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEPIC2
           .
       XBEPIC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADEPI1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEPIC
           GO TO XBEPICX
           .
       XBEPICR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBEPICX
           .
           OPEN OUTPUT BEPIC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADEPI1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBEPICX
           .
       XBEPICR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBEPICR3
           END-IF
           MOVE BKPLINE TO EPIREC
           WRITE EPIREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD EQRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBEPICR2
           .
       XBEPICR3.
           CLOSE BKPARQ BEPIC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBEPICX.
           EXIT.
       XBEPIE.
           IF MODO = "R"
               GO TO XBEPIER
           .
           OPEN INPUT BEPIE
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR EPIENT1.DAT: " FS
               GO TO XBEPIEX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BEPIE
                   GO TO XBEPIEX
               END-IF
           .
       XBEPIE2.
           READ BEPIE NEXT RECORD
           IF FS NOT = "00"
               GO TO XBEPIE3
           END-IF
           ADD 1 TO TOTREG
           ADD ENMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE EPIENTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBEPIE2
           .
       XBEPIE3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM EPIENT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BEPIE
           GO TO XBEPIEX
           .
       XBEPIER.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBEPIEX
           .
           OPEN OUTPUT BEPIE
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR EPIENT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBEPIEX
           .
       XBEPIER2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBEPIER3
           END-IF
           MOVE BKPLINE TO EPIENTREC
           WRITE EPIENTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ENMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBEPIER2
           .
       XBEPIER3.
           CLOSE BKPARQ BEPIE
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBEPIEX.
           EXIT.
       XBCONV.
           IF MODO = "R"
               GO TO XBCONVR
           .
           OPEN INPUT BCONV
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONVOC1.DAT: " FS
               GO TO XBCONVX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCONV
                   GO TO XBCONVX
               END-IF
           .
       XBCONV2.
           READ BCONV NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCONV3
           END-IF
           ADD 1 TO TOTREG
           ADD IVMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CONVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCONV2
           .
       XBCONV3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CONVOC1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCONV
           GO TO XBCONVX
           .
       XBCONVR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCONVX
           .
           OPEN OUTPUT BCONV
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CONVOC1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCONVX
           .
       XBCONVR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCONVR3
           END-IF
           MOVE BKPLINE TO CONVREC
           WRITE CONVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD IVMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCONVR2
           .
       XBCONVR3.
           CLOSE BKPARQ BCONV
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCONVX.
           EXIT.
       XBPROL.
           IF MODO = "R"
               GO TO XBPROLR
           .
           OPEN INPUT BPROL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROLAB1.DAT: " FS
               GO TO XBPROLX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPROL
                   GO TO XBPROLX
               END-IF
           .
       XBPROL2.
           READ BPROL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPROL3
           END-IF
           ADD 1 TO TOTREG
           ADD PBRK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PROLABREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPROL2
           .
       XBPROL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PROLAB1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPROL
           GO TO XBPROLX
           .
       XBPROLR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPROLX
           .
           OPEN OUTPUT BPROL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PROLAB1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPROLX
           .
       XBPROLR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPROLR3
           END-IF
           MOVE BKPLINE TO PROLABREC
           WRITE PROLABREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PBRK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPROLR2
           .
       XBPROLR3.
           CLOSE BKPARQ BPROL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPROLX.
           EXIT.
       XBPRQM.
           IF MODO = "R"
               GO TO XBPRQMR
           .
           OPEN INPUT BPRQM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROLMOV1.DAT: " FS
               GO TO XBPRQMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPRQM
                   GO TO XBPRQMX
               END-IF
           .
       XBPRQM2.
           READ BPRQM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPRQM3
           END-IF
           ADD 1 TO TOTREG
           ADD PQRKB TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PROLMOVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPRQM2
           .
       XBPRQM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PROLMOV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPRQM
           GO TO XBPRQMX
           .
       XBPRQMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPRQMX
           .
           OPEN OUTPUT BPRQM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PROLMOV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPRQMX
           .
       XBPRQMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPRQMR3
           END-IF
           MOVE BKPLINE TO PROLMOVREC
           WRITE PROLMOVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PQRKB TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPRQMR2
           .
       XBPRQMR3.
           CLOSE BKPARQ BPRQM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPRQMX.
           EXIT.
       XBESTG.
           IF MODO = "R"
               GO TO XBESTGR
           .
           OPEN INPUT BESTG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ESTAGIO1.DAT: " FS
               GO TO XBESTGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BESTG
                   GO TO XBESTGX
               END-IF
           .
       XBESTG2.
           READ BESTG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBESTG3
           END-IF
           ADD 1 TO TOTREG
           ADD EGMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ESTAGREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBESTG2
           .
       XBESTG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ESTAGIO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BESTG
           GO TO XBESTGX
           .
       XBESTGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBESTGX
           .
           OPEN OUTPUT BESTG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ESTAGIO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBESTGX
           .
       XBESTGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBESTGR3
           END-IF
           MOVE BKPLINE TO ESTAGREC
           WRITE ESTAGREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD EGMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBESTGR2
           .
       XBESTGR3.
           CLOSE BKPARQ BESTG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBESTGX.
           EXIT.
       XBCBO.
           IF MODO = "R"
               GO TO XBCBOR
           .
           OPEN INPUT BCBO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCBO1.DAT: " FS
               GO TO XBCBOX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCBO
                   GO TO XBCBOX
               END-IF
           .
       XBCBO2.
           READ BCBO NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCBO3
           END-IF
           ADD 1 TO TOTREG
           ADD CBORK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CBOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCBO2
           .
       XBCBO3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADCBO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCBO
           GO TO XBCBOX
           .
       XBCBOR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCBOX
           .
           OPEN OUTPUT BCBO
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADCBO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCBOX
           .
       XBCBOR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCBOR3
           END-IF
           MOVE BKPLINE TO CBOREC
           WRITE CBOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CBORK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCBOR2
           .
       XBCBOR3.
           CLOSE BKPARQ BCBO
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCBOX.
           EXIT.
       XBCREC.
           IF MODO = "R"
               GO TO XBCRECR
           .
           OPEN INPUT BCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CRECHE1.DAT: " FS
               GO TO XBCRECX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCREC
                   GO TO XBCRECX
               END-IF
           .
       XBCREC2.
           READ BCREC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCREC3
           END-IF
           ADD 1 TO TOTREG
           ADD AXVALPAG TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CRECHEREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCREC2
           .
       XBCREC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CRECHE1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCREC
           GO TO XBCRECX
           .
       XBCRECR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCRECX
           .
           OPEN OUTPUT BCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CRECHE1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCRECX
           .
       XBCRECR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCRECR3
           END-IF
           MOVE BKPLINE TO CRECHEREC
           WRITE CRECHEREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD AXVALPAG TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCRECR2
           .
       XBCRECR3.
           CLOSE BKPARQ BCREC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCRECX.
           EXIT.
       XBOBIT.
           IF MODO = "R"
               GO TO XBOBITR
           .
           OPEN INPUT BOBIT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR OBITO1.DAT: " FS
               GO TO XBOBITX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BOBIT
                   GO TO XBOBITX
               END-IF
           .
       XBOBIT2.
           READ BOBIT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBOBIT3
           END-IF
           ADD 1 TO TOTREG
           ADD OILIQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE OBITOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBOBIT2
           .
       XBOBIT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM OBITO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BOBIT
           GO TO XBOBITX
           .
       XBOBITR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBOBITX
           .
           OPEN OUTPUT BOBIT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR OBITO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBOBITX
           .
       XBOBITR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBOBITR3
           END-IF
           MOVE BKPLINE TO OBITOREC
           WRITE OBITOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD OILIQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBOBITR2
           .
       XBOBITR3.
           CLOSE BKPARQ BOBIT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBOBITX.
           EXIT.
       XBOBEN.
           IF MODO = "R"
               GO TO XBOBENR
           .
           OPEN INPUT BOBEN
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR OBITBEN1.DAT: " FS
               GO TO XBOBENX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BOBEN
                   GO TO XBOBENX
               END-IF
           .
       XBOBEN2.
           READ BOBEN NEXT RECORD
           IF FS NOT = "00"
               GO TO XBOBEN3
           END-IF
           ADD 1 TO TOTREG
           ADD HBVALLIQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE OBITBENREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBOBEN2
           .
       XBOBEN3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM OBITBEN1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BOBEN
           GO TO XBOBENX
           .
       XBOBENR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBOBENX
           .
           OPEN OUTPUT BOBEN
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR OBITBEN1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBOBENX
           .
       XBOBENR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBOBENR3
           END-IF
           MOVE BKPLINE TO OBITBENREC
           WRITE OBITBENREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HBVALLIQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBOBENR2
           .
       XBOBENR3.
           CLOSE BKPARQ BOBEN
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBOBENX.
           EXIT.
       XBSUBS.
           IF MODO = "R"
               GO TO XBSUBSR
           .
           OPEN INPUT BSUBS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SUBST1.DAT: " FS
               GO TO XBSUBSX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSUBS
                   GO TO XBSUBSX
               END-IF
           .
       XBSUBS2.
           READ BSUBS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSUBS3
           END-IF
           ADD 1 TO TOTREG
           ADD SXSALSUB TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE SUBSTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSUBS2
           .
       XBSUBS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM SUBST1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSUBS
           GO TO XBSUBSX
           .
       XBSUBSR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSUBSX
           .
           OPEN OUTPUT BSUBS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR SUBST1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBSUBSX
           .
       XBSUBSR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSUBSR3
           END-IF
           MOVE BKPLINE TO SUBSTREC
           WRITE SUBSTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD SXSALSUB TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSUBSR2
           .
       XBSUBSR3.
           CLOSE BKPARQ BSUBS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSUBSX.
           EXIT.
       XBAEXT.
           IF MODO = "R"
               GO TO XBAEXTR
           .
           OPEN INPUT BAEXT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUTEXT1.DAT: " FS
               GO TO XBAEXTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BAEXT
                   GO TO XBAEXTX
               END-IF
           .
       XBAEXT2.
           READ BAEXT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBAEXT3
           END-IF
           ADD 1 TO TOTREG
           ADD HXHORAS TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE AUTEXTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBAEXT2
           .
       XBAEXT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM AUTEXT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BAEXT
           GO TO XBAEXTX
           .
       XBAEXTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBAEXTX
           .
           OPEN OUTPUT BAEXT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR AUTEXT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBAEXTX
           .
       XBAEXTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBAEXTR3
           END-IF
           MOVE BKPLINE TO AUTEXTREC
           WRITE AUTEXTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HXHORAS TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBAEXTR2
           .
       XBAEXTR3.
           CLOSE BKPARQ BAEXT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBAEXTX.
           EXIT.
       XBPEXT.
           IF MODO = "R"
               GO TO XBPEXTR
           .
           OPEN INPUT BPEXT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDEXT1.DAT: " FS
               GO TO XBPEXTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPEXT
                   GO TO XBPEXTX
               END-IF
           .
       XBPEXT2.
           READ BPEXT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPEXT3
           END-IF
           ADD 1 TO TOTREG
           ADD HQHORAS TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PENDEXTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPEXT2
           .
       XBPEXT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PENDEXT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPEXT
           GO TO XBPEXTX
           .
       XBPEXTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPEXTX
           .
           OPEN OUTPUT BPEXT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PENDEXT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPEXTX
           .
       XBPEXTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPEXTR3
           END-IF
           MOVE BKPLINE TO PENDEXTREC
           WRITE PENDEXTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HQHORAS TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPEXTR2
           .
       XBPEXTR3.
           CLOSE BKPARQ BPEXT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPEXTX.
           EXIT.
       XBSOBR.
           IF MODO = "R"
               GO TO XBSOBRR
           .
           OPEN INPUT BSOBR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SOBREAV1.DAT: " FS
               GO TO XBSOBRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSOBR
                   GO TO XBSOBRX
               END-IF
           .
       XBSOBR2.
           READ BSOBR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSOBR3
           END-IF
           ADD 1 TO TOTREG
           ADD SOHORAS TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE SOBREAVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSOBR2
           .
       XBSOBR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM SOBREAV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSOBR
           GO TO XBSOBRX
           .
       XBSOBRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSOBRX
           .
           OPEN OUTPUT BSOBR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR SOBREAV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBSOBRX
           .
       XBSOBRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSOBRR3
           END-IF
           MOVE BKPLINE TO SOBREAVREC
           WRITE SOBREAVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD SOHORAS TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSOBRR2
           .
       XBSOBRR3.
           CLOSE BKPARQ BSOBR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSOBRX.
           EXIT.
       XBREEM.
           IF MODO = "R"
               GO TO XBREEMR
           .
           OPEN INPUT BREEM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR REEMB1.DAT: " FS
               GO TO XBREEMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BREEM
                   GO TO XBREEMX
               END-IF
           .
       XBREEM2.
           READ BREEM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBREEM3
           END-IF
           ADD 1 TO TOTREG
           ADD RBVALOR TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE REEMBREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBREEM2
           .
       XBREEM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM REEMB1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BREEM
           GO TO XBREEMX
           .
       XBREEMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBREEMX
           .
           OPEN OUTPUT BREEM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR REEMB1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBREEMX
           .
       XBREEMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBREEMR3
           END-IF
           MOVE BKPLINE TO REEMBREC
           WRITE REEMBREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RBVALOR TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBREEMR2
           .
       XBREEMR3.
           CLOSE BKPARQ BREEM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBREEMX.
           EXIT.
       XBPJ.
           IF MODO = "R"
               GO TO XBPJR
           .
           OPEN INPUT BPJ
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PREVPLAN1.DAT: " FS
               GO TO XBPJX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPJ
                   GO TO XBPJX
               END-IF
           .
       XBPJ2.
           READ BPJ NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPJ3
           END-IF
           ADD 1 TO TOTREG
           ADD PJPCT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PREVPLANREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPJ2
           .
       XBPJ3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PREVPLAN1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPJ
           GO TO XBPJX
           .
       XBPJR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPJX
           .
           OPEN OUTPUT BPJ
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PREVPLAN1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPJX
           .
       XBPJR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPJR3
           END-IF
           MOVE BKPLINE TO PREVPLANREC
           WRITE PREVPLANREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PJPCT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPJR2
           .
       XBPJR3.
           CLOSE BKPARQ BPJ
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPJX.
           EXIT.
       XBPZ.
           IF MODO = "R"
               GO TO XBPZR
           .
           OPEN INPUT BPZ
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PREVMOV1.DAT: " FS
               GO TO XBPZX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPZ
                   GO TO XBPZX
               END-IF
           .
       XBPZ2.
           READ BPZ NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPZ3
           END-IF
           ADD 1 TO TOTREG
           ADD PZCONTR TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PREVMOVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPZ2
           .
       XBPZ3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PREVMOV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPZ
           GO TO XBPZX
           .
       XBPZR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPZX
           .
           OPEN OUTPUT BPZ
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PREVMOV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPZX
           .
       XBPZR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPZR3
           END-IF
           MOVE BKPLINE TO PREVMOVREC
           WRITE PREVMOVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PZCONTR TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPZR2
           .
       XBPZR3.
           CLOSE BKPARQ BPZ
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPZX.
           EXIT.
       XBRQ.
           IF MODO = "R"
               GO TO XBRQR
           .
           OPEN INPUT BRQ
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR RRAMOV1.DAT: " FS
               GO TO XBRQX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BRQ
                   GO TO XBRQX
               END-IF
           .
       XBRQ2.
           READ BRQ NEXT RECORD
           IF FS NOT = "00"
               GO TO XBRQ3
           END-IF
           ADD 1 TO TOTREG
           ADD RQVALOR TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE RRAMOVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBRQ2
           .
       XBRQ3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM RRAMOV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BRQ
           GO TO XBRQX
           .
       XBRQR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBRQX
           .
           OPEN OUTPUT BRQ
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR RRAMOV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBRQX
           .
       XBRQR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBRQR3
           END-IF
           MOVE BKPLINE TO RRAMOVREC
           WRITE RRAMOVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RQVALOR TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBRQR2
           .
       XBRQR3.
           CLOSE BKPARQ BRQ
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBRQX.
           EXIT.
       XBHL.
           IF MODO = "R"
               GO TO XBHLR
           .
           OPEN INPUT BHL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGHIST1.DAT: " FS
               GO TO XBHLX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BHL
                   GO TO XBHLX
               END-IF
           .
       XBHL2.
           READ BHL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBHL3
           END-IF
           ADD 1 TO TOTREG
           ADD HLSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CHGHISTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBHL2
           .
       XBHL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CHGHIST1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BHL
           GO TO XBHLX
           .
       XBHLR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBHLX
           .
           OPEN OUTPUT BHL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CHGHIST1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBHLX
           .
       XBHLR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBHLR3
           END-IF
           MOVE BKPLINE TO CHGHISTREC
           WRITE CHGHISTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HLSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBHLR2
           .
       XBHLR3.
           CLOSE BKPARQ BHL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBHLX.
           EXIT.
       XBSL.
           IF MODO = "R"
               GO TO XBSLR
           .
           OPEN INPUT BSL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGSEAL1.DAT: " FS
               GO TO XBSLX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSL
                   GO TO XBSLX
               END-IF
           .
       XBSL2.
           READ BSL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSL3
           END-IF
           ADD 1 TO TOTREG
           ADD SLQTDE TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CHGSEALREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSL2
           .
       XBSL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CHGSEAL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSL
           GO TO XBSLX
           .
       XBSLR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSLX
           .
           OPEN OUTPUT BSL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CHGSEAL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBSLX
           .
       XBSLR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSLR3
           END-IF
           MOVE BKPLINE TO CHGSEALREC
           WRITE CHGSEALREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD SLQTDE TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSLR2
           .
       XBSLR3.
           CLOSE BKPARQ BSL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSLX.
           EXIT.
       XBSD.
           IF MODO = "R"
               GO TO XBSDR
           .
           OPEN INPUT BSD
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SODREG1.DAT: " FS
               GO TO XBSDX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSD
                   GO TO XBSDX
               END-IF
           .
       XBSD2.
           READ BSD NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSD3
           END-IF
           ADD 1 TO TOTREG
           ADD RGDIAS TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE SODREGREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSD2
           .
       XBSD3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM SODREG1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSD
           GO TO XBSDX
           .
       XBSDR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSDX
           .
           OPEN OUTPUT BSD
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR SODREG1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBSDX
           .
       XBSDR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSDR3
           END-IF
           MOVE BKPLINE TO SODREGREC
           WRITE SODREGREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD RGDIAS TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSDR2
           .
       XBSDR3.
           CLOSE BKPARQ BSD
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSDX.
           EXIT.
       XBFR.
           IF MODO = "R"
               GO TO XBFRR
           .
           OPEN INPUT BFR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FRAUDPAR1.DAT: " FS
               GO TO XBFRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFR
                   GO TO XBFRX
               END-IF
           .
       XBFR2.
           READ BFR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFR3
           END-IF
           ADD 1 TO TOTREG
           ADD FRMAXCEP TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE FRAUDPARREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFR2
           .
       XBFR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FRAUDPAR1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFR
           GO TO XBFRX
           .
       XBFRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFRX
           .
           OPEN OUTPUT BFR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FRAUDPAR1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFRX
           .
       XBFRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFRR3
           END-IF
           MOVE BKPLINE TO FRAUDPARREC
           WRITE FRAUDPARREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FRMAXCEP TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFRR2
           .
       XBFRR3.
           CLOSE BKPARQ BFR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFRX.
           EXIT.
       XBDM.
           IF MODO = "R"
               GO TO XBDMR
           .
           OPEN INPUT BDM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DECLMOD1.DAT: " FS
               GO TO XBDMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BDM
                   GO TO XBDMX
               END-IF
           .
       XBDM2.
           READ BDM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBDM3
           END-IF
           ADD 1 TO TOTREG
           ADD DMLIN TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE DECLMODREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBDM2
           .
       XBDM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM DECLMOD1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BDM
           GO TO XBDMX
           .
       XBDMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBDMX
           .
           OPEN OUTPUT BDM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR DECLMOD1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBDMX
           .
       XBDMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBDMR3
           END-IF
           MOVE BKPLINE TO DECLMODREC
           WRITE DECLMODREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD DMLIN TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBDMR2
           .
       XBDMR3.
           CLOSE BKPARQ BDM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBDMX.
           EXIT.
       XBDR.
           IF MODO = "R"
               GO TO XBDRR
           .
           OPEN INPUT BDR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DECLREG1.DAT: " FS
               GO TO XBDRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BDR
                   GO TO XBDRX
               END-IF
           .
       XBDR2.
           READ BDR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBDR3
           END-IF
           ADD 1 TO TOTREG
           ADD DRNUM TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE DECLREGREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBDR2
           .
       XBDR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM DECLREG1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BDR
           GO TO XBDRX
           .
       XBDRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBDRX
           .
           OPEN OUTPUT BDR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR DECLREG1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBDRX
           .
       XBDRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBDRR3
           END-IF
           MOVE BKPLINE TO DECLREGREC
           WRITE DECLREGREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD DRNUM TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBDRR2
           .
       XBDRR3.
           CLOSE BKPARQ BDR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBDRX.
           EXIT.
       XBDC.
           IF MODO = "R"
               GO TO XBDCR
           .
           OPEN INPUT BDC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR DECLCTL1.DAT: " FS
               GO TO XBDCX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BDC
                   GO TO XBDCX
               END-IF
           .
       XBDC2.
           READ BDC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBDC3
           END-IF
           ADD 1 TO TOTREG
           ADD DCCSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE DECLCTLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBDC2
           .
       XBDC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM DECLCTL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BDC
           GO TO XBDCX
           .
       XBDCR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBDCX
           .
           OPEN OUTPUT BDC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR DECLCTL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBDCX
           .
       XBDCR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBDCR3
           END-IF
           MOVE BKPLINE TO DECLCTLREC
           WRITE DECLCTLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD DCCSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBDCR2
           .
       XBDCR3.
           CLOSE BKPARQ BDC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBDCX.
           EXIT.
       XBPF.
           IF MODO = "R"
               GO TO XBPFR
           .
           OPEN INPUT BPF
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PLFAT1.DAT: " FS
               GO TO XBPFX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPF
                   GO TO XBPFX
               END-IF
           .
       XBPF2.
           READ BPF NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPF3
           END-IF
           ADD 1 TO TOTREG
           ADD PFANO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PLFATREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPF2
           .
       XBPF3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PLFAT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPF
           GO TO XBPFX
           .
       XBPFR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPFX
           .
           OPEN OUTPUT BPF
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PLFAT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPFX
           .
       XBPFR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPFR3
           END-IF
           MOVE BKPLINE TO PLFATREC
           WRITE PLFATREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PFANO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPFR2
           .
       XBPFR3.
           CLOSE BKPARQ BPF
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPFX.
           EXIT.
       XBPK.
           IF MODO = "R"
               GO TO XBPKR
           .
           OPEN INPUT BPK
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PIXCHV1.DAT: " FS
               GO TO XBPKX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPK
                   GO TO XBPKX
               END-IF
           .
       XBPK2.
           READ BPK NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPK3
           END-IF
           ADD 1 TO TOTREG
           ADD PKMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PIXCHVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPK2
           .
       XBPK3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PIXCHV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPK
           GO TO XBPKX
           .
       XBPKR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPKX
           .
           OPEN OUTPUT BPK
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PIXCHV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPKX
           .
       XBPKR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPKR3
           END-IF
           MOVE BKPLINE TO PIXCHVREC
           WRITE PIXCHVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD PKMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPKR2
           .
       XBPKR3.
           CLOSE BKPARQ BPK
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPKX.
           EXIT.
       XBBX.
           IF MODO = "R"
               GO TO XBBXR
           .
           OPEN INPUT BBX
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR BIEXT1.DAT: " FS
               GO TO XBBXX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BBX
                   GO TO XBBXX
               END-IF
           .
       XBBX2.
           READ BBX NEXT RECORD
           IF FS NOT = "00"
               GO TO XBBX3
           END-IF
           ADD 1 TO TOTREG
           ADD BXSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE BIEXTREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBBX2
           .
       XBBX3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM BIEXT1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BBX
           GO TO XBBXX
           .
       XBBXR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBBXX
           .
           OPEN OUTPUT BBX
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR BIEXT1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBBXX
           .
       XBBXR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBBXR3
           END-IF
           MOVE BKPLINE TO BIEXTREC
           WRITE BIEXTREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD BXSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBBXR2
           .
       XBBXR3.
           CLOSE BKPARQ BBX
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBBXX.
           EXIT.
       XBIC.
           IF MODO = "R"
               GO TO XBICR
           .
           OPEN INPUT BIC
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR IAMCTL1.DAT: " FS
               GO TO XBICX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BIC
                   GO TO XBICX
               END-IF
           .
       XBIC2.
           READ BIC NEXT RECORD
           IF FS NOT = "00"
               GO TO XBIC3
           END-IF
           ADD 1 TO TOTREG
           ADD IMSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE IAMCTLREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBIC2
           .
       XBIC3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM IAMCTL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BIC
           GO TO XBICX
           .
       XBICR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBICX
           .
           OPEN OUTPUT BIC
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR IAMCTL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBICX
           .
       XBICR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBICR3
           END-IF
           MOVE BKPLINE TO IAMCTLREC
           WRITE IAMCTLREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD IMSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBICR2
           .
       XBICR3.
           CLOSE BKPARQ BIC
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBICX.
           EXIT.
       XBIS.
           IF MODO = "R"
               GO TO XBISR
           .
           OPEN INPUT BIS
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR IAMSNAP1.DAT: " FS
               GO TO XBISX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BIS
                   GO TO XBISX
               END-IF
           .
       XBIS2.
           READ BIS NEXT RECORD
           IF FS NOT = "00"
               GO TO XBIS3
           END-IF
           ADD 1 TO TOTREG
           ADD SNAREA TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE IAMSNAPREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBIS2
           .
       XBIS3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM IAMSNAP1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BIS
           GO TO XBISX
           .
       XBISR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBISX
           .
           OPEN OUTPUT BIS
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR IAMSNAP1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBISX
           .
       XBISR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBISR3
           END-IF
           MOVE BKPLINE TO IAMSNAPREC
           WRITE IAMSNAPREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD SNAREA TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBISR2
           .
       XBISR3.
           CLOSE BKPARQ BIS
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBISX.
           EXIT.
       XBSIN.
           IF MODO = "R"
               GO TO XBSINR
           .
           OPEN INPUT BSIN
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALDOINI1.DAT: " FS
               GO TO XBSINX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BSIN
                   GO TO XBSINX
               END-IF
           .
       XBSIN2.
           READ BSIN NEXT RECORD
           IF FS NOT = "00"
               GO TO XBSIN3
           END-IF
           ADD 1 TO TOTREG
           ADD SIMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE SALDOINIREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBSIN2
           .
       XBSIN3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM SALDOINI1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BSIN
           GO TO XBSINX
           .
       XBSINR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBSINX
           .
           OPEN OUTPUT BSIN
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR SALDOINI1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBSINX
           .
       XBSINR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBSINR3
           END-IF
           MOVE BKPLINE TO SALDOINIREC
           WRITE SALDOINIREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD SIMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBSINR2
           .
       XBSINR3.
           CLOSE BKPARQ BSIN
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBSINX.
           EXIT.
       XBGR.
           IF MODO = "R"
               GO TO XBGRR
           .
           OPEN INPUT BGR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYGRP1.DAT: " FS
               GO TO XBGRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BGR
                   GO TO XBGRX
               END-IF
           .
       XBGR2.
           READ BGR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBGR3
           END-IF
           ADD 1 TO TOTREG
           ADD GRCOD TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PAYGRPREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBGR2
           .
       XBGR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PAYGRP1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BGR
           GO TO XBGRX
           .
       XBGRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBGRX
           .
           OPEN OUTPUT BGR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PAYGRP1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBGRX
           .
       XBGRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBGRR3
           END-IF
           MOVE BKPLINE TO PAYGRPREC
           WRITE PAYGRPREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD GRCOD TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBGRR2
           .
       XBGRR3.
           CLOSE BKPARQ BGR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBGRX.
           EXIT.
       XBCL.
           IF MODO = "R"
               GO TO XBCLR
           .
           OPEN INPUT BCL
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYCAL1.DAT: " FS
               GO TO XBCLX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCL
                   GO TO XBCLX
               END-IF
           .
       XBCL2.
           READ BCL NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCL3
           END-IF
           ADD 1 TO TOTREG
           ADD CLANO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PAYCALREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCL2
           .
       XBCL3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PAYCAL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCL
           GO TO XBCLX
           .
       XBCLR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCLX
           .
           OPEN OUTPUT BCL
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PAYCAL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCLX
           .
       XBCLR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCLR3
           END-IF
           MOVE BKPLINE TO PAYCALREC
           WRITE PAYCALREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CLANO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCLR2
           .
       XBCLR3.
           CLOSE BKPARQ BCL
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCLX.
           EXIT.
       XBFG.
           IF MODO = "R"
               GO TO XBFGR
           .
           OPEN INPUT BFG
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCGRP1.DAT: " FS
               GO TO XBFGX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BFG
                   GO TO XBFGX
               END-IF
           .
       XBFG2.
           READ BFG NEXT RECORD
           IF FS NOT = "00"
               GO TO XBFG3
           END-IF
           ADD 1 TO TOTREG
           ADD FURK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE FUNCGRPREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBFG2
           .
       XBFG3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM FUNCGRP1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BFG
           GO TO XBFGX
           .
       XBFGR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBFGX
           .
           OPEN OUTPUT BFG
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR FUNCGRP1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBFGX
           .
       XBFGR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBFGR3
           END-IF
           MOVE BKPLINE TO FUNCGRPREC
           WRITE FUNCGRPREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD FURK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBFGR2
           .
       XBFGR3.
           CLOSE BKPARQ BFG
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBFGX.
           EXIT.
       XBGP.
           IF MODO = "R"
               GO TO XBGPR
           .
           OPEN INPUT BGP
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYPER1.DAT: " FS
               GO TO XBGPX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BGP
                   GO TO XBGPX
               END-IF
           .
       XBGP2.
           READ BGP NEXT RECORD
           IF FS NOT = "00"
               GO TO XBGP3
           END-IF
           ADD 1 TO TOTREG
           ADD GPMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PAYPERREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBGP2
           .
       XBGP3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PAYPER1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BGP
           GO TO XBGPX
           .
       XBGPR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBGPX
           .
           OPEN OUTPUT BGP
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PAYPER1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBGPX
           .
       XBGPR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBGPR3
           END-IF
           MOVE BKPLINE TO PAYPERREC
           WRITE PAYPERREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD GPMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBGPR2
           .
       XBGPR3.
           CLOSE BKPARQ BGP
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBGPX.
           EXIT.
       XBCUR.
           IF MODO = "R"
               GO TO XBCURR
           .
           OPEN INPUT BCUR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADCURSO1.DAT: " FS
               GO TO XBCURX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCUR
                   GO TO XBCURX
               END-IF
           .
       XBCUR2.
           READ BCUR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCUR3
           END-IF
           ADD 1 TO TOTREG
           ADD CURK TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CURSOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCUR2
           .
       XBCUR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADCURSO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCUR
           GO TO XBCURX
           .
       XBCURR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCURX
           .
           OPEN OUTPUT BCUR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADCURSO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCURX
           .
       XBCURR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCURR3
           END-IF
           MOVE BKPLINE TO CURSOREC
           WRITE CURSOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CURK TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCURR2
           .
       XBCURR3.
           CLOSE BKPARQ BCUR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCURX.
           EXIT.
       XBCCU.
           IF MODO = "R"
               GO TO XBCCUR
           .
           OPEN INPUT BCCU
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARGOCUR1.DAT: " FS
               GO TO XBCCUX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCCU
                   GO TO XBCCUX
               END-IF
           .
       XBCCU2.
           READ BCCU NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCCU3
           END-IF
           ADD 1 TO TOTREG
           ADD CCCURSO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CARGOCURREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCCU2
           .
       XBCCU3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CARGOCUR1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCCU
           GO TO XBCCUX
           .
       XBCCUR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCCUX
           .
           OPEN OUTPUT BCCU
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CARGOCUR1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCCUX
           .
       XBCCUR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCCUR3
           END-IF
           MOVE BKPLINE TO CARGOCURREC
           WRITE CARGOCURREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CCCURSO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCCUR2
           .
       XBCCUR3.
           CLOSE BKPARQ BCCU
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCCUX.
           EXIT.
       XBTRN.
           IF MODO = "R"
               GO TO XBTRNR
           .
           OPEN INPUT BTRN
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR TREINO1.DAT: " FS
               GO TO XBTRNX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BTRN
                   GO TO XBTRNX
               END-IF
           .
       XBTRN2.
           READ BTRN NEXT RECORD
           IF FS NOT = "00"
               GO TO XBTRN3
           END-IF
           ADD 1 TO TOTREG
           ADD TRCURSO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE TREINOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBTRN2
           .
       XBTRN3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM TREINO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BTRN
           GO TO XBTRNX
           .
       XBTRNR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBTRNX
           .
           OPEN OUTPUT BTRN
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR TREINO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBTRNX
           .
       XBTRNR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBTRNR3
           END-IF
           MOVE BKPLINE TO TREINOREC
           WRITE TREINOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD TRCURSO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBTRNR2
           .
       XBTRNR3.
           CLOSE BKPARQ BTRN
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBTRNX.
           EXIT.
       XBAT.
           IF MODO = "R"
               GO TO XBATR
           .
           OPEN INPUT BAT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR ATESTADO1.DAT: " FS
               GO TO XBATX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BAT
                   GO TO XBATX
               END-IF
           .
       XBAT2.
           READ BAT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBAT3
           END-IF
           ADD 1 TO TOTREG
           ADD ATSEQ TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE ATESTADOREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBAT2
           .
       XBAT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM ATESTADO1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BAT
           GO TO XBATX
           .
       XBATR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBATX
           .
           OPEN OUTPUT BAT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR ATESTADO1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBATX
           .
       XBATR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBATR3
           END-IF
           MOVE BKPLINE TO ATESTADOREC
           WRITE ATESTADOREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD ATSEQ TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBATR2
           .
       XBATR3.
           CLOSE BKPARQ BAT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBATX.
           EXIT.
       XBCKM.
           IF MODO = "R"
               GO TO XBCKMR
           .
           OPEN INPUT BCKM
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHKMOD1.DAT: " FS
               GO TO XBCKMX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCKM
                   GO TO XBCKMX
               END-IF
           .
       XBCKM2.
           READ BCKM NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCKM3
           END-IF
           ADD 1 TO TOTREG
           ADD CKITEM TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CHKMODREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCKM2
           .
       XBCKM3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CHKMOD1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCKM
           GO TO XBCKMX
           .
       XBCKMR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCKMX
           .
           OPEN OUTPUT BCKM
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CHKMOD1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCKMX
           .
       XBCKMR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCKMR3
           END-IF
           MOVE BKPLINE TO CHKMODREC
           WRITE CHKMODREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CKITEM TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCKMR2
           .
       XBCKMR3.
           CLOSE BKPARQ BCKM
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCKMX.
           EXIT.
       XBCKF.
           IF MODO = "R"
               GO TO XBCKFR
           .
           OPEN INPUT BCKF
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHKFUN1.DAT: " FS
               GO TO XBCKFX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BCKF
                   GO TO XBCKFX
               END-IF
           .
       XBCKF2.
           READ BCKF NEXT RECORD
           IF FS NOT = "00"
               GO TO XBCKF3
           END-IF
           ADD 1 TO TOTREG
           ADD CFMAT TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE CHKFUNREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBCKF2
           .
       XBCKF3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CHKFUN1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BCKF
           GO TO XBCKFX
           .
       XBCKFR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBCKFX
           .
           OPEN OUTPUT BCKF
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CHKFUN1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBCKFX
           .
       XBCKFR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBCKFR3
           END-IF
           MOVE BKPLINE TO CHKFUNREC
           WRITE CHKFUNREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD CFMAT TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBCKFR2
           .
       XBCKFR3.
           CLOSE BKPARQ BCKF
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBCKFX.
           EXIT.
       XBPT.
           IF MODO = "R"
               GO TO XBPTR
           .
           OPEN INPUT BPT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROCTRAB1.DAT: " FS
               GO TO XBPTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPT
                   GO TO XBPTX
               END-IF
           .
       XBPT2.
           READ BPT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPT3
           END-IF
           ADD 1 TO TOTREG
           ADD JTCOD TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PROCTRABREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPT2
           .
       XBPT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PROCTRAB1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPT
           GO TO XBPTX
           .
       XBPTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPTX
           .
           OPEN OUTPUT BPT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PROCTRAB1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPTX
           .
       XBPTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPTR3
           END-IF
           MOVE BKPLINE TO PROCTRABREC
           WRITE PROCTRABREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD JTCOD TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPTR2
           .
       XBPTR3.
           CLOSE BKPARQ BPT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPTX.
           EXIT.
       XBPV2.
           IF MODO = "R"
               GO TO XBPV2R
           .
           OPEN INPUT BPV2
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROCVAL1.DAT: " FS
               GO TO XBPV2X
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BPV2
                   GO TO XBPV2X
               END-IF
           .
       XBPV22.
           READ BPV2 NEXT RECORD
           IF FS NOT = "00"
               GO TO XBPV23
           END-IF
           ADD 1 TO TOTREG
           ADD JVCOD TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PROCVALREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBPV22
           .
       XBPV23.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PROCVAL1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BPV2
           GO TO XBPV2X
           .
       XBPV2R.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBPV2X
           .
           OPEN OUTPUT BPV2
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PROCVAL1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBPV2X
           .
       XBPV2R2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBPV2R3
           END-IF
           MOVE BKPLINE TO PROCVALREC
           WRITE PROCVALREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD JVCOD TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBPV2R2
           .
       XBPV2R3.
           CLOSE BKPARQ BPV2
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBPV2X.
           EXIT.
       XBTXR.
           IF MODO = "R"
               GO TO XBTXRR
           .
           OPEN INPUT BTXR
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADTAXR1.DAT: " FS
               GO TO XBTXRX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BTXR
                   GO TO XBTXRX
               END-IF
           .
       XBTXR2.
           READ BTXR NEXT RECORD
           IF FS NOT = "00"
               GO TO XBTXR3
           END-IF
           ADD 1 TO TOTREG
           ADD TXRANO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE TAXRREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBTXR2
           .
       XBTXR3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM CADTAXR1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BTXR
           GO TO XBTXRX
           .
       XBTXRR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBTXRX
           .
           OPEN OUTPUT BTXR
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADTAXR1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBTXRX
           .
       XBTXRR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBTXRR3
           END-IF
           MOVE BKPLINE TO TAXRREC
           WRITE TAXRREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD TXRANO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBTXRR2
           .
       XBTXRR3.
           CLOSE BKPARQ BTXR
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBTXRX.
           EXIT.
       XBQT.
           IF MODO = "R"
               GO TO XBQTR
           .
           OPEN INPUT BQT
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODTAB1.DAT: " FS
               GO TO XBQTX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BQT
                   GO TO XBQTX
               END-IF
           .
       XBQT2.
           READ BQT NEXT RECORD
           IF FS NOT = "00"
               GO TO XBQT3
           END-IF
           ADD 1 TO TOTREG
           ADD QTCARGO TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PRODTABREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBQT2
           .
       XBQT3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRODTAB1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BQT
           GO TO XBQTX
           .
       XBQTR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBQTX
           .
           OPEN OUTPUT BQT
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRODTAB1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBQTX
           .
       XBQTR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBQTR3
           END-IF
           MOVE BKPLINE TO PRODTABREC
           WRITE PRODTABREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD QTCARGO TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBQTR2
           .
       XBQTR3.
           CLOSE BKPARQ BQT
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBQTX.
           EXIT.
       XBQD.
           IF MODO = "R"
               GO TO XBQDR
           .
           OPEN INPUT BQD
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODDIA1.DAT: " FS
               GO TO XBQDX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BQD
                   GO TO XBQDX
               END-IF
           .
       XBQD2.
           READ BQD NEXT RECORD
           IF FS NOT = "00"
               GO TO XBQD3
           END-IF
           ADD 1 TO TOTREG
           ADD QDRKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE PRODDIAREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBQD2
           .
       XBQD3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM PRODDIA1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BQD
           GO TO XBQDX
           .
       XBQDR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBQDX
           .
           OPEN OUTPUT BQD
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR PRODDIA1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBQDX
           .
       XBQDR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBQDR3
           END-IF
           MOVE BKPLINE TO PRODDIAREC
           WRITE PRODDIAREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD QDRKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBQDR2
           .
       XBQDR3.
           CLOSE BKPARQ BQD
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBQDX.
           EXIT.
       XBHLO.
           IF MODO = "R"
               GO TO XBHLOR
           .
           OPEN INPUT BHLO
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR HOLOPC1.DAT: " FS
               GO TO XBHLOX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BHLO
                   GO TO XBHLOX
               END-IF
           .
       XBHLO2.
           READ BHLO NEXT RECORD
           IF FS NOT = "00"
               GO TO XBHLO3
           END-IF
           ADD 1 TO TOTREG
           ADD HORKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE HOLOPCREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBHLO2
           .
       XBHLO3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM HOLOPC1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BHLO
           GO TO XBHLOX
           .
       XBHLOR.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBHLOX
           .
           OPEN OUTPUT BHLO
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR HOLOPC1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBHLOX
           .
       XBHLOR2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBHLOR3
           END-IF
           MOVE BKPLINE TO HOLOPCREC
           WRITE HOLOPCREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HORKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBHLOR2
           .
       XBHLOR3.
           CLOSE BKPARQ BHLO
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBHLOX.
           EXIT.
       XBHLE.
           IF MODO = "R"
               GO TO XBHLER
           .
           OPEN INPUT BHLE
           IF FS NOT = "00"
               DISPLAY "ERRO AO ABRIR HOLENV1.DAT: " FS
               GO TO XBHLEX
           .
           IF MODO = "E"
               OPEN OUTPUT BKPARQ
               IF FSX NOT = "00"
                   DISPLAY "ERRO AO ABRIR COPIA: " FSX
                   CLOSE BHLE
                   GO TO XBHLEX
               END-IF
           .
       XBHLE2.
           READ BHLE NEXT RECORD
           IF FS NOT = "00"
               GO TO XBHLE3
           END-IF
           ADD 1 TO TOTREG
           ADD HERKF TO CTLTOTAL
           IF MODO = "E"
               MOVE SPACES TO BKPLINE
               MOVE HOLENVREC TO BKPLINE
               WRITE BKPLINE
           END-IF
           GO TO XBHLE2
           .
       XBHLE3.
           IF FS NOT = "10"
               DISPLAY "LEITURA INTERROMPIDA - FS: " FS
               DISPLAY "POSSIVEL INDICE CORROMPIDO EM HOLENV1.DAT"
           ELSE
               DISPLAY "ARQUIVO LIDO DE PONTA A PONTA SEM ERRO"
           END-IF
           IF MODO = "E"
               CLOSE BKPARQ
           END-IF
           CLOSE BHLE
           GO TO XBHLEX
           .
       XBHLER.
      *-----------------------------------------------------------------
      *RESTAURACAO: RECRIA O ARQUIVO INDEXADO A PARTIR DA COPIA
      *SEQUENCIAL - O CONTEUDO ATUAL E SUBSTITUIDO
           OPEN INPUT BKPARQ
           IF FSX NOT = "00"
               DISPLAY "ERRO AO ABRIR COPIA: " FSX
               GO TO XBHLEX
           .
           OPEN OUTPUT BHLE
           IF FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR HOLENV1.DAT: " FS
               CLOSE BKPARQ
               GO TO XBHLEX
           .
       XBHLER2.
           READ BKPARQ
           IF FSX NOT = "00"
               GO TO XBHLER3
           END-IF
           MOVE BKPLINE TO HOLENVREC
           WRITE HOLENVREC
           IF FS = "00"
               ADD 1 TO TOTREG
               ADD HERKF TO CTLTOTAL
           ELSE
               DISPLAY "REGISTRO REJEITADO NA RESTAURACAO - FS: " FS
           END-IF
           GO TO XBHLER2
           .
       XBHLER3.
           CLOSE BKPARQ BHLE
           DISPLAY "RESTAURACAO CONCLUIDA"
           .
       XBHLEX.
           EXIT.
       RSIGNON.
           DISPLAY "SENHA: "
