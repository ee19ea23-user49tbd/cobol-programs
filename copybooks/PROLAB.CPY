      *-----------------------------------------------------------------
      *CADASTRO DE SOCIOS E DIRETORES ESTATUTARIOS QUE RECEBEM
      *PRO-LABORE - CLASSE PROPRIA DE FAVORECIDO, FORA DO FILEFUNC
      *(SEM CONTRATO CLT) E DO AUTONOMO (SEM ISS). PBTIPO: S-SOCIO
      *D-DIRETOR ESTATUTARIO (CATEGORIA ESOCIAL 723/722). PBVALOR E O
      *PRO-LABORE MENSAL; PBAREA A AREA DE CUSTO NA CONTABILIZACAO
      *-----------------------------------------------------------------
       01 PROLABREC.
           03 PBRK       PIC 9(04).
           03 PBFILIAL   PIC 9(02).
           03 PBNOME     PIC X(40).
           03 PBCPF      PIC 9(11).
           03 PBNIT      PIC 9(11).
           03 PBTIPO     PIC X(01).
           03 PBVALOR    PIC 9(08)V99.
           03 PBAREA     PIC 9(03).
           03 PBBANCO    PIC 9(03).
           03 PBAGEN     PIC 9(04).
           03 PBAGDV     PIC X(01).
           03 PBCONTA    PIC 9(08).
           03 PBCTADV    PIC X(01).
           03 PBATIVO    PIC X(01).
