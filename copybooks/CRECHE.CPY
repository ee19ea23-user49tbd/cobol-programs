      *-----------------------------------------------------------------
      *RECIBOS DO AUXILIO-CRECHE (VER CADCRECH/FPP138) - UM REGISTRO
      *POR DEPENDENTE (MESMA CHAVE DO DEPEND) E MES DA DESPESA
      *(AXANO/AXMES). AXVALPAG E O RECIBO LIMITADO AO TETO DA CCT DO
      *CARGO (AXCCT), LANCADO NA VERBA DA CCT NA COMPETENCIA DA FOLHA
      *AXLCM/AXLCY, SEQUENCIA AXLCSEQ DO LANC
      *AXSIT: L-LANCADO C-CANCELADO (LANCAMENTO REMOVIDO)
      *-----------------------------------------------------------------
       01 CRECHEREC.
           03 AXRK.
               05 AXRKF    PIC 9(06).
               05 AXDSEQ   PIC 9(02).
               05 AXANO    PIC 9(04).
               05 AXMES    PIC 9(02).
           03 AXDTREC     PIC 9(08).
           03 AXINST      PIC X(40).
           03 AXCNPJ      PIC 9(14).
           03 AXDOC       PIC X(20).
           03 AXVALREC    PIC 9(06)V99.
           03 AXVALPAG    PIC 9(06)V99.
           03 AXCCT       PIC 9(03).
           03 AXLCM       PIC 9(02).
           03 AXLCY       PIC 9(04).
           03 AXLCSEQ     PIC 9(03).
           03 AXSIT       PIC X(01).
