      *-----------------------------------------------------------------
      *ENTREGAS DE EPI POR MATRICULA - UMA LINHA POR ENTREGA DA FICHA
      *DE EPI. ENCA GUARDA O CA VIGENTE NA ENTREGA E ENTROCA A DATA
      *PREVISTA DE TROCA (ZEROS = SEM TROCA PERIODICA).
      *ENSIT: E-EM USO D-DEVOLVIDO T-TROCADO P-PERDIDO/DANIFICADO
      *N-NAO DEVOLVIDO NA RESCISAO. ENDTBX E A DATA DA BAIXA.
      *ENLANC S: CUSTO DESCONTADO EM FOLHA (LANCAMENTO AVULSO TIPO EP
      *EM LANC1.DAT) NO VALOR ENVALOR
      *-----------------------------------------------------------------
       01 EPIENTREC.
           03 ENRK.
               05 ENMAT      PIC 9(06).
               05 ENSEQ      PIC 9(03).
           03 ENCOD        PIC 9(04).
           03 ENQTD        PIC 9(03).
           03 ENDATA       PIC 9(08).
           03 ENCA         PIC 9(06).
           03 ENTROCA      PIC 9(08).
           03 ENSIT        PIC X(01).
           03 ENDTBX       PIC 9(08).
           03 ENLANC       PIC X(01).
           03 ENVALOR      PIC 9(08)V99.
