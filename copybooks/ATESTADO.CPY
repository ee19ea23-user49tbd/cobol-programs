      *-----------------------------------------------------------------
      *ATESTADOS MEDICOS POR MATRICULA (VER ATESTADO/FPP167)
      *ATCID = CID-10 DO ATESTADO - DADO DE SAUDE, SO APARECE PARA
      *OPERADOR COM OPMDADOS. ATINI/ATFIM = PRIMEIRO E ULTIMO DIA DE
      *AUSENCIA (AAAAMMDD). ATENC: N-PAGO PELA EMPRESA  C-CONTADO NUM
      *ENCAMINHAMENTO AO INSS  S-ATESTADO QUE PASSOU DOS 15 DIAS NO
      *MESMO CID EM 60 DIAS E ABRIU O AFASTAMENTO (CADAFAST/FPP063)
      *EM ATAFINI. ATEMPDIAS = DIAS DESTE ATESTADO PAGOS PELA EMPRESA
      *-----------------------------------------------------------------
       01 ATESTADOREC.
           03 ATRK.
               05 ATMAT    PIC 9(06).
               05 ATSEQ    PIC 9(03).
           03 ATCID       PIC X(06).
           03 ATMEDICO    PIC X(30).
           03 ATCRM       PIC 9(06).
           03 ATCRMUF     PIC X(02).
           03 ATEMIS      PIC 9(08).
           03 ATINI       PIC 9(08).
           03 ATFIM       PIC 9(08).
           03 ATDIAS      PIC 9(03).
           03 ATENC       PIC X(01).
           03 ATEMPDIAS   PIC 9(03).
           03 ATAFINI     PIC 9(08).
           03 ATOPER      PIC X(10).
           03 ATDTALT     PIC 9(08).
