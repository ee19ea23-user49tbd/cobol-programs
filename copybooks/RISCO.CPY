      *-----------------------------------------------------------------
      *AGENTES NOCIVOS DO LTCAT POR CARGO E AREA - UM REGISTRO POR
      *AGENTE. RIAREA ZEROS = O AGENTE VALE PARA O CARGO EM QUALQUER
      *AREA. VIGENCIA DE RIINI ATE RIFIM (AAAAMMDD, RIFIM ZEROS = EM
      *VIGOR) - O HISTORICO FICA NO ARQUIVO PARA O PPP.
      *RITIPO: R-RUIDO F-OUTRO AGENTE FISICO Q-QUIMICO B-BIOLOGICO
      *RICODAG: CODIGO DO AGENTE NA TABELA 24 DO ESOCIAL (99.99.999)
      *RIEPI: S-EPI EFICAZ (NEUTRALIZA O AGENTE, EXCETO RUIDO)
      *RIAPESP: ANOS DA APOSENTADORIA ESPECIAL - 00 (NAO DA DIREITO),
      *15, 20 OU 25 - DEFINE O ADICIONAL DE 12/9/6% NA GPS
      *-----------------------------------------------------------------
       01 RISCOREC.
           03 RIRK.
               05 RICARGO    PIC 9(04).
               05 RIAREA     PIC 9(03).
               05 RISEQ      PIC 9(02).
           03 RITIPO       PIC X(01).
           03 RICODAG      PIC X(09).
           03 RIDESC       PIC X(40).
           03 RIINTENS     PIC 9(05)V9(03).
           03 RIUNID       PIC X(06).
           03 RITECN       PIC X(20).
           03 RIEPI        PIC X(01).
           03 RICAEPI      PIC 9(06).
           03 RIAPESP      PIC 9(02).
           03 RIINI        PIC 9(08).
           03 RIFIM        PIC 9(08).
