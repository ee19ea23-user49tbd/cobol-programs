      *IN-INSS IR-IRRF SI-SINDICATO PE-PENSAO LD-LANC DESCONTO
      *BE-COPART BENEF EM-CONSIGNADO AD-ADIANTAMENTO SR-SALDO DEV REC
      *LQ-SALARIOS A PAGAR FR-FGTS A RECOLHER
      *PL-DESPESA PRO-LABORE PP-PATRONAL PRO-LABORE LP-PRO-LABORE A
      *PAGAR (INSS E IRRF DO PRO-LABORE VAO PARA IN/IR)
      *RE-DESPESA REEMBOLSO RP-REEMBOLSO A PAGAR (REMESSA E DO FPP026)
      *-----------------------------------------------------------------
       01 CONTMAPREC.
           03 CMPRK.
