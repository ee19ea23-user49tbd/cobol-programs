      *CADPENH/FPP098) - LIMITADAS PELA MARGEM CONSIGNAVEL
      *-----------------------------------------------------------------
           03 PVALPENH  PIC 9(10)V99.
      *-----------------------------------------------------------------
      *REDUTOR MENSAL DO IRRF APLICADO APOS AS FAIXAS (VER CADTAXA)
      *-----------------------------------------------------------------
           03 PVALREDIR PIC 9(10)V99.
