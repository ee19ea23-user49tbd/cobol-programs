      *-----------------------------------------------------------------
      *ADESAO AO PLANO DE PREVIDENCIA COMPLEMENTAR (PGBL) - VER
      *CADPREV/FPP146. UM REGISTRO POR MATRICULA
      *PJCNPJ/PJPLANO: ENTIDADE DE PREVIDENCIA E NOME DO PLANO
      *PJCERT: NUMERO DO CERTIFICADO DO PARTICIPANTE NA ENTIDADE
      *PJPCT: CONTRIBUICAO DO FUNCIONARIO EM % DO SALARIO DO MES,
      *DESCONTADA NA FOLHA NA VERBA PJVERBA (DESCONTO SEM INCIDENCIA -
      *A DEDUCAO DO IRRF, LIMITADA A 12% DO RENDIMENTO TRIBUTAVEL DO
      *ANO, E FEITA PELO PROPRIO CALCULO, VER IMPSRCALC)
      *PJCPPCT: CONTRAPARTIDA DA EMPRESA EM % DA CONTRIBUICAO DO
      *FUNCIONARIO (100,00 = UM PARA UM)
      *PJCPTETO: TETO DA CONTRAPARTIDA EM % DO SALARIO; ZERO = SEM TETO
      *PJINICIO/PJFIM: VIGENCIA AAAAMM; PJFIM ZERO = ADESAO ATIVA
      *-----------------------------------------------------------------
       01 PREVPLANREC.
           03 PJRKF       PIC 9(06).
           03 PJCNPJ      PIC 9(14).
           03 PJPLANO     PIC X(20).
           03 PJCERT      PIC X(15).
           03 PJPCT       PIC 9(02)V99.
           03 PJCPPCT     PIC 9(03)V99.
           03 PJCPTETO    PIC 9(02)V99.
           03 PJVERBA     PIC 9(04).
           03 PJINICIO    PIC 9(06).
           03 PJFIM       PIC 9(06).
           03 PJOPER      PIC X(10).
           03 PJDTALT     PIC 9(08).
