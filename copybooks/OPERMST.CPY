           03 OPMBLOQ     PIC X(01).
           03 OPMSEN1     PIC X(08).
           03 OPMSEN2     PIC X(08).
      *-----------------------------------------------------------------
      *VINCULO COM O CADASTRO DE FUNCIONARIOS (VER CADOPER/FPP058 E
      *IAMFEED/FPP161): OPMMAT = MATRICULA DO OPERADOR (ZERO = SEM
      *VINCULO - USUARIO DE SERVICO OU DE FORNECEDOR). OPMDTDES E
      *OPMMOTDES = DATA (AAAAMMDD) E MOTIVO DA DESATIVACAO AUTOMATICA
      *PELO IAMFEED: D-DESLIGADO A-AFASTAMENTO LONGO X-MATRICULA
      *EXCLUIDA DO CADASTRO (ZERADOS NA REATIVACAO PELO CADOPER)
      *-----------------------------------------------------------------
           03 OPMMAT      PIC 9(06).
           03 OPMDTDES    PIC 9(08).
           03 OPMMOTDES   PIC X(01).
