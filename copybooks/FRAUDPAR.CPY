      *-----------------------------------------------------------------
      *PARAMETROS DO RELATORIO DE EXCECOES DA FOLHA (FRAUDPAR1.DAT) -
      *REGISTRO UNICO (FRK = 1) MANTIDO PELO PARFRAUD/FPP152 E LIDO
      *PELO RELFRAUD/FPP153. SEM O REGISTRO VALEM OS PADROES DO
      *PARFRAUD. GRAVIDADE DE CADA VERIFICACAO: A-ALTA M-MEDIA B-BAIXA
      *N-NAO VERIFICA
      *-----------------------------------------------------------------
       01 FRAUDPARREC.
           03 FRK         PIC 9(01).
      *-----------------------------------------------------------------
      *PAGO SEM BATIDA DE PONTO NA COMPETENCIA E SEM AFASTAMENTO OU
      *FERIAS QUE COBRISSEM O MES
      *-----------------------------------------------------------------
           03 FRSEVPON    PIC X(01).
      *-----------------------------------------------------------------
      *SEM EXAME ADMISSIONAL (ASO TIPO A)
      *-----------------------------------------------------------------
           03 FRSEVASO    PIC X(01).
      *-----------------------------------------------------------------
      *PIS OU CPF EM MAIS DE UMA MATRICULA
      *-----------------------------------------------------------------
           03 FRSEVDUP    PIC X(01).
      *-----------------------------------------------------------------
      *CONTA BANCARIA ALTERADA (LOG DO PROGGER, ACAO B) ATE FRDIASBCO
      *DIAS ANTES OU DEPOIS DA DATA DE PAGAMENTO
      *-----------------------------------------------------------------
           03 FRSEVBCO    PIC X(01).
           03 FRDIASBCO   PIC 9(03).
      *-----------------------------------------------------------------
      *SALARIO BASE ACIMA DO MAIOR DEGRAU DO CARGO (OU DO SALARIO DO
      *CARGO SEM DEGRAUS) MAIS FRPCTDEG POR CENTO DE TOLERANCIA
      *-----------------------------------------------------------------
           03 FRSEVDEG    PIC X(01).
           03 FRPCTDEG    PIC 9(03)V99.
      *-----------------------------------------------------------------
      *CEP DO ENDERECO COMPARTILHADO POR MAIS DE FRMAXCEP FUNCIONARIOS
      *ATIVOS
      *-----------------------------------------------------------------
           03 FRSEVCEP    PIC X(01).
           03 FRMAXCEP    PIC 9(03).
      *-----------------------------------------------------------------
      *PAGO NA COMPETENCIA POSTERIOR AO DESLIGAMENTO (CADASTRO OU TERMO
      *DE RESCISAO) OU PAGO SEM CADASTRO
      *-----------------------------------------------------------------
           03 FRSEVDEM    PIC X(01).
           03 FROPER      PIC X(10).
           03 FRDTALT     PIC 9(08).
