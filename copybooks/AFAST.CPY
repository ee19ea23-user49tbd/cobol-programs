      *-----------------------------------------------------------------
      *AFASTAMENTO POR FUNCIONARIO - UM VIGENTE POR MATRICULA
      *CAUSA: A-ACIDENTE D-DOENCA M-MATERNIDADE P-PATERNIDADE
      *E-DOENCA ENCAMINHADA PELA SOMA DE ATESTADOS DO MESMO CID
      *(ATESTADO/FPP167) - INSS DESDE O INICIO, SEM OS 15 DIAS
      *RETORNO ZERADO = AINDA AFASTADO
      *-----------------------------------------------------------------
       01 AFASTREC.
