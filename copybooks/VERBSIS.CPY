      *-----------------------------------------------------------------
      *VERBAS DO SISTEMA - AS COLUNAS FIXAS DO PRM, NA ORDEM EM QUE O
      *CALCULO (RVERBGRV DO FPP005/FPP017) AS GRAVA NO DETALHE
      *(MOVVERB). SERVE TAMBEM DE CARGA INICIAL DO CADVERBA (FPP117)
      *CODIGO(4) DESCRICAO(30) TIPO(1) INCIDENCIAS INSS/FGTS/IRRF/
      *DSR/MEDIA(5) NATUREZA ESOCIAL(4)
      *0001-0029 PROVENTOS 0031-0059 DESCONTOS 0061-0099 INFORMATIVAS
      *-----------------------------------------------------------------
       01 VSISDADOS.
           03 FILLER PIC X(44) VALUE
               "0001SALARIO                       PSSSNN1000".
           03 FILLER PIC X(44) VALUE
               "0002ADICIONAL TEMPO DE SERVICO    PSSSNN1206".
           03 FILLER PIC X(44) VALUE
               "0003COMISSOES                     PSSSNS1207".
           03 FILLER PIC X(44) VALUE
               "0004INTERVALO INTRAJORNADA        PSSSNN1006".
           03 FILLER PIC X(44) VALUE
               "0005HORAS EXTRAS                  PSSSNS1003".
           03 FILLER PIC X(44) VALUE
               "0006FERIADO TRABALHADO            PSSSNS1003".
           03 FILLER PIC X(44) VALUE
               "0007ADICIONAL NOTURNO             PSSSNS1205".
           03 FILLER PIC X(44) VALUE
               "0008DSR SOBRE VARIAVEIS           PSSSNS1002".
           03 FILLER PIC X(44) VALUE
               "0009INSALUBRIDADE/PERICULOSIDADE  PSSSNN1202".
           03 FILLER PIC X(44) VALUE
               "0010SALARIO FAMILIA               PNNNNN1409".
           03 FILLER PIC X(44) VALUE
               "0011LANCAMENTOS - PROVENTOS       PSSSNN1099".
           03 FILLER PIC X(44) VALUE
               "0012SALDO DEVEDOR A COMPENSAR     PNNNNN1099".
           03 FILLER PIC X(44) VALUE
               "0031FALTAS                        DSSSNN9209".
           03 FILLER PIC X(44) VALUE
               "0032SUSPENSAO DISCIPLINAR         DSSSNN9209".
           03 FILLER PIC X(44) VALUE
               "0033ATRASOS                       DSSSNN9209".
           03 FILLER PIC X(44) VALUE
               "0034INSS                          DNNNNN9201".
           03 FILLER PIC X(44) VALUE
               "0035IRRF                          DNNNNN9203".
           03 FILLER PIC X(44) VALUE
               "0036CONTRIBUICAO SINDICAL         DNNNNN9230".
           03 FILLER PIC X(44) VALUE
               "0037COPARTICIPACAO BENEFICIOS     DNNNNN9219".
           03 FILLER PIC X(44) VALUE
               "0038EMPRESTIMO CONSIGNADO         DNNNNN9299".
           03 FILLER PIC X(44) VALUE
               "0039ADIANTAMENTO QUINZENAL        DNNNNN9200".
           03 FILLER PIC X(44) VALUE
               "0040PENSAO ALIMENTICIA            DNNNNN9213".
           03 FILLER PIC X(44) VALUE
               "0041PENHORA JUDICIAL              DNNNNN9299".
           03 FILLER PIC X(44) VALUE
               "0042SALDO DEVEDOR ABATIDO         DNNNNN9299".
           03 FILLER PIC X(44) VALUE
               "0043LANCAMENTOS - DESCONTOS       DNNNNN9299".
           03 FILLER PIC X(44) VALUE
               "0061FGTS DO MES                   INNNNN9908".
           03 FILLER PIC X(44) VALUE
               "0062REDUTOR DO IRRF               INNNNN9989".
           03 FILLER PIC X(44) VALUE
               "0063AJUSTE INSS OUTRO VINCULO     INNNNN9989".
       01 VSISTAB REDEFINES VSISDADOS.
           03 VSISENT OCCURS 28 TIMES.
               05 VSCOD    PIC 9(04).
               05 VSDESC   PIC X(30).
               05 VSTIPO   PIC X(01).
               05 VSINSS   PIC X(01).
               05 VSFGTS   PIC X(01).
               05 VSIRRF   PIC X(01).
               05 VSDSR    PIC X(01).
               05 VSMEDIA  PIC X(01).
               05 VSNATUR  PIC 9(04).
       01 VSISQTD     PIC 9(02) VALUE 28.
