       RJATEM.
      *-----------------------------------------------------------------
      *EVITA DUPLICAR - PROCURA ESTABILIDADE DO MESMO TIPO E INICIO
      *OU FIM NA MATRICULA (A DE ACIDENTE ABERTA PELA CAT COMECA NO
      *ACIDENTE E O RETORNO NO CADAFAST GRAVA O MESMO FIM) E GUARDA A
      *PROXIMA SEQUENCIA LIVRE
      *-----------------------------------------------------------------
           MOVE "N" TO JATEM
           MOVE ZEROS TO PROXSEQ
               GO TO RJATEMX
           END-IF
           MOVE ETSEQ TO PROXSEQ
           IF ETTIPO = GERATIPO
                   AND (ETINI = GERAINI OR ETFIM = GERAFIM)
               MOVE "S" TO JATEM
           END-IF
           GO TO RJATEM2
