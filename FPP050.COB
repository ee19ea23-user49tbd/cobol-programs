               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           IF FPMEDHE > ZEROS OR FPMEDNOT > ZEROS
                   OR FPMEDDSR > ZEROS OR FPMEDCOM > ZEROS
               PERFORM RPRMED
           END-IF
           MOVE SPACES TO LINHA
           STRING "TERCO CONSTITUCIONAL.: " FPTERCO
               INTO LINHA
           MOVE SPACES TO RECLINE
           WRITE RECLINE
           .
       RPRMED.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS DOS 12 MESES ANTERIORES AO GOZO
      *(CALCULADAS PELO FERIAS/FPP019) - UMA LINHA POR VERBA
      *-----------------------------------------------------------------
           MOVE SPACES TO LINHA
           STRING "MEDIA HORAS EXTRAS...: " FPMEDHE
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "MEDIA ADIC. NOTURNO..: " FPMEDNOT
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "MEDIA DSR............: " FPMEDDSR
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           MOVE SPACES TO LINHA
           STRING "MEDIA COMISSOES......: " FPMEDCOM
               INTO LINHA
           MOVE LINHA TO RECLINE
           WRITE RECLINE
           .
