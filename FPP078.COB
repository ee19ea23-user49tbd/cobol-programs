           03 RSBANCOH    PIC 9(10)V99.
           03 RSTOTAL     PIC 9(12)V99.
           03 RSART479    PIC 9(10)V99.
           03 RSMEDHE     PIC 9(10)V99.
           03 RSMEDNOT    PIC 9(10)V99.
           03 RSMEDDSR    PIC 9(10)V99.
           03 RSMEDCOM    PIC 9(10)V99.
           03 RSIRRF      PIC 9(10)V99.
      *-----------------------------------------------------------------
      *SALDO FGTS VARIAVEIS
      *-----------------------------------------------------------------
               MOVE LINHA TO DOCLINE
               WRITE DOCLINE
           END-IF
           IF RSMEDHE > ZEROS OR RSMEDNOT > ZEROS
                   OR RSMEDDSR > ZEROS OR RSMEDCOM > ZEROS
               PERFORM RTRCTMED
           END-IF
           MOVE SPACES TO LINHA
           STRING "58.1 BANCO DE HORAS RESIDUAL....: " RSBANCOH
               INTO LINHA
               INTO LINHA
           MOVE LINHA TO DOCLINE
           WRITE DOCLINE
           MOVE SPACES TO LINHA
           STRING "114.1 IRRF......................: " RSIRRF
               INTO LINHA
           MOVE LINHA TO DOCLINE
           WRITE DOCLINE
           MOVE ALL "-" TO DOCLINE
           WRITE DOCLINE
           MOVE SPACES TO LINHA
           .
       RTRCTX.
           EXIT.
       RTRCTMED.
      *-----------------------------------------------------------------
      *MEDIAS DAS VARIAVEIS HABITUAIS REFLETIDAS NAS VERBAS DO TERMO
      *(VER RESCISAO/FPP038) - UMA LINHA POR VERBA
      *-----------------------------------------------------------------
           MOVE SPACES TO LINHA
           STRING "59.1 MEDIA HORAS EXTRAS.........: " RSMEDHE
               INTO LINHA
           MOVE LINHA TO DOCLINE
           WRITE DOCLINE
           MOVE SPACES TO LINHA
           STRING "59.2 MEDIA ADICIONAL NOTURNO....: " RSMEDNOT
               INTO LINHA
           MOVE LINHA TO DOCLINE
           WRITE DOCLINE
           MOVE SPACES TO LINHA
           STRING "59.3 MEDIA DSR..................: " RSMEDDSR
               INTO LINHA
           MOVE LINHA TO DOCLINE
           WRITE DOCLINE
           MOVE SPACES TO LINHA
           STRING "59.4 MEDIA COMISSOES............: " RSMEDCOM
               INTO LINHA
           MOVE LINHA TO DOCLINE
           WRITE DOCLINE
           .
       RSEGDES.
      *-----------------------------------------------------------------
      *REQUERIMENTO DO SEGURO-DESEMPREGO - SO FAZ SENTIDO NA DISPENSA
