           MOVE "E" TO LCED
           MOVE VALORQUIT TO LCVALOR
           MOVE "N" TO LCRECORR
           MOVE ZEROS TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTO DE QUITACAO"
