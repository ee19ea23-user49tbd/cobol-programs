           MOVE SPACES TO COMPLEMENTO
           MOVE ZEROS TO BANCOCOD AGENCIA CONTA
           MOVE SPACES TO AGENCIADV CONTADV
           MOVE "N" TO PCDTIPO
           MOVE SPACES TO PCDDOC
           MOVE ZEROS TO PCDDTDOC
           REWRITE FILES
           IF FS NOT = "00"
               DISPLAY "ERRO AO ANONIMIZAR RK " RKT " - FS: " FS
