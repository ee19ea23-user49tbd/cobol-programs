           MOVE "E" TO LCED
           COMPUTE LCVALOR = COTASALF * MESESRET
           MOVE "N" TO LCRECORR
           MOVE ZEROS TO LCVERBA
           MOVE ZEROS TO LCRRAMES
           WRITE LANCREC
           IF FS = "00"
               DISPLAY "RETROATIVO DE " LCVALOR " LANCADO EM "
