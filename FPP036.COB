               MOVE ZEROS TO PVALANUEN PVALPENH
               MOVE "L" TO PIRRFROTA
           END-IF
           IF HVER < 2
               MOVE ZEROS TO PVALREDIR
           END-IF
           PERFORM RFINDYR
           IF YIDX NOT = ZEROS
               MOVE PSALVALB TO GBRUTO(RKM, YIDX)
