                          WHEN 'E'
                             ADD 1 TO HC-TICKETED(HOUR-IDX)
                          WHEN 'X'
                          WHEN 'T'
                             CONTINUE
                          WHEN OTHER
                             ADD 1 TO HC-TICKETED(HOUR-IDX)
