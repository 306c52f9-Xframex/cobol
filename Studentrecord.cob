               MOVE 'N' TO WS-ENTRANT-VALID
               MOVE "INVALID-DATA" TO WS-ENTRANT-REASON
           END-IF
      * Gender is cleared when a student's personal data is erased;
      * it is carried as unknown, as the census does.
           IF EF-Gender = SPACE
               MOVE 'U' TO EF-Gender
           END-IF
           IF EF-Gender NOT = 'M' AND EF-Gender NOT = 'F'
               AND EF-Gender NOT = 'U'
               MOVE 'N' TO WS-ENTRANT-VALID
               MOVE "INVALID-DATA" TO WS-ENTRANT-REASON
           END-IF
