              NOT AT END
                 ADD 1 TO LOG-RECORD-COUNT
                 PERFORM CHECK-TRANS-ID-SEQUENCE
                 IF AL-ENTRY-TYPE = 'A' OR AL-ENTRY-TYPE = 'T'
                    PERFORM STORE-ADMISSION-ID
                 END-IF
                 IF AL-ENTRY-TYPE = 'R' OR AL-ENTRY-TYPE = 'X'
                    OR AL-ENTRY-TYPE = 'E' OR AL-ENTRY-TYPE = 'S'
                    PERFORM CHECK-REFUND-REFERENCE
                 END-IF
           END-READ.
