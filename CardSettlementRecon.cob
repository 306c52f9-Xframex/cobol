              NOT AT END
                 IF AL-DATE = WS-RECON-DATE
                    AND AL-TENDER = "CD"
                    AND (AL-ENTRY-TYPE = 'A' OR AL-ENTRY-TYPE = 'R'
                         OR AL-ENTRY-TYPE = 'T')
                    PERFORM STORE-CARD-TRANSACTION
                 END-IF
           END-READ.
