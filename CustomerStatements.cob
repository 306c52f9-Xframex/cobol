              NOT AT END
                 MOVE VRG-Date(1:4) TO WS-RECORD-YEAR
                 IF WS-RECORD-YEAR = WS-STATEMENT-YEAR
                    AND VRG-Customer(1:5) NOT = "PARK-"
                    PERFORM APPLY-REGISTER-LINE
                 END-IF
           END-READ.
