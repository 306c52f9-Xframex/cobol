           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME-FULL FROM TIME
           OPEN EXTEND JobControlLog
           MOVE SPACES TO JobControlRec
           MOVE JL-PROGRAM-ID TO JC-PROGRAM-ID
           MOVE JL-START-DATE TO JC-START-DATE
           MOVE JL-START-TIME TO JC-START-TIME
