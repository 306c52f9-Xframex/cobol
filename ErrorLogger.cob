           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME-FULL FROM TIME
           OPEN EXTEND OperationsErrorLog
           MOVE SPACES TO OperationsErrorRec
           MOVE WS-LOG-DATE TO OE-DATE
           MOVE WS-LOG-TIME-FULL(1:6) TO OE-TIME
           MOVE EL-PROGRAM-ID TO OE-PROGRAM-ID
