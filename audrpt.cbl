        ADD 1 TO WS-DAY-COMPLETE
        ADD 1 TO WS-MONTH-COMPLETE
    ELSE
        IF SRT-STATUS NOT = "SUPPRESS" AND SRT-STATUS NOT = "HELD"
            ADD 1 TO WS-DAY-REJECTED
            ADD 1 TO WS-MONTH-REJECTED
        END-IF
