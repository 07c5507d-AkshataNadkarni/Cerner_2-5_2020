01 WS-AGE-DAYS PIC S9(5) VALUE 0.
01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
01 WS-RESOLVED-COUNT PIC 9(5) VALUE 0.
01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-CODE-TABLE.
   05 WS-CODE-ENTRY OCCURS 20 TIMES INDEXED BY CX.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "RESOLVED=".
   05 WS-TO-RESOLVED        PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "CLOSED=".
   05 WS-TO-CLOSED          PIC ZZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            AT END
                MOVE 'Y' TO WS-ERRMGMT-EOF
            NOT AT END
                EVALUATE ERM-STATUS
                    WHEN "RESOLVED"
                        ADD 1 TO WS-RESOLVED-COUNT
                    WHEN "CLOSED"
                        ADD 1 TO WS-CLOSED-COUNT
                    WHEN OTHER
                        ADD 1 TO WS-OPEN-COUNT
                        PERFORM AGE-ERROR-PARA
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE ERRMGMT-FILE.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE AGING-FILE.
    DISPLAY "ERRAGING: OPEN=" WS-OPEN-COUNT
        " RESOLVED=" WS-RESOLVED-COUNT " CLOSED=" WS-CLOSED-COUNT.
    IF WS-OPEN-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    WRITE AGING-LINE.
    MOVE WS-OPEN-COUNT TO WS-TO-OPEN.
    MOVE WS-RESOLVED-COUNT TO WS-TO-RESOLVED.
    MOVE WS-CLOSED-COUNT TO WS-TO-CLOSED.
    MOVE SPACES TO AGING-LINE.
    MOVE WS-TOTAL-LINE TO AGING-LINE.
    WRITE AGING-LINE.
