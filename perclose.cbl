*> billing period close - freezes a DEPTBILL month once BILLEXT.DAT agrees with AUDIT.DAT
IDENTIFICATION DIVISION.
PROGRAM-ID. PERCLOSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT EXTRACT-FILE ASSIGN TO "BILLEXT.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
    SELECT PERIOD-FILE ASSIGN TO "BILLPER.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT CLOSE-FILE ASSIGN TO "PERCLOSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLOSE-STATUS.
    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORDING MODE IS F.
01  CONTROL-RECORD.
    05  CTL-RESTART-FLAG     PIC X(1).
    05  CTL-RETENTION-DAYS   PIC 9(3).
    05  CTL-MAX-ERRORS       PIC 9(3).
    05  CTL-BUS-DATE         PIC 9(8).
    05  CTL-RERUN-FLAG       PIC X(1).
    05  CTL-DUP-OVERRIDE     PIC X(1).
    05  CTL-RUN-MODE         PIC X(1).
    05  CTL-LOCK-OVERRIDE    PIC X(1).
    05  CTL-PERIOD-OVERRIDE  PIC X(1).
    05  CTL-OPERATOR-ID      PIC X(8).
    05  CTL-BACKUP-GENS      PIC 9(2).
    05  FILLER               PIC X(50).
FD  AUDIT-FILE.
01  AUDIT-LINE              PIC X(132).
FD  EXTRACT-FILE
    RECORDING MODE IS F.
01  EXTRACT-RECORD.
    05  EXT-REC-TYPE         PIC X(1).
    05  EXT-BILL-MONTH       PIC 9(6).
    05  EXT-DEPT             PIC X(10).
    05  EXT-RUN-COUNT        PIC 9(5).
    05  EXT-MARK-COUNT       PIC 9(7).
    05  EXT-AMOUNT           PIC 9(7)V99.
    05  FILLER               PIC X(42).
01  EXTRACT-TRAILER.
    05  EXTT-REC-TYPE        PIC X(1).
    05  EXTT-BILL-MONTH      PIC 9(6).
    05  EXTT-DEPT-COUNT      PIC 9(3).
    05  EXTT-RUN-COUNT       PIC 9(7).
    05  EXTT-AMOUNT          PIC 9(9)V99.
    05  FILLER               PIC X(52).
FD  PERIOD-FILE
    RECORDING MODE IS F.
01  PERIOD-RECORD.
    05  PER-REC-TYPE         PIC X(1).
    05  PER-MONTH            PIC 9(6).
    05  PER-STATUS           PIC X(8).
    05  PER-CLOSE-DATE       PIC 9(8).
    05  PER-CLOSE-TIME       PIC 9(8).
    05  PER-DEPT-COUNT       PIC 9(3).
    05  PER-RUN-COUNT        PIC 9(7).
    05  PER-AMOUNT           PIC 9(9)V99.
    05  FILLER               PIC X(48).
01  PERIOD-EXTRACT-RECORD.
    05  PEX-REC-TYPE         PIC X(1).
    05  PEX-MONTH            PIC 9(6).
    05  PEX-EXT-IMAGE        PIC X(80).
    05  FILLER               PIC X(13).
FD  CLOSE-FILE.
01  CLOSE-LINE              PIC X(100).
FD  LOCK-FILE
    RECORDING MODE IS F.
01  LOCK-RECORD.
    05  LCK-STATUS           PIC X(8).
    05  LCK-PROGRAM          PIC X(8).
    05  LCK-RUN-MODE         PIC X(1).
    05  LCK-BUS-DATE         PIC 9(8).
    05  LCK-START-DATE       PIC 9(8).
    05  LCK-START-TIME       PIC 9(8).
    05  FILLER               PIC X(39).
WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
01 WS-EXTRACT-STATUS PIC X(2) VALUE '00'.
01 WS-PERIOD-STATUS PIC X(2) VALUE '00'.
01 WS-CLOSE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-EOF PIC X VALUE 'N'.
01 WS-EXTRACT-EOF PIC X VALUE 'N'.
01 WS-PERIOD-EOF PIC X VALUE 'N'.
01 WS-BILL-MONTH PIC 9(6) VALUE 0.
01 WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
   05 WS-BM-YEAR            PIC 9(4).
   05 WS-BM-MM              PIC 9(2).
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUS-DATE PIC 9(8) VALUE 0.
01 WS-ALREADY-CLOSED PIC X VALUE 'N'.
01 WS-TRAILER-SEEN PIC X VALUE 'N'.
01 WS-MISMATCH PIC X VALUE 'N'.
01 WS-PERIOD-FAILED PIC X VALUE 'N'.
01 WS-REFUSE-REASON PIC X(60) VALUE SPACES.
01 WS-AUD-PARSE.
   05 WS-AP-TAG             PIC X(4).
   05 WS-AP-DATE            PIC X(8).
   05 FILLER               PIC X(1).
   05 WS-AP-TIME            PIC X(8).
   05 FILLER               PIC X(4).
   05 WS-AP-N               PIC X(2).
   05 FILLER               PIC X(8).
   05 WS-AP-MARKS           PIC X(5).
   05 WS-AP-LABEL           PIC X(9).
   05 WS-AP-STATUS          PIC X(8).
   05 FILLER               PIC X(6).
   05 WS-AP-REQ             PIC X(4).
   05 FILLER               PIC X(7).
   05 WS-AP-DEPT            PIC X(10).
   05 FILLER               PIC X(6).
   05 WS-AP-RUN-TYPE        PIC X(6).
   05 FILLER               PIC X(26).
   05 WS-AP-CLOSE-FLAG      PIC X(10).
01 WS-PARSE-DATE PIC 9(8) VALUE 0.
01 WS-PARSE-MONTH PIC 9(6) VALUE 0.
01 WS-PARSE-MARKS PIC 9(5) VALUE 0.
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DX HX.
      10 WS-DP-DEPT         PIC X(10).
      10 WS-DP-ON-EXTRACT   PIC X(1).
      10 WS-DP-EXT-RUNS     PIC 9(5).
      10 WS-DP-EXT-MARKS    PIC 9(7).
      10 WS-DP-EXT-AMOUNT   PIC 9(7)V99.
      10 WS-DP-AUD-RUNS     PIC 9(5).
      10 WS-DP-AUD-MARKS    PIC 9(7).
      10 WS-DP-IMAGE        PIC X(80).
01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
01 WS-DEPT-MAX PIC 9(3) VALUE 100.
01 WS-DEPT-OVERFLOW PIC X VALUE 'N'.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-KEY-DEPT PIC X(10) VALUE SPACES.
01 WS-TRAILER-IMAGE PIC X(80) VALUE SPACES.
01 WS-EXT-DEPT-COUNT PIC 9(3) VALUE 0.
01 WS-EXT-RUN-COUNT PIC 9(7) VALUE 0.
01 WS-EXT-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-TRL-DEPT-COUNT PIC 9(3) VALUE 0.
01 WS-TRL-RUN-COUNT PIC 9(7) VALUE 0.
01 WS-TRL-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-LOCK-TIME PIC 9(8) VALUE 0.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(26)
      VALUE "BILLING PERIOD CLOSE".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(14) VALUE "BILLING MONTH:".
   05 WS-PL-MONTH           PIC 9(6).
01 WS-COL-HEAD-LINE.
   05 FILLER               PIC X(12) VALUE "DEPARTMENT".
   05 FILLER               PIC X(10) VALUE "EXT RUNS".
   05 FILLER               PIC X(10) VALUE "AUD RUNS".
   05 FILLER               PIC X(10) VALUE "EXT MARKS".
   05 FILLER               PIC X(10) VALUE "AUD MARKS".
   05 FILLER               PIC X(13) VALUE "AMOUNT".
01 WS-DETAIL-LINE.
   05 WS-DT-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DT-EXT-RUNS        PIC ZZZZ9.
   05 FILLER               PIC X(5) VALUE SPACES.
   05 WS-DT-AUD-RUNS        PIC ZZZZ9.
   05 FILLER               PIC X(5) VALUE SPACES.
   05 WS-DT-EXT-MARKS       PIC ZZZZZZ9.
   05 FILLER               PIC X(3) VALUE SPACES.
   05 WS-DT-AUD-MARKS       PIC ZZZZZZ9.
   05 FILLER               PIC X(3) VALUE SPACES.
   05 WS-DT-AMOUNT          PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DT-NOTE            PIC X(24).
01 WS-TOTAL-LINE.
   05 FILLER               PIC X(18) VALUE "EXTRACT TRAILER - ".
   05 FILLER               PIC X(6) VALUE "DEPTS=".
   05 WS-TO-DEPTS           PIC ZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "RUNS=".
   05 WS-TO-RUNS            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "AMOUNT=".
   05 WS-TO-AMOUNT          PIC ZZZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TO-NOTE            PIC X(25).
01 WS-RESULT-LINE.
   05 FILLER               PIC X(14) VALUE "BILLING MONTH ".
   05 WS-RL-MONTH           PIC 9(6).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-RL-TEXT            PIC X(70).
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE WS-TODAY TO WS-BUS-DATE.
    PERFORM READ-CONTROL-PARA.
    DISPLAY "PERCLOSE: ENTER BILLING MONTH TO CLOSE (YYYYMM)".
    ACCEPT WS-BILL-MONTH.
    IF WS-BILL-MONTH NOT NUMERIC OR WS-BILL-MONTH = 0
        OR WS-BM-MM < 1 OR WS-BM-MM > 12
        DISPLAY "PERCLOSE: BILLING MONTH IS INVALID - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-LOCK-PARA.
    IF WS-LOCK-BLOCKED = 'Y'
        DISPLAY "PERCLOSE: ANOTHER BATCH RUN IS ACTIVE - NOT STARTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ACQUIRE-LOCK-PARA.
    OPEN OUTPUT CLOSE-FILE.
    IF WS-CLOSE-STATUS NOT = '00'
        DISPLAY "PERCLOSE: CLOSE-FILE OPEN FAILED - STATUS="
            WS-CLOSE-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADERS-PARA.
    PERFORM CHECK-PERIOD-PARA.
    IF WS-ALREADY-CLOSED = 'Y'
        MOVE "CLOSE REFUSED - MONTH IS ALREADY CLOSED"
            TO WS-REFUSE-REASON
    ELSE
        PERFORM LOAD-EXTRACT-PARA
    END-IF.
    IF WS-REFUSE-REASON = SPACES
        PERFORM TALLY-AUDIT-PARA
        PERFORM COMPARE-DEPTS-PARA
        PERFORM COMPARE-TRAILER-PARA
        IF WS-MISMATCH = 'Y'
            MOVE "CLOSE REFUSED - EXTRACT OUT OF DATE - RERUN DEPTBILL"
                TO WS-REFUSE-REASON
        END-IF
    END-IF.
    IF WS-REFUSE-REASON = SPACES
        PERFORM WRITE-PERIOD-PARA
    END-IF.
    IF WS-PERIOD-FAILED = 'Y'
        PERFORM PERIOD-FAILED-PARA
    END-IF.
    MOVE SPACES TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    MOVE WS-BILL-MONTH TO WS-RL-MONTH.
    IF WS-REFUSE-REASON = SPACES
        MOVE "CLOSED - BILLEXT.DAT FROZEN ON BILLPER.DAT" TO WS-RL-TEXT
        DISPLAY "PERCLOSE: BILLING MONTH " WS-BILL-MONTH " CLOSED - DEPTS="
            WS-TRL-DEPT-COUNT " AMOUNT=" WS-TRL-AMOUNT
    ELSE
        MOVE WS-REFUSE-REASON TO WS-RL-TEXT
        DISPLAY "PERCLOSE: BILLING MONTH " WS-BILL-MONTH " "
            WS-REFUSE-REASON
        MOVE 8 TO RETURN-CODE
    END-IF.
    MOVE SPACES TO CLOSE-LINE.
    MOVE WS-RESULT-LINE TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    CLOSE CLOSE-FILE.
    PERFORM RELEASE-LOCK-PARA.
    STOP RUN.
READ-CONTROL-PARA.
    OPEN INPUT CONTROL-FILE.
    IF WS-CONTROL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CTL-BUS-DATE NUMERIC AND CTL-BUS-DATE > 0
                    MOVE CTL-BUS-DATE TO WS-BUS-DATE
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    ELSE
        DISPLAY "PERCLOSE: CONTROL-FILE OPEN FAILED - STATUS="
            WS-CONTROL-STATUS
    END-IF.
CHECK-PERIOD-PARA.
    MOVE 'N' TO WS-ALREADY-CLOSED.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS = '00'
        MOVE 'N' TO WS-PERIOD-EOF
        PERFORM UNTIL WS-PERIOD-EOF = 'Y'
            READ PERIOD-FILE
                AT END
                    MOVE 'Y' TO WS-PERIOD-EOF
                NOT AT END
                    IF PER-REC-TYPE = 'P' AND PER-MONTH = WS-BILL-MONTH
                        AND PER-STATUS = "CLOSED"
                        MOVE 'Y' TO WS-ALREADY-CLOSED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIOD-FILE
    ELSE
        IF WS-PERIOD-STATUS NOT = '35'
            DISPLAY "PERCLOSE: PERIOD-FILE OPEN FAILED - STATUS="
                WS-PERIOD-STATUS
            CLOSE CLOSE-FILE
            PERFORM RELEASE-LOCK-PARA
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
LOAD-EXTRACT-PARA.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = '00'
        MOVE "CLOSE REFUSED - NO BILLEXT.DAT - RUN DEPTBILL FIRST"
            TO WS-REFUSE-REASON
    ELSE
        MOVE 'N' TO WS-EXTRACT-EOF
        PERFORM UNTIL WS-EXTRACT-EOF = 'Y'
            READ EXTRACT-FILE
                AT END
                    MOVE 'Y' TO WS-EXTRACT-EOF
                NOT AT END
                    PERFORM NOTE-EXTRACT-PARA
            END-READ
        END-PERFORM
        CLOSE EXTRACT-FILE
        IF WS-REFUSE-REASON = SPACES AND WS-TRAILER-SEEN = 'N'
            MOVE "CLOSE REFUSED - BILLEXT.DAT HAS NO TRAILER"
                TO WS-REFUSE-REASON
        END-IF
    END-IF.
NOTE-EXTRACT-PARA.
    EVALUATE EXT-REC-TYPE
        WHEN 'D'
            IF EXT-BILL-MONTH NOT = WS-BILL-MONTH
                MOVE "CLOSE REFUSED - BILLEXT.DAT IS FOR ANOTHER MONTH"
                    TO WS-REFUSE-REASON
            ELSE
                MOVE EXT-DEPT TO WS-KEY-DEPT
                PERFORM FIND-DEPT-PARA
                IF WS-FOUND = 'Y'
                    MOVE 'Y' TO WS-DP-ON-EXTRACT(HX)
                    MOVE EXT-RUN-COUNT TO WS-DP-EXT-RUNS(HX)
                    MOVE EXT-MARK-COUNT TO WS-DP-EXT-MARKS(HX)
                    MOVE EXT-AMOUNT TO WS-DP-EXT-AMOUNT(HX)
                    MOVE EXTRACT-RECORD TO WS-DP-IMAGE(HX)
                    ADD 1 TO WS-EXT-DEPT-COUNT
                    ADD EXT-RUN-COUNT TO WS-EXT-RUN-COUNT
                    ADD EXT-AMOUNT TO WS-EXT-AMOUNT
                END-IF
            END-IF
        WHEN 'T'
            IF EXTT-BILL-MONTH NOT = WS-BILL-MONTH
                MOVE "CLOSE REFUSED - BILLEXT.DAT IS FOR ANOTHER MONTH"
                    TO WS-REFUSE-REASON
            ELSE
                MOVE 'Y' TO WS-TRAILER-SEEN
                MOVE EXTRACT-TRAILER TO WS-TRAILER-IMAGE
                MOVE EXTT-DEPT-COUNT TO WS-TRL-DEPT-COUNT
                MOVE EXTT-RUN-COUNT TO WS-TRL-RUN-COUNT
                MOVE EXTT-AMOUNT TO WS-TRL-AMOUNT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
TALLY-AUDIT-PARA.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "PERCLOSE: AUDIT-FILE OPEN FAILED - STATUS=" WS-AUDIT-STATUS
        CLOSE CLOSE-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO WS-AUDIT-EOF.
    PERFORM UNTIL WS-AUDIT-EOF = 'Y'
        READ AUDIT-FILE
            AT END
                MOVE 'Y' TO WS-AUDIT-EOF
            NOT AT END
                MOVE AUDIT-LINE TO WS-AUD-PARSE
                IF WS-AP-TAG = "AUD " AND WS-AP-DATE NUMERIC
                    AND WS-AP-STATUS = "COMPLETE"
                    AND WS-AP-CLOSE-FLAG = SPACES
                    MOVE WS-AP-DATE TO WS-PARSE-DATE
                    COMPUTE WS-PARSE-MONTH = WS-PARSE-DATE / 100
                    IF WS-PARSE-MONTH = WS-BILL-MONTH
                        PERFORM TALLY-RUN-PARA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.
TALLY-RUN-PARA.
    IF WS-AP-MARKS NUMERIC
        MOVE WS-AP-MARKS TO WS-PARSE-MARKS
    ELSE
        COMPUTE WS-PARSE-MARKS = FUNCTION NUMVAL(WS-AP-MARKS)
    END-IF.
    MOVE WS-AP-DEPT TO WS-KEY-DEPT.
    PERFORM FIND-DEPT-PARA.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-DP-AUD-RUNS(HX)
        ADD WS-PARSE-MARKS TO WS-DP-AUD-MARKS(HX)
    END-IF.
FIND-DEPT-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
        OR WS-FOUND = 'Y'
        IF WS-DP-DEPT(DX) = WS-KEY-DEPT
            MOVE 'Y' TO WS-FOUND
            SET HX TO DX
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'N'
        IF WS-DEPT-COUNT < WS-DEPT-MAX
            ADD 1 TO WS-DEPT-COUNT
            SET HX TO WS-DEPT-COUNT
            MOVE WS-KEY-DEPT TO WS-DP-DEPT(HX)
            MOVE 'N' TO WS-DP-ON-EXTRACT(HX)
            MOVE 0 TO WS-DP-EXT-RUNS(HX)
            MOVE 0 TO WS-DP-EXT-MARKS(HX)
            MOVE 0 TO WS-DP-EXT-AMOUNT(HX)
            MOVE 0 TO WS-DP-AUD-RUNS(HX)
            MOVE 0 TO WS-DP-AUD-MARKS(HX)
            MOVE SPACES TO WS-DP-IMAGE(HX)
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-DEPT-OVERFLOW = 'N'
                MOVE 'Y' TO WS-DEPT-OVERFLOW
                MOVE 'Y' TO WS-MISMATCH
                DISPLAY "PERCLOSE: MORE THAN " WS-DEPT-MAX
                    " DEPARTMENTS - MONTH CANNOT BE CHECKED"
            END-IF
        END-IF
    END-IF.
COMPARE-DEPTS-PARA.
    MOVE SPACES TO CLOSE-LINE.
    MOVE WS-COL-HEAD-LINE TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
        MOVE WS-DP-DEPT(DX) TO WS-DT-DEPT
        MOVE WS-DP-EXT-RUNS(DX) TO WS-DT-EXT-RUNS
        MOVE WS-DP-AUD-RUNS(DX) TO WS-DT-AUD-RUNS
        MOVE WS-DP-EXT-MARKS(DX) TO WS-DT-EXT-MARKS
        MOVE WS-DP-AUD-MARKS(DX) TO WS-DT-AUD-MARKS
        MOVE WS-DP-EXT-AMOUNT(DX) TO WS-DT-AMOUNT
        EVALUATE TRUE
            WHEN WS-DP-ON-EXTRACT(DX) = 'N'
                MOVE "** NOT ON EXTRACT **" TO WS-DT-NOTE
                MOVE 'Y' TO WS-MISMATCH
            WHEN WS-DP-EXT-RUNS(DX) = WS-DP-AUD-RUNS(DX)
                AND WS-DP-EXT-MARKS(DX) = WS-DP-AUD-MARKS(DX)
                MOVE SPACES TO WS-DT-NOTE
            WHEN WS-DP-EXT-RUNS(DX) = 0 AND WS-DP-EXT-MARKS(DX) = 0
                AND WS-DP-EXT-AMOUNT(DX) = 0
                MOVE "NOT BILLED (NO RATE)" TO WS-DT-NOTE
            WHEN OTHER
                MOVE "** MISMATCH **" TO WS-DT-NOTE
                MOVE 'Y' TO WS-MISMATCH
        END-EVALUATE
        MOVE SPACES TO CLOSE-LINE
        MOVE WS-DETAIL-LINE TO CLOSE-LINE
        WRITE CLOSE-LINE
    END-PERFORM.
COMPARE-TRAILER-PARA.
    MOVE SPACES TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    MOVE WS-TRL-DEPT-COUNT TO WS-TO-DEPTS.
    MOVE WS-TRL-RUN-COUNT TO WS-TO-RUNS.
    MOVE WS-TRL-AMOUNT TO WS-TO-AMOUNT.
    IF WS-TRL-DEPT-COUNT NOT = WS-EXT-DEPT-COUNT
        OR WS-TRL-RUN-COUNT NOT = WS-EXT-RUN-COUNT
        OR WS-TRL-AMOUNT NOT = WS-EXT-AMOUNT
        MOVE "** NOT EQUAL TO DETAIL **" TO WS-TO-NOTE
        MOVE 'Y' TO WS-MISMATCH
    ELSE
        MOVE SPACES TO WS-TO-NOTE
    END-IF.
    MOVE SPACES TO CLOSE-LINE.
    MOVE WS-TOTAL-LINE TO CLOSE-LINE.
    WRITE CLOSE-LINE.
WRITE-PERIOD-PARA.
    OPEN EXTEND PERIOD-FILE.
    IF WS-PERIOD-STATUS NOT = '00'
        OPEN OUTPUT PERIOD-FILE
    END-IF.
    IF WS-PERIOD-STATUS NOT = '00'
        DISPLAY "PERCLOSE: PERIOD-FILE OPEN FAILED - STATUS="
            WS-PERIOD-STATUS
        CLOSE CLOSE-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-LOCK-TIME FROM TIME.
    MOVE SPACES TO PERIOD-RECORD.
    MOVE 'P' TO PER-REC-TYPE.
    MOVE WS-BILL-MONTH TO PER-MONTH.
    MOVE "CLOSED" TO PER-STATUS.
    MOVE WS-TODAY TO PER-CLOSE-DATE.
    MOVE WS-LOCK-TIME TO PER-CLOSE-TIME.
    MOVE WS-TRL-DEPT-COUNT TO PER-DEPT-COUNT.
    MOVE WS-TRL-RUN-COUNT TO PER-RUN-COUNT.
    MOVE WS-TRL-AMOUNT TO PER-AMOUNT.
    WRITE PERIOD-RECORD.
    PERFORM CHECK-PERIOD-WRITE-PARA.
    PERFORM VARYING DX FROM 1 BY 1
            UNTIL DX > WS-DEPT-COUNT OR WS-PERIOD-FAILED = 'Y'
        IF WS-DP-ON-EXTRACT(DX) = 'Y'
            MOVE SPACES TO PERIOD-EXTRACT-RECORD
            MOVE 'E' TO PEX-REC-TYPE
            MOVE WS-BILL-MONTH TO PEX-MONTH
            MOVE WS-DP-IMAGE(DX) TO PEX-EXT-IMAGE
            WRITE PERIOD-EXTRACT-RECORD
            PERFORM CHECK-PERIOD-WRITE-PARA
        END-IF
    END-PERFORM.
    IF WS-PERIOD-FAILED = 'N'
        MOVE SPACES TO PERIOD-EXTRACT-RECORD
        MOVE 'E' TO PEX-REC-TYPE
        MOVE WS-BILL-MONTH TO PEX-MONTH
        MOVE WS-TRAILER-IMAGE TO PEX-EXT-IMAGE
        WRITE PERIOD-EXTRACT-RECORD
        PERFORM CHECK-PERIOD-WRITE-PARA
    END-IF.
    CLOSE PERIOD-FILE.
CHECK-PERIOD-WRITE-PARA.
    IF WS-PERIOD-STATUS NOT = '00'
        DISPLAY "PERCLOSE: PERIOD-FILE WRITE FAILED - STATUS="
            WS-PERIOD-STATUS
        MOVE 'Y' TO WS-PERIOD-FAILED
    END-IF.
PERIOD-FAILED-PARA.
    MOVE SPACES TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    MOVE WS-BILL-MONTH TO WS-RL-MONTH.
    MOVE "CLOSE NOT DONE - BILLPER.DAT WRITE FAILED - RESTORE BILLPER.DAT"
        TO WS-RL-TEXT.
    MOVE SPACES TO CLOSE-LINE.
    MOVE WS-RESULT-LINE TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    CLOSE CLOSE-FILE.
    DISPLAY "PERCLOSE: BILLING MONTH " WS-BILL-MONTH
        " NOT CLOSED - BILLPER.DAT WRITE FAILED".
    PERFORM RELEASE-LOCK-PARA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
WRITE-HEADERS-PARA.
    MOVE WS-TODAY TO WS-PL-DATE.
    MOVE WS-BILL-MONTH TO WS-PL-MONTH.
    MOVE SPACES TO CLOSE-LINE.
    MOVE WS-TITLE-LINE TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    MOVE SPACES TO CLOSE-LINE.
    MOVE WS-PARM-LINE TO CLOSE-LINE.
    WRITE CLOSE-LINE.
    MOVE SPACES TO CLOSE-LINE.
    WRITE CLOSE-LINE.
CHECK-LOCK-PARA.
    MOVE 'N' TO WS-LOCK-BLOCKED.
    OPEN INPUT LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LCK-STATUS = "ACTIVE"
                    DISPLAY "PERCLOSE: RUN LOCK HELD BY " LCK-PROGRAM
                        " MODE=" LCK-RUN-MODE
                        " BUS DATE=" LCK-BUS-DATE
                        " SINCE " LCK-START-DATE " " LCK-START-TIME
                    MOVE 'Y' TO WS-LOCK-BLOCKED
                END-IF
        END-READ
        CLOSE LOCK-FILE
    ELSE
        IF WS-LOCK-STATUS NOT = '35'
            DISPLAY "PERCLOSE: LOCK-FILE OPEN FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
ACQUIRE-LOCK-PARA.
    OPEN OUTPUT LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY "PERCLOSE: LOCK-FILE OPEN FAILED - STATUS="
            WS-LOCK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-LOCK-TIME FROM TIME.
    MOVE SPACES TO LOCK-RECORD.
    MOVE "ACTIVE" TO LCK-STATUS.
    MOVE "PERCLOSE" TO LCK-PROGRAM.
    MOVE SPACE TO LCK-RUN-MODE.
    MOVE WS-BUS-DATE TO LCK-BUS-DATE.
    MOVE WS-TODAY TO LCK-START-DATE.
    MOVE WS-LOCK-TIME TO LCK-START-TIME.
    WRITE LOCK-RECORD.
    CLOSE LOCK-FILE.
    MOVE 'Y' TO WS-LOCK-HELD.
RELEASE-LOCK-PARA.
    IF WS-LOCK-HELD = 'Y'
        MOVE 'N' TO WS-LOCK-HELD
        OPEN OUTPUT LOCK-FILE
        IF WS-LOCK-STATUS = '00'
            MOVE SPACES TO LOCK-RECORD
            MOVE "RELEASED" TO LCK-STATUS
            MOVE "PERCLOSE" TO LCK-PROGRAM
            MOVE SPACE TO LCK-RUN-MODE
            MOVE WS-BUS-DATE TO LCK-BUS-DATE
            MOVE WS-TODAY TO LCK-START-DATE
            MOVE WS-LOCK-TIME TO LCK-START-TIME
            WRITE LOCK-RECORD
            CLOSE LOCK-FILE
        ELSE
            DISPLAY "PERCLOSE: LOCK-FILE RELEASE FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
