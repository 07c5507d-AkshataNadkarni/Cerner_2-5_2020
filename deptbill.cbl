    SELECT EXTRACT-FILE ASSIGN TO "BILLEXT.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
    SELECT PERIOD-FILE ASSIGN TO "BILLPER.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT TIMELOG-FILE ASSIGN TO "TIMELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMELOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
    05  EXTT-RUN-COUNT       PIC 9(7).
    05  EXTT-AMOUNT          PIC 9(9)V99.
    05  FILLER               PIC X(52).
01  EXTRACT-ADJUSTMENT.
    05  EXTA-REC-TYPE        PIC X(1).
    05  EXTA-BILL-MONTH      PIC 9(6).
    05  EXTA-DEPT            PIC X(10).
    05  EXTA-CREDIT-RUNS     PIC 9(5).
    05  EXTA-CREDIT-AMOUNT   PIC 9(7)V99.
    05  EXTA-DEBIT-RUNS      PIC 9(5).
    05  EXTA-DEBIT-AMOUNT    PIC 9(7)V99.
    05  EXTA-NET-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  FILLER               PIC X(25).
01  EXTRACT-ADJ-TRAILER.
    05  EXTX-REC-TYPE        PIC X(1).
    05  EXTX-BILL-MONTH      PIC 9(6).
    05  EXTX-DEPT-COUNT      PIC 9(3).
    05  EXTX-CREDIT-RUNS     PIC 9(7).
    05  EXTX-CREDIT-AMOUNT   PIC 9(9)V99.
    05  EXTX-DEBIT-RUNS      PIC 9(7).
    05  EXTX-DEBIT-AMOUNT    PIC 9(9)V99.
    05  EXTX-NET-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  FILLER               PIC X(22).
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
FD  TIMELOG-FILE.
01  TIMELOG-RECORD.
    05  TLG-PROGRAM          PIC X(8).
    05  FILLER               PIC X(1).
    05  TLG-EVENT            PIC X(5).
    05  FILLER               PIC X(1).
    05  TLG-BUS-DATE         PIC 9(8).
    05  FILLER               PIC X(1).
    05  TLG-START-DATE       PIC 9(8).
    05  FILLER               PIC X(1).
    05  TLG-START-TIME       PIC 9(8).
    05  FILLER               PIC X(1).
    05  TLG-END-DATE         PIC 9(8).
    05  FILLER               PIC X(1).
    05  TLG-END-TIME         PIC 9(8).
    05  FILLER               PIC X(1).
    05  TLG-ELAPSED          PIC 9(7)V99.
    05  FILLER               PIC X(1).
    05  TLG-VOLUME           PIC 9(7).
    05  FILLER               PIC X(1).
    05  TLG-RC               PIC 9(2).
    05  FILLER               PIC X(1).
    05  TLG-RUN-TYPE         PIC X(6).
    05  FILLER               PIC X(1).
    05  TLG-N                PIC 9(2).
    05  FILLER               PIC X(1).
    05  TLG-SHAPE            PIC 9(1).
    05  FILLER               PIC X(1).
    05  TLG-RUN-SEQ          PIC 9(4).
    05  FILLER               PIC X(3).
WORKING-STORAGE SECTION.
01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
01 WS-RATE-STATUS PIC X(2) VALUE '00'.
01 WS-BILLING-STATUS PIC X(2) VALUE '00'.
01 WS-EXTRACT-STATUS PIC X(2) VALUE '00'.
01 WS-PERIOD-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-EOF PIC X VALUE 'N'.
01 WS-RATE-EOF PIC X VALUE 'N'.
01 WS-PERIOD-EOF PIC X VALUE 'N'.
01 WS-PERIOD-CLOSED PIC X VALUE 'N'.
01 WS-CLOSE-DATE PIC 9(8) VALUE 0.
01 WS-FROZEN-TABLE.
   05 WS-FROZEN-ENTRY OCCURS 101 TIMES INDEXED BY FX.
      10 WS-FZ-IMAGE        PIC X(80).
01 WS-FROZEN-COUNT PIC 9(3) VALUE 0.
01 WS-FROZEN-MAX PIC 9(3) VALUE 101.
01 WS-FROZEN-REC.
   05 WS-FR-REC-TYPE        PIC X(1).
   05 WS-FR-BILL-MONTH      PIC 9(6).
   05 WS-FR-DEPT            PIC X(10).
   05 WS-FR-RUN-COUNT       PIC 9(5).
   05 WS-FR-MARK-COUNT      PIC 9(7).
   05 WS-FR-AMOUNT          PIC 9(7)V99.
   05 FILLER               PIC X(42).
01 WS-FROZEN-TRAILER REDEFINES WS-FROZEN-REC.
   05 WS-FRT-REC-TYPE       PIC X(1).
   05 WS-FRT-BILL-MONTH     PIC 9(6).
   05 WS-FRT-DEPT-COUNT     PIC 9(3).
   05 WS-FRT-RUN-COUNT      PIC 9(7).
   05 WS-FRT-AMOUNT         PIC 9(9)V99.
   05 FILLER               PIC X(52).
01 WS-FROZEN-FOUND PIC X VALUE 'N'.
01 WS-FROZEN-RUNS PIC 9(5) VALUE 0.
01 WS-FROZEN-AMOUNT PIC 9(7)V99 VALUE 0.
01 WS-FROZEN-TOT-RUNS PIC 9(7) VALUE 0.
01 WS-FROZEN-TOT-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-ADJ-HEAD-DONE PIC X VALUE 'N'.
01 WS-ADJ-TYPE PIC X(9) VALUE SPACES.
01 WS-ADJ-CREDIT-RUNS PIC 9(5) VALUE 0.
01 WS-ADJ-CREDIT-AMOUNT PIC 9(7)V99 VALUE 0.
01 WS-ADJ-DEBIT-RUNS PIC 9(5) VALUE 0.
01 WS-ADJ-DEBIT-AMOUNT PIC 9(7)V99 VALUE 0.
01 WS-ADJ-NOCHARGE-RUNS PIC 9(5) VALUE 0.
01 WS-ADJ-NET-AMOUNT PIC S9(7)V99 VALUE 0.
01 WS-ADJ-DEPT-COUNT PIC 9(3) VALUE 0.
01 WS-ADJ-TOT-CREDIT-RUNS PIC 9(7) VALUE 0.
01 WS-ADJ-TOT-CREDIT-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-ADJ-TOT-DEBIT-RUNS PIC 9(7) VALUE 0.
01 WS-ADJ-TOT-DEBIT-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-ADJ-TOT-NET-AMOUNT PIC S9(9)V99 VALUE 0.
01 WS-BILL-MONTH PIC 9(6) VALUE 0.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-AUD-PARSE.
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
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "AMOUNT=".
   05 WS-DO-AMOUNT          PIC ZZZZZZ9.99.
01 WS-CLOSED-LINE.
   05 FILLER               PIC X(26) VALUE "** BILLING MONTH CLOSED ON".
   05 FILLER               PIC X(1) VALUE SPACE.
   05 WS-CL-DATE            PIC 9(8).
   05 FILLER               PIC X(48)
      VALUE " - BILLED TOTALS FROZEN, CHANGES IN ADJUSTMENTS".
01 WS-FROZEN-LINE.
   05 FILLER               PIC X(21) VALUE "FROZEN AT CLOSE RUNS=".
   05 WS-FL-RUNS            PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "AMOUNT=".
   05 WS-FL-AMOUNT          PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-NOTE            PIC X(40).
01 WS-ADJ-TITLE-LINE.
   05 FILLER               PIC X(30)
      VALUE "ADJUSTMENTS AFTER PERIOD CLOSE".
01 WS-ADJ-DEPT-LINE.
   05 FILLER               PIC X(12) VALUE "DEPARTMENT: ".
   05 WS-AH-DEPT            PIC X(10).
01 WS-ADJ-COL-HEAD-LINE.
   05 FILLER               PIC X(10) VALUE "DATE".
   05 FILLER               PIC X(10) VALUE "TIME".
   05 FILLER               PIC X(6) VALUE "REQ".
   05 FILLER               PIC X(8) VALUE "RUN".
   05 FILLER               PIC X(8) VALUE "MARKS".
   05 FILLER               PIC X(11) VALUE "TYPE".
   05 FILLER               PIC X(12) VALUE "AMOUNT".
01 WS-ADJ-DETAIL-LINE.
   05 WS-AD-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AD-TIME            PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AD-REQ             PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AD-RUN-TYPE        PIC X(6).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AD-MARKS           PIC ZZZZ9.
   05 FILLER               PIC X(3) VALUE SPACES.
   05 WS-AD-TYPE            PIC X(9).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AD-AMOUNT          PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AD-NOTE            PIC X(20).
01 WS-ADJ-TOTAL-LINE.
   05 FILLER               PIC X(13) VALUE "ADJ CREDITS=".
   05 WS-AT-CREDIT-RUNS     PIC ZZZZ9.
   05 FILLER               PIC X(1) VALUE SPACE.
   05 WS-AT-CREDIT-AMOUNT   PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "DEBITS=".
   05 WS-AT-DEBIT-RUNS      PIC ZZZZ9.
   05 FILLER               PIC X(1) VALUE SPACE.
   05 WS-AT-DEBIT-AMOUNT    PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(10) VALUE "NO CHARGE=".
   05 WS-AT-NOCHARGE-RUNS   PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "NET=".
   05 WS-AT-NET-AMOUNT      PIC -------9.99.
01 WS-ADJ-GRAND-LINE.
   05 FILLER               PIC X(18) VALUE "ALL DEPTS - DEPTS=".
   05 WS-AG-DEPTS           PIC ZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "CREDITS=".
   05 WS-AG-CREDIT-AMOUNT   PIC ZZZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "DEBITS=".
   05 WS-AG-DEBIT-AMOUNT    PIC ZZZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "NET=".
   05 WS-AG-NET-AMOUNT      PIC ---------9.99.
01 WS-GRAND-TOTAL-LINE.
   05 FILLER               PIC X(18) VALUE "ALL DEPTS - RUNS=".
   05 WS-GT-RUNS            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "AMOUNT=".
   05 WS-GT-AMOUNT          PIC ZZZZZZZZ9.99.
01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
01 WS-BUS-DATE PIC 9(8) VALUE 0.
01 WS-TIMELOG-STATUS PIC X(2) VALUE '00'.
01 WS-TLG-EVENT PIC X(5) VALUE SPACES.
01 WS-TLG-JOB-DATE PIC 9(8) VALUE 0.
01 WS-TLG-JOB-TIME PIC 9(8) VALUE 0.
01 WS-TLG-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TLG-FROM-TIME PIC 9(8) VALUE 0.
01 WS-TLG-FROM-TIME-R REDEFINES WS-TLG-FROM-TIME.
   05 WS-TLG-FROM-HH        PIC 9(2).
   05 WS-TLG-FROM-MM        PIC 9(2).
   05 WS-TLG-FROM-SS        PIC 9(2).
   05 WS-TLG-FROM-CC        PIC 9(2).
01 WS-TLG-TO-DATE PIC 9(8) VALUE 0.
01 WS-TLG-TO-TIME PIC 9(8) VALUE 0.
01 WS-TLG-TO-TIME-R REDEFINES WS-TLG-TO-TIME.
   05 WS-TLG-TO-HH          PIC 9(2).
   05 WS-TLG-TO-MM          PIC 9(2).
   05 WS-TLG-TO-SS          PIC 9(2).
   05 WS-TLG-TO-CC          PIC 9(2).
01 WS-TLG-ELAPSED PIC S9(7)V99 VALUE 0.
01 WS-TLG-VOLUME PIC 9(7) VALUE 0.
01 WS-TLG-RC PIC 9(2) VALUE 0.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-JOB-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-JOB-TIME FROM TIME.
    PERFORM READ-CONTROL-PARA.
    PERFORM WRITE-TIMELOG-START-PARA.
    DISPLAY "DEPTBILL: ENTER BILLING MONTH (YYYYMM)".
    ACCEPT WS-BILL-MONTH.
    IF WS-BILL-MONTH NOT NUMERIC OR WS-BILL-MONTH = 0
        DISPLAY "DEPTBILL: BILLING MONTH IS INVALID - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    PERFORM LOAD-RATES-PARA.
    PERFORM LOAD-PERIOD-PARA.
    OPEN OUTPUT BILLING-FILE.
    IF WS-BILLING-STATUS NOT = '00'
        DISPLAY "DEPTBILL: BILLING-FILE OPEN FAILED - STATUS="
            WS-BILLING-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    OPEN OUTPUT EXTRACT-FILE.
            WS-EXTRACT-STATUS
        CLOSE BILLING-FILE
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADERS-PARA.
        PERFORM BILL-DEPT-PARA
    END-PERFORM.
    PERFORM WRITE-GRAND-TOTAL-PARA.
    IF WS-PERIOD-CLOSED = 'Y'
        PERFORM WRITE-FROZEN-EXTRACT-PARA
        PERFORM WRITE-ADJ-HEADERS-PARA
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
            MOVE WS-DP-DEPT(DX) TO WS-CUR-DEPT
            PERFORM ADJUST-DEPT-PARA
        END-PERFORM
        PERFORM WRITE-ADJ-TOTAL-PARA
    ELSE
        PERFORM WRITE-EXTRACT-TRAILER-PARA
    END-IF.
    CLOSE BILLING-FILE.
    CLOSE EXTRACT-FILE.
    DISPLAY "DEPTBILL: DEPARTMENTS BILLED=" WS-DEPT-COUNT
        " TOTAL AMOUNT=" WS-TOT-AMOUNT.
    IF WS-PERIOD-CLOSED = 'Y'
        DISPLAY "DEPTBILL: MONTH CLOSED - ADJUSTMENT DEPTS="
            WS-ADJ-DEPT-COUNT " NET=" WS-ADJ-TOT-NET-AMOUNT
    END-IF.
    PERFORM WRITE-TIMELOG-END-PARA.
    STOP RUN.
LOAD-RATES-PARA.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-STATUS NOT = '00'
        DISPLAY "DEPTBILL: RATE-FILE OPEN FAILED - STATUS=" WS-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-RATE-EOF = 'Y'
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "DEPTBILL: AUDIT-FILE OPEN FAILED - STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    MOVE 'N' TO WS-AUDIT-EOF.
        DISPLAY "DEPTBILL: AUDIT-FILE REOPEN FAILED - STATUS="
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    MOVE 'N' TO WS-AUDIT-EOF.
                MOVE AUDIT-LINE TO WS-AUD-PARSE
                IF WS-AP-TAG = "AUD " AND WS-AP-DATE NUMERIC
                    AND WS-AP-DEPT = WS-CUR-DEPT
                    AND WS-AP-CLOSE-FLAG = SPACES
                    MOVE WS-AP-DATE TO WS-PARSE-DATE
                    COMPUTE WS-PARSE-MONTH = WS-PARSE-DATE / 100
                    IF WS-PARSE-MONTH = WS-BILL-MONTH
    MOVE SPACES TO BILLING-LINE.
    MOVE WS-DEPT-TOTAL-LINE TO BILLING-LINE.
    WRITE BILLING-LINE.
    IF WS-PERIOD-CLOSED = 'Y'
        PERFORM CHECK-FROZEN-PARA
    ELSE
        PERFORM WRITE-EXTRACT-PARA
    END-IF.
FIND-RATE-PARA.
    MOVE 'N' TO WS-RATE-FOUND.
    MOVE 0 TO WS-CUR-RATE.
    MOVE SPACES TO BILLING-LINE.
    MOVE WS-PARM-LINE TO BILLING-LINE.
    WRITE BILLING-LINE.
    IF WS-PERIOD-CLOSED = 'Y'
        MOVE WS-CLOSE-DATE TO WS-CL-DATE
        MOVE SPACES TO BILLING-LINE
        MOVE WS-CLOSED-LINE TO BILLING-LINE
        WRITE BILLING-LINE
    END-IF.
WRITE-EXTRACT-PARA.
    MOVE SPACES TO EXTRACT-RECORD.
    MOVE 'D' TO EXT-REC-TYPE.
WRITE-GRAND-TOTAL-PARA.
    MOVE SPACES TO BILLING-LINE.
    WRITE BILLING-LINE.
    IF WS-PERIOD-CLOSED = 'Y'
        MOVE WS-FROZEN-TOT-RUNS TO WS-TOT-RUNS
        MOVE WS-FROZEN-TOT-AMOUNT TO WS-TOT-AMOUNT
    END-IF.
    MOVE WS-TOT-RUNS TO WS-GT-RUNS.
    MOVE WS-TOT-AMOUNT TO WS-GT-AMOUNT.
    MOVE SPACES TO BILLING-LINE.
    MOVE WS-TOT-RUNS TO EXTT-RUN-COUNT.
    MOVE WS-TOT-AMOUNT TO EXTT-AMOUNT.
    WRITE EXTRACT-TRAILER.
LOAD-PERIOD-PARA.
    MOVE 'N' TO WS-PERIOD-CLOSED.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS = '00'
        MOVE 'N' TO WS-PERIOD-EOF
        PERFORM UNTIL WS-PERIOD-EOF = 'Y'
            READ PERIOD-FILE
                AT END
                    MOVE 'Y' TO WS-PERIOD-EOF
                NOT AT END
                    IF PER-MONTH = WS-BILL-MONTH
                        PERFORM NOTE-PERIOD-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIOD-FILE
    ELSE
        IF WS-PERIOD-STATUS NOT = '35'
            DISPLAY "DEPTBILL: PERIOD-FILE OPEN FAILED - STATUS="
                WS-PERIOD-STATUS
            MOVE 16 TO RETURN-CODE
            PERFORM WRITE-TIMELOG-END-PARA
            STOP RUN
        END-IF
    END-IF.
NOTE-PERIOD-PARA.
    EVALUATE PER-REC-TYPE
        WHEN 'P'
            IF PER-STATUS = "CLOSED"
                MOVE 'Y' TO WS-PERIOD-CLOSED
                MOVE PER-CLOSE-DATE TO WS-CLOSE-DATE
                MOVE PER-RUN-COUNT TO WS-FROZEN-TOT-RUNS
                MOVE PER-AMOUNT TO WS-FROZEN-TOT-AMOUNT
            END-IF
        WHEN 'E'
            IF WS-FROZEN-COUNT < WS-FROZEN-MAX
                ADD 1 TO WS-FROZEN-COUNT
                SET FX TO WS-FROZEN-COUNT
                MOVE PEX-EXT-IMAGE TO WS-FZ-IMAGE(FX)
            ELSE
                DISPLAY "DEPTBILL: MORE THAN " WS-FROZEN-MAX
                    " FROZEN EXTRACT RECORDS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                PERFORM WRITE-TIMELOG-END-PARA
                STOP RUN
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
CHECK-FROZEN-PARA.
    MOVE 'N' TO WS-FROZEN-FOUND.
    MOVE 0 TO WS-FROZEN-RUNS.
    MOVE 0 TO WS-FROZEN-AMOUNT.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FROZEN-COUNT
        OR WS-FROZEN-FOUND = 'Y'
        MOVE WS-FZ-IMAGE(FX) TO WS-FROZEN-REC
        IF WS-FR-REC-TYPE = 'D' AND WS-FR-DEPT = WS-CUR-DEPT
            MOVE 'Y' TO WS-FROZEN-FOUND
            MOVE WS-FR-RUN-COUNT TO WS-FROZEN-RUNS
            MOVE WS-FR-AMOUNT TO WS-FROZEN-AMOUNT
        END-IF
    END-PERFORM.
    MOVE WS-FROZEN-RUNS TO WS-FL-RUNS.
    MOVE WS-FROZEN-AMOUNT TO WS-FL-AMOUNT.
    IF WS-FROZEN-AMOUNT NOT = WS-DEPT-AMOUNT
        OR WS-FROZEN-RUNS NOT = WS-DEPT-RUNS - WS-DEPT-NONBILL
        MOVE "** RECOMPUTED DIFFERS - FROZEN BILLED **" TO WS-FL-NOTE
        DISPLAY "DEPTBILL: DEPT=" WS-CUR-DEPT
            " RECOMPUTED CHARGES DIFFER FROM CLOSED MONTH - FROZEN USED"
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-FL-NOTE
    END-IF.
    MOVE SPACES TO BILLING-LINE.
    MOVE WS-FROZEN-LINE TO BILLING-LINE.
    WRITE BILLING-LINE.
WRITE-FROZEN-EXTRACT-PARA.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FROZEN-COUNT
        MOVE WS-FZ-IMAGE(FX) TO EXTRACT-RECORD
        WRITE EXTRACT-RECORD
    END-PERFORM.
WRITE-ADJ-HEADERS-PARA.
    MOVE SPACES TO BILLING-LINE.
    WRITE BILLING-LINE.
    MOVE SPACES TO BILLING-LINE.
    MOVE WS-ADJ-TITLE-LINE TO BILLING-LINE.
    WRITE BILLING-LINE.
ADJUST-DEPT-PARA.
    PERFORM FIND-RATE-PARA.
    MOVE 'N' TO WS-ADJ-HEAD-DONE.
    MOVE 0 TO WS-ADJ-CREDIT-RUNS.
    MOVE 0 TO WS-ADJ-CREDIT-AMOUNT.
    MOVE 0 TO WS-ADJ-DEBIT-RUNS.
    MOVE 0 TO WS-ADJ-DEBIT-AMOUNT.
    MOVE 0 TO WS-ADJ-NOCHARGE-RUNS.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "DEPTBILL: AUDIT-FILE REOPEN FAILED - STATUS="
            WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
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
                    AND WS-AP-DEPT = WS-CUR-DEPT
                    AND WS-AP-STATUS = "COMPLETE"
                    MOVE WS-AP-DATE TO WS-PARSE-DATE
                    COMPUTE WS-PARSE-MONTH = WS-PARSE-DATE / 100
                    IF WS-PARSE-MONTH = WS-BILL-MONTH
                        PERFORM ADJUST-RUN-PARA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.
    IF WS-ADJ-HEAD-DONE = 'Y'
        COMPUTE WS-ADJ-NET-AMOUNT =
            WS-ADJ-DEBIT-AMOUNT - WS-ADJ-CREDIT-AMOUNT
        MOVE WS-ADJ-CREDIT-RUNS TO WS-AT-CREDIT-RUNS
        MOVE WS-ADJ-CREDIT-AMOUNT TO WS-AT-CREDIT-AMOUNT
        MOVE WS-ADJ-DEBIT-RUNS TO WS-AT-DEBIT-RUNS
        MOVE WS-ADJ-DEBIT-AMOUNT TO WS-AT-DEBIT-AMOUNT
        MOVE WS-ADJ-NOCHARGE-RUNS TO WS-AT-NOCHARGE-RUNS
        MOVE WS-ADJ-NET-AMOUNT TO WS-AT-NET-AMOUNT
        MOVE SPACES TO BILLING-LINE
        MOVE WS-ADJ-TOTAL-LINE TO BILLING-LINE
        WRITE BILLING-LINE
        PERFORM WRITE-ADJ-EXTRACT-PARA
    END-IF.
ADJUST-RUN-PARA.
    EVALUATE TRUE
        WHEN WS-AP-CLOSE-FLAG = SPACES AND WS-AP-RUN-TYPE = "RERUN"
            MOVE "CREDIT" TO WS-ADJ-TYPE
            MOVE "OPERATOR RERUN" TO WS-AD-NOTE
        WHEN WS-AP-CLOSE-FLAG = SPACES
            MOVE SPACES TO WS-ADJ-TYPE
        WHEN WS-AP-RUN-TYPE = "RERUN"
            MOVE "NO CHARGE" TO WS-ADJ-TYPE
            MOVE "RERUN SUPPRESSED" TO WS-AD-NOTE
        WHEN OTHER
            MOVE "DEBIT" TO WS-ADJ-TYPE
            MOVE "LATE RUN" TO WS-AD-NOTE
    END-EVALUATE.
    IF WS-ADJ-TYPE NOT = SPACES
        PERFORM PRICE-ADJ-PARA
    END-IF.
PRICE-ADJ-PARA.
    IF WS-AP-MARKS NUMERIC
        MOVE WS-AP-MARKS TO WS-PARSE-MARKS
    ELSE
        COMPUTE WS-PARSE-MARKS = FUNCTION NUMVAL(WS-AP-MARKS)
    END-IF.
    MOVE 0 TO WS-RUN-CHARGE.
    IF WS-ADJ-TYPE NOT = "NO CHARGE"
        IF WS-RATE-FOUND = 'Y'
            COMPUTE WS-RUN-CHARGE = WS-PARSE-MARKS * WS-CUR-RATE
            IF WS-RUN-CHARGE < WS-CUR-MINIMUM
                MOVE WS-CUR-MINIMUM TO WS-RUN-CHARGE
            END-IF
        ELSE
            MOVE "NO CHARGE" TO WS-ADJ-TYPE
            MOVE "NO RATE" TO WS-AD-NOTE
        END-IF
    END-IF.
    EVALUATE WS-ADJ-TYPE
        WHEN "CREDIT"
            ADD 1 TO WS-ADJ-CREDIT-RUNS
            ADD WS-RUN-CHARGE TO WS-ADJ-CREDIT-AMOUNT
        WHEN "DEBIT"
            ADD 1 TO WS-ADJ-DEBIT-RUNS
            ADD WS-RUN-CHARGE TO WS-ADJ-DEBIT-AMOUNT
        WHEN OTHER
            ADD 1 TO WS-ADJ-NOCHARGE-RUNS
    END-EVALUATE.
    IF WS-ADJ-HEAD-DONE = 'N'
        MOVE 'Y' TO WS-ADJ-HEAD-DONE
        MOVE WS-CUR-DEPT TO WS-AH-DEPT
        MOVE SPACES TO BILLING-LINE
        WRITE BILLING-LINE
        MOVE SPACES TO BILLING-LINE
        MOVE WS-ADJ-DEPT-LINE TO BILLING-LINE
        WRITE BILLING-LINE
        MOVE SPACES TO BILLING-LINE
        MOVE WS-ADJ-COL-HEAD-LINE TO BILLING-LINE
        WRITE BILLING-LINE
    END-IF.
    MOVE WS-PARSE-DATE TO WS-AD-DATE.
    MOVE WS-AP-TIME TO WS-AD-TIME.
    MOVE WS-AP-REQ TO WS-AD-REQ.
    MOVE WS-AP-RUN-TYPE TO WS-AD-RUN-TYPE.
    MOVE WS-PARSE-MARKS TO WS-AD-MARKS.
    MOVE WS-ADJ-TYPE TO WS-AD-TYPE.
    MOVE WS-RUN-CHARGE TO WS-AD-AMOUNT.
    MOVE SPACES TO BILLING-LINE.
    MOVE WS-ADJ-DETAIL-LINE TO BILLING-LINE.
    WRITE BILLING-LINE.
WRITE-ADJ-EXTRACT-PARA.
    MOVE SPACES TO EXTRACT-ADJUSTMENT.
    MOVE 'A' TO EXTA-REC-TYPE.
    MOVE WS-BILL-MONTH TO EXTA-BILL-MONTH.
    MOVE WS-CUR-DEPT TO EXTA-DEPT.
    MOVE WS-ADJ-CREDIT-RUNS TO EXTA-CREDIT-RUNS.
    MOVE WS-ADJ-CREDIT-AMOUNT TO EXTA-CREDIT-AMOUNT.
    MOVE WS-ADJ-DEBIT-RUNS TO EXTA-DEBIT-RUNS.
    MOVE WS-ADJ-DEBIT-AMOUNT TO EXTA-DEBIT-AMOUNT.
    MOVE WS-ADJ-NET-AMOUNT TO EXTA-NET-AMOUNT.
    WRITE EXTRACT-ADJUSTMENT.
    ADD 1 TO WS-ADJ-DEPT-COUNT.
    ADD WS-ADJ-CREDIT-RUNS TO WS-ADJ-TOT-CREDIT-RUNS.
    ADD WS-ADJ-CREDIT-AMOUNT TO WS-ADJ-TOT-CREDIT-AMOUNT.
    ADD WS-ADJ-DEBIT-RUNS TO WS-ADJ-TOT-DEBIT-RUNS.
    ADD WS-ADJ-DEBIT-AMOUNT TO WS-ADJ-TOT-DEBIT-AMOUNT.
    ADD WS-ADJ-NET-AMOUNT TO WS-ADJ-TOT-NET-AMOUNT.
WRITE-ADJ-TOTAL-PARA.
    MOVE SPACES TO BILLING-LINE.
    WRITE BILLING-LINE.
    MOVE WS-ADJ-DEPT-COUNT TO WS-AG-DEPTS.
    MOVE WS-ADJ-TOT-CREDIT-AMOUNT TO WS-AG-CREDIT-AMOUNT.
    MOVE WS-ADJ-TOT-DEBIT-AMOUNT TO WS-AG-DEBIT-AMOUNT.
    MOVE WS-ADJ-TOT-NET-AMOUNT TO WS-AG-NET-AMOUNT.
    MOVE SPACES TO BILLING-LINE.
    MOVE WS-ADJ-GRAND-LINE TO BILLING-LINE.
    WRITE BILLING-LINE.
    MOVE SPACES TO EXTRACT-ADJ-TRAILER.
    MOVE 'X' TO EXTX-REC-TYPE.
    MOVE WS-BILL-MONTH TO EXTX-BILL-MONTH.
    MOVE WS-ADJ-DEPT-COUNT TO EXTX-DEPT-COUNT.
    MOVE WS-ADJ-TOT-CREDIT-RUNS TO EXTX-CREDIT-RUNS.
    MOVE WS-ADJ-TOT-CREDIT-AMOUNT TO EXTX-CREDIT-AMOUNT.
    MOVE WS-ADJ-TOT-DEBIT-RUNS TO EXTX-DEBIT-RUNS.
    MOVE WS-ADJ-TOT-DEBIT-AMOUNT TO EXTX-DEBIT-AMOUNT.
    MOVE WS-ADJ-TOT-NET-AMOUNT TO EXTX-NET-AMOUNT.
    WRITE EXTRACT-ADJ-TRAILER.
WRITE-TIMELOG-START-PARA.
    MOVE "START" TO WS-TLG-EVENT.
    MOVE WS-TLG-JOB-DATE TO WS-TLG-FROM-DATE.
    MOVE WS-TLG-JOB-TIME TO WS-TLG-FROM-TIME.
    MOVE 0 TO WS-TLG-TO-DATE.
    MOVE 0 TO WS-TLG-TO-TIME.
    MOVE 0 TO WS-TLG-ELAPSED.
    MOVE 0 TO WS-TLG-VOLUME.
    MOVE 0 TO WS-TLG-RC.
    PERFORM WRITE-TIMELOG-PARA.
WRITE-TIMELOG-END-PARA.
    MOVE "END" TO WS-TLG-EVENT.
    MOVE WS-TLG-JOB-DATE TO WS-TLG-FROM-DATE.
    MOVE WS-TLG-JOB-TIME TO WS-TLG-FROM-TIME.
    PERFORM TIMELOG-ELAPSED-PARA.
    MOVE WS-TOT-RUNS TO WS-TLG-VOLUME.
    MOVE RETURN-CODE TO WS-TLG-RC.
    PERFORM WRITE-TIMELOG-PARA.
TIMELOG-ELAPSED-PARA.
    ACCEPT WS-TLG-TO-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-TO-TIME FROM TIME.
    COMPUTE WS-TLG-ELAPSED =
        (FUNCTION INTEGER-OF-DATE(WS-TLG-TO-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-TLG-FROM-DATE)) * 86400
        + WS-TLG-TO-HH * 3600 + WS-TLG-TO-MM * 60 + WS-TLG-TO-SS
        + WS-TLG-TO-CC / 100
        - WS-TLG-FROM-HH * 3600 - WS-TLG-FROM-MM * 60 - WS-TLG-FROM-SS
        - WS-TLG-FROM-CC / 100.
    IF WS-TLG-ELAPSED < 0
        MOVE 0 TO WS-TLG-ELAPSED
    END-IF.
WRITE-TIMELOG-PARA.
    OPEN EXTEND TIMELOG-FILE.
    IF WS-TIMELOG-STATUS NOT = '00'
        OPEN OUTPUT TIMELOG-FILE
    END-IF.
    IF WS-TIMELOG-STATUS NOT = '00'
        DISPLAY "DEPTBILL: TIMELOG-FILE OPEN FAILED - STATUS="
            WS-TIMELOG-STATUS " - TIMING NOT RECORDED"
    ELSE
        MOVE SPACES TO TIMELOG-RECORD
        MOVE "DEPTBILL" TO TLG-PROGRAM
        MOVE WS-TLG-EVENT TO TLG-EVENT
        MOVE WS-BUS-DATE TO TLG-BUS-DATE
        MOVE WS-TLG-FROM-DATE TO TLG-START-DATE
        MOVE WS-TLG-FROM-TIME TO TLG-START-TIME
        MOVE WS-TLG-TO-DATE TO TLG-END-DATE
        MOVE WS-TLG-TO-TIME TO TLG-END-TIME
        MOVE WS-TLG-ELAPSED TO TLG-ELAPSED
        MOVE WS-TLG-VOLUME TO TLG-VOLUME
        MOVE WS-TLG-RC TO TLG-RC
        MOVE 0 TO TLG-N
        MOVE 0 TO TLG-SHAPE
        MOVE 0 TO TLG-RUN-SEQ
        WRITE TIMELOG-RECORD
        CLOSE TIMELOG-FILE
    END-IF.
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
        IF WS-CONTROL-STATUS NOT = '35'
            DISPLAY "DEPTBILL: CONTROL-FILE OPEN FAILED - STATUS="
                WS-CONTROL-STATUS
        END-IF
    END-IF.
    IF WS-BUS-DATE = 0
        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
    END-IF.
