*> standing order generator - writes the business date's recurring and released requests to TRANS.DAT
IDENTIFICATION DIVISION.
PROGRAM-ID. STORDGEN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT STORDER-FILE ASSIGN TO "STORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STORDER-STATUS.
    SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT REQUESTOR-FILE ASSIGN TO "REQUESTOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REQ-ID
        FILE STATUS IS WS-REQUESTOR-STATUS.
    SELECT APPREL-FILE ASSIGN TO "APPREL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-APPREL-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "STORDGEN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT RUNCAL-FILE ASSIGN TO "RUNCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCAL-STATUS.
    SELECT RESUB-FILE ASSIGN TO "RESUB.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RESUB-STATUS.
    SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMAST-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
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
    05  FILLER               PIC X(1).
    05  CTL-OPERATOR-ID      PIC X(8).
    05  FILLER               PIC X(2).
    05  CTL-BATCH-OVERRIDE   PIC X(1).
    05  FILLER               PIC X(49).
FD  STORDER-FILE.
01  STORDER-RECORD.
    05  SO-ID                PIC X(6).
    05  FILLER               PIC X(1).
    05  SO-REQUESTOR         PIC X(4).
    05  FILLER               PIC X(1).
    05  SO-N                 PIC 9(2).
    05  FILLER               PIC X(1).
    05  SO-SHAPE             PIC 9(1).
    05  FILLER               PIC X(1).
    05  SO-FREQUENCY         PIC X(1).
    05  FILLER               PIC X(1).
    05  SO-RUN-DAY           PIC 9(2).
    05  FILLER               PIC X(1).
    05  SO-START-DATE        PIC 9(8).
    05  FILLER               PIC X(1).
    05  SO-END-DATE          PIC 9(8).
    05  FILLER               PIC X(1).
    05  SO-ACTIVE            PIC X(1).
    05  FILLER               PIC X(39).
FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  SCH-DATE             PIC 9(8).
    05  FILLER               PIC X(1).
    05  SCH-TYPE             PIC X(1).
    05  FILLER               PIC X(1).
    05  SCH-EXP-VOLUME       PIC 9(5).
    05  FILLER               PIC X(63).
FD  TRANS-FILE
    RECORDING MODE IS F.
01  TRANS-RECORD.
    05  TRANS-N              PIC 9(2).
    05  TRANS-SHAPE          PIC 9(1).
    05  TRANS-REQUESTOR      PIC X(4).
    05  TRANS-HOLD-KEY       PIC X(14).
    05  FILLER               PIC X(59).
01  TRANS-HEADER-RECORD.
    05  TBH-REC-TAG          PIC X(3).
    05  TBH-BATCH-ID         PIC X(8).
    05  TBH-DEPT             PIC X(10).
    05  TBH-BUS-DATE         PIC 9(8).
    05  FILLER               PIC X(51).
01  TRANS-TRAILER-RECORD.
    05  TBT-REC-TAG          PIC X(3).
    05  TBT-REC-COUNT        PIC 9(5).
    05  TBT-N-HASH           PIC 9(7).
    05  FILLER               PIC X(65).
FD  REQUESTOR-FILE.
01  REQUESTOR-RECORD.
    05  REQ-ID               PIC X(4).
    05  REQ-NAME             PIC X(20).
    05  REQ-DEPT             PIC X(10).
    05  REQ-ACTIVE           PIC X(1).
    05  FILLER               PIC X(45).
FD  APPREL-FILE
    RECORDING MODE IS F.
01  APPREL-RECORD.
    05  REL-N                PIC 9(2).
    05  REL-SHAPE            PIC 9(1).
    05  REL-REQUESTOR        PIC X(4).
    05  REL-HOLD-KEY         PIC X(14).
    05  REL-TARGET-DATE      PIC 9(8).
    05  REL-APPROVER         PIC X(8).
    05  FILLER               PIC X(43).
FD  PENDING-FILE.
01  PENDING-RECORD.
    05  PND-KEY.
        10  PND-BUS-DATE     PIC 9(8).
        10  PND-TRANS-SEQ    PIC 9(4).
        10  PND-OCCUR        PIC 9(2).
    05  PND-REQUESTOR        PIC X(4).
    05  PND-DEPT             PIC X(10).
    05  PND-N                PIC 9(2).
    05  PND-SHAPE            PIC 9(1).
    05  PND-RUN-TYPE         PIC X(6).
    05  PND-STATUS           PIC X(8).
    05  PND-HELD-DATE        PIC 9(8).
    05  PND-LIMIT            PIC 9(2).
    05  PND-APPROVER         PIC X(8).
    05  PND-ACTION-DATE      PIC 9(8).
    05  PND-REASON           PIC X(40).
    05  PND-RELEASE-DATE     PIC 9(8).
    05  PND-ERM-KEY          PIC X(18).
    05  FILLER               PIC X(13).
FD  REGISTER-FILE.
01  REGISTER-LINE           PIC X(104).
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
FD  RUNCAL-FILE.
01  RUNCAL-RECORD.
    05  CAL-DATE             PIC 9(8).
    05  FILLER               PIC X(1).
    05  CAL-STATUS           PIC X(8).
FD  RESUB-FILE
    RECORDING MODE IS F.
01  RESUB-RECORD.
    05  RSB-N                PIC 9(2).
    05  RSB-SHAPE            PIC 9(1).
    05  RSB-REQUESTOR        PIC X(4).
    05  RSB-ERM-KEY          PIC X(18).
    05  RSB-QUEUED-DATE      PIC 9(8).
    05  RSB-RESOLVED-BY      PIC X(8).
    05  RSB-HOLD-KEY         PIC X(14).
    05  FILLER               PIC X(25).
FD  OPERMAST-FILE.
01  OPERMAST-RECORD.
    05  OPM-ID               PIC X(8).
    05  FILLER               PIC X(1).
    05  OPM-NAME             PIC X(20).
    05  FILLER               PIC X(1).
    05  OPM-ACTIVE           PIC X(1).
    05  FILLER               PIC X(1).
    05  OPM-FN-REQMAINT      PIC X(1).
    05  OPM-FN-ERRUPD        PIC X(1).
    05  OPM-FN-RERUN         PIC X(1).
    05  OPM-FN-OVERRIDE      PIC X(1).
    05  OPM-FN-ADHOC         PIC X(1).
    05  FILLER               PIC X(43).
FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
    05  JRN-DATE             PIC 9(8).
    05  FILLER               PIC X(1).
    05  JRN-TIME             PIC 9(8).
    05  FILLER               PIC X(1).
    05  JRN-PROGRAM          PIC X(8).
    05  FILLER               PIC X(1).
    05  JRN-OPERATOR         PIC X(8).
    05  FILLER               PIC X(1).
    05  JRN-ACTION           PIC X(8).
    05  FILLER               PIC X(1).
    05  JRN-KEY              PIC X(21).
    05  FILLER               PIC X(1).
    05  JRN-FIELD            PIC X(12).
    05  FILLER               PIC X(1).
    05  JRN-BEFORE           PIC X(40).
    05  FILLER               PIC X(1).
    05  JRN-AFTER            PIC X(40).
    05  FILLER               PIC X(8).
WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
01 WS-STORDER-STATUS PIC X(2) VALUE '00'.
01 WS-SCHEDULE-STATUS PIC X(2) VALUE '00'.
01 WS-TRANS-STATUS PIC X(2) VALUE '00'.
01 WS-REQUESTOR-STATUS PIC X(2) VALUE '00'.
01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
01 WS-APPREL-STATUS PIC X(2) VALUE '00'.
01 WS-PENDING-STATUS PIC X(2) VALUE '00'.
01 WS-RUNCAL-STATUS PIC X(2) VALUE '00'.
01 WS-RUNCAL-EOF PIC X VALUE 'N'.
01 WS-RESUB-STATUS PIC X(2) VALUE '00'.
01 WS-RESUB-EOF PIC X VALUE 'N'.
01 WS-BATCH-OVERRIDE PIC X VALUE 'N'.
01 WS-OVERRIDE-DENIED PIC X VALUE 'N'.
01 WS-OPERMAST-STATUS PIC X(2) VALUE '00'.
01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
01 WS-OPERMAST-EOF PIC X VALUE 'N'.
01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
01 WS-OPER-FOUND PIC X VALUE 'N'.
01 WS-OPER-ACTIVE PIC X VALUE 'N'.
01 WS-OPER-FN-OVERRIDE PIC X VALUE 'N'.
01 WS-OLD-BATCH-RUN PIC X VALUE 'N'.
01 WS-ALREADY-QUEUED PIC X VALUE 'N'.
01 WS-REL-REQUEUE-COUNT PIC 9(4) VALUE 0.
01 WS-REL-DROP-COUNT PIC 9(4) VALUE 0.
01 WS-REL-KEEP-TABLE.
   05 WS-REL-KEEP-ENTRY OCCURS 500 TIMES INDEXED BY RX.
      10 WS-RK-IMAGE        PIC X(80).
01 WS-REL-KEEP-COUNT PIC 9(4) VALUE 0.
01 WS-REL-KEEP-MAX PIC 9(4) VALUE 500.
01 WS-REL-KEEP-OVERFLOW PIC X VALUE 'N'.
01 WS-REL-KEEP PIC X VALUE 'Y'.
01 WS-APPREL-EOF PIC X VALUE 'N'.
01 WS-PENDING-OPEN PIC X VALUE 'N'.
01 WS-RELEASE-COUNT PIC 9(4) VALUE 0.
01 WS-REL-GEN-COUNT PIC 9(4) VALUE 0.
01 WS-REL-SKIP-COUNT PIC 9(4) VALUE 0.
01 WS-STORDER-EOF PIC X VALUE 'N'.
01 WS-SCHEDULE-EOF PIC X VALUE 'N'.
01 WS-TRANS-EOF PIC X VALUE 'N'.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUS-DATE PIC 9(8) VALUE 0.
01 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
   05 WS-BD-YYYY            PIC 9(4).
   05 WS-BD-MM              PIC 9(2).
   05 WS-BD-DD              PIC 9(2).
01 WS-NEXT-DATE PIC 9(8) VALUE 0.
01 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
   05 WS-ND-YYYY            PIC 9(4).
   05 WS-ND-MM              PIC 9(2).
   05 WS-ND-DD              PIC 9(2).
01 WS-DAY-OF-WEEK PIC 9(1) VALUE 0.
01 WS-LAST-OF-MONTH PIC X VALUE 'N'.
01 WS-HOLIDAY PIC X VALUE 'N'.
01 WS-ORDER-VALID PIC X VALUE 'Y'.
01 WS-ORDER-DUE PIC X VALUE 'N'.
01 WS-ALREADY-KEYED PIC X VALUE 'N'.
01 WS-ORDER-COUNT PIC 9(4) VALUE 0.
01 WS-GEN-COUNT PIC 9(4) VALUE 0.
01 WS-SKIP-COUNT PIC 9(4) VALUE 0.
01 WS-NOT-DUE-COUNT PIC 9(4) VALUE 0.
01 WS-WARN-COUNT PIC 9(4) VALUE 0.
01 WS-KEYED-TABLE.
   05 WS-KEYED-ENTRY OCCURS 500 TIMES INDEXED BY KX.
      10 WS-KY-N            PIC 9(2).
      10 WS-KY-SHAPE        PIC 9(1).
      10 WS-KY-REQ          PIC X(4).
      10 WS-KY-HOLD-KEY     PIC X(14).
      10 WS-KY-IMAGE        PIC X(80).
01 WS-KEYED-COUNT PIC 9(4) VALUE 0.
01 WS-KEYED-MAX PIC 9(4) VALUE 500.
01 WS-KEYED-OVERFLOW PIC X VALUE 'N'.
01 WS-KEYED-ADDED PIC X VALUE 'N'.
01 WS-OLD-HDR-COUNT PIC 9(3) VALUE 0.
01 WS-OLD-TRL-COUNT PIC 9(3) VALUE 0.
01 WS-OLD-SEQ-ERROR PIC X VALUE 'N'.
01 WS-OLD-BATCH-DATE PIC 9(8) VALUE 0.
01 WS-OLD-REC-COUNT PIC 9(5) VALUE 0.
01 WS-OLD-N-HASH PIC 9(7) VALUE 0.
01 WS-OLD-ACTUAL-COUNT PIC 9(5) VALUE 0.
01 WS-OLD-ACTUAL-HASH PIC 9(7) VALUE 0.
01 WS-BATCH-ID PIC X(8) VALUE SPACES.
01 WS-BATCH-DEPT PIC X(10) VALUE SPACES.
01 WS-BATCH-N-HASH PIC 9(7) VALUE 0.
01 WS-BATCH-ACTION PIC X(40) VALUE SPACES.
01 WS-BATCH-REFUSED PIC X VALUE 'N'.
01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-LOCK-TIME PIC 9(8) VALUE 0.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(34)
      VALUE "STANDING ORDER GENERATION REGISTER".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
01 WS-BUS-LINE.
   05 FILLER               PIC X(14) VALUE "BUSINESS DATE:".
   05 WS-BL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-BL-NOTE            PIC X(30) VALUE SPACES.
01 WS-ORDER-LINE.
   05 FILLER               PIC X(4) VALUE "ORD ".
   05 WS-OL-ID              PIC X(6).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "REQ=".
   05 WS-OL-REQ             PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(2) VALUE "N=".
   05 WS-OL-N               PIC X(2).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "SHAPE=".
   05 WS-OL-SHAPE           PIC X(1).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "FREQ=".
   05 WS-OL-FREQ            PIC X(1).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-OL-RESULT          PIC X(9).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-OL-REASON          PIC X(45).
01 WS-RELEASE-LINE.
   05 FILLER               PIC X(4) VALUE "REL ".
   05 WS-RL-KEY             PIC X(16).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "REQ=".
   05 WS-RL-REQ             PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(2) VALUE "N=".
   05 WS-RL-N               PIC X(2).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "SHAPE=".
   05 WS-RL-SHAPE           PIC X(1).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-RL-RESULT          PIC X(9).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-RL-REASON          PIC X(45).
01 WS-BATCH-LINE.
   05 FILLER               PIC X(6) VALUE "BATCH ".
   05 WS-BT-ID              PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "DEPT=".
   05 WS-BT-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "RECORDS=".
   05 WS-BT-COUNT           PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "N HASH=".
   05 WS-BT-HASH            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-BT-ACTION          PIC X(40).
01 WS-REL-TOTAL-LINE.
   05 FILLER               PIC X(14) VALUE "RELEASES READ=".
   05 WS-TO-RELEASES        PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(10) VALUE "GENERATED=".
   05 WS-TO-REL-GENERATED   PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "SKIPPED=".
   05 WS-TO-REL-SKIPPED     PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "REQUEUED=".
   05 WS-TO-REL-REQUEUED    PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "PURGED=".
   05 WS-TO-REL-PURGED      PIC ZZZ9.
01 WS-TOTAL-LINE.
   05 FILLER               PIC X(12) VALUE "ORDERS READ=".
   05 WS-TO-ORDERS          PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(10) VALUE "GENERATED=".
   05 WS-TO-GENERATED       PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "SKIPPED=".
   05 WS-TO-SKIPPED         PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "NOT DUE=".
   05 WS-TO-NOT-DUE         PIC ZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM READ-CONTROL-PARA.
    IF WS-BUS-DATE = 0
        MOVE WS-TODAY TO WS-BUS-DATE
    END-IF.
    PERFORM CHECK-LOCK-PARA.
    IF WS-LOCK-BLOCKED = 'Y'
        DISPLAY "STORDGEN: A RUN IS IN FLIGHT - GENERATION REFUSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ACQUIRE-LOCK-PARA.
    OPEN OUTPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = '00'
        DISPLAY "STORDGEN: REGISTER-FILE OPEN FAILED - STATUS="
            WS-REGISTER-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-HOLIDAY-PARA.
    PERFORM WRITE-HEADERS-PARA.
    OPEN INPUT STORDER-FILE.
    IF WS-STORDER-STATUS NOT = '00'
        DISPLAY "STORDGEN: STORDER-FILE OPEN FAILED - STATUS="
            WS-STORDER-STATUS
        CLOSE REGISTER-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT REQUESTOR-FILE.
    IF WS-REQUESTOR-STATUS NOT = '00'
        DISPLAY "STORDGEN: REQUESTOR-FILE OPEN FAILED - STATUS="
            WS-REQUESTOR-STATUS
        CLOSE STORDER-FILE
        CLOSE REGISTER-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-KEYED-PARA.
    PERFORM CHECK-BATCH-PARA.
    IF WS-BATCH-REFUSED = 'Y'
        DISPLAY "STORDGEN: " WS-BATCH-ACTION
        MOVE SPACES TO REGISTER-LINE
        STRING "** GENERATION REFUSED - " WS-BATCH-ACTION
            DELIMITED BY SIZE INTO REGISTER-LINE
        WRITE REGISTER-LINE
        CLOSE STORDER-FILE
        CLOSE REQUESTOR-FILE
        CLOSE REGISTER-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-STORDER-PARA.
    PERFORM UNTIL WS-STORDER-EOF = 'Y'
        ADD 1 TO WS-ORDER-COUNT
        PERFORM APPLY-ORDER-PARA
        PERFORM READ-STORDER-PARA
    END-PERFORM.
    CLOSE STORDER-FILE.
    PERFORM MERGE-RELEASES-PARA.
    CLOSE REQUESTOR-FILE.
    PERFORM WRITE-BATCH-PARA.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE REGISTER-FILE.
    DISPLAY "STORDGEN: BUSINESS DATE=" WS-BUS-DATE
        " ORDERS=" WS-ORDER-COUNT " GENERATED=" WS-GEN-COUNT
        " SKIPPED=" WS-SKIP-COUNT " NOT DUE=" WS-NOT-DUE-COUNT.
    DISPLAY "STORDGEN: APPROVED RELEASES GENERATED=" WS-REL-GEN-COUNT
        " SKIPPED=" WS-REL-SKIP-COUNT " REQUEUED=" WS-REL-REQUEUE-COUNT
        " PURGED=" WS-REL-DROP-COUNT.
    DISPLAY "STORDGEN: BATCH " WS-BATCH-ID " RECORDS=" WS-KEYED-COUNT
        " N HASH=" WS-BATCH-N-HASH " - " WS-BATCH-ACTION.
    PERFORM RELEASE-LOCK-PARA.
    IF WS-BATCH-REFUSED = 'Y'
        MOVE 16 TO RETURN-CODE
    ELSE
        IF WS-WARN-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
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
                IF CTL-BATCH-OVERRIDE = 'Y'
                    MOVE 'Y' TO WS-BATCH-OVERRIDE
                END-IF
                MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
        END-READ
        CLOSE CONTROL-FILE
    ELSE
        DISPLAY "STORDGEN: CONTROL-FILE OPEN FAILED - STATUS="
            WS-CONTROL-STATUS
    END-IF.
CHECK-HOLIDAY-PARA.
    MOVE 'N' TO WS-HOLIDAY.
    OPEN INPUT SCHEDULE-FILE.
    IF WS-SCHEDULE-STATUS NOT = '00'
        IF WS-SCHEDULE-STATUS NOT = '35'
            DISPLAY "STORDGEN: SCHEDULE-FILE OPEN FAILED - STATUS="
                WS-SCHEDULE-STATUS
        END-IF
        MOVE 'Y' TO WS-SCHEDULE-EOF
    END-IF.
    PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
        READ SCHEDULE-FILE
            AT END
                MOVE 'Y' TO WS-SCHEDULE-EOF
            NOT AT END
                IF SCH-DATE NUMERIC AND SCH-DATE = WS-BUS-DATE
                    AND SCH-TYPE = 'H'
                    MOVE 'Y' TO WS-HOLIDAY
                END-IF
        END-READ
    END-PERFORM.
    IF WS-SCHEDULE-STATUS = '00' OR WS-SCHEDULE-STATUS = '10'
        CLOSE SCHEDULE-FILE
    END-IF.
    COMPUTE WS-DAY-OF-WEEK =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 1, 7) + 1.
    COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1).
    IF WS-ND-MM NOT = WS-BD-MM
        MOVE 'Y' TO WS-LAST-OF-MONTH
    ELSE
        MOVE 'N' TO WS-LAST-OF-MONTH
    END-IF.
LOAD-KEYED-PARA.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS NOT = '00'
        IF WS-TRANS-STATUS NOT = '35'
            DISPLAY "STORDGEN: TRANS-FILE OPEN FAILED - STATUS="
                WS-TRANS-STATUS
        END-IF
        MOVE 'Y' TO WS-TRANS-EOF
    END-IF.
    PERFORM UNTIL WS-TRANS-EOF = 'Y'
        READ TRANS-FILE
            AT END
                MOVE 'Y' TO WS-TRANS-EOF
            NOT AT END
                PERFORM TALLY-KEYED-PARA
        END-READ
    END-PERFORM.
    IF WS-TRANS-STATUS = '00' OR WS-TRANS-STATUS = '10'
        CLOSE TRANS-FILE
    END-IF.
TALLY-KEYED-PARA.
    EVALUATE TBH-REC-TAG
        WHEN "HDR"
            ADD 1 TO WS-OLD-HDR-COUNT
            IF WS-OLD-ACTUAL-COUNT > 0 OR WS-OLD-TRL-COUNT > 0
                MOVE 'Y' TO WS-OLD-SEQ-ERROR
            END-IF
            MOVE TBH-BATCH-ID TO WS-BATCH-ID
            MOVE TBH-DEPT TO WS-BATCH-DEPT
            IF TBH-BUS-DATE NUMERIC
                MOVE TBH-BUS-DATE TO WS-OLD-BATCH-DATE
            END-IF
        WHEN "TRL"
            ADD 1 TO WS-OLD-TRL-COUNT
            IF TBT-REC-COUNT NUMERIC AND TBT-N-HASH NUMERIC
                MOVE TBT-REC-COUNT TO WS-OLD-REC-COUNT
                MOVE TBT-N-HASH TO WS-OLD-N-HASH
            ELSE
                MOVE 'Y' TO WS-OLD-SEQ-ERROR
            END-IF
        WHEN OTHER
            IF WS-OLD-TRL-COUNT > 0
                MOVE 'Y' TO WS-OLD-SEQ-ERROR
            END-IF
            ADD 1 TO WS-OLD-ACTUAL-COUNT
            IF TRANS-N NUMERIC
                ADD TRANS-N TO WS-OLD-ACTUAL-HASH
            END-IF
            PERFORM ADD-KEYED-PARA
    END-EVALUATE.
CHECK-BATCH-PARA.
    MOVE 'N' TO WS-BATCH-REFUSED.
    IF WS-OLD-HDR-COUNT > 0 AND WS-OLD-BATCH-DATE < WS-BUS-DATE
        PERFORM CHECK-BATCH-RUN-PARA
        IF WS-OLD-BATCH-RUN = 'N' AND WS-BATCH-OVERRIDE = 'Y'
            PERFORM CHECK-OVERRIDE-PARA
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN WS-OLD-HDR-COUNT = 0 AND WS-OLD-ACTUAL-COUNT = 0
            PERFORM NEW-BATCH-PARA
            MOVE "NEW BATCH" TO WS-BATCH-ACTION
        WHEN WS-OLD-HDR-COUNT = 0
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE "TRANS.DAT HAS RECORDS BUT NO HEADER"
                TO WS-BATCH-ACTION
        WHEN WS-OLD-BATCH-DATE > WS-BUS-DATE
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE SPACES TO WS-BATCH-ACTION
            STRING "BATCH " WS-BATCH-ID " DATED " WS-OLD-BATCH-DATE
                " IS AHEAD"
                DELIMITED BY SIZE INTO WS-BATCH-ACTION
        WHEN WS-OVERRIDE-DENIED = 'Y'
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE SPACES TO WS-BATCH-ACTION
            STRING "OVERRIDE BY " WS-OPERATOR-ID
                " NOT AUTHORIZED"
                DELIMITED BY SIZE INTO WS-BATCH-ACTION
        WHEN WS-OLD-BATCH-DATE < WS-BUS-DATE AND WS-OLD-BATCH-RUN = 'N'
            AND WS-BATCH-OVERRIDE = 'N'
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE SPACES TO WS-BATCH-ACTION
            STRING "BATCH " WS-BATCH-ID " FOR " WS-OLD-BATCH-DATE
                " NOT YET RUN"
                DELIMITED BY SIZE INTO WS-BATCH-ACTION
        WHEN WS-OLD-BATCH-DATE NOT = WS-BUS-DATE
            IF WS-OLD-BATCH-RUN = 'N'
                PERFORM JOURNAL-OVERRIDE-PARA
            END-IF
            IF WS-BATCH-REFUSED = 'N'
                MOVE SPACES TO WS-BATCH-ACTION
                STRING "BATCH " WS-BATCH-ID " FOR "
                    WS-OLD-BATCH-DATE " REPLACED"
                    DELIMITED BY SIZE INTO WS-BATCH-ACTION
                ADD 1 TO WS-WARN-COUNT
                MOVE 0 TO WS-KEYED-COUNT
                PERFORM NEW-BATCH-PARA
            END-IF
        WHEN WS-OLD-HDR-COUNT > 1 OR WS-OLD-TRL-COUNT NOT = 1
            OR WS-OLD-SEQ-ERROR = 'Y'
            OR WS-OLD-REC-COUNT NOT = WS-OLD-ACTUAL-COUNT
            OR WS-OLD-N-HASH NOT = WS-OLD-ACTUAL-HASH
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE "EXISTING TRANS.DAT BATCH OUT OF BALANCE"
                TO WS-BATCH-ACTION
        WHEN WS-KEYED-OVERFLOW = 'Y'
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE "TRANS.DAT BATCH TOO LARGE TO EXTEND"
                TO WS-BATCH-ACTION
        WHEN OTHER
            MOVE "EXISTING BATCH EXTENDED" TO WS-BATCH-ACTION
    END-EVALUATE.
CHECK-BATCH-RUN-PARA.
    MOVE 'N' TO WS-OLD-BATCH-RUN.
    OPEN INPUT RUNCAL-FILE.
    IF WS-RUNCAL-STATUS = '00'
        MOVE 'N' TO WS-RUNCAL-EOF
        PERFORM UNTIL WS-RUNCAL-EOF = 'Y'
            READ RUNCAL-FILE
                AT END
                    MOVE 'Y' TO WS-RUNCAL-EOF
                NOT AT END
                    IF CAL-DATE NUMERIC AND CAL-DATE = WS-OLD-BATCH-DATE
                        AND CAL-STATUS = "COMPLETE"
                        MOVE 'Y' TO WS-OLD-BATCH-RUN
                        MOVE 'Y' TO WS-RUNCAL-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUNCAL-FILE
    ELSE
        IF WS-RUNCAL-STATUS NOT = '35'
            DISPLAY "STORDGEN: RUNCAL-FILE OPEN FAILED - STATUS="
                WS-RUNCAL-STATUS
        END-IF
    END-IF.
CHECK-OVERRIDE-PARA.
    MOVE 'N' TO WS-OVERRIDE-DENIED.
    IF WS-OPERATOR-ID = SPACES
        DISPLAY "STORDGEN: CONTROL.DAT SETS THE BATCH OVERRIDE BUT NAMES"
            " NO OPERATOR - GENERATION REFUSED"
        MOVE 'Y' TO WS-OVERRIDE-DENIED
    ELSE
        PERFORM FIND-OPERATOR-PARA
        EVALUATE TRUE
            WHEN WS-OPERMAST-STATUS NOT = '00'
                MOVE 'Y' TO WS-OVERRIDE-DENIED
            WHEN WS-OPER-FOUND = 'N'
                DISPLAY "STORDGEN: OPERATOR " WS-OPERATOR-ID
                    " NOT ON OPERATOR MASTER - GENERATION REFUSED"
                MOVE 'Y' TO WS-OVERRIDE-DENIED
            WHEN WS-OPER-ACTIVE NOT = 'Y'
                DISPLAY "STORDGEN: OPERATOR " WS-OPERATOR-ID
                    " IS NOT ACTIVE - GENERATION REFUSED"
                MOVE 'Y' TO WS-OVERRIDE-DENIED
            WHEN WS-OPER-FN-OVERRIDE NOT = 'Y'
                DISPLAY "STORDGEN: OPERATOR " WS-OPERATOR-ID
                    " NOT AUTHORIZED FOR OVERRIDE - GENERATION REFUSED"
                MOVE 'Y' TO WS-OVERRIDE-DENIED
        END-EVALUATE
    END-IF.
FIND-OPERATOR-PARA.
    MOVE 'N' TO WS-OPER-FOUND.
    OPEN INPUT OPERMAST-FILE.
    IF WS-OPERMAST-STATUS NOT = '00'
        DISPLAY "STORDGEN: OPERMAST-FILE OPEN FAILED - STATUS="
            WS-OPERMAST-STATUS " - OPERATOR CANNOT BE AUTHORIZED"
    ELSE
        MOVE 'N' TO WS-OPERMAST-EOF
        PERFORM UNTIL WS-OPERMAST-EOF = 'Y'
            READ OPERMAST-FILE
                AT END
                    MOVE 'Y' TO WS-OPERMAST-EOF
                NOT AT END
                    IF OPM-ID = WS-OPERATOR-ID
                        MOVE 'Y' TO WS-OPER-FOUND
                        MOVE OPM-ACTIVE TO WS-OPER-ACTIVE
                        MOVE OPM-FN-OVERRIDE TO WS-OPER-FN-OVERRIDE
                        MOVE 'Y' TO WS-OPERMAST-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERMAST-FILE
        MOVE '00' TO WS-OPERMAST-STATUS
    END-IF.
JOURNAL-OVERRIDE-PARA.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY "STORDGEN: JOURNAL-FILE OPEN FAILED - STATUS="
            WS-JOURNAL-STATUS " - GENERATION REFUSED"
        MOVE 'Y' TO WS-BATCH-REFUSED
        MOVE "BATCH OVERRIDE COULD NOT BE JOURNALLED" TO WS-BATCH-ACTION
    ELSE
        MOVE SPACES TO JOURNAL-RECORD
        ACCEPT JRN-DATE FROM DATE YYYYMMDD
        ACCEPT JRN-TIME FROM TIME
        MOVE "STORDGEN" TO JRN-PROGRAM
        MOVE WS-OPERATOR-ID TO JRN-OPERATOR
        MOVE "HONOURED" TO JRN-ACTION
        MOVE WS-BUS-DATE TO JRN-KEY
        MOVE "CTL-BAT-OVR" TO JRN-FIELD
        MOVE CTL-BATCH-OVERRIDE TO JRN-AFTER
        WRITE JOURNAL-RECORD
        IF WS-JOURNAL-STATUS NOT = '00'
            DISPLAY "STORDGEN: JOURNAL-FILE WRITE FAILED - STATUS="
                WS-JOURNAL-STATUS " - GENERATION REFUSED"
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE "BATCH OVERRIDE COULD NOT BE JOURNALLED"
                TO WS-BATCH-ACTION
        ELSE
            DISPLAY "STORDGEN: BATCH OVERRIDE BY " WS-OPERATOR-ID
                " - BATCH FOR " WS-OLD-BATCH-DATE
                " REPLACED WITHOUT A COMPLETED RUN"
        END-IF
        CLOSE JOURNAL-FILE
    END-IF.
NEW-BATCH-PARA.
    MOVE SPACES TO WS-BATCH-ID.
    STRING "SO" WS-BUS-DATE(3:6) DELIMITED BY SIZE INTO WS-BATCH-ID.
    MOVE "OPERATIONS" TO WS-BATCH-DEPT.
ADD-KEYED-PARA.
    MOVE 'N' TO WS-KEYED-ADDED.
    IF WS-KEYED-COUNT < WS-KEYED-MAX
        ADD 1 TO WS-KEYED-COUNT
        SET KX TO WS-KEYED-COUNT
        MOVE TRANS-RECORD TO WS-KY-IMAGE(KX)
        IF TRANS-N NUMERIC AND TRANS-SHAPE NUMERIC
            MOVE TRANS-N TO WS-KY-N(KX)
            MOVE TRANS-SHAPE TO WS-KY-SHAPE(KX)
        ELSE
            MOVE 0 TO WS-KY-N(KX)
            MOVE 0 TO WS-KY-SHAPE(KX)
        END-IF
        MOVE TRANS-REQUESTOR TO WS-KY-REQ(KX)
        MOVE TRANS-HOLD-KEY TO WS-KY-HOLD-KEY(KX)
        MOVE 'Y' TO WS-KEYED-ADDED
    ELSE
        IF WS-KEYED-OVERFLOW = 'N'
            MOVE 'Y' TO WS-KEYED-OVERFLOW
            DISPLAY "STORDGEN: MORE THAN " WS-KEYED-MAX
                " REQUESTS FOR ONE BATCH - EXCESS NOT WRITTEN"
        END-IF
    END-IF.
WRITE-BATCH-PARA.
    OPEN OUTPUT TRANS-FILE.
    IF WS-TRANS-STATUS NOT = '00'
        DISPLAY "STORDGEN: TRANS-FILE OPEN FAILED - STATUS="
            WS-TRANS-STATUS
        MOVE 'Y' TO WS-BATCH-REFUSED
        MOVE "TRANS.DAT COULD NOT BE REWRITTEN" TO WS-BATCH-ACTION
    ELSE
        MOVE 0 TO WS-BATCH-N-HASH
        MOVE SPACES TO TRANS-HEADER-RECORD
        MOVE "HDR" TO TBH-REC-TAG
        MOVE WS-BATCH-ID TO TBH-BATCH-ID
        MOVE WS-BATCH-DEPT TO TBH-DEPT
        MOVE WS-BUS-DATE TO TBH-BUS-DATE
        WRITE TRANS-HEADER-RECORD
        PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-KEYED-COUNT
            MOVE WS-KY-IMAGE(KX) TO TRANS-RECORD
            WRITE TRANS-RECORD
            IF TRANS-N NUMERIC
                ADD TRANS-N TO WS-BATCH-N-HASH
            END-IF
        END-PERFORM
        MOVE SPACES TO TRANS-TRAILER-RECORD
        MOVE "TRL" TO TBT-REC-TAG
        MOVE WS-KEYED-COUNT TO TBT-REC-COUNT
        MOVE WS-BATCH-N-HASH TO TBT-N-HASH
        WRITE TRANS-TRAILER-RECORD
        IF WS-TRANS-STATUS NOT = '00'
            DISPLAY "STORDGEN: TRANS-FILE WRITE FAILED - STATUS="
                WS-TRANS-STATUS
            MOVE 'Y' TO WS-BATCH-REFUSED
            MOVE "TRANS.DAT WRITE FAILED - INCOMPLETE"
                TO WS-BATCH-ACTION
        END-IF
        CLOSE TRANS-FILE
    END-IF.
READ-STORDER-PARA.
    READ STORDER-FILE
        AT END
            MOVE 'Y' TO WS-STORDER-EOF
    END-READ.
APPLY-ORDER-PARA.
    MOVE SO-ID TO WS-OL-ID.
    MOVE SO-REQUESTOR TO WS-OL-REQ.
    MOVE SO-N TO WS-OL-N.
    MOVE SO-SHAPE TO WS-OL-SHAPE.
    MOVE SO-FREQUENCY TO WS-OL-FREQ.
    PERFORM VALIDATE-ORDER-PARA.
    IF WS-ORDER-VALID = 'N'
        ADD 1 TO WS-WARN-COUNT
        PERFORM SKIP-ORDER-PARA
    ELSE
        PERFORM CHECK-DUE-PARA
        IF WS-ORDER-DUE = 'N'
            ADD 1 TO WS-NOT-DUE-COUNT
        ELSE
            PERFORM SELECT-ORDER-PARA
        END-IF
    END-IF.
VALIDATE-ORDER-PARA.
    MOVE 'Y' TO WS-ORDER-VALID.
    EVALUATE TRUE
        WHEN SO-N NOT NUMERIC OR SO-SHAPE NOT NUMERIC
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - NON-NUMERIC N OR SHAPE" TO WS-OL-REASON
        WHEN SO-N < 1
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - N MUST BE 1 THRU 99" TO WS-OL-REASON
        WHEN SO-SHAPE < 1 OR SO-SHAPE > 4
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - SHAPE MUST BE 1 THRU 4" TO WS-OL-REASON
        WHEN SO-START-DATE NOT NUMERIC OR SO-END-DATE NOT NUMERIC
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - NON-NUMERIC START OR END DATE"
                TO WS-OL-REASON
        WHEN SO-RUN-DAY NOT NUMERIC
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - NON-NUMERIC RUN DAY" TO WS-OL-REASON
        WHEN SO-FREQUENCY = 'W'
            AND (SO-RUN-DAY < 1 OR SO-RUN-DAY > 7)
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - WEEKLY RUN DAY MUST BE 1 THRU 7"
                TO WS-OL-REASON
        WHEN SO-FREQUENCY = 'M'
            AND (SO-RUN-DAY < 1 OR SO-RUN-DAY > 31)
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - MONTHLY RUN DAY MUST BE 1 THRU 31"
                TO WS-OL-REASON
        WHEN SO-FREQUENCY NOT = 'D' AND SO-FREQUENCY NOT = 'W'
            AND SO-FREQUENCY NOT = 'M'
            MOVE 'N' TO WS-ORDER-VALID
            MOVE "BAD ORDER - FREQUENCY MUST BE D, W OR M"
                TO WS-OL-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
CHECK-DUE-PARA.
    MOVE 'N' TO WS-ORDER-DUE.
    IF SO-ACTIVE = 'Y' AND SO-START-DATE <= WS-BUS-DATE
        AND (SO-END-DATE = 0 OR SO-END-DATE >= WS-BUS-DATE)
        EVALUATE SO-FREQUENCY
            WHEN 'D'
                MOVE 'Y' TO WS-ORDER-DUE
            WHEN 'W'
                IF SO-RUN-DAY = WS-DAY-OF-WEEK
                    MOVE 'Y' TO WS-ORDER-DUE
                END-IF
            WHEN 'M'
                IF SO-RUN-DAY = WS-BD-DD
                    OR (SO-RUN-DAY > WS-BD-DD AND WS-LAST-OF-MONTH = 'Y')
                    MOVE 'Y' TO WS-ORDER-DUE
                END-IF
        END-EVALUATE
    END-IF.
SELECT-ORDER-PARA.
    IF WS-HOLIDAY = 'Y'
        MOVE "BUSINESS DATE IS A HOLIDAY ON SCHEDULE.DAT"
            TO WS-OL-REASON
        PERFORM SKIP-ORDER-PARA
    ELSE
        MOVE SO-REQUESTOR TO REQ-ID
        READ REQUESTOR-FILE
            INVALID KEY
                ADD 1 TO WS-WARN-COUNT
                MOVE "REQUESTOR NOT ON REQUESTOR MASTER" TO WS-OL-REASON
                PERFORM SKIP-ORDER-PARA
            NOT INVALID KEY
                IF REQ-ACTIVE NOT = 'Y'
                    MOVE "REQUESTOR IS INACTIVE ON REQUESTOR MASTER"
                        TO WS-OL-REASON
                    PERFORM SKIP-ORDER-PARA
                ELSE
                    PERFORM CHECK-KEYED-PARA
                    IF WS-ALREADY-KEYED = 'Y'
                        MOVE "ALREADY ON TRANS.DAT - NOT GENERATED AGAIN"
                            TO WS-OL-REASON
                        PERFORM SKIP-ORDER-PARA
                    ELSE
                        PERFORM GENERATE-ORDER-PARA
                    END-IF
                END-IF
        END-READ
    END-IF.
CHECK-KEYED-PARA.
    MOVE 'N' TO WS-ALREADY-KEYED.
    PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-KEYED-COUNT
        OR WS-ALREADY-KEYED = 'Y'
        IF WS-KY-N(KX) = SO-N AND WS-KY-SHAPE(KX) = SO-SHAPE
            AND WS-KY-REQ(KX) = SO-REQUESTOR
            MOVE 'Y' TO WS-ALREADY-KEYED
        END-IF
    END-PERFORM.
GENERATE-ORDER-PARA.
    MOVE SPACES TO TRANS-RECORD.
    MOVE SO-N TO TRANS-N.
    MOVE SO-SHAPE TO TRANS-SHAPE.
    MOVE SO-REQUESTOR TO TRANS-REQUESTOR.
    PERFORM ADD-KEYED-PARA.
    IF WS-KEYED-ADDED = 'N'
        ADD 1 TO WS-WARN-COUNT
        MOVE "BATCH FULL - NOT ADDED TO TRANS.DAT" TO WS-OL-REASON
        PERFORM SKIP-ORDER-PARA
    ELSE
        ADD 1 TO WS-GEN-COUNT
        MOVE "GENERATED" TO WS-OL-RESULT
        MOVE SPACES TO WS-OL-REASON
        PERFORM WRITE-ORDER-PARA
    END-IF.
SKIP-ORDER-PARA.
    ADD 1 TO WS-SKIP-COUNT.
    MOVE "SKIPPED" TO WS-OL-RESULT.
    PERFORM WRITE-ORDER-PARA.
WRITE-ORDER-PARA.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-ORDER-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
MERGE-RELEASES-PARA.
    OPEN INPUT APPREL-FILE.
    IF WS-APPREL-STATUS NOT = '00'
        IF WS-APPREL-STATUS NOT = '35'
            DISPLAY "STORDGEN: APPREL-FILE OPEN FAILED - STATUS="
                WS-APPREL-STATUS
            ADD 1 TO WS-WARN-COUNT
        END-IF
        MOVE 'Y' TO WS-APPREL-EOF
    ELSE
        OPEN INPUT PENDING-FILE
        IF WS-PENDING-STATUS = '00'
            MOVE 'Y' TO WS-PENDING-OPEN
        ELSE
            DISPLAY "STORDGEN: PENDING-FILE OPEN FAILED - STATUS="
                WS-PENDING-STATUS " - RELEASES NOT MERGED"
            ADD 1 TO WS-WARN-COUNT
            MOVE 'Y' TO WS-APPREL-EOF
        END-IF
    END-IF.
    IF WS-APPREL-EOF = 'N'
        MOVE SPACES TO REGISTER-LINE
        WRITE REGISTER-LINE
    END-IF.
    PERFORM UNTIL WS-APPREL-EOF = 'Y'
        READ APPREL-FILE
            AT END
                MOVE 'Y' TO WS-APPREL-EOF
            NOT AT END
                MOVE 'Y' TO WS-REL-KEEP
                IF REL-TARGET-DATE NUMERIC
                    AND REL-TARGET-DATE <= WS-BUS-DATE
                    PERFORM APPLY-RELEASE-PARA
                END-IF
                IF WS-REL-KEEP = 'Y'
                    PERFORM KEEP-RELEASE-PARA
                END-IF
        END-READ
    END-PERFORM.
    IF WS-APPREL-STATUS = '00' OR WS-APPREL-STATUS = '10'
        CLOSE APPREL-FILE
    END-IF.
    IF WS-PENDING-OPEN = 'Y'
        CLOSE PENDING-FILE
        MOVE 'N' TO WS-PENDING-OPEN
    END-IF.
    IF WS-REL-DROP-COUNT > 0
        PERFORM PURGE-RELEASES-PARA
    END-IF.
KEEP-RELEASE-PARA.
    IF WS-REL-KEEP-COUNT < WS-REL-KEEP-MAX
        ADD 1 TO WS-REL-KEEP-COUNT
        SET RX TO WS-REL-KEEP-COUNT
        MOVE APPREL-RECORD TO WS-RK-IMAGE(RX)
    ELSE
        IF WS-REL-KEEP-OVERFLOW = 'N'
            MOVE 'Y' TO WS-REL-KEEP-OVERFLOW
            DISPLAY "STORDGEN: MORE THAN " WS-REL-KEEP-MAX
                " OPEN RELEASES - APPREL.DAT NOT PURGED"
        END-IF
    END-IF.
PURGE-RELEASES-PARA.
    IF WS-REL-KEEP-OVERFLOW = 'N'
        OPEN OUTPUT APPREL-FILE
        IF WS-APPREL-STATUS NOT = '00'
            DISPLAY "STORDGEN: APPREL-FILE OPEN FAILED - STATUS="
                WS-APPREL-STATUS " - CLOSED RELEASES NOT PURGED"
            ADD 1 TO WS-WARN-COUNT
            MOVE 0 TO WS-REL-DROP-COUNT
        ELSE
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REL-KEEP-COUNT
                MOVE WS-RK-IMAGE(RX) TO APPREL-RECORD
                WRITE APPREL-RECORD
            END-PERFORM
            IF WS-APPREL-STATUS NOT = '00'
                DISPLAY "STORDGEN: APPREL-FILE WRITE FAILED - STATUS="
                    WS-APPREL-STATUS
                ADD 1 TO WS-WARN-COUNT
            END-IF
            CLOSE APPREL-FILE
        END-IF
    ELSE
        MOVE 0 TO WS-REL-DROP-COUNT
    END-IF.
APPLY-RELEASE-PARA.
    MOVE SPACES TO WS-RL-KEY.
    STRING REL-HOLD-KEY(1:8) "/" REL-HOLD-KEY(9:4) "/" REL-HOLD-KEY(13:2)
        DELIMITED BY SIZE INTO WS-RL-KEY.
    MOVE REL-REQUESTOR TO WS-RL-REQ.
    MOVE REL-N TO WS-RL-N.
    MOVE REL-SHAPE TO WS-RL-SHAPE.
    MOVE REL-HOLD-KEY TO PND-KEY.
    READ PENDING-FILE
        INVALID KEY
            ADD 1 TO WS-RELEASE-COUNT
            ADD 1 TO WS-WARN-COUNT
            MOVE "HELD ITEM NOT ON PENDING FILE" TO WS-RL-REASON
            PERFORM SKIP-RELEASE-PARA
        NOT INVALID KEY
            IF PND-STATUS = "BUILT" OR PND-STATUS = "DECLINED"
               OR PND-STATUS = "FAILED"
                MOVE 'N' TO WS-REL-KEEP
                ADD 1 TO WS-REL-DROP-COUNT
            ELSE
                ADD 1 TO WS-RELEASE-COUNT
                PERFORM SELECT-RELEASE-PARA
            END-IF
    END-READ.
SELECT-RELEASE-PARA.
    IF PND-STATUS NOT = "RELEASED"
        MOVE SPACES TO WS-RL-REASON
        STRING "PENDING STATUS IS " PND-STATUS
            DELIMITED BY SIZE INTO WS-RL-REASON
        PERFORM SKIP-RELEASE-PARA
    ELSE
        IF WS-HOLIDAY = 'Y'
            MOVE "BUSINESS DATE IS A HOLIDAY ON SCHEDULE.DAT"
                TO WS-RL-REASON
            PERFORM SKIP-RELEASE-PARA
        ELSE
            IF PND-ERM-KEY NOT = SPACES
                PERFORM REQUEUE-RESUB-PARA
            ELSE
                PERFORM CHECK-RELEASE-KEYED-PARA
                IF WS-ALREADY-KEYED = 'Y'
                    MOVE "ALREADY ON TRANS.DAT - NOT GENERATED AGAIN"
                        TO WS-RL-REASON
                    PERFORM SKIP-RELEASE-PARA
                ELSE
                    PERFORM GENERATE-RELEASE-PARA
                END-IF
            END-IF
        END-IF
    END-IF.
CHECK-RELEASE-KEYED-PARA.
    MOVE 'N' TO WS-ALREADY-KEYED.
    PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-KEYED-COUNT
        OR WS-ALREADY-KEYED = 'Y'
        IF WS-KY-HOLD-KEY(KX) = REL-HOLD-KEY
            MOVE 'Y' TO WS-ALREADY-KEYED
        END-IF
    END-PERFORM.
GENERATE-RELEASE-PARA.
    MOVE SPACES TO TRANS-RECORD.
    MOVE PND-N TO TRANS-N.
    MOVE PND-SHAPE TO TRANS-SHAPE.
    MOVE PND-REQUESTOR TO TRANS-REQUESTOR.
    MOVE PND-KEY TO TRANS-HOLD-KEY.
    PERFORM ADD-KEYED-PARA.
    IF WS-KEYED-ADDED = 'N'
        ADD 1 TO WS-WARN-COUNT
        MOVE "BATCH FULL - NOT ADDED TO TRANS.DAT" TO WS-RL-REASON
        PERFORM SKIP-RELEASE-PARA
    ELSE
        ADD 1 TO WS-REL-GEN-COUNT
        MOVE "GENERATED" TO WS-RL-RESULT
        MOVE SPACES TO WS-RL-REASON
        PERFORM WRITE-RELEASE-PARA
    END-IF.
REQUEUE-RESUB-PARA.
    PERFORM CHECK-RESUB-QUEUED-PARA.
    IF WS-ALREADY-QUEUED = 'Y'
        MOVE "ALREADY ON RESUB.DAT - NOT QUEUED AGAIN" TO WS-RL-REASON
        PERFORM SKIP-RELEASE-PARA
    ELSE
        OPEN EXTEND RESUB-FILE
        IF WS-RESUB-STATUS NOT = '00'
            OPEN OUTPUT RESUB-FILE
        END-IF
        IF WS-RESUB-STATUS NOT = '00'
            DISPLAY "STORDGEN: RESUB-FILE OPEN FAILED - STATUS="
                WS-RESUB-STATUS
            ADD 1 TO WS-WARN-COUNT
            MOVE "RESUB.DAT NOT AVAILABLE - NOT QUEUED" TO WS-RL-REASON
            PERFORM SKIP-RELEASE-PARA
        ELSE
            MOVE SPACES TO RESUB-RECORD
            MOVE PND-N TO RSB-N
            MOVE PND-SHAPE TO RSB-SHAPE
            MOVE PND-REQUESTOR TO RSB-REQUESTOR
            MOVE PND-ERM-KEY TO RSB-ERM-KEY
            MOVE WS-TODAY TO RSB-QUEUED-DATE
            MOVE PND-APPROVER TO RSB-RESOLVED-BY
            MOVE PND-KEY TO RSB-HOLD-KEY
            WRITE RESUB-RECORD
            IF WS-RESUB-STATUS = '00'
                ADD 1 TO WS-REL-REQUEUE-COUNT
                MOVE "REQUEUED" TO WS-RL-RESULT
                MOVE SPACES TO WS-RL-REASON
                STRING "RESUB.DAT FOR ERM " PND-ERM-KEY
                    DELIMITED BY SIZE INTO WS-RL-REASON
                PERFORM WRITE-RELEASE-PARA
            ELSE
                DISPLAY "STORDGEN: RESUB-FILE WRITE FAILED - STATUS="
                    WS-RESUB-STATUS
                ADD 1 TO WS-WARN-COUNT
                MOVE "RESUB.DAT WRITE FAILED - NOT QUEUED" TO WS-RL-REASON
                PERFORM SKIP-RELEASE-PARA
            END-IF
            CLOSE RESUB-FILE
        END-IF
    END-IF.
CHECK-RESUB-QUEUED-PARA.
    MOVE 'N' TO WS-ALREADY-QUEUED.
    OPEN INPUT RESUB-FILE.
    IF WS-RESUB-STATUS = '00'
        MOVE 'N' TO WS-RESUB-EOF
        PERFORM UNTIL WS-RESUB-EOF = 'Y'
            READ RESUB-FILE
                AT END
                    MOVE 'Y' TO WS-RESUB-EOF
                NOT AT END
                    IF RSB-HOLD-KEY = PND-KEY
                        MOVE 'Y' TO WS-ALREADY-QUEUED
                        MOVE 'Y' TO WS-RESUB-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESUB-FILE
    END-IF.
SKIP-RELEASE-PARA.
    ADD 1 TO WS-REL-SKIP-COUNT.
    MOVE "SKIPPED" TO WS-RL-RESULT.
    PERFORM WRITE-RELEASE-PARA.
WRITE-RELEASE-PARA.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-RELEASE-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
CHECK-LOCK-PARA.
    MOVE 'N' TO WS-LOCK-BLOCKED.
    OPEN INPUT LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LCK-STATUS = "ACTIVE"
                    DISPLAY "STORDGEN: RUN LOCK HELD BY " LCK-PROGRAM
                        " MODE=" LCK-RUN-MODE
                        " BUS DATE=" LCK-BUS-DATE
                        " SINCE " LCK-START-DATE " " LCK-START-TIME
                    MOVE 'Y' TO WS-LOCK-BLOCKED
                END-IF
        END-READ
        CLOSE LOCK-FILE
    ELSE
        IF WS-LOCK-STATUS NOT = '35'
            DISPLAY "STORDGEN: LOCK-FILE OPEN FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
ACQUIRE-LOCK-PARA.
    OPEN OUTPUT LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY "STORDGEN: LOCK-FILE OPEN FAILED - STATUS="
            WS-LOCK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-LOCK-TIME FROM TIME.
    MOVE SPACES TO LOCK-RECORD.
    MOVE "ACTIVE" TO LCK-STATUS.
    MOVE "STORDGEN" TO LCK-PROGRAM.
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
            MOVE "STORDGEN" TO LCK-PROGRAM
            MOVE SPACE TO LCK-RUN-MODE
            MOVE WS-BUS-DATE TO LCK-BUS-DATE
            MOVE WS-TODAY TO LCK-START-DATE
            MOVE WS-LOCK-TIME TO LCK-START-TIME
            WRITE LOCK-RECORD
            CLOSE LOCK-FILE
        ELSE
            DISPLAY "STORDGEN: LOCK-FILE RELEASE FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
WRITE-HEADERS-PARA.
    MOVE WS-TODAY TO WS-PL-DATE.
    MOVE WS-BUS-DATE TO WS-BL-DATE.
    IF WS-HOLIDAY = 'Y'
        MOVE "** HOLIDAY ON SCHEDULE.DAT **" TO WS-BL-NOTE
    END-IF.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TITLE-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-PARM-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-BUS-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
WRITE-TOTALS-PARA.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE WS-ORDER-COUNT TO WS-TO-ORDERS.
    MOVE WS-GEN-COUNT TO WS-TO-GENERATED.
    MOVE WS-SKIP-COUNT TO WS-TO-SKIPPED.
    MOVE WS-NOT-DUE-COUNT TO WS-TO-NOT-DUE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TOTAL-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE WS-RELEASE-COUNT TO WS-TO-RELEASES.
    MOVE WS-REL-GEN-COUNT TO WS-TO-REL-GENERATED.
    MOVE WS-REL-SKIP-COUNT TO WS-TO-REL-SKIPPED.
    MOVE WS-REL-REQUEUE-COUNT TO WS-TO-REL-REQUEUED.
    MOVE WS-REL-DROP-COUNT TO WS-TO-REL-PURGED.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-REL-TOTAL-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE WS-BATCH-ID TO WS-BT-ID.
    MOVE WS-BATCH-DEPT TO WS-BT-DEPT.
    MOVE WS-KEYED-COUNT TO WS-BT-COUNT.
    MOVE WS-BATCH-N-HASH TO WS-BT-HASH.
    MOVE WS-BATCH-ACTION TO WS-BT-ACTION.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-BATCH-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
