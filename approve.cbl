*> approval workbench - posts APPROVE.DAT decisions to PENDAPPR.DAT and lists what is still pending
IDENTIFICATION DIVISION.
PROGRAM-ID. APPROVE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT APPROVE-FILE ASSIGN TO "APPROVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPROVE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT APPREL-FILE ASSIGN TO "APPREL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-APPREL-STATUS.
    SELECT ERRMGMT-FILE ASSIGN TO "ERRMGMT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ERM-KEY
        FILE STATUS IS WS-ERRMGMT-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "APPROVE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
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
    05  FILLER               PIC X(61).
FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  SCH-DATE             PIC 9(8).
    05  FILLER               PIC X(1).
    05  SCH-TYPE             PIC X(1).
    05  FILLER               PIC X(1).
    05  SCH-EXP-VOLUME       PIC 9(5).
    05  FILLER               PIC X(63).
FD  APPROVE-FILE.
01  APPROVE-RECORD.
    05  APV-DATE             PIC X(8).
    05  FILLER               PIC X(1).
    05  APV-SEQ              PIC X(4).
    05  FILLER               PIC X(1).
    05  APV-OCCUR            PIC X(2).
    05  FILLER               PIC X(1).
    05  APV-ACTION           PIC X(7).
    05  FILLER               PIC X(1).
    05  APV-APPROVER         PIC X(8).
    05  FILLER               PIC X(1).
    05  APV-REASON           PIC X(40).
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
FD  ERRMGMT-FILE.
01  ERRMGMT-RECORD.
    05  ERM-KEY.
        10  ERM-DATE         PIC 9(8).
        10  ERM-SEQ          PIC 9(4).
        10  ERM-CODE         PIC X(4).
        10  ERM-OCCUR        PIC 9(2).
    05  ERM-REQ              PIC X(4).
    05  ERM-DESC             PIC X(60).
    05  ERM-STATUS           PIC X(8).
    05  ERM-ASSIGNED-TO      PIC X(8).
    05  ERM-RESOLUTION       PIC X(40).
    05  ERM-LOAD-DATE        PIC 9(8).
    05  ERM-STATUS-DATE      PIC 9(8).
    05  ERM-RESUB-DATE       PIC 9(8).
    05  FILLER               PIC X(2).
FD  REGISTER-FILE.
01  REGISTER-LINE           PIC X(110).
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
01 WS-SCHEDULE-STATUS PIC X(2) VALUE '00'.
01 WS-APPROVE-STATUS PIC X(2) VALUE '00'.
01 WS-PENDING-STATUS PIC X(2) VALUE '00'.
01 WS-APPREL-STATUS PIC X(2) VALUE '00'.
01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
01 WS-ERRMGMT-STATUS PIC X(2) VALUE '00'.
01 WS-ERRMGMT-OPEN PIC X VALUE 'N'.
01 WS-REOPEN-FAIL-COUNT PIC 9(4) VALUE 0.
01 WS-APPROVE-EOF PIC X VALUE 'N'.
01 WS-SCHEDULE-EOF PIC X VALUE 'N'.
01 WS-PENDING-EOF PIC X VALUE 'N'.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-TODAY-INT PIC 9(7) VALUE 0.
01 WS-RECORD-INT PIC 9(7) VALUE 0.
01 WS-AGE-DAYS PIC S9(5) VALUE 0.
01 WS-BUS-DATE PIC 9(8) VALUE 0.
01 WS-NEXT-BUS-DATE PIC 9(8) VALUE 0.
01 WS-NEXT-DEFAULTED PIC X VALUE 'N'.
01 WS-HOLD-DATE PIC 9(8) VALUE 0.
01 WS-HOLIDAY PIC X VALUE 'N'.
01 WS-SCHED-TABLE.
   05 WS-SCHED-ENTRY OCCURS 1000 TIMES INDEXED BY SX HX.
      10 WS-SC-DATE         PIC 9(8).
      10 WS-SC-TYPE         PIC X(1).
01 WS-SCHED-COUNT PIC 9(4) VALUE 0.
01 WS-SCHED-MAX PIC 9(4) VALUE 1000.
01 WS-SCHED-OVERFLOW PIC X VALUE 'N'.
01 WS-TRAN-SEQ PIC 9(4) VALUE 0.
01 WS-APPROVED-COUNT PIC 9(4) VALUE 0.
01 WS-DECLINED-COUNT PIC 9(4) VALUE 0.
01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
01 WS-HELD-COUNT PIC 9(5) VALUE 0.
01 WS-AWAIT-BUILD-COUNT PIC 9(5) VALUE 0.
01 WS-OLD-STATUS PIC X(8) VALUE SPACES.
01 WS-REL-WRITTEN PIC X VALUE 'N'.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DX.
      10 WS-DP-DEPT         PIC X(10).
      10 WS-DP-0-7          PIC 9(5).
      10 WS-DP-8-30         PIC 9(5).
      10 WS-DP-OVER-30      PIC 9(5).
01 WS-DEPT-COUNT PIC 9(2) VALUE 0.
01 WS-DEPT-MAX PIC 9(2) VALUE 50.
01 WS-DEPT-OVERFLOW PIC X VALUE 'N'.
01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-LOCK-TIME PIC 9(8) VALUE 0.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(27)
      VALUE "APPROVAL WORKBENCH REGISTER".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
01 WS-BUS-LINE.
   05 FILLER               PIC X(14) VALUE "BUSINESS DATE:".
   05 WS-BL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(22) VALUE "RELEASES SCHEDULED FOR".
   05 FILLER               PIC X(1) VALUE SPACE.
   05 WS-BL-NEXT            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-BL-NOTE            PIC X(30) VALUE SPACES.
01 WS-TRAN-LINE.
   05 FILLER               PIC X(4) VALUE "APV ".
   05 WS-TL-SEQ             PIC 9(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-KEY             PIC X(16).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-ACTION          PIC X(7).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-APPROVER        PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-OLD             PIC X(8).
   05 FILLER               PIC X(3) VALUE " > ".
   05 WS-TL-NEW             PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-RESULT          PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-REASON          PIC X(40).
01 WS-PEND-HEAD-LINE.
   05 FILLER               PIC X(18) VALUE "HELD KEY".
   05 FILLER               PIC X(6) VALUE "REQ".
   05 FILLER               PIC X(12) VALUE "DEPT".
   05 FILLER               PIC X(4) VALUE "N".
   05 FILLER               PIC X(7) VALUE "SHAPE".
   05 FILLER               PIC X(10) VALUE "STATUS".
   05 FILLER               PIC X(10) VALUE "HELD ON".
   05 FILLER               PIC X(7) VALUE "AGE".
   05 FILLER               PIC X(10) VALUE "RELEASE".
01 WS-PEND-LINE.
   05 WS-PD-KEY             PIC X(16).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PD-REQ             PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PD-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PD-N               PIC 9(2).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PD-SHAPE           PIC 9(1).
   05 FILLER               PIC X(6) VALUE SPACES.
   05 WS-PD-STATUS          PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PD-HELD            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PD-AGE             PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PD-RELEASE         PIC X(8).
01 WS-SUM-HEAD-LINE.
   05 FILLER               PIC X(10) VALUE "DEPT".
   05 FILLER               PIC X(4) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "0-7 DAYS".
   05 FILLER               PIC X(10) VALUE "8-30 DAYS".
   05 FILLER               PIC X(9) VALUE "OVER 30".
01 WS-SUM-LINE.
   05 WS-SM-KEY             PIC X(10).
   05 FILLER               PIC X(4) VALUE SPACES.
   05 WS-SM-0-7             PIC ZZZZ9.
   05 FILLER               PIC X(5) VALUE SPACES.
   05 WS-SM-8-30            PIC ZZZZ9.
   05 FILLER               PIC X(4) VALUE SPACES.
   05 WS-SM-OVER-30         PIC ZZZZ9.
01 WS-TOTAL-LINE.
   05 FILLER               PIC X(13) VALUE "TRANSACTIONS=".
   05 WS-TO-TRANS           PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "APPROVED=".
   05 WS-TO-APPROVED        PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "DECLINED=".
   05 WS-TO-DECLINED        PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "REJECTED=".
   05 WS-TO-REJECTED        PIC ZZZ9.
01 WS-PEND-TOTAL-LINE.
   05 FILLER               PIC X(14) VALUE "STILL PENDING=".
   05 WS-TO-HELD            PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(25) VALUE "RELEASED AWAITING BUILD=".
   05 WS-TO-AWAIT           PIC ZZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
    MOVE WS-TODAY TO WS-BUS-DATE.
    PERFORM READ-CONTROL-PARA.
    PERFORM CHECK-LOCK-PARA.
    IF WS-LOCK-BLOCKED = 'Y'
        DISPLAY "APPROVE: ANOTHER BATCH RUN IS ACTIVE - NOT STARTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ACQUIRE-LOCK-PARA.
    OPEN OUTPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = '00'
        DISPLAY "APPROVE: REGISTER-FILE OPEN FAILED - STATUS="
            WS-REGISTER-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-SCHEDULE-PARA.
    PERFORM FIND-NEXT-DATE-PARA.
    PERFORM WRITE-HEADERS-PARA.
    PERFORM OPEN-PENDING-PARA.
    OPEN INPUT APPROVE-FILE.
    IF WS-APPROVE-STATUS NOT = '00'
        IF WS-APPROVE-STATUS NOT = '35'
            DISPLAY "APPROVE: APPROVE-FILE OPEN FAILED - STATUS="
                WS-APPROVE-STATUS
            CLOSE PENDING-FILE
            CLOSE REGISTER-FILE
            PERFORM RELEASE-LOCK-PARA
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'Y' TO WS-APPROVE-EOF
    END-IF.
    OPEN EXTEND APPREL-FILE.
    IF WS-APPREL-STATUS NOT = '00'
        OPEN OUTPUT APPREL-FILE
    END-IF.
    IF WS-APPREL-STATUS NOT = '00'
        DISPLAY "APPROVE: APPREL-FILE OPEN FAILED - STATUS="
            WS-APPREL-STATUS
        IF WS-APPROVE-STATUS = '00'
            CLOSE APPROVE-FILE
        END-IF
        CLOSE PENDING-FILE
        CLOSE REGISTER-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-APPROVE-EOF = 'N'
        PERFORM READ-APPROVE-PARA
    END-IF.
    PERFORM UNTIL WS-APPROVE-EOF = 'Y'
        ADD 1 TO WS-TRAN-SEQ
        PERFORM APPLY-APPROVE-PARA
        PERFORM READ-APPROVE-PARA
    END-PERFORM.
    IF WS-APPROVE-STATUS = '00' OR WS-APPROVE-STATUS = '10'
        CLOSE APPROVE-FILE
    END-IF.
    CLOSE APPREL-FILE.
    IF WS-ERRMGMT-OPEN = 'Y'
        CLOSE ERRMGMT-FILE
    END-IF.
    PERFORM WRITE-TRAN-TOTALS-PARA.
    PERFORM WRITE-PENDING-LIST-PARA.
    CLOSE PENDING-FILE.
    PERFORM WRITE-DEPT-SUMMARY-PARA.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE REGISTER-FILE.
    DISPLAY "APPROVE: TRANSACTIONS=" WS-TRAN-SEQ
        " APPROVED=" WS-APPROVED-COUNT " DECLINED=" WS-DECLINED-COUNT
        " REJECTED=" WS-REJECT-COUNT.
    DISPLAY "APPROVE: STILL PENDING=" WS-HELD-COUNT
        " RELEASED AWAITING BUILD=" WS-AWAIT-BUILD-COUNT
        " NEXT BUSINESS DATE=" WS-NEXT-BUS-DATE.
    PERFORM RELEASE-LOCK-PARA.
    IF WS-REJECT-COUNT > 0 OR WS-REOPEN-FAIL-COUNT > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-HELD-COUNT > 0 OR WS-NEXT-DEFAULTED = 'Y'
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
        END-READ
        CLOSE CONTROL-FILE
    ELSE
        DISPLAY "APPROVE: CONTROL-FILE OPEN FAILED - STATUS="
            WS-CONTROL-STATUS
    END-IF.
LOAD-SCHEDULE-PARA.
    OPEN INPUT SCHEDULE-FILE.
    IF WS-SCHEDULE-STATUS NOT = '00'
        IF WS-SCHEDULE-STATUS NOT = '35'
            DISPLAY "APPROVE: SCHEDULE-FILE OPEN FAILED - STATUS="
                WS-SCHEDULE-STATUS
        END-IF
        MOVE 'Y' TO WS-SCHEDULE-EOF
    END-IF.
    PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
        READ SCHEDULE-FILE
            AT END
                MOVE 'Y' TO WS-SCHEDULE-EOF
            NOT AT END
                IF SCH-DATE NUMERIC AND SCH-DATE > 0
                    AND (SCH-TYPE = 'P' OR SCH-TYPE = 'H')
                    IF WS-SCHED-COUNT < WS-SCHED-MAX
                        ADD 1 TO WS-SCHED-COUNT
                        SET SX TO WS-SCHED-COUNT
                        MOVE SCH-DATE TO WS-SC-DATE(SX)
                        MOVE SCH-TYPE TO WS-SC-TYPE(SX)
                    ELSE
                        IF WS-SCHED-OVERFLOW = 'N'
                            MOVE 'Y' TO WS-SCHED-OVERFLOW
                            DISPLAY "APPROVE: MORE THAN " WS-SCHED-MAX
                                " SCHEDULE ENTRIES - EXCESS IGNORED"
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-SCHEDULE-STATUS = '00' OR WS-SCHEDULE-STATUS = '10'
        CLOSE SCHEDULE-FILE
    END-IF.
FIND-NEXT-DATE-PARA.
    MOVE 0 TO WS-NEXT-BUS-DATE.
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCHED-COUNT
        IF WS-SC-TYPE(SX) = 'P' AND WS-SC-DATE(SX) > WS-BUS-DATE
            MOVE WS-SC-DATE(SX) TO WS-HOLD-DATE
            PERFORM CHECK-HOLIDAY-PARA
            IF WS-HOLIDAY = 'N'
                IF WS-NEXT-BUS-DATE = 0
                    OR WS-SC-DATE(SX) < WS-NEXT-BUS-DATE
                    MOVE WS-SC-DATE(SX) TO WS-NEXT-BUS-DATE
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF WS-NEXT-BUS-DATE = 0
        MOVE 'Y' TO WS-NEXT-DEFAULTED
        COMPUTE WS-RECORD-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1
        COMPUTE WS-NEXT-BUS-DATE = FUNCTION DATE-OF-INTEGER(WS-RECORD-INT)
        DISPLAY "APPROVE: NO FUTURE BUSINESS DATE ON SCHEDULE -"
            " RELEASES SCHEDULED FOR " WS-NEXT-BUS-DATE
    END-IF.
CHECK-HOLIDAY-PARA.
    MOVE 'N' TO WS-HOLIDAY.
    PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-SCHED-COUNT
        OR WS-HOLIDAY = 'Y'
        IF WS-SC-TYPE(HX) = 'H' AND WS-SC-DATE(HX) = WS-HOLD-DATE
            MOVE 'Y' TO WS-HOLIDAY
        END-IF
    END-PERFORM.
OPEN-PENDING-PARA.
    OPEN I-O PENDING-FILE.
    IF WS-PENDING-STATUS = '35'
        OPEN OUTPUT PENDING-FILE
        IF WS-PENDING-STATUS = '00'
            CLOSE PENDING-FILE
            OPEN I-O PENDING-FILE
        END-IF
    END-IF.
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY "APPROVE: PENDING-FILE OPEN FAILED - STATUS="
            WS-PENDING-STATUS
        CLOSE REGISTER-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
READ-APPROVE-PARA.
    READ APPROVE-FILE
        AT END
            MOVE 'Y' TO WS-APPROVE-EOF
    END-READ.
APPLY-APPROVE-PARA.
    MOVE SPACES TO WS-OLD-STATUS.
    MOVE SPACES TO WS-TL-NEW.
    IF APV-DATE NOT NUMERIC OR APV-SEQ NOT NUMERIC
        OR APV-OCCUR NOT NUMERIC
        PERFORM REJECT-APPROVE-PARA
        MOVE "BAD KEY - DATE/SEQ/OCCUR MUST BE NUMERIC"
            TO WS-TL-REASON
        PERFORM WRITE-TRAN-PARA
    ELSE
        IF APV-ACTION NOT = "APPROVE" AND APV-ACTION NOT = "DECLINE"
            PERFORM REJECT-APPROVE-PARA
            MOVE "ACTION MUST BE APPROVE OR DECLINE"
                TO WS-TL-REASON
            PERFORM WRITE-TRAN-PARA
        ELSE
            IF APV-APPROVER = SPACES
                PERFORM REJECT-APPROVE-PARA
                MOVE "APPROVER ID IS REQUIRED" TO WS-TL-REASON
                PERFORM WRITE-TRAN-PARA
            ELSE
                PERFORM POST-APPROVE-PARA
            END-IF
        END-IF
    END-IF.
POST-APPROVE-PARA.
    MOVE APV-DATE TO PND-BUS-DATE.
    MOVE APV-SEQ TO PND-TRANS-SEQ.
    MOVE APV-OCCUR TO PND-OCCUR.
    READ PENDING-FILE
        INVALID KEY
            PERFORM REJECT-APPROVE-PARA
            MOVE "REQUEST NOT ON PENDING APPROVAL FILE" TO WS-TL-REASON
            PERFORM WRITE-TRAN-PARA
        NOT INVALID KEY
            MOVE PND-STATUS TO WS-OLD-STATUS
            PERFORM CHECK-AND-REWRITE-PARA
    END-READ.
CHECK-AND-REWRITE-PARA.
    IF PND-STATUS NOT = "HELD"
        PERFORM REJECT-APPROVE-PARA
        MOVE SPACES TO WS-TL-REASON
        STRING "NOT AWAITING APPROVAL - STATUS IS " PND-STATUS
            DELIMITED BY SIZE INTO WS-TL-REASON
        PERFORM WRITE-TRAN-PARA
    ELSE
        IF APV-ACTION = "DECLINE" AND APV-REASON = SPACES
            PERFORM REJECT-APPROVE-PARA
            MOVE "DECLINE REQUIRES A REASON" TO WS-TL-REASON
            PERFORM WRITE-TRAN-PARA
        ELSE
            MOVE APV-APPROVER TO PND-APPROVER
            MOVE WS-TODAY TO PND-ACTION-DATE
            MOVE APV-REASON TO PND-REASON
            MOVE 'Y' TO WS-REL-WRITTEN
            IF APV-ACTION = "APPROVE"
                MOVE "RELEASED" TO PND-STATUS
                MOVE WS-NEXT-BUS-DATE TO PND-RELEASE-DATE
                PERFORM WRITE-APPREL-PARA
            ELSE
                MOVE "DECLINED" TO PND-STATUS
                MOVE 0 TO PND-RELEASE-DATE
            END-IF
            IF WS-REL-WRITTEN = 'N'
                PERFORM REJECT-APPROVE-PARA
                MOVE SPACES TO WS-TL-REASON
                STRING "RELEASE NOT RECORDED - APPREL STATUS="
                    WS-APPREL-STATUS
                    DELIMITED BY SIZE INTO WS-TL-REASON
                PERFORM WRITE-TRAN-PARA
            ELSE
                MOVE PND-STATUS TO WS-TL-NEW
                REWRITE PENDING-RECORD
                    INVALID KEY
                        PERFORM REJECT-APPROVE-PARA
                        MOVE "REWRITE REJECTED BY FILE" TO WS-TL-REASON
                        PERFORM WRITE-TRAN-PARA
                    NOT INVALID KEY
                        PERFORM POSTED-APPROVE-PARA
                END-REWRITE
            END-IF
        END-IF
    END-IF.
WRITE-APPREL-PARA.
    MOVE SPACES TO APPREL-RECORD.
    MOVE PND-N TO REL-N.
    MOVE PND-SHAPE TO REL-SHAPE.
    MOVE PND-REQUESTOR TO REL-REQUESTOR.
    MOVE PND-KEY TO REL-HOLD-KEY.
    MOVE PND-RELEASE-DATE TO REL-TARGET-DATE.
    MOVE PND-APPROVER TO REL-APPROVER.
    WRITE APPREL-RECORD.
    IF WS-APPREL-STATUS NOT = '00'
        DISPLAY "APPROVE: APPREL-FILE WRITE FAILED - STATUS="
            WS-APPREL-STATUS " KEY=" PND-KEY " - NOT RELEASED"
        MOVE 'N' TO WS-REL-WRITTEN
    END-IF.
POSTED-APPROVE-PARA.
    MOVE "APPLIED " TO WS-TL-RESULT.
    IF PND-STATUS = "RELEASED"
        ADD 1 TO WS-APPROVED-COUNT
        MOVE SPACES TO WS-TL-REASON
        STRING "RELEASED INTO BATCH FOR " PND-RELEASE-DATE
            DELIMITED BY SIZE INTO WS-TL-REASON
    ELSE
        ADD 1 TO WS-DECLINED-COUNT
        MOVE PND-REASON TO WS-TL-REASON
        IF PND-ERM-KEY NOT = SPACES
            PERFORM REOPEN-RESUB-PARA
        END-IF
    END-IF.
    PERFORM WRITE-TRAN-PARA.
REOPEN-RESUB-PARA.
    IF WS-ERRMGMT-OPEN = 'N'
        OPEN I-O ERRMGMT-FILE
        IF WS-ERRMGMT-STATUS = '00'
            MOVE 'Y' TO WS-ERRMGMT-OPEN
        END-IF
    END-IF.
    IF WS-ERRMGMT-OPEN = 'N'
        DISPLAY "APPROVE: ERRMGMT-FILE OPEN FAILED - STATUS="
            WS-ERRMGMT-STATUS " - " PND-ERM-KEY " NOT REOPENED"
        ADD 1 TO WS-REOPEN-FAIL-COUNT
        MOVE SPACES TO WS-TL-REASON
        STRING "WORKBENCH ITEM NOT REOPENED - STATUS="
            WS-ERRMGMT-STATUS
            DELIMITED BY SIZE INTO WS-TL-REASON
    ELSE
        MOVE PND-ERM-KEY TO ERM-KEY
        READ ERRMGMT-FILE
            INVALID KEY
                DISPLAY "APPROVE: RESUBMISSION " PND-ERM-KEY
                    " NOT ON ERROR WORKBENCH - NOT REOPENED"
                ADD 1 TO WS-REOPEN-FAIL-COUNT
                MOVE "WORKBENCH ITEM NOT FOUND - NOT REOPENED"
                    TO WS-TL-REASON
            NOT INVALID KEY
                MOVE 0 TO ERM-RESUB-DATE
                REWRITE ERRMGMT-RECORD
                    INVALID KEY
                        DISPLAY "APPROVE: ERRMGMT-FILE REWRITE FAILED - "
                            PND-ERM-KEY " NOT REOPENED"
                        ADD 1 TO WS-REOPEN-FAIL-COUNT
                        MOVE "WORKBENCH REWRITE FAILED - NOT REOPENED"
                            TO WS-TL-REASON
                END-REWRITE
        END-READ
    END-IF.
REJECT-APPROVE-PARA.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE "REJECTED" TO WS-TL-RESULT.
WRITE-TRAN-PARA.
    MOVE WS-TRAN-SEQ TO WS-TL-SEQ.
    MOVE SPACES TO WS-TL-KEY.
    STRING APV-DATE "/" APV-SEQ "/" APV-OCCUR
        DELIMITED BY SIZE INTO WS-TL-KEY.
    MOVE APV-ACTION TO WS-TL-ACTION.
    MOVE APV-APPROVER TO WS-TL-APPROVER.
    MOVE WS-OLD-STATUS TO WS-TL-OLD.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TRAN-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
WRITE-PENDING-LIST-PARA.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE "REQUESTS PENDING APPROVAL OR AWAITING BUILD" TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-PEND-HEAD-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE LOW-VALUES TO PND-KEY.
    START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
        INVALID KEY
            MOVE 'Y' TO WS-PENDING-EOF
    END-START.
    PERFORM UNTIL WS-PENDING-EOF = 'Y'
        READ PENDING-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PENDING-EOF
            NOT AT END
                IF PND-STATUS = "HELD" OR PND-STATUS = "RELEASED"
                    PERFORM AGE-PENDING-PARA
                END-IF
        END-READ
    END-PERFORM.
AGE-PENDING-PARA.
    MOVE 0 TO WS-AGE-DAYS.
    IF PND-HELD-DATE > 15000000 AND PND-HELD-DATE < 30000000
        COMPUTE WS-RECORD-INT = FUNCTION INTEGER-OF-DATE(PND-HELD-DATE)
        COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RECORD-INT
    END-IF.
    IF WS-AGE-DAYS < 0
        MOVE 0 TO WS-AGE-DAYS
    END-IF.
    MOVE SPACES TO WS-PD-KEY.
    STRING PND-BUS-DATE "/" PND-TRANS-SEQ "/" PND-OCCUR
        DELIMITED BY SIZE INTO WS-PD-KEY.
    MOVE PND-REQUESTOR TO WS-PD-REQ.
    MOVE PND-DEPT TO WS-PD-DEPT.
    MOVE PND-N TO WS-PD-N.
    MOVE PND-SHAPE TO WS-PD-SHAPE.
    MOVE PND-STATUS TO WS-PD-STATUS.
    MOVE PND-HELD-DATE TO WS-PD-HELD.
    MOVE WS-AGE-DAYS TO WS-PD-AGE.
    IF PND-STATUS = "RELEASED"
        ADD 1 TO WS-AWAIT-BUILD-COUNT
        MOVE PND-RELEASE-DATE TO WS-PD-RELEASE
    ELSE
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO WS-PD-RELEASE
    END-IF.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-PEND-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    PERFORM TALLY-DEPT-PARA.
TALLY-DEPT-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
        OR WS-FOUND = 'Y'
        IF WS-DP-DEPT(DX) = PND-DEPT
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'N'
        IF WS-DEPT-COUNT < WS-DEPT-MAX
            ADD 1 TO WS-DEPT-COUNT
            SET DX TO WS-DEPT-COUNT
            MOVE PND-DEPT TO WS-DP-DEPT(DX)
            MOVE 0 TO WS-DP-0-7(DX)
            MOVE 0 TO WS-DP-8-30(DX)
            MOVE 0 TO WS-DP-OVER-30(DX)
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-DEPT-OVERFLOW = 'N'
                MOVE 'Y' TO WS-DEPT-OVERFLOW
                DISPLAY "APPROVE: MORE THAN " WS-DEPT-MAX
                    " DEPARTMENTS - EXCESS NOT SUMMARIZED"
            END-IF
        END-IF
    END-IF.
    IF WS-FOUND = 'Y'
        IF WS-AGE-DAYS <= 7
            ADD 1 TO WS-DP-0-7(DX)
        ELSE
            IF WS-AGE-DAYS <= 30
                ADD 1 TO WS-DP-8-30(DX)
            ELSE
                ADD 1 TO WS-DP-OVER-30(DX)
            END-IF
        END-IF
    END-IF.
WRITE-DEPT-SUMMARY-PARA.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE "PENDING REQUESTS BY DEPARTMENT" TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-SUM-HEAD-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
        MOVE WS-DP-DEPT(DX) TO WS-SM-KEY
        MOVE WS-DP-0-7(DX) TO WS-SM-0-7
        MOVE WS-DP-8-30(DX) TO WS-SM-8-30
        MOVE WS-DP-OVER-30(DX) TO WS-SM-OVER-30
        MOVE SPACES TO REGISTER-LINE
        MOVE WS-SUM-LINE TO REGISTER-LINE
        WRITE REGISTER-LINE
    END-PERFORM.
CHECK-LOCK-PARA.
    MOVE 'N' TO WS-LOCK-BLOCKED.
    OPEN INPUT LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LCK-STATUS = "ACTIVE"
                    DISPLAY "APPROVE: RUN LOCK HELD BY " LCK-PROGRAM
                        " MODE=" LCK-RUN-MODE
                        " BUS DATE=" LCK-BUS-DATE
                        " SINCE " LCK-START-DATE " " LCK-START-TIME
                    MOVE 'Y' TO WS-LOCK-BLOCKED
                END-IF
        END-READ
        CLOSE LOCK-FILE
    ELSE
        IF WS-LOCK-STATUS NOT = '35'
            DISPLAY "APPROVE: LOCK-FILE OPEN FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
ACQUIRE-LOCK-PARA.
    OPEN OUTPUT LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY "APPROVE: LOCK-FILE OPEN FAILED - STATUS="
            WS-LOCK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-LOCK-TIME FROM TIME.
    MOVE SPACES TO LOCK-RECORD.
    MOVE "ACTIVE" TO LCK-STATUS.
    MOVE "APPROVE" TO LCK-PROGRAM.
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
            MOVE "APPROVE" TO LCK-PROGRAM
            MOVE SPACE TO LCK-RUN-MODE
            MOVE WS-BUS-DATE TO LCK-BUS-DATE
            MOVE WS-TODAY TO LCK-START-DATE
            MOVE WS-LOCK-TIME TO LCK-START-TIME
            WRITE LOCK-RECORD
            CLOSE LOCK-FILE
        ELSE
            DISPLAY "APPROVE: LOCK-FILE RELEASE FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
WRITE-HEADERS-PARA.
    MOVE WS-TODAY TO WS-PL-DATE.
    MOVE WS-BUS-DATE TO WS-BL-DATE.
    MOVE WS-NEXT-BUS-DATE TO WS-BL-NEXT.
    IF WS-NEXT-DEFAULTED = 'Y'
        MOVE "** NOT ON SCHEDULE.DAT **" TO WS-BL-NOTE
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
WRITE-TRAN-TOTALS-PARA.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE WS-TRAN-SEQ TO WS-TO-TRANS.
    MOVE WS-APPROVED-COUNT TO WS-TO-APPROVED.
    MOVE WS-DECLINED-COUNT TO WS-TO-DECLINED.
    MOVE WS-REJECT-COUNT TO WS-TO-REJECTED.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TOTAL-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
WRITE-TOTALS-PARA.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE WS-HELD-COUNT TO WS-TO-HELD.
    MOVE WS-AWAIT-BUILD-COUNT TO WS-TO-AWAIT.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-PEND-TOTAL-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
