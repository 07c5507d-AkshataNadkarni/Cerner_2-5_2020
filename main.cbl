    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT APPRLIM-FILE ASSIGN TO "APPRLIM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRLIM-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT RESUB-FILE ASSIGN TO "RESUB.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RESUB-STATUS.
    SELECT ERRMGMT-FILE ASSIGN TO "ERRMGMT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ERM-KEY
        FILE STATUS IS WS-ERRMGMT-STATUS.
    SELECT PERIOD-FILE ASSIGN TO "BILLPER.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMAST-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT TIMELOG-FILE ASSIGN TO "TIMELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMELOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    05  CTL-DUP-OVERRIDE     PIC X(1).
    05  CTL-RUN-MODE         PIC X(1).
    05  CTL-LOCK-OVERRIDE    PIC X(1).
    05  CTL-PERIOD-OVERRIDE  PIC X(1).
    05  CTL-OPERATOR-ID      PIC X(8).
    05  CTL-BACKUP-GENS      PIC 9(2).
    05  FILLER               PIC X(50).
FD  REPORT-FILE.
01  REPORT-LINE             PIC X(132).
FD  TRANS-FILE
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
FD  CHECKPOINT-FILE
    RECORDING MODE IS F.
01  CKPT-RECORD.
    05  LCK-START-DATE       PIC 9(8).
    05  LCK-START-TIME       PIC 9(8).
    05  FILLER               PIC X(39).
FD  APPRLIM-FILE.
01  APPRLIM-RECORD.
    05  AL-DEPT              PIC X(10).
    05  FILLER               PIC X(1).
    05  AL-MAX-N             PIC 9(2).
    05  FILLER               PIC X(67).
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
01 WS-TABLE.
   05 WS-A OCCURS 99 TIMES INDEXED BY I.
01 WS-LOCK-OVERRIDE PIC X VALUE 'N'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-PERIOD-STATUS PIC X(2) VALUE '00'.
01 WS-PERIOD-EOF PIC X VALUE 'N'.
01 WS-PERIOD-OVERRIDE PIC X VALUE 'N'.
01 WS-PERIOD-CLOSED PIC X VALUE 'N'.
01 WS-BUS-MONTH PIC 9(6) VALUE 0.
01 WS-OPERMAST-STATUS PIC X(2) VALUE '00'.
01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
01 WS-OPERMAST-EOF PIC X VALUE 'N'.
01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
01 WS-OPER-FOUND PIC X VALUE 'N'.
01 WS-OPER-NEEDED PIC X VALUE 'N'.
01 WS-OPER-ACTIVE PIC X VALUE 'N'.
01 WS-OPER-FN-RERUN PIC X VALUE 'N'.
01 WS-OPER-FN-OVERRIDE PIC X VALUE 'N'.
01 WS-OPER-FN-ADHOC PIC X VALUE 'N'.
01 WS-JRN-FIELD PIC X(12) VALUE SPACES.
01 WS-JRN-AFTER PIC X(40) VALUE SPACES.
01 WS-DUP-SUPPRESSED PIC X VALUE 'N'.
01 WS-DUP-FIRST-SEQ PIC 9(4) VALUE 0.
01 WS-SEEN-TABLE.
      10 WS-SP-REQ          PIC X(4).
      10 WS-SP-FIRST-SEQ    PIC 9(4).
01 WS-SUP-COUNT PIC 9(3) VALUE 0.
01 WS-APPRLIM-STATUS PIC X(2) VALUE '00'.
01 WS-APPRLIM-EOF PIC X VALUE 'N'.
01 WS-PENDING-STATUS PIC X(2) VALUE '00'.
01 WS-LIMIT-TABLE.
   05 WS-LIMIT-ENTRY OCCURS 50 TIMES INDEXED BY LX.
      10 WS-LM-DEPT         PIC X(10).
      10 WS-LM-MAX-N        PIC 9(2).
01 WS-LIMIT-COUNT PIC 9(2) VALUE 0.
01 WS-LIMIT-MAX PIC 9(2) VALUE 50.
01 WS-LIMIT-OVERFLOW PIC X VALUE 'N'.
01 WS-DEFAULT-LIMIT PIC 9(2) VALUE 99.
01 WS-RUN-LIMIT PIC 9(2) VALUE 99.
01 WS-LIMIT-FOUND PIC X VALUE 'N'.
01 WS-RUN-HOLD-KEY PIC X(14) VALUE SPACES.
01 WS-HOLD-REQUIRED PIC X VALUE 'N'.
01 WS-RELEASED-ITEM PIC X VALUE 'N'.
01 WS-FAIL-REASON PIC X(40) VALUE SPACES.
01 WS-SLOT-DONE PIC X VALUE 'N'.
01 WS-OCCUR PIC 9(2) VALUE 0.
01 WS-HOLD-TABLE.
   05 WS-HOLD-ENTRY OCCURS 200 TIMES INDEXED BY HX.
      10 WS-HD-SEQ          PIC 9(4).
      10 WS-HD-N            PIC 9(2).
      10 WS-HD-SHAPE        PIC 9(1).
      10 WS-HD-REQ          PIC X(4).
      10 WS-HD-DEPT         PIC X(10).
      10 WS-HD-LIMIT        PIC 9(2).
      10 WS-HD-OCCUR        PIC 9(2).
01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
01 WS-BATCH-CONTROL-REC PIC X VALUE 'N'.
01 WS-BATCH-BALANCED PIC X VALUE 'Y'.
01 WS-BATCH-SEQ-ERROR PIC X VALUE 'N'.
01 WS-BATCH-TRL-VALID PIC X VALUE 'Y'.
01 WS-BATCH-HDR-COUNT PIC 9(3) VALUE 0.
01 WS-BATCH-TRL-COUNT PIC 9(3) VALUE 0.
01 WS-BATCH-ID PIC X(8) VALUE SPACES.
01 WS-BATCH-DEPT PIC X(10) VALUE SPACES.
01 WS-BATCH-DATE PIC 9(8) VALUE 0.
01 WS-BATCH-REC-COUNT PIC 9(5) VALUE 0.
01 WS-BATCH-N-HASH PIC 9(7) VALUE 0.
01 WS-ACTUAL-REC-COUNT PIC 9(5) VALUE 0.
01 WS-ACTUAL-N-HASH PIC 9(7) VALUE 0.
01 WS-BATCH-REASON PIC X(60) VALUE SPACES.
01 WS-RESUB-STATUS PIC X(2) VALUE '00'.
01 WS-RESUB-EOF PIC X VALUE 'N'.
01 WS-ERRMGMT-STATUS PIC X(2) VALUE '00'.
01 WS-RUN-ERM-KEY PIC X(18) VALUE SPACES.
01 WS-RESUB-ENTRY-OK PIC X VALUE 'N'.
01 WS-RESUB-TABLE.
   05 WS-RESUB-ENTRY OCCURS 200 TIMES INDEXED BY RX.
      10 WS-RS-KEY          PIC X(18).
      10 WS-RS-SEQ          PIC 9(4).
      10 WS-RS-N            PIC 9(2).
      10 WS-RS-SHAPE        PIC 9(1).
      10 WS-RS-REQ          PIC X(4).
      10 WS-RS-RESULT       PIC X(8).
      10 WS-RS-ACTION       PIC X(10).
01 WS-RESUB-COUNT PIC 9(3) VALUE 0.
01 WS-RESUB-MAX PIC 9(3) VALUE 200.
01 WS-RESUB-OVERFLOW PIC X VALUE 'N'.
01 WS-RESUB-HEAD-LINE.
   05 FILLER               PIC X(21) VALUE "RESUBMITTED REQUESTS:".
01 WS-RESUB-DETAIL-LINE.
   05 FILLER               PIC X(4) VALUE "SEQ ".
   05 WS-RL-SEQ             PIC 9(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "ERM=".
   05 WS-RL-KEY             PIC X(18).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(2) VALUE "N=".
   05 WS-RL-N               PIC 9(2).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "SHAPE=".
   05 WS-RL-SHAPE           PIC 9(1).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "REQ=".
   05 WS-RL-REQ             PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "RESULT=".
   05 WS-RL-RESULT          PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(10) VALUE "WORKBENCH=".
   05 WS-RL-ACTION          PIC X(10).
01 WS-BATCH-LINE.
   05 FILLER               PIC X(6) VALUE "BATCH ".
   05 WS-BH-ID              PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "DEPT=".
   05 WS-BH-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "RECORDS=".
   05 WS-BH-COUNT           PIC ZZZZ9.
   05 FILLER               PIC X(1) VALUE "/".
   05 WS-BH-ACTUAL-COUNT    PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "N HASH=".
   05 WS-BH-HASH            PIC ZZZZZZ9.
   05 FILLER               PIC X(1) VALUE "/".
   05 WS-BH-ACTUAL-HASH     PIC ZZZZZZ9.
01 WS-BATCH-REJECT-LINE.
   05 FILLER               PIC X(20) VALUE "** BATCH REJECTED - ".
   05 WS-BR-REASON          PIC X(60).
01 WS-HELD-HEAD-LINE.
   05 FILLER               PIC X(27)
      VALUE "REQUESTS HELD FOR APPROVAL:".
01 WS-HELD-DETAIL-LINE.
   05 FILLER               PIC X(4) VALUE "SEQ ".
   05 WS-HL-SEQ             PIC 9(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(2) VALUE "N=".
   05 WS-HL-N               PIC 9(2).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "SHAPE=".
   05 WS-HL-SHAPE           PIC 9(1).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "REQ=".
   05 WS-HL-REQ             PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "DEPT=".
   05 WS-HL-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "LIMIT=".
   05 WS-HL-LIMIT           PIC 9(2).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "OCCUR=".
   05 WS-HL-OCCUR           PIC 9(2).
01 WS-DUP-HEAD-LINE.
   05 FILLER               PIC X(30)
      VALUE "DUPLICATE REQUESTS SUPPRESSED:".
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "RUN=".
   05 WS-AUD-RUN-TYPE       PIC X(6).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AUD-ERM-TAG        PIC X(4).
   05 WS-AUD-ERM            PIC X(18).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-AUD-CLOSE-FLAG     PIC X(10).
01 WS-RUN-HEADER-LINE.
   05 FILLER               PIC X(4) VALUE "RUN ".
   05 WS-RH-SEQ             PIC 9(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "DEPT=".
   05 WS-RH-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-RH-ERM-TAG         PIC X(4).
   05 WS-RH-ERM             PIC X(18).
01 WS-PAGE-NO PIC 9(3) VALUE 1.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-MAX-LINES PIC 9(2) VALUE 20.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "RUN TYPE:".
   05 WS-ML-RUN-TYPE       PIC X(6).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-ML-PERIOD-NOTE    PIC X(36).
01 WS-DATA-LINE.
   05 WS-DL-LINE-NO        PIC ZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-TEXT           PIC X(99).
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
01 WS-TLG-RUN-DATE PIC 9(8) VALUE 0.
01 WS-TLG-RUN-TIME PIC 9(8) VALUE 0.
01 WS-TLG-RUN-COUNT PIC 9(7) VALUE 0.
01 WS-TLG-N PIC 9(2) VALUE 0.
01 WS-TLG-SHAPE PIC 9(1) VALUE 0.
01 WS-TLG-SEQ PIC 9(4) VALUE 0.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TLG-JOB-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-JOB-TIME FROM TIME.
    PERFORM READ-CONTROL-PARA.
    PERFORM SET-BUS-DATE-PARA.
    PERFORM WRITE-TIMELOG-START-PARA.
    PERFORM CHECK-OPERATOR-PARA.
    PERFORM CHECK-LOCK-PARA.
    IF WS-LOCK-BLOCKED = 'Y'
        DISPLAY "HELLO: ANOTHER EXECUTION IS IN FLIGHT - RUN REFUSED"
        MOVE "ADHOC.RPT" TO WS-REPORT-NAME
        MOVE "ADHOC.DAT" TO WS-INTERFACE-NAME
    ELSE
        IF WS-RUN-MODE = 'R'
            MOVE "RESUB" TO WS-RUN-TYPE
            MOVE "RESUB.RPT" TO WS-REPORT-NAME
        ELSE
            PERFORM CHECK-RUNCAL-PARA
            IF WS-DATE-COMPLETE = 'Y' AND WS-RUN-TYPE = "NORMAL"
                DISPLAY "HELLO: BUSINESS DATE " WS-BUS-DATE
                    " ALREADY COMPLETE - RUN REFUSED (RERUN FLAG NOT SET)"
                PERFORM FATAL-END-PARA
            END-IF
            IF WS-RESTART-FLAG = 'Y'
                PERFORM PEEK-CHECKPOINT-PARA
            END-IF
        END-IF
    END-IF.
    PERFORM CHECK-PERIOD-PARA.
    IF WS-OPER-NEEDED = 'Y'
        PERFORM JOURNAL-CONTROL-PARA
    END-IF.
    PERFORM OPEN-REPORT-PARA.
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY "HELLO: REPORT-FILE OPEN FAILED - STATUS=" WS-REPORT-STATUS
        PERFORM FATAL-END-PARA
    END-IF.
    PERFORM OPEN-REQUESTOR-PARA.
    PERFORM OPEN-PENDING-PARA.
    PERFORM LOAD-APPRLIM-PARA.
    EVALUATE WS-RUN-MODE
        WHEN 'A'
            PERFORM ADHOC-REQUEST-PARA
        WHEN 'R'
            PERFORM RESUB-TRANS-PARA
        WHEN OTHER
            PERFORM BATCH-TRANS-PARA
    END-EVALUATE.
    IF WS-RESUME-PENDING = 'Y'
        DISPLAY "HELLO: CHECKPOINT TARGET TRANS-SEQ=" WS-CKPT-TARGET-SEQ
            " WAS NEVER REACHED - RESTART TRANSACTION FILE MAY BE WRONG"
        MOVE 8 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    END-IF.
    IF WS-RUN-MODE NOT = 'A' AND WS-RUN-MODE NOT = 'R'
        CLOSE TRANS-FILE
    END-IF.
    CLOSE REQUESTOR-FILE.
    CLOSE PENDING-FILE.
    CLOSE AUDIT-FILE.
    IF WS-INTERFACE-STATUS = '00' AND WS-ABORT-FLAG = 'N'
        PERFORM WRITE-IF-TRAILER-PARA
        END-IF
        CLOSE INTERFACE-FILE
    END-IF.
    IF WS-RUN-MODE = 'R'
        PERFORM POST-RESUB-PARA
    END-IF.
    CLOSE ERROR-FILE.
    IF WS-SUP-COUNT > 0
        PERFORM WRITE-DUP-SECTION-PARA
    END-IF.
    IF WS-HOLD-COUNT > 0
        PERFORM WRITE-HELD-SECTION-PARA
    END-IF.
    IF WS-RESUB-COUNT > 0
        PERFORM WRITE-RESUB-SECTION-PARA
    END-IF.
    PERFORM CLOSE-REPORT-PARA.
    IF WS-ABORT-FLAG = 'N' AND WS-DATE-COMPLETE = 'N'
        AND WS-IF-FAILED = 'N' AND WS-RUN-MODE NOT = 'A'
        AND WS-RUN-MODE NOT = 'R'
        PERFORM MARK-RUNCAL-PARA
    END-IF.
    PERFORM RELEASE-LOCK-PARA.
    PERFORM WRITE-TIMELOG-END-PARA.
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.
BATCH-TRANS-PARA.
    PERFORM BALANCE-BATCH-PARA.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS = '00'
        IF WS-BATCH-BALANCED = 'Y'
            PERFORM READ-TRANS-PARA
        ELSE
            MOVE 'Y' TO WS-TRANS-EOF
        END-IF
        PERFORM UNTIL WS-TRANS-EOF = 'Y' OR WS-ABORT-FLAG = 'Y'
            ADD 1 TO WS-TRANS-SEQ
            IF WS-TRANS-REC-VALID = 'Y' AND WS-REQ-VALID = 'Y'
                IF WS-DUP-SUPPRESSED = 'Y'
                    PERFORM RECORD-SUPPRESS-PARA
                ELSE
                    PERFORM CHECK-APPROVAL-PARA
                    IF WS-HOLD-REQUIRED = 'Y'
                        PERFORM HOLD-TRANS-PARA
                    ELSE
                        PERFORM PROCESS-TRANS-PARA
                        PERFORM MARK-BUILT-PARA
                    END-IF
                END-IF
            ELSE
                PERFORM REJECT-TRANS-PARA
        DISPLAY "HELLO: TRANS-FILE OPEN FAILED - STATUS=" WS-TRANS-STATUS
        PERFORM FATAL-END-PARA
    END-IF.
BALANCE-BATCH-PARA.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS = '00'
        PERFORM UNTIL WS-TRANS-EOF = 'Y'
            READ TRANS-FILE
                AT END
                    MOVE 'Y' TO WS-TRANS-EOF
                NOT AT END
                    PERFORM TALLY-BATCH-PARA
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
        MOVE 'N' TO WS-TRANS-EOF
        PERFORM CHECK-BATCH-PARA
        PERFORM WRITE-BATCH-LINE-PARA
        IF WS-BATCH-BALANCED = 'N'
            PERFORM REJECT-BATCH-PARA
        END-IF
    END-IF.
TALLY-BATCH-PARA.
    EVALUATE TBH-REC-TAG
        WHEN "HDR"
            ADD 1 TO WS-BATCH-HDR-COUNT
            IF WS-ACTUAL-REC-COUNT > 0 OR WS-BATCH-TRL-COUNT > 0
                MOVE 'Y' TO WS-BATCH-SEQ-ERROR
            END-IF
            MOVE TBH-BATCH-ID TO WS-BATCH-ID
            MOVE TBH-DEPT TO WS-BATCH-DEPT
            IF TBH-BUS-DATE NUMERIC
                MOVE TBH-BUS-DATE TO WS-BATCH-DATE
            ELSE
                MOVE 0 TO WS-BATCH-DATE
            END-IF
        WHEN "TRL"
            ADD 1 TO WS-BATCH-TRL-COUNT
            IF TBT-REC-COUNT NUMERIC AND TBT-N-HASH NUMERIC
                MOVE TBT-REC-COUNT TO WS-BATCH-REC-COUNT
                MOVE TBT-N-HASH TO WS-BATCH-N-HASH
            ELSE
                MOVE 'N' TO WS-BATCH-TRL-VALID
            END-IF
        WHEN OTHER
            IF WS-BATCH-TRL-COUNT > 0
                MOVE 'Y' TO WS-BATCH-SEQ-ERROR
            END-IF
            ADD 1 TO WS-ACTUAL-REC-COUNT
            IF TRANS-N NUMERIC
                ADD TRANS-N TO WS-ACTUAL-N-HASH
            END-IF
    END-EVALUATE.
CHECK-BATCH-PARA.
    MOVE 'N' TO WS-BATCH-BALANCED.
    EVALUATE TRUE
        WHEN WS-BATCH-HDR-COUNT = 0
            MOVE "NO BATCH HEADER ON TRANS.DAT" TO WS-BATCH-REASON
        WHEN WS-BATCH-TRL-COUNT = 0
            MOVE "NO BATCH TRAILER ON TRANS.DAT" TO WS-BATCH-REASON
        WHEN WS-BATCH-HDR-COUNT > 1 OR WS-BATCH-TRL-COUNT > 1
            OR WS-BATCH-SEQ-ERROR = 'Y'
            MOVE "BATCH HEADER/TRAILER REPEATED OR OUT OF SEQUENCE"
                TO WS-BATCH-REASON
        WHEN WS-BATCH-DATE NOT = WS-BUS-DATE
            MOVE "BATCH HEADER DATE NOT EQUAL TO BUSINESS DATE"
                TO WS-BATCH-REASON
        WHEN WS-BATCH-TRL-VALID = 'N'
            MOVE "BATCH TRAILER CONTROL TOTALS NOT NUMERIC"
                TO WS-BATCH-REASON
        WHEN WS-BATCH-REC-COUNT NOT = WS-ACTUAL-REC-COUNT
            MOVE "BATCH TRAILER RECORD COUNT NOT EQUAL TO RECORDS READ"
                TO WS-BATCH-REASON
        WHEN WS-BATCH-N-HASH NOT = WS-ACTUAL-N-HASH
            MOVE "BATCH TRAILER N HASH NOT EQUAL TO HASH OF RECORDS READ"
                TO WS-BATCH-REASON
        WHEN OTHER
            MOVE 'Y' TO WS-BATCH-BALANCED
    END-EVALUATE.
WRITE-BATCH-LINE-PARA.
    MOVE WS-BATCH-ID TO WS-BH-ID.
    MOVE WS-BATCH-DEPT TO WS-BH-DEPT.
    MOVE WS-BATCH-REC-COUNT TO WS-BH-COUNT.
    MOVE WS-ACTUAL-REC-COUNT TO WS-BH-ACTUAL-COUNT.
    MOVE WS-BATCH-N-HASH TO WS-BH-HASH.
    MOVE WS-ACTUAL-N-HASH TO WS-BH-ACTUAL-HASH.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-BATCH-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    IF WS-BATCH-BALANCED = 'N'
        MOVE WS-BATCH-REASON TO WS-BR-REASON
        MOVE SPACES TO REPORT-LINE
        MOVE WS-BATCH-REJECT-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-LINE-COUNT
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.
REJECT-BATCH-PARA.
    DISPLAY "HELLO: TRANS.DAT BATCH " WS-BATCH-ID " OUT OF BALANCE - "
        WS-BATCH-REASON.
    DISPLAY "HELLO: TRAILER COUNT=" WS-BATCH-REC-COUNT
        " READ=" WS-ACTUAL-REC-COUNT " TRAILER HASH=" WS-BATCH-N-HASH
        " READ=" WS-ACTUAL-N-HASH " - NO PATTERNS BUILT".
    MOVE 0 TO WS-ERR-SEQ.
    MOVE WS-BUS-DATE TO WS-ERR-DATE.
    MOVE "E011" TO WS-ERR-CODE.
    MOVE WS-BATCH-REASON TO WS-ERR-DESC.
    MOVE SPACES TO WS-ERR-REQ.
    MOVE SPACES TO ERROR-LINE.
    MOVE WS-ERROR-RECORD TO ERROR-LINE.
    WRITE ERROR-LINE.
    ADD 1 TO WS-ERROR-COUNT.
    MOVE 'Y' TO WS-ABORT-FLAG.
    MOVE 16 TO WS-NEW-RC.
    PERFORM RAISE-RC-PARA.
REJECT-TRANS-PARA.
    ACCEPT WS-TLG-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-RUN-TIME FROM TIME.
    IF WS-TRANS-REC-VALID = 'N'
        MOVE "E004" TO WS-ERR-CODE
        MOVE "BAD TRANSACTION RECORD - NON-NUMERIC N OR SHAPE" TO WS-ERR-DESC
        END-IF
    END-IF.
    PERFORM LOG-ERROR-PARA.
    MOVE SPACES TO WS-FAIL-REASON.
    STRING "NOT BUILT - " WS-ERR-CODE " " WS-ERR-DESC
        DELIMITED BY SIZE INTO WS-FAIL-REASON.
    PERFORM FAIL-RELEASE-PARA.
    MOVE 0 TO WS-MARK-COUNT.
    MOVE 'N' TO WS-N-VALID.
    PERFORM WRITE-AUDIT-PARA.
    MOVE 8 TO WS-TLG-RC.
    PERFORM WRITE-TIMELOG-RUN-PARA.
ADHOC-REQUEST-PARA.
    DISPLAY "HELLO: AD-HOC MODE - ENTER REQUEST (NNSRRRR)".
    ACCEPT WS-ADHOC-REQUEST.
    MOVE 'Y' TO WS-TRANS-REC-VALID.
    MOVE 'Y' TO WS-REQ-VALID.
    MOVE 'N' TO WS-DUP-SUPPRESSED.
    MOVE 'N' TO WS-HOLD-REQUIRED.
    MOVE SPACES TO WS-RUN-HOLD-KEY.
    MOVE WS-AH-REQUESTOR TO WS-RUN-REQUESTOR.
    IF WS-AH-N NOT NUMERIC OR WS-AH-SHAPE NOT NUMERIC
        MOVE 'N' TO WS-TRANS-REC-VALID
        MOVE WS-AH-SHAPE TO WS-SHAPE
        PERFORM CHECK-REQUESTOR-PARA
        IF WS-REQ-VALID = 'Y'
            PERFORM CHECK-APPROVAL-PARA
            IF WS-HOLD-REQUIRED = 'Y'
                PERFORM HOLD-TRANS-PARA
            ELSE
                PERFORM PROCESS-TRANS-PARA
            END-IF
        ELSE
            PERFORM REJECT-TRANS-PARA
        END-IF
    END-IF.
RESUB-TRANS-PARA.
    PERFORM OPEN-ERRMGMT-PARA.
    OPEN INPUT RESUB-FILE.
    IF WS-RESUB-STATUS = '00'
        PERFORM READ-RESUB-PARA
        PERFORM UNTIL WS-RESUB-EOF = 'Y' OR WS-ABORT-FLAG = 'Y'
            PERFORM CHECK-RESUB-ENTRY-PARA
            IF WS-RESUB-ENTRY-OK = 'Y'
                ADD 1 TO WS-TRANS-SEQ
                IF WS-TRANS-REC-VALID = 'Y' AND WS-REQ-VALID = 'Y'
                    PERFORM CHECK-APPROVAL-PARA
                    IF WS-HOLD-REQUIRED = 'Y'
                        PERFORM HOLD-TRANS-PARA
                    ELSE
                        PERFORM PROCESS-TRANS-PARA
                        PERFORM MARK-BUILT-PARA
                    END-IF
                ELSE
                    PERFORM REJECT-TRANS-PARA
                END-IF
                PERFORM NOTE-RESUB-PARA
            END-IF
            PERFORM READ-RESUB-PARA
        END-PERFORM
        CLOSE RESUB-FILE
    ELSE
        IF WS-RESUB-STATUS = '35'
            DISPLAY "HELLO: RESUB-FILE NOT FOUND - NO RESUBMISSIONS QUEUED"
            MOVE 4 TO WS-NEW-RC
            PERFORM RAISE-RC-PARA
        ELSE
            DISPLAY "HELLO: RESUB-FILE OPEN FAILED - STATUS="
                WS-RESUB-STATUS
            PERFORM FATAL-END-PARA
        END-IF
    END-IF.
OPEN-ERRMGMT-PARA.
    OPEN I-O ERRMGMT-FILE.
    IF WS-ERRMGMT-STATUS NOT = '00'
        DISPLAY "HELLO: ERRMGMT-FILE OPEN FAILED - STATUS="
            WS-ERRMGMT-STATUS
        PERFORM FATAL-END-PARA
    END-IF.
READ-RESUB-PARA.
    MOVE 'Y' TO WS-TRANS-REC-VALID.
    MOVE 'Y' TO WS-REQ-VALID.
    MOVE 'N' TO WS-DUP-SUPPRESSED.
    MOVE 'N' TO WS-HOLD-REQUIRED.
    READ RESUB-FILE
        AT END
            MOVE 'Y' TO WS-RESUB-EOF
        NOT AT END
            PERFORM LOAD-RESUB-PARA
    END-READ.
LOAD-RESUB-PARA.
    MOVE RSB-HOLD-KEY TO WS-RUN-HOLD-KEY.
    MOVE RSB-ERM-KEY TO WS-RUN-ERM-KEY.
    MOVE RSB-REQUESTOR TO WS-RUN-REQUESTOR.
    IF RSB-N NOT NUMERIC OR RSB-SHAPE NOT NUMERIC
        MOVE 'N' TO WS-TRANS-REC-VALID
        MOVE SPACES TO WS-RUN-DEPT
    ELSE
        MOVE RSB-N TO N
        MOVE RSB-SHAPE TO WS-SHAPE
        PERFORM CHECK-REQUESTOR-PARA
    END-IF.
CHECK-RESUB-ENTRY-PARA.
    MOVE 'Y' TO WS-RESUB-ENTRY-OK.
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RESUB-COUNT
        OR WS-RESUB-ENTRY-OK = 'N'
        IF WS-RS-KEY(RX) = WS-RUN-ERM-KEY
            MOVE 'N' TO WS-RESUB-ENTRY-OK
            DISPLAY "HELLO: RESUBMISSION " WS-RUN-ERM-KEY
                " REPEATED ON RESUB.DAT - SKIPPED"
        END-IF
    END-PERFORM.
    IF WS-RESUB-ENTRY-OK = 'Y'
        MOVE WS-RUN-ERM-KEY TO ERM-KEY
        READ ERRMGMT-FILE
            INVALID KEY
                MOVE 'N' TO WS-RESUB-ENTRY-OK
                DISPLAY "HELLO: RESUBMISSION " WS-RUN-ERM-KEY
                    " NOT ON ERROR WORKBENCH - SKIPPED"
            NOT INVALID KEY
                IF ERM-STATUS NOT = "RESOLVED"
                    MOVE 'N' TO WS-RESUB-ENTRY-OK
                    DISPLAY "HELLO: RESUBMISSION " WS-RUN-ERM-KEY
                        " WORKBENCH STATUS=" ERM-STATUS " - SKIPPED"
                END-IF
        END-READ
    END-IF.
    IF WS-RESUB-ENTRY-OK = 'N'
        MOVE 4 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    END-IF.
NOTE-RESUB-PARA.
    IF WS-RESUB-COUNT < WS-RESUB-MAX
        ADD 1 TO WS-RESUB-COUNT
        SET RX TO WS-RESUB-COUNT
        MOVE WS-RUN-ERM-KEY TO WS-RS-KEY(RX)
        MOVE WS-TRANS-SEQ TO WS-RS-SEQ(RX)
        MOVE N TO WS-RS-N(RX)
        MOVE WS-SHAPE TO WS-RS-SHAPE(RX)
        MOVE WS-RUN-REQUESTOR TO WS-RS-REQ(RX)
        MOVE SPACES TO WS-RS-ACTION(RX)
        EVALUATE TRUE
            WHEN WS-HOLD-REQUIRED = 'Y'
                MOVE "HELD" TO WS-RS-RESULT(RX)
            WHEN WS-TRANS-REC-VALID = 'Y' AND WS-REQ-VALID = 'Y'
                AND WS-N-VALID = 'Y'
                MOVE "BUILT" TO WS-RS-RESULT(RX)
            WHEN OTHER
                MOVE "REJECTED" TO WS-RS-RESULT(RX)
        END-EVALUATE
    ELSE
        IF WS-RESUB-OVERFLOW = 'N'
            MOVE 'Y' TO WS-RESUB-OVERFLOW
            DISPLAY "HELLO: MORE THAN " WS-RESUB-MAX
                " RESUBMISSIONS - EXCESS LEFT RESOLVED ON WORKBENCH"
            MOVE 4 TO WS-NEW-RC
            PERFORM RAISE-RC-PARA
        END-IF
    END-IF.
POST-RESUB-PARA.
    IF WS-ABORT-FLAG = 'N' AND WS-IF-FAILED = 'N'
        PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RESUB-COUNT
            PERFORM POST-RESUB-ENTRY-PARA
        END-PERFORM
        IF WS-RESUB-EOF = 'Y'
            PERFORM CLEAR-RESUB-PARA
        END-IF
    ELSE
        DISPLAY "HELLO: RESUBMISSION RUN INCOMPLETE - WORKBENCH NOT"
            " UPDATED AND RESUB.DAT KEPT"
        PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RESUB-COUNT
            MOVE "NOT POSTED" TO WS-RS-ACTION(RX)
        END-PERFORM
    END-IF.
    CLOSE ERRMGMT-FILE.
POST-RESUB-ENTRY-PARA.
    MOVE WS-RS-KEY(RX) TO ERM-KEY.
    READ ERRMGMT-FILE
        INVALID KEY
            MOVE "NOT FOUND" TO WS-RS-ACTION(RX)
            DISPLAY "HELLO: RESUBMISSION " WS-RS-KEY(RX)
                " VANISHED FROM ERROR WORKBENCH"
        NOT INVALID KEY
            EVALUATE WS-RS-RESULT(RX)
                WHEN "BUILT"
                    MOVE "CLOSED" TO ERM-STATUS
                    MOVE WS-RT-DATE TO ERM-STATUS-DATE
                WHEN "REJECTED"
                    MOVE 0 TO ERM-RESUB-DATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE ERM-STATUS TO WS-RS-ACTION(RX)
            REWRITE ERRMGMT-RECORD
                INVALID KEY
                    MOVE "NOT POSTED" TO WS-RS-ACTION(RX)
                    DISPLAY "HELLO: ERRMGMT-FILE REWRITE FAILED - "
                        WS-RS-KEY(RX)
                    MOVE 8 TO WS-NEW-RC
                    PERFORM RAISE-RC-PARA
            END-REWRITE
    END-READ.
CLEAR-RESUB-PARA.
    OPEN OUTPUT RESUB-FILE.
    IF WS-RESUB-STATUS = '00'
        CLOSE RESUB-FILE
    ELSE
        DISPLAY "HELLO: RESUB-FILE CLEAR FAILED - STATUS="
            WS-RESUB-STATUS
        MOVE 4 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    END-IF.
WRITE-RESUB-SECTION-PARA.
    IF WS-LINE-COUNT >= WS-MAX-LINES
        PERFORM NEW-PAGE-PARA
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-RESUB-HEAD-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD 2 TO WS-LINE-COUNT.
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RESUB-COUNT
        IF WS-LINE-COUNT >= WS-MAX-LINES
            PERFORM NEW-PAGE-PARA
        END-IF
        MOVE WS-RS-SEQ(RX) TO WS-RL-SEQ
        MOVE WS-RS-KEY(RX) TO WS-RL-KEY
        MOVE WS-RS-N(RX) TO WS-RL-N
        MOVE WS-RS-SHAPE(RX) TO WS-RL-SHAPE
        MOVE WS-RS-REQ(RX) TO WS-RL-REQ
        MOVE WS-RS-RESULT(RX) TO WS-RL-RESULT
        MOVE WS-RS-ACTION(RX) TO WS-RL-ACTION
        MOVE SPACES TO REPORT-LINE
        MOVE WS-RESUB-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-LINE-COUNT
    END-PERFORM.
SET-BUS-DATE-PARA.
    IF WS-BUS-DATE = 0
        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
        DISPLAY "HELLO: RUNCAL-FILE OPEN FAILED - STATUS="
            WS-RUNCAL-STATUS
    END-IF.
CHECK-PERIOD-PARA.
    MOVE 'N' TO WS-PERIOD-CLOSED.
    COMPUTE WS-BUS-MONTH = WS-BUS-DATE / 100.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERIOD-STATUS = '00'
        MOVE 'N' TO WS-PERIOD-EOF
        PERFORM UNTIL WS-PERIOD-EOF = 'Y'
            READ PERIOD-FILE
                AT END
                    MOVE 'Y' TO WS-PERIOD-EOF
                NOT AT END
                    IF PER-REC-TYPE = 'P' AND PER-MONTH = WS-BUS-MONTH
                        AND PER-STATUS = "CLOSED"
                        MOVE 'Y' TO WS-PERIOD-CLOSED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIOD-FILE
    ELSE
        IF WS-PERIOD-STATUS NOT = '35'
            DISPLAY "HELLO: PERIOD-FILE OPEN FAILED - STATUS="
                WS-PERIOD-STATUS
            PERFORM FATAL-END-PARA
        END-IF
    END-IF.
    IF WS-PERIOD-CLOSED = 'Y'
        IF (WS-RUN-TYPE = "RERUN" OR WS-RUN-TYPE = "AD-HOC")
            AND WS-PERIOD-OVERRIDE = 'N'
            DISPLAY "HELLO: BUSINESS DATE " WS-BUS-DATE
                " IS IN CLOSED BILLING MONTH " WS-BUS-MONTH
                " - " WS-RUN-TYPE " REFUSED (PERIOD OVERRIDE NOT SET)"
            PERFORM FATAL-END-PARA
        END-IF
        DISPLAY "HELLO: BUSINESS DATE " WS-BUS-DATE
            " IS IN CLOSED BILLING MONTH " WS-BUS-MONTH
            " - RUNS FLAGGED POST-CLOSE"
        MOVE 4 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    END-IF.
CHECK-OPERATOR-PARA.
    MOVE 'N' TO WS-OPER-NEEDED.
    IF WS-RUN-TYPE = "RERUN" OR WS-DUP-OVERRIDE = 'Y'
        OR WS-LOCK-OVERRIDE = 'Y' OR WS-PERIOD-OVERRIDE = 'Y'
        OR WS-RUN-MODE = 'A'
        MOVE 'Y' TO WS-OPER-NEEDED
    END-IF.
    IF WS-OPER-NEEDED = 'Y'
        IF WS-OPERATOR-ID = SPACES
            DISPLAY "HELLO: CONTROL.DAT SETS A RERUN, OVERRIDE OR AD-HOC"
                " MODE BUT NAMES NO OPERATOR - RUN REFUSED"
            PERFORM FATAL-END-PARA
        END-IF
        PERFORM FIND-OPERATOR-PARA
        IF WS-OPER-FOUND = 'N'
            DISPLAY "HELLO: OPERATOR " WS-OPERATOR-ID
                " NOT ON OPERATOR MASTER - RUN REFUSED"
            PERFORM FATAL-END-PARA
        END-IF
        IF WS-OPER-ACTIVE NOT = 'Y'
            DISPLAY "HELLO: OPERATOR " WS-OPERATOR-ID
                " IS NOT ACTIVE - RUN REFUSED"
            PERFORM FATAL-END-PARA
        END-IF
        IF WS-RUN-TYPE = "RERUN" AND WS-OPER-FN-RERUN NOT = 'Y'
            DISPLAY "HELLO: OPERATOR " WS-OPERATOR-ID
                " NOT AUTHORIZED FOR RERUN - RUN REFUSED"
            PERFORM FATAL-END-PARA
        END-IF
        IF (WS-DUP-OVERRIDE = 'Y' OR WS-LOCK-OVERRIDE = 'Y'
            OR WS-PERIOD-OVERRIDE = 'Y')
            AND WS-OPER-FN-OVERRIDE NOT = 'Y'
            DISPLAY "HELLO: OPERATOR " WS-OPERATOR-ID
                " NOT AUTHORIZED FOR OVERRIDE - RUN REFUSED"
            PERFORM FATAL-END-PARA
        END-IF
        IF WS-RUN-MODE = 'A' AND WS-OPER-FN-ADHOC NOT = 'Y'
            DISPLAY "HELLO: OPERATOR " WS-OPERATOR-ID
                " NOT AUTHORIZED FOR AD-HOC - RUN REFUSED"
            PERFORM FATAL-END-PARA
        END-IF
    END-IF.
FIND-OPERATOR-PARA.
    MOVE 'N' TO WS-OPER-FOUND.
    OPEN INPUT OPERMAST-FILE.
    IF WS-OPERMAST-STATUS NOT = '00'
        DISPLAY "HELLO: OPERMAST-FILE OPEN FAILED - STATUS="
            WS-OPERMAST-STATUS " - OPERATOR CANNOT BE AUTHORIZED"
        PERFORM FATAL-END-PARA
    END-IF.
    MOVE 'N' TO WS-OPERMAST-EOF.
    PERFORM UNTIL WS-OPERMAST-EOF = 'Y'
        READ OPERMAST-FILE
            AT END
                MOVE 'Y' TO WS-OPERMAST-EOF
            NOT AT END
                IF OPM-ID = WS-OPERATOR-ID
                    MOVE 'Y' TO WS-OPER-FOUND
                    MOVE OPM-ACTIVE TO WS-OPER-ACTIVE
                    MOVE OPM-FN-RERUN TO WS-OPER-FN-RERUN
                    MOVE OPM-FN-OVERRIDE TO WS-OPER-FN-OVERRIDE
                    MOVE OPM-FN-ADHOC TO WS-OPER-FN-ADHOC
                    MOVE 'Y' TO WS-OPERMAST-EOF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPERMAST-FILE.
JOURNAL-CONTROL-PARA.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY "HELLO: JOURNAL-FILE OPEN FAILED - STATUS="
            WS-JOURNAL-STATUS " - RUN REFUSED"
        PERFORM FATAL-END-PARA
    END-IF.
    IF WS-RUN-TYPE = "RERUN"
        MOVE "CTL-RERUN" TO WS-JRN-FIELD
        MOVE CTL-RERUN-FLAG TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF WS-DUP-OVERRIDE = 'Y'
        MOVE "CTL-DUP-OVR" TO WS-JRN-FIELD
        MOVE CTL-DUP-OVERRIDE TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF WS-LOCK-OVERRIDE = 'Y'
        MOVE "CTL-LOCK-OVR" TO WS-JRN-FIELD
        MOVE CTL-LOCK-OVERRIDE TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF WS-PERIOD-OVERRIDE = 'Y'
        MOVE "CTL-PER-OVR" TO WS-JRN-FIELD
        MOVE CTL-PERIOD-OVERRIDE TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF WS-RUN-MODE = 'A'
        MOVE "CTL-RUN-MODE" TO WS-JRN-FIELD
        MOVE CTL-RUN-MODE TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    CLOSE JOURNAL-FILE.
WRITE-JOURNAL-PARA.
    MOVE SPACES TO JOURNAL-RECORD.
    ACCEPT JRN-DATE FROM DATE YYYYMMDD.
    ACCEPT JRN-TIME FROM TIME.
    MOVE "HELLO" TO JRN-PROGRAM.
    MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
    MOVE "HONOURED" TO JRN-ACTION.
    MOVE WS-BUS-DATE TO JRN-KEY.
    MOVE WS-JRN-FIELD TO JRN-FIELD.
    MOVE WS-JRN-AFTER TO JRN-AFTER.
    WRITE JOURNAL-RECORD.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY "HELLO: JOURNAL-FILE WRITE FAILED - STATUS="
            WS-JOURNAL-STATUS " - RUN REFUSED"
        CLOSE JOURNAL-FILE
        PERFORM FATAL-END-PARA
    END-IF.
FATAL-END-PARA.
    PERFORM RELEASE-LOCK-PARA.
    DISPLAY "HELLO: FATAL ERROR - RUN ABORTED - RC=16".
    MOVE 16 TO WS-MAX-RC.
    PERFORM WRITE-TIMELOG-END-PARA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
CHECK-LOCK-PARA.
                IF CTL-LOCK-OVERRIDE = 'Y'
                    MOVE 'Y' TO WS-LOCK-OVERRIDE
                END-IF
                IF CTL-PERIOD-OVERRIDE = 'Y'
                    MOVE 'Y' TO WS-PERIOD-OVERRIDE
                END-IF
                MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
        END-READ
        CLOSE CONTROL-FILE
    ELSE
    MOVE 'Y' TO WS-TRANS-REC-VALID.
    MOVE 'Y' TO WS-REQ-VALID.
    MOVE 'N' TO WS-DUP-SUPPRESSED.
    MOVE 'N' TO WS-HOLD-REQUIRED.
    MOVE 'Y' TO WS-BATCH-CONTROL-REC.
    PERFORM UNTIL WS-BATCH-CONTROL-REC = 'N'
        MOVE 'N' TO WS-BATCH-CONTROL-REC
        READ TRANS-FILE
            AT END
                MOVE 'Y' TO WS-TRANS-EOF
            NOT AT END
                IF TBH-REC-TAG = "HDR" OR TBH-REC-TAG = "TRL"
                    MOVE 'Y' TO WS-BATCH-CONTROL-REC
                ELSE
                    PERFORM LOAD-TRANS-PARA
                END-IF
        END-READ
    END-PERFORM.
LOAD-TRANS-PARA.
    MOVE TRANS-HOLD-KEY TO WS-RUN-HOLD-KEY.
    IF TRANS-N NOT NUMERIC OR TRANS-SHAPE NOT NUMERIC
        MOVE 'N' TO WS-TRANS-REC-VALID
        MOVE TRANS-REQUESTOR TO WS-RUN-REQUESTOR
        MOVE SPACES TO WS-RUN-DEPT
    ELSE
        MOVE TRANS-N TO N
        MOVE TRANS-SHAPE TO WS-SHAPE
        MOVE TRANS-REQUESTOR TO WS-RUN-REQUESTOR
        PERFORM CHECK-REQUESTOR-PARA
    END-IF.
OPEN-REQUESTOR-PARA.
    OPEN INPUT REQUESTOR-FILE.
    IF WS-REQUESTOR-STATUS NOT = '00'
        END-IF
    END-IF.
RECORD-SUPPRESS-PARA.
    ACCEPT WS-TLG-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-RUN-TIME FROM TIME.
    DISPLAY "HELLO: TRANS-SEQ " WS-TRANS-SEQ
        " DUPLICATES SEQ " WS-DUP-FIRST-SEQ " - SUPPRESSED".
    IF WS-SUP-COUNT < 200
        MOVE WS-RUN-REQUESTOR TO WS-SP-REQ(PX)
        MOVE WS-DUP-FIRST-SEQ TO WS-SP-FIRST-SEQ(PX)
    END-IF.
    MOVE SPACES TO WS-FAIL-REASON.
    STRING "NOT BUILT - DUPLICATE OF TRANS-SEQ " WS-DUP-FIRST-SEQ
        DELIMITED BY SIZE INTO WS-FAIL-REASON.
    PERFORM FAIL-RELEASE-PARA.
    MOVE 0 TO WS-MARK-COUNT.
    PERFORM WRITE-AUDIT-PARA.
    MOVE 4 TO WS-TLG-RC.
    PERFORM WRITE-TIMELOG-RUN-PARA.
WRITE-DUP-SECTION-PARA.
    IF WS-LINE-COUNT >= WS-MAX-LINES
        PERFORM NEW-PAGE-PARA
        WRITE REPORT-LINE
        ADD 1 TO WS-LINE-COUNT
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
        DISPLAY "HELLO: PENDING-FILE OPEN FAILED - STATUS="
            WS-PENDING-STATUS
        PERFORM FATAL-END-PARA
    END-IF.
LOAD-APPRLIM-PARA.
    OPEN INPUT APPRLIM-FILE.
    IF WS-APPRLIM-STATUS NOT = '00'
        IF WS-APPRLIM-STATUS NOT = '35'
            DISPLAY "HELLO: APPRLIM-FILE OPEN FAILED - STATUS="
                WS-APPRLIM-STATUS
        END-IF
        MOVE 'Y' TO WS-APPRLIM-EOF
    END-IF.
    PERFORM UNTIL WS-APPRLIM-EOF = 'Y'
        READ APPRLIM-FILE
            AT END
                MOVE 'Y' TO WS-APPRLIM-EOF
            NOT AT END
                IF AL-MAX-N NOT NUMERIC OR AL-DEPT = SPACES
                    DISPLAY "HELLO: BAD APPROVAL LIMIT RECORD DROPPED - "
                        AL-DEPT
                ELSE
                    IF AL-DEPT = "*ALL"
                        MOVE AL-MAX-N TO WS-DEFAULT-LIMIT
                    ELSE
                        PERFORM ADD-LIMIT-PARA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-APPRLIM-STATUS = '00' OR WS-APPRLIM-STATUS = '10'
        CLOSE APPRLIM-FILE
    END-IF.
ADD-LIMIT-PARA.
    IF WS-LIMIT-COUNT < WS-LIMIT-MAX
        ADD 1 TO WS-LIMIT-COUNT
        SET LX TO WS-LIMIT-COUNT
        MOVE AL-DEPT TO WS-LM-DEPT(LX)
        MOVE AL-MAX-N TO WS-LM-MAX-N(LX)
    ELSE
        IF WS-LIMIT-OVERFLOW = 'N'
            MOVE 'Y' TO WS-LIMIT-OVERFLOW
            DISPLAY "HELLO: MORE THAN " WS-LIMIT-MAX
                " APPROVAL LIMITS - EXCESS USE THE DEFAULT"
        END-IF
    END-IF.
CHECK-APPROVAL-PARA.
    MOVE 'N' TO WS-HOLD-REQUIRED.
    MOVE 'N' TO WS-RELEASED-ITEM.
    MOVE WS-DEFAULT-LIMIT TO WS-RUN-LIMIT.
    MOVE 'N' TO WS-LIMIT-FOUND.
    PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LIMIT-COUNT
        OR WS-LIMIT-FOUND = 'Y'
        IF WS-LM-DEPT(LX) = WS-RUN-DEPT
            MOVE WS-LM-MAX-N(LX) TO WS-RUN-LIMIT
            MOVE 'Y' TO WS-LIMIT-FOUND
        END-IF
    END-PERFORM.
    IF WS-RUN-HOLD-KEY NOT = SPACES
        PERFORM CHECK-RELEASE-PARA
    END-IF.
    IF N > WS-RUN-LIMIT AND WS-RELEASED-ITEM = 'N'
        MOVE 'Y' TO WS-HOLD-REQUIRED
    END-IF.
CHECK-RELEASE-PARA.
    MOVE WS-RUN-HOLD-KEY TO PND-KEY.
    READ PENDING-FILE
        INVALID KEY
            DISPLAY "HELLO: TRANS-SEQ " WS-TRANS-SEQ " RELEASE "
                WS-RUN-HOLD-KEY " NOT ON PENDING FILE"
        NOT INVALID KEY
            IF PND-STATUS = "RELEASED" AND PND-N = N
                AND PND-SHAPE = WS-SHAPE
                AND PND-REQUESTOR = WS-RUN-REQUESTOR
                MOVE 'Y' TO WS-RELEASED-ITEM
            ELSE
                DISPLAY "HELLO: TRANS-SEQ " WS-TRANS-SEQ " RELEASE "
                    WS-RUN-HOLD-KEY " DOES NOT MATCH AN APPROVED ITEM"
                    " - STATUS=" PND-STATUS
            END-IF
    END-READ.
MARK-BUILT-PARA.
    IF WS-RELEASED-ITEM = 'Y' AND WS-N-VALID = 'N'
        MOVE SPACES TO WS-FAIL-REASON
        STRING "NOT BUILT - " WS-ERR-CODE " " WS-ERR-DESC
            DELIMITED BY SIZE INTO WS-FAIL-REASON
        PERFORM FAIL-RELEASE-PARA
    END-IF.
    IF WS-RELEASED-ITEM = 'Y' AND WS-N-VALID = 'Y'
        MOVE WS-RUN-HOLD-KEY TO PND-KEY
        READ PENDING-FILE
            INVALID KEY
                DISPLAY "HELLO: RELEASE " WS-RUN-HOLD-KEY
                    " VANISHED FROM PENDING FILE"
            NOT INVALID KEY
                MOVE "BUILT" TO PND-STATUS
                MOVE WS-BUS-DATE TO PND-RELEASE-DATE
                REWRITE PENDING-RECORD
                    INVALID KEY
                        DISPLAY "HELLO: PENDING-FILE REWRITE FAILED - "
                            PND-KEY
                END-REWRITE
        END-READ
    END-IF.
FAIL-RELEASE-PARA.
    IF WS-RUN-HOLD-KEY NOT = SPACES
        MOVE WS-RUN-HOLD-KEY TO PND-KEY
        READ PENDING-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PND-STATUS = "RELEASED"
                    AND PND-REQUESTOR = WS-RUN-REQUESTOR
                    MOVE "FAILED" TO PND-STATUS
                    MOVE WS-FAIL-REASON TO PND-REASON
                    REWRITE PENDING-RECORD
                        INVALID KEY
                            DISPLAY "HELLO: PENDING-FILE REWRITE FAILED - "
                                PND-KEY
                        NOT INVALID KEY
                            DISPLAY "HELLO: RELEASE " WS-RUN-HOLD-KEY
                                " NOT BUILT - MARKED FAILED"
                    END-REWRITE
                END-IF
        END-READ
    END-IF.
HOLD-TRANS-PARA.
    ACCEPT WS-TLG-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-RUN-TIME FROM TIME.
    DISPLAY "HELLO: TRANS-SEQ " WS-TRANS-SEQ " N=" N
        " OVER " WS-RUN-DEPT " LIMIT " WS-RUN-LIMIT
        " - HELD FOR APPROVAL".
    MOVE 'N' TO WS-SLOT-DONE.
    MOVE 0 TO WS-OCCUR.
    PERFORM TRY-HOLD-SLOT-PARA UNTIL WS-SLOT-DONE = 'Y'.
    IF WS-HOLD-COUNT < 200
        ADD 1 TO WS-HOLD-COUNT
        SET HX TO WS-HOLD-COUNT
        MOVE WS-TRANS-SEQ TO WS-HD-SEQ(HX)
        MOVE N TO WS-HD-N(HX)
        MOVE WS-SHAPE TO WS-HD-SHAPE(HX)
        MOVE WS-RUN-REQUESTOR TO WS-HD-REQ(HX)
        MOVE WS-RUN-DEPT TO WS-HD-DEPT(HX)
        MOVE WS-RUN-LIMIT TO WS-HD-LIMIT(HX)
        MOVE WS-OCCUR TO WS-HD-OCCUR(HX)
    END-IF.
    MOVE 4 TO WS-NEW-RC.
    PERFORM RAISE-RC-PARA.
    MOVE 0 TO WS-MARK-COUNT.
    PERFORM WRITE-AUDIT-PARA.
    MOVE 4 TO WS-TLG-RC.
    PERFORM WRITE-TIMELOG-RUN-PARA.
TRY-HOLD-SLOT-PARA.
    ADD 1 TO WS-OCCUR.
    IF WS-OCCUR > 99
        MOVE 'Y' TO WS-SLOT-DONE
        MOVE 0 TO WS-OCCUR
        DISPLAY "HELLO: MORE THAN 99 HOLDS FOR TRANS-SEQ " WS-TRANS-SEQ
            " - NOT QUEUED"
        MOVE 8 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    ELSE
        MOVE WS-BUS-DATE TO PND-BUS-DATE
        MOVE WS-TRANS-SEQ TO PND-TRANS-SEQ
        MOVE WS-OCCUR TO PND-OCCUR
        READ PENDING-FILE
            INVALID KEY
                PERFORM WRITE-HOLD-PARA
            NOT INVALID KEY
                IF PND-STATUS = "HELD" AND PND-N = N
                    AND PND-SHAPE = WS-SHAPE
                    AND PND-REQUESTOR = WS-RUN-REQUESTOR
                    MOVE 'Y' TO WS-SLOT-DONE
                    DISPLAY "HELLO: TRANS-SEQ " WS-TRANS-SEQ
                        " ALREADY HELD - OCCUR " WS-OCCUR
                END-IF
        END-READ
    END-IF.
WRITE-HOLD-PARA.
    MOVE SPACES TO PENDING-RECORD.
    MOVE WS-BUS-DATE TO PND-BUS-DATE.
    MOVE WS-TRANS-SEQ TO PND-TRANS-SEQ.
    MOVE WS-OCCUR TO PND-OCCUR.
    MOVE WS-RUN-REQUESTOR TO PND-REQUESTOR.
    MOVE WS-RUN-DEPT TO PND-DEPT.
    MOVE N TO PND-N.
    MOVE WS-SHAPE TO PND-SHAPE.
    MOVE WS-RUN-TYPE TO PND-RUN-TYPE.
    MOVE "HELD" TO PND-STATUS.
    MOVE WS-RT-DATE TO PND-HELD-DATE.
    MOVE WS-RUN-LIMIT TO PND-LIMIT.
    MOVE 0 TO PND-ACTION-DATE.
    MOVE 0 TO PND-RELEASE-DATE.
    MOVE WS-RUN-ERM-KEY TO PND-ERM-KEY.
    WRITE PENDING-RECORD
        INVALID KEY
            DISPLAY "HELLO: PENDING-FILE WRITE REJECTED - " PND-KEY
            MOVE 0 TO WS-OCCUR
            MOVE 8 TO WS-NEW-RC
            PERFORM RAISE-RC-PARA
    END-WRITE.
    MOVE 'Y' TO WS-SLOT-DONE.
WRITE-HELD-SECTION-PARA.
    IF WS-LINE-COUNT >= WS-MAX-LINES
        PERFORM NEW-PAGE-PARA
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-HELD-HEAD-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD 2 TO WS-LINE-COUNT.
    PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLD-COUNT
        IF WS-LINE-COUNT >= WS-MAX-LINES
            PERFORM NEW-PAGE-PARA
        END-IF
        MOVE WS-HD-SEQ(HX) TO WS-HL-SEQ
        MOVE WS-HD-N(HX) TO WS-HL-N
        MOVE WS-HD-SHAPE(HX) TO WS-HL-SHAPE
        MOVE WS-HD-REQ(HX) TO WS-HL-REQ
        MOVE WS-HD-DEPT(HX) TO WS-HL-DEPT
        MOVE WS-HD-LIMIT(HX) TO WS-HL-LIMIT
        MOVE WS-HD-OCCUR(HX) TO WS-HL-OCCUR
        MOVE SPACES TO REPORT-LINE
        MOVE WS-HELD-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-LINE-COUNT
    END-PERFORM.
PROCESS-TRANS-PARA.
    ACCEPT WS-TLG-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TLG-RUN-TIME FROM TIME.
    PERFORM VALIDATE-N-PARA.
    PERFORM VALIDATE-SHAPE-PARA.
    IF WS-LINE-COUNT >= WS-MAX-LINES
    MOVE N TO WS-RH-N.
    MOVE WS-RUN-REQUESTOR TO WS-RH-REQ.
    MOVE WS-RUN-DEPT TO WS-RH-DEPT.
    IF WS-RUN-ERM-KEY = SPACES
        MOVE SPACES TO WS-RH-ERM-TAG
    ELSE
        MOVE "ERM=" TO WS-RH-ERM-TAG
    END-IF.
    MOVE WS-RUN-ERM-KEY TO WS-RH-ERM.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-RUN-HEADER-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
            PERFORM COUNT-MARKS-PARA
        END-IF
        PERFORM BUILD-TABLE-PARA
        IF WS-RUN-MODE NOT = 'A' AND WS-RUN-MODE NOT = 'R'
            PERFORM CLEAR-CHECKPOINT-PARA
        END-IF
        PERFORM B-PARA VARYING I FROM 1 BY 1 UNTIL I>N
        PERFORM RECONCILE-PARA
    END-IF.
    PERFORM WRITE-AUDIT-PARA.
    IF WS-N-VALID = 'Y'
        MOVE 0 TO WS-TLG-RC
    ELSE
        MOVE 8 TO WS-TLG-RC
    END-IF.
    PERFORM WRITE-TIMELOG-RUN-PARA.
RECONCILE-PARA.
    MOVE 0 TO WS-EXPECTED-COUNT.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
        END-IF
        PERFORM UNTIL J > WS-COL-END
            PERFORM A-PARA
            IF WS-RUN-MODE NOT = 'A' AND WS-RUN-MODE NOT = 'R'
                ADD 1 TO WS-CKPT-COUNT
                IF WS-CKPT-COUNT >= WS-CKPT-INTERVAL
                    PERFORM WRITE-CHECKPOINT-PARA
    WRITE REPORT-LINE.
    MOVE WS-BUS-DATE TO WS-ML-BUS-DATE.
    MOVE WS-RUN-TYPE TO WS-ML-RUN-TYPE.
    IF WS-PERIOD-CLOSED = 'Y'
        MOVE "** BILLING MONTH CLOSED - POST-CLOSE" TO WS-ML-PERIOD-NOTE
    ELSE
        MOVE SPACES TO WS-ML-PERIOD-NOTE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-MODE-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-MARK-COUNT TO WS-AUD-MARKS.
    MOVE WS-RUN-REQUESTOR TO WS-AUD-REQ.
    MOVE WS-RUN-DEPT TO WS-AUD-DEPT.
    IF WS-RUN-ERM-KEY = SPACES
        MOVE SPACES TO WS-AUD-ERM-TAG
    ELSE
        MOVE "ERM=" TO WS-AUD-ERM-TAG
    END-IF.
    MOVE WS-RUN-ERM-KEY TO WS-AUD-ERM.
    IF WS-PERIOD-CLOSED = 'Y'
        MOVE "POST-CLOSE" TO WS-AUD-CLOSE-FLAG
    ELSE
        MOVE SPACES TO WS-AUD-CLOSE-FLAG
    END-IF.
    IF WS-DUP-SUPPRESSED = 'Y'
        MOVE "SUPPRESS" TO WS-AUD-STATUS
    ELSE
        IF WS-HOLD-REQUIRED = 'Y'
            MOVE "HELD" TO WS-AUD-STATUS
        ELSE
            IF WS-N-VALID = 'Y'
                MOVE "COMPLETE" TO WS-AUD-STATUS
            ELSE
                MOVE "REJECTED" TO WS-AUD-STATUS
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO AUDIT-LINE.
    MOVE WS-AUDIT-RECORD TO AUDIT-LINE.
    WRITE AUDIT-LINE.
WRITE-TIMELOG-START-PARA.
    MOVE "START" TO WS-TLG-EVENT.
    MOVE WS-TLG-JOB-DATE TO WS-TLG-FROM-DATE.
    MOVE WS-TLG-JOB-TIME TO WS-TLG-FROM-TIME.
    MOVE 0 TO WS-TLG-TO-DATE.
    MOVE 0 TO WS-TLG-TO-TIME.
    MOVE 0 TO WS-TLG-ELAPSED.
    MOVE 0 TO WS-TLG-VOLUME.
    MOVE 0 TO WS-TLG-RC.
    MOVE 0 TO WS-TLG-N.
    MOVE 0 TO WS-TLG-SHAPE.
    MOVE 0 TO WS-TLG-SEQ.
    PERFORM WRITE-TIMELOG-PARA.
WRITE-TIMELOG-END-PARA.
    MOVE "END" TO WS-TLG-EVENT.
    MOVE WS-TLG-JOB-DATE TO WS-TLG-FROM-DATE.
    MOVE WS-TLG-JOB-TIME TO WS-TLG-FROM-TIME.
    PERFORM TIMELOG-ELAPSED-PARA.
    MOVE WS-TLG-RUN-COUNT TO WS-TLG-VOLUME.
    MOVE WS-MAX-RC TO WS-TLG-RC.
    MOVE 0 TO WS-TLG-N.
    MOVE 0 TO WS-TLG-SHAPE.
    MOVE 0 TO WS-TLG-SEQ.
    PERFORM WRITE-TIMELOG-PARA.
WRITE-TIMELOG-RUN-PARA.
    ADD 1 TO WS-TLG-RUN-COUNT.
    MOVE "RUN" TO WS-TLG-EVENT.
    MOVE WS-TLG-RUN-DATE TO WS-TLG-FROM-DATE.
    MOVE WS-TLG-RUN-TIME TO WS-TLG-FROM-TIME.
    PERFORM TIMELOG-ELAPSED-PARA.
    MOVE WS-MARK-COUNT TO WS-TLG-VOLUME.
    IF N NUMERIC
        MOVE N TO WS-TLG-N
    ELSE
        MOVE 0 TO WS-TLG-N
    END-IF.
    IF WS-SHAPE NUMERIC
        MOVE WS-SHAPE TO WS-TLG-SHAPE
    ELSE
        MOVE 0 TO WS-TLG-SHAPE
    END-IF.
    MOVE WS-TRANS-SEQ TO WS-TLG-SEQ.
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
        DISPLAY "HELLO: TIMELOG-FILE OPEN FAILED - STATUS="
            WS-TIMELOG-STATUS " - TIMING NOT RECORDED"
    ELSE
        MOVE SPACES TO TIMELOG-RECORD
        MOVE "HELLO" TO TLG-PROGRAM
        MOVE WS-TLG-EVENT TO TLG-EVENT
        MOVE WS-BUS-DATE TO TLG-BUS-DATE
        MOVE WS-TLG-FROM-DATE TO TLG-START-DATE
        MOVE WS-TLG-FROM-TIME TO TLG-START-TIME
        MOVE WS-TLG-TO-DATE TO TLG-END-DATE
        MOVE WS-TLG-TO-TIME TO TLG-END-TIME
        MOVE WS-TLG-ELAPSED TO TLG-ELAPSED
        MOVE WS-TLG-VOLUME TO TLG-VOLUME
        MOVE WS-TLG-RC TO TLG-RC
        EVALUATE WS-RUN-MODE
            WHEN 'A'
                MOVE "AD-HOC" TO TLG-RUN-TYPE
            WHEN 'R'
                MOVE "RESUB" TO TLG-RUN-TYPE
            WHEN OTHER
                MOVE WS-RUN-TYPE TO TLG-RUN-TYPE
        END-EVALUATE
        MOVE WS-TLG-N TO TLG-N
        MOVE WS-TLG-SHAPE TO TLG-SHAPE
        MOVE WS-TLG-SEQ TO TLG-RUN-SEQ
        WRITE TIMELOG-RECORD
        CLOSE TIMELOG-FILE
    END-IF.
