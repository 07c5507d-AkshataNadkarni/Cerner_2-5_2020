    SELECT BALANCE-FILE ASSIGN TO "EODBAL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALANCE-STATUS.
    SELECT TIMELOG-FILE ASSIGN TO "TIMELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMELOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    05  TRANS-SHAPE          PIC 9(1).
    05  TRANS-REQUESTOR      PIC X(4).
    05  FILLER               PIC X(73).
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
FD  AUDIT-FILE.
01  AUDIT-LINE              PIC X(132).
FD  INTERFACE-FILE
    05  CAL-STATUS           PIC X(8).
FD  BALANCE-FILE.
01  BALANCE-LINE            PIC X(90).
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
01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
01 WS-TRANS-STATUS PIC X(2) VALUE '00'.
   05 WS-EP-DATE            PIC X(8).
   05 FILLER               PIC X(83).
01 WS-TRANS-COUNT PIC 9(5) VALUE 0.
01 WS-TRANS-N-HASH PIC 9(7) VALUE 0.
01 WS-BATCH-HDR-SEEN PIC X VALUE 'N'.
01 WS-BATCH-TRL-SEEN PIC X VALUE 'N'.
01 WS-BATCH-ID PIC X(8) VALUE SPACES.
01 WS-BATCH-DEPT PIC X(10) VALUE SPACES.
01 WS-BATCH-DATE PIC 9(8) VALUE 0.
01 WS-BATCH-REC-COUNT PIC 9(5) VALUE 0.
01 WS-BATCH-N-HASH PIC 9(7) VALUE 0.
01 WS-AUD-COMPLETE PIC 9(5) VALUE 0.
01 WS-AUD-REJECTED PIC 9(5) VALUE 0.
01 WS-AUD-SUPPRESS PIC 9(5) VALUE 0.
01 WS-AUD-HELD PIC 9(5) VALUE 0.
01 WS-AUD-ADHOC PIC 9(5) VALUE 0.
01 WS-AUD-RESUB PIC 9(5) VALUE 0.
01 WS-AUD-RESUB-COMPLETE PIC 9(5) VALUE 0.
01 WS-AUD-TOTAL PIC 9(5) VALUE 0.
01 WS-IF-DETAILS PIC 9(7) VALUE 0.
01 WS-IF-RUNS PIC 9(5) VALUE 0.
01 WS-IF-TRAILER-COUNT PIC 9(7) VALUE 0.
01 WS-IF-TRAILER-SEEN PIC X VALUE 'N'.
01 WS-IF-BUS-DATE PIC 9(8) VALUE 0.
01 WS-IF-RUN-TYPE PIC X(6) VALUE SPACES.
01 WS-IF-EXPECTED PIC 9(5) VALUE 0.
01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
01 WS-ACK-RUNS PIC 9(5) VALUE 0.
01 WS-ACK-LAST-SEQ PIC 9(4) VALUE 0.
   05 WS-IL-VALUE           PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-IL-NOTE            PIC X(30).
01 WS-BATCH-LINE.
   05 FILLER               PIC X(16) VALUE "SUBMITTED BATCH ".
   05 WS-BL-ID              PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "DEPT=".
   05 WS-BL-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(12) VALUE "HEADER DATE=".
   05 WS-BL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-BL-NOTE            PIC X(30).
01 WS-VERDICT-LINE.
   05 FILLER               PIC X(9) VALUE "VERDICT: ".
   05 WS-VL-VERDICT         PIC X(30).
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
    IF WS-BUS-DATE = 0
        MOVE WS-TODAY TO WS-BUS-DATE
    END-IF.
    PERFORM WRITE-TIMELOG-START-PARA.
    OPEN OUTPUT BALANCE-FILE.
    IF WS-BALANCE-STATUS NOT = '00'
        DISPLAY "EODBAL: BALANCE-FILE OPEN FAILED - STATUS="
            WS-BALANCE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    PERFORM COUNT-TRANS-PARA.
            DISPLAY "EODBAL: BUSINESS DATE " WS-BUS-DATE " IN BALANCE"
        END-IF
    END-IF.
    PERFORM WRITE-TIMELOG-END-PARA.
    STOP RUN.
READ-CONTROL-PARA.
    OPEN INPUT CONTROL-FILE.
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    EVALUATE TBH-REC-TAG
                        WHEN "HDR"
                            MOVE 'Y' TO WS-BATCH-HDR-SEEN
                            MOVE TBH-BATCH-ID TO WS-BATCH-ID
                            MOVE TBH-DEPT TO WS-BATCH-DEPT
                            IF TBH-BUS-DATE NUMERIC
                                MOVE TBH-BUS-DATE TO WS-BATCH-DATE
                            END-IF
                        WHEN "TRL"
                            MOVE 'Y' TO WS-BATCH-TRL-SEEN
                            IF TBT-REC-COUNT NUMERIC
                                MOVE TBT-REC-COUNT TO WS-BATCH-REC-COUNT
                            END-IF
                            IF TBT-N-HASH NUMERIC
                                MOVE TBT-N-HASH TO WS-BATCH-N-HASH
                            END-IF
                        WHEN OTHER
                            ADD 1 TO WS-TRANS-COUNT
                            IF TRANS-N NUMERIC
                                ADD TRANS-N TO WS-TRANS-N-HASH
                            END-IF
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
        CLOSE AUDIT-FILE
    END-IF.
TALLY-AUDIT-PARA.
    EVALUATE WS-AP-RUN-TYPE
        WHEN "AD-HOC"
            ADD 1 TO WS-AUD-ADHOC
        WHEN "RESUB"
            ADD 1 TO WS-AUD-RESUB
            IF WS-AP-STATUS = "COMPLETE"
                ADD 1 TO WS-AUD-RESUB-COMPLETE
            END-IF
        WHEN OTHER
            PERFORM TALLY-STATUS-PARA
    END-EVALUATE.
TALLY-STATUS-PARA.
    ADD 1 TO WS-AUD-TOTAL.
    EVALUATE WS-AP-STATUS
        WHEN "COMPLETE"
            ADD 1 TO WS-AUD-COMPLETE
        WHEN "SUPPRESS"
            ADD 1 TO WS-AUD-SUPPRESS
        WHEN "HELD"
            ADD 1 TO WS-AUD-HELD
        WHEN OTHER
            ADD 1 TO WS-AUD-REJECTED
    END-EVALUATE.
COUNT-INTERFACE-PARA.
    OPEN INPUT INTERFACE-FILE.
    IF WS-INTERFACE-STATUS NOT = '00'
                    EVALUATE IF-REC-TYPE
                        WHEN 'H'
                            MOVE IFH-BUS-DATE TO WS-IF-BUS-DATE
                            MOVE IFH-RUN-TYPE TO WS-IF-RUN-TYPE
                        WHEN 'D'
                            ADD 1 TO WS-IF-DETAILS
                            IF IF-TRANS-SEQ NOT = WS-IF-LAST-SEQ
    WRITE BALANCE-LINE.
    MOVE SPACES TO BALANCE-LINE.
    WRITE BALANCE-LINE.
    PERFORM WRITE-BATCH-PARA.
    MOVE "TRANSACTIONS READ (TRANS.DAT)" TO WS-IL-LABEL.
    MOVE WS-TRANS-COUNT TO WS-IL-VALUE.
    MOVE SPACES TO WS-IL-NOTE.
    PERFORM WRITE-ITEM-PARA.
    MOVE "BATCH TRAILER RECORD COUNT" TO WS-IL-LABEL.
    MOVE WS-BATCH-REC-COUNT TO WS-IL-VALUE.
    IF WS-BATCH-TRL-SEEN = 'N'
        MOVE "** NO BATCH TRAILER **" TO WS-IL-NOTE
        MOVE 'Y' TO WS-OUT-OF-BALANCE
    ELSE
        IF WS-BATCH-REC-COUNT = WS-TRANS-COUNT
            MOVE SPACES TO WS-IL-NOTE
        ELSE
            MOVE "** MISMATCH VS TRANS READ **" TO WS-IL-NOTE
            MOVE 'Y' TO WS-OUT-OF-BALANCE
        END-IF
    END-IF.
    PERFORM WRITE-ITEM-PARA.
    MOVE "N HASH TOTAL OF TRANSACTIONS READ" TO WS-IL-LABEL.
    MOVE WS-TRANS-N-HASH TO WS-IL-VALUE.
    MOVE SPACES TO WS-IL-NOTE.
    PERFORM WRITE-ITEM-PARA.
    MOVE "BATCH TRAILER N HASH TOTAL" TO WS-IL-LABEL.
    MOVE WS-BATCH-N-HASH TO WS-IL-VALUE.
    IF WS-BATCH-TRL-SEEN = 'Y'
        AND WS-BATCH-N-HASH NOT = WS-TRANS-N-HASH
        MOVE "** MISMATCH VS HASH READ **" TO WS-IL-NOTE
        MOVE 'Y' TO WS-OUT-OF-BALANCE
    ELSE
        MOVE SPACES TO WS-IL-NOTE
    END-IF.
    PERFORM WRITE-ITEM-PARA.
    MOVE "AUDIT RUNS FOR DATE" TO WS-IL-LABEL.
    MOVE WS-AUD-TOTAL TO WS-IL-VALUE.
    IF WS-AUD-TOTAL = WS-TRANS-COUNT
    MOVE "  RUNS SUPPRESSED" TO WS-IL-LABEL.
    MOVE WS-AUD-SUPPRESS TO WS-IL-VALUE.
    PERFORM WRITE-ITEM-PARA.
    MOVE "  RUNS HELD FOR APPROVAL" TO WS-IL-LABEL.
    MOVE WS-AUD-HELD TO WS-IL-VALUE.
    PERFORM WRITE-ITEM-PARA.
    MOVE "  AD-HOC RUNS (EXCLUDED FROM CHECKS)" TO WS-IL-LABEL.
    MOVE WS-AUD-ADHOC TO WS-IL-VALUE.
    PERFORM WRITE-ITEM-PARA.
    MOVE "  RESUBMITTED RUNS (NOT FROM TRANS.DAT)" TO WS-IL-LABEL.
    MOVE WS-AUD-RESUB TO WS-IL-VALUE.
    PERFORM WRITE-ITEM-PARA.
    MOVE "INTERFACE DETAIL RECORDS" TO WS-IL-LABEL.
    MOVE WS-IF-DETAILS TO WS-IL-VALUE.
    MOVE SPACES TO WS-IL-NOTE.
    PERFORM WRITE-ITEM-PARA.
    MOVE "INTERFACE RUNS SENT" TO WS-IL-LABEL.
    MOVE WS-IF-RUNS TO WS-IL-VALUE.
    IF WS-IF-RUN-TYPE = "RESUB"
        MOVE WS-AUD-RESUB-COMPLETE TO WS-IF-EXPECTED
    ELSE
        MOVE WS-AUD-COMPLETE TO WS-IF-EXPECTED
    END-IF.
    IF WS-IF-BUS-DATE = WS-BUS-DATE
        IF WS-IF-RUNS = WS-IF-EXPECTED
            MOVE SPACES TO WS-IL-NOTE
        ELSE
            MOVE "** MISMATCH VS COMPLETE **" TO WS-IL-NOTE
    MOVE SPACES TO BALANCE-LINE.
    MOVE WS-VERDICT-LINE TO BALANCE-LINE.
    WRITE BALANCE-LINE.
WRITE-BATCH-PARA.
    MOVE WS-BATCH-ID TO WS-BL-ID.
    MOVE WS-BATCH-DEPT TO WS-BL-DEPT.
    MOVE WS-BATCH-DATE TO WS-BL-DATE.
    IF WS-BATCH-HDR-SEEN = 'N'
        MOVE "** NO BATCH HEADER **" TO WS-BL-NOTE
        MOVE 'Y' TO WS-OUT-OF-BALANCE
    ELSE
        IF WS-BATCH-DATE NOT = WS-BUS-DATE
            MOVE "** NOT THIS BUSINESS DATE **" TO WS-BL-NOTE
            MOVE 'Y' TO WS-OUT-OF-BALANCE
        ELSE
            MOVE SPACES TO WS-BL-NOTE
        END-IF
    END-IF.
    MOVE SPACES TO BALANCE-LINE.
    MOVE WS-BATCH-LINE TO BALANCE-LINE.
    WRITE BALANCE-LINE.
WRITE-ITEM-PARA.
    MOVE SPACES TO BALANCE-LINE.
    MOVE WS-ITEM-LINE TO BALANCE-LINE.
    WRITE BALANCE-LINE.
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
    MOVE WS-TRANS-COUNT TO WS-TLG-VOLUME.
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
        DISPLAY "EODBAL: TIMELOG-FILE OPEN FAILED - STATUS="
            WS-TIMELOG-STATUS " - TIMING NOT RECORDED"
    ELSE
        MOVE SPACES TO TIMELOG-RECORD
        MOVE "EODBAL" TO TLG-PROGRAM
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
