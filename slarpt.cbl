*> batch-window SLA report - elapsed time by job and business date from TIMELOG.DAT
*> against SLAPARM.DAT targets, HELLO time per run by N and shape, window projection
IDENTIFICATION DIVISION.
PROGRAM-ID. SLARPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TIMELOG-FILE ASSIGN TO "TIMELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMELOG-STATUS.
    SELECT SLAPARM-FILE ASSIGN TO "SLAPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SLAPARM-STATUS.
    SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  SLAPARM-FILE.
01  SLAPARM-RECORD.
    05  SLA-JOB              PIC X(8).
    05  FILLER               PIC X(1).
    05  SLA-SECS             PIC 9(6).
    05  FILLER               PIC X(1).
    05  SLA-TEXT             PIC X(64).
FD  SLA-REPORT-FILE.
01  SLA-REPORT-LINE         PIC X(132).
WORKING-STORAGE SECTION.
01 WS-TIMELOG-STATUS PIC X(2) VALUE '00'.
01 WS-SLAPARM-STATUS PIC X(2) VALUE '00'.
01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
01 WS-EOF PIC X VALUE 'N'.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TO-DATE PIC 9(8) VALUE 0.
01 WS-READ-COUNT PIC 9(7) VALUE 0.
01 WS-SEL-COUNT PIC 9(7) VALUE 0.
01 WS-BAD-COUNT PIC 9(7) VALUE 0.
01 WS-PARM-BAD-COUNT PIC 9(3) VALUE 0.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-KEY-PROGRAM PIC X(8) VALUE SPACES.
01 WS-KEY-DATE PIC 9(8) VALUE 0.
01 WS-WARNING PIC X VALUE 'N'.
01 WS-WINDOW-TARGET PIC 9(6) VALUE 0.
01 WS-RECENT-DATES PIC 9(3) VALUE 7.
01 WS-ELAPSED PIC 9(7)V99 VALUE 0.
01 WS-STAMP-DATE PIC 9(8) VALUE 0.
01 WS-STAMP-TIME PIC 9(8) VALUE 0.
01 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
   05 WS-STAMP-HH           PIC 9(2).
   05 WS-STAMP-MM           PIC 9(2).
   05 WS-STAMP-SS           PIC 9(2).
   05 WS-STAMP-CC           PIC 9(2).
01 WS-STAMP-SECS PIC 9(11)V99 VALUE 0.
01 WS-START-SECS PIC 9(11)V99 VALUE 0.
01 WS-END-SECS PIC 9(11)V99 VALUE 0.
01 WS-JOB-TABLE.
   05 WS-JOB-ENTRY OCCURS 20 TIMES INDEXED BY JX.
      10 WS-JB-PROGRAM      PIC X(8).
      10 WS-JB-TARGET       PIC 9(6).
      10 WS-JB-STARTS       PIC 9(5).
      10 WS-JB-EXECS        PIC 9(5).
      10 WS-JB-TOTAL        PIC 9(9)V99.
      10 WS-JB-PEAK         PIC 9(7)V99.
      10 WS-JB-MISSED       PIC 9(5).
      10 WS-JB-VOLUME       PIC 9(9).
01 WS-JOB-COUNT PIC 9(3) VALUE 0.
01 WS-JOB-MAX PIC 9(3) VALUE 20.
01 WS-JOB-OVERFLOW PIC X VALUE 'N'.
01 WS-DJ-TABLE.
   05 WS-DJ-ENTRY OCCURS 1000 TIMES INDEXED BY DJX DJY.
      10 WS-DJ-DATE         PIC 9(8).
      10 WS-DJ-PROGRAM      PIC X(8).
      10 WS-DJ-STARTS       PIC 9(5).
      10 WS-DJ-EXECS        PIC 9(5).
      10 WS-DJ-TOTAL        PIC 9(9)V99.
      10 WS-DJ-PEAK         PIC 9(7)V99.
      10 WS-DJ-MISSED       PIC 9(5).
      10 WS-DJ-VOLUME       PIC 9(9).
01 WS-DJ-COUNT PIC 9(4) VALUE 0.
01 WS-DJ-MAX PIC 9(4) VALUE 1000.
01 WS-DJ-OVERFLOW PIC X VALUE 'N'.
01 WS-DATE-TABLE.
   05 WS-DT-ENTRY OCCURS 400 TIMES INDEXED BY DX DY.
      10 WS-DT-DATE         PIC 9(8).
      10 WS-DT-ENDS         PIC 9(5).
      10 WS-DT-FIRST-DATE   PIC 9(8).
      10 WS-DT-FIRST-TIME   PIC 9(8).
      10 WS-DT-FIRST-SECS   PIC 9(11)V99.
      10 WS-DT-LAST-DATE    PIC 9(8).
      10 WS-DT-LAST-TIME    PIC 9(8).
      10 WS-DT-LAST-SECS    PIC 9(11)V99.
      10 WS-DT-HELLO-RUNS   PIC 9(7).
      10 WS-DT-HELLO-SECS   PIC 9(9)V99.
01 WS-DT-COUNT PIC 9(3) VALUE 0.
01 WS-DT-MAX PIC 9(3) VALUE 400.
01 WS-DT-OVERFLOW PIC X VALUE 'N'.
01 WS-NS-TABLE.
   05 WS-NS-ENTRY OCCURS 200 TIMES INDEXED BY NX NY.
      10 WS-NS-N            PIC 9(2).
      10 WS-NS-SHAPE        PIC 9(1).
      10 WS-NS-RUNS         PIC 9(7).
      10 WS-NS-TOTAL        PIC 9(9)V99.
      10 WS-NS-PEAK         PIC 9(7)V99.
      10 WS-NS-MARKS        PIC 9(11).
01 WS-NS-COUNT PIC 9(3) VALUE 0.
01 WS-NS-MAX PIC 9(3) VALUE 200.
01 WS-NS-OVERFLOW PIC X VALUE 'N'.
01 WS-OTHER-RUNS PIC 9(7) VALUE 0.
01 WS-OTHER-SECS PIC 9(9)V99 VALUE 0.
01 WS-WINDOW-SECS PIC 9(9)V99 VALUE 0.
01 WS-WINDOW-MISSED PIC 9(3) VALUE 0.
01 WS-PJ-DATES PIC 9(3) VALUE 0.
01 WS-PJ-FIRST PIC 9(3) VALUE 0.
01 WS-PJ-RUNS PIC 9(9) VALUE 0.
01 WS-PJ-HELLO-SECS PIC 9(9)V99 VALUE 0.
01 WS-PJ-OTHER-SECS PIC 9(9)V99 VALUE 0.
01 WS-PJ-PEAK-SECS PIC 9(9)V99 VALUE 0.
01 WS-PJ-FIRST-RUNS PIC 9(7) VALUE 0.
01 WS-PJ-LAST-RUNS PIC 9(7) VALUE 0.
01 WS-PJ-AVG-RUNS PIC 9(7)V99 VALUE 0.
01 WS-PJ-TREND PIC S9(7)V99 VALUE 0.
01 WS-PJ-SECS-PER-RUN PIC 9(7)V99 VALUE 0.
01 WS-PJ-AVG-OTHER PIC 9(9)V99 VALUE 0.
01 WS-PJ-NEXT-RUNS PIC S9(9)V99 VALUE 0.
01 WS-PJ-WINDOW PIC 9(9)V99 VALUE 0.
01 WS-PJ-HEADROOM PIC S9(9)V99 VALUE 0.
01 WS-PJ-BREACH PIC X VALUE 'N'.
01 WS-INCOMPLETE-COUNT PIC 9(5) VALUE 0.
01 WS-MISSED-COUNT PIC 9(5) VALUE 0.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(35)
      VALUE "BATCH WINDOW SLA PERFORMANCE REPORT".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "FROM=".
   05 WS-PL-FROM            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(3) VALUE "TO=".
   05 WS-PL-TO              PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(14) VALUE "WINDOW TARGET=".
   05 WS-PL-WINDOW          PIC ZZZZZ9.
   05 FILLER               PIC X(5) VALUE " SECS".
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(13) VALUE "RECENT DATES=".
   05 WS-PL-RECENT          PIC ZZ9.
01 WS-SECTION-LINE.
   05 WS-SC-TEXT            PIC X(60).
01 WS-DJ-HEAD-LINE.
   05 FILLER               PIC X(10) VALUE "BUS DATE".
   05 FILLER               PIC X(10) VALUE "JOB".
   05 FILLER               PIC X(7) VALUE "  EXECS".
   05 FILLER               PIC X(12) VALUE "  TOTAL SECS".
   05 FILLER               PIC X(12) VALUE "    MAX SECS".
   05 FILLER               PIC X(8) VALUE "  TARGET".
   05 FILLER               PIC X(9) VALUE "   VOLUME".
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "RESULT".
01 WS-DJ-LINE.
   05 WS-DL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-JOB             PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-EXECS           PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-TOTAL           PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-MAX             PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-TARGET          PIC ZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-VOLUME          PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-DL-RESULT          PIC X(40).
01 WS-WINDOW-LINE.
   05 FILLER               PIC X(10) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "WINDOW ".
   05 WS-WL-FROM-DATE       PIC 9(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-WL-FROM-TIME       PIC 9(8).
   05 FILLER               PIC X(4) VALUE " TO ".
   05 WS-WL-TO-DATE         PIC 9(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-WL-TO-TIME         PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-WL-SECS            PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-WL-TARGET          PIC ZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(11) VALUE "HELLO RUNS=".
   05 WS-WL-RUNS            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-WL-RESULT          PIC X(24).
01 WS-JOB-HEAD-LINE.
   05 FILLER               PIC X(10) VALUE "JOB".
   05 FILLER               PIC X(7) VALUE "  EXECS".
   05 FILLER               PIC X(12) VALUE "  TOTAL SECS".
   05 FILLER               PIC X(12) VALUE "    AVG SECS".
   05 FILLER               PIC X(12) VALUE "    MAX SECS".
   05 FILLER               PIC X(8) VALUE "  TARGET".
   05 FILLER               PIC X(8) VALUE "  MISSED".
   05 FILLER               PIC X(12) VALUE "  INCOMPLETE".
   05 FILLER               PIC X(12) VALUE "  AVG VOLUME".
01 WS-JOB-LINE.
   05 WS-JL-JOB             PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-JL-EXECS           PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-JL-TOTAL           PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-JL-AVG             PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-JL-MAX             PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-JL-TARGET          PIC ZZZZZ9.
   05 FILLER               PIC X(3) VALUE SPACES.
   05 WS-JL-MISSED          PIC ZZZZ9.
   05 FILLER               PIC X(7) VALUE SPACES.
   05 WS-JL-INCOMPLETE      PIC ZZZZ9.
   05 FILLER               PIC X(3) VALUE SPACES.
   05 WS-JL-AVG-VOLUME      PIC ZZZZZZZZ9.
01 WS-NS-HEAD-LINE.
   05 FILLER               PIC X(4) VALUE "N".
   05 FILLER               PIC X(7) VALUE "SHAPE".
   05 FILLER               PIC X(8) VALUE "    RUNS".
   05 FILLER               PIC X(12) VALUE "  TOTAL SECS".
   05 FILLER               PIC X(12) VALUE "    AVG SECS".
   05 FILLER               PIC X(12) VALUE "    MAX SECS".
   05 FILLER               PIC X(11) VALUE "  AVG MARKS".
01 WS-NS-LINE.
   05 WS-NL-N               PIC Z9.
   05 FILLER               PIC X(4) VALUE SPACES.
   05 WS-NL-SHAPE           PIC 9.
   05 FILLER               PIC X(4) VALUE SPACES.
   05 WS-NL-RUNS            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-NL-TOTAL           PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-NL-AVG             PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-NL-MAX             PIC ZZZZZZ9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-NL-MARKS           PIC ZZZZZZZZ9.
01 WS-NS-OTHER-LINE.
   05 FILLER               PIC X(46)
      VALUE "RUNS NOT BUILT (HELD, SUPPRESSED OR REJECTED)=".
   05 WS-NO-RUNS            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(11) VALUE "TOTAL SECS=".
   05 WS-NO-SECS            PIC ZZZZZZ9.99.
01 WS-PROJ-LINE.
   05 WS-PR-LABEL           PIC X(40).
   05 WS-PR-VALUE           PIC -(9)9.99.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PR-NOTE            PIC X(60).
01 WS-TOTAL-LINE.
   05 FILLER               PIC X(13) VALUE "ENTRIES READ=".
   05 WS-TL-READ            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "SELECTED=".
   05 WS-TL-SELECTED        PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(12) VALUE "UNREADABLE=".
   05 WS-TL-BAD             PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(15) VALUE "TARGETS MISSED=".
   05 WS-TL-MISSED          PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(15) VALUE "WINDOWS MISSED=".
   05 WS-TL-WINDOWS         PIC ZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(11) VALUE "INCOMPLETE=".
   05 WS-TL-INCOMPLETE      PIC ZZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    DISPLAY "SLARPT: ENTER FROM BUSINESS DATE (YYYYMMDD)".
    ACCEPT WS-FROM-DATE.
    DISPLAY "SLARPT: ENTER TO BUSINESS DATE (YYYYMMDD)".
    ACCEPT WS-TO-DATE.
    IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
        OR WS-FROM-DATE = 0 OR WS-TO-DATE = 0
        OR WS-FROM-DATE > WS-TO-DATE
        DISPLAY "SLARPT: DATE RANGE IS INVALID - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-SLAPARM-PARA.
    OPEN OUTPUT SLA-REPORT-FILE.
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY "SLARPT: SLA-REPORT-FILE OPEN FAILED - STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT TIMELOG-FILE.
    IF WS-TIMELOG-STATUS NOT = '00'
        IF WS-TIMELOG-STATUS NOT = '35'
            DISPLAY "SLARPT: TIMELOG-FILE OPEN FAILED - STATUS="
                WS-TIMELOG-STATUS
            CLOSE SLA-REPORT-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ TIMELOG-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SELECT-ENTRY-PARA
            END-READ
        END-PERFORM
        CLOSE TIMELOG-FILE
    END-IF.
    PERFORM WRITE-HEADERS-PARA.
    IF WS-SEL-COUNT = 0
        MOVE SPACES TO SLA-REPORT-LINE
        MOVE "NO TIMING ENTRIES FOR THE BUSINESS DATE RANGE" TO SLA-REPORT-LINE
        WRITE SLA-REPORT-LINE
    ELSE
        PERFORM WRITE-DATE-SECTION-PARA
        PERFORM WRITE-JOB-SECTION-PARA
        PERFORM WRITE-RUN-SECTION-PARA
        PERFORM WRITE-PROJECTION-PARA
    END-IF.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE SLA-REPORT-FILE.
    DISPLAY "SLARPT: ENTRIES READ=" WS-READ-COUNT
        " SELECTED=" WS-SEL-COUNT " TARGETS MISSED=" WS-MISSED-COUNT
        " WINDOWS MISSED=" WS-WINDOW-MISSED
        " INCOMPLETE=" WS-INCOMPLETE-COUNT.
    IF WS-PJ-BREACH = 'Y'
        DISPLAY "SLARPT: PROJECTED BATCH WINDOW EXCEEDS TARGET"
    END-IF.
    IF WS-BAD-COUNT > 0 OR WS-PARM-BAD-COUNT > 0 OR WS-MISSED-COUNT > 0
        OR WS-WINDOW-MISSED > 0 OR WS-INCOMPLETE-COUNT > 0
        OR WS-PJ-BREACH = 'Y'
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.
LOAD-SLAPARM-PARA.
    OPEN INPUT SLAPARM-FILE.
    IF WS-SLAPARM-STATUS NOT = '00'
        DISPLAY "SLARPT: SLAPARM-FILE OPEN FAILED - STATUS="
            WS-SLAPARM-STATUS " - NO TARGETS APPLIED"
        ADD 1 TO WS-PARM-BAD-COUNT
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ SLAPARM-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM NOTE-SLAPARM-PARA
            END-READ
        END-PERFORM
        CLOSE SLAPARM-FILE
    END-IF.
NOTE-SLAPARM-PARA.
    IF SLA-JOB = SPACES OR SLA-SECS NOT NUMERIC
        DISPLAY "SLARPT: SLAPARM RECORD REJECTED - " SLAPARM-RECORD
        ADD 1 TO WS-PARM-BAD-COUNT
    ELSE
        EVALUATE SLA-JOB
            WHEN "*WINDOW"
                MOVE SLA-SECS TO WS-WINDOW-TARGET
            WHEN "*RECENT"
                IF SLA-SECS > 0 AND SLA-SECS <= WS-DT-MAX
                    MOVE SLA-SECS TO WS-RECENT-DATES
                ELSE
                    DISPLAY "SLARPT: SLAPARM *RECENT OUT OF RANGE - "
                        WS-RECENT-DATES " DATES USED"
                    ADD 1 TO WS-PARM-BAD-COUNT
                END-IF
            WHEN OTHER
                MOVE SLA-JOB TO WS-KEY-PROGRAM
                PERFORM FIND-JOB-PARA
                IF WS-FOUND = 'Y'
                    MOVE SLA-SECS TO WS-JB-TARGET(JX)
                END-IF
        END-EVALUATE
    END-IF.
SELECT-ENTRY-PARA.
    IF TLG-BUS-DATE NOT NUMERIC OR TLG-START-DATE NOT NUMERIC
        OR TLG-START-TIME NOT NUMERIC OR TLG-END-DATE NOT NUMERIC
        OR TLG-END-TIME NOT NUMERIC OR TLG-ELAPSED NOT NUMERIC
        OR TLG-VOLUME NOT NUMERIC OR TLG-RC NOT NUMERIC
        ADD 1 TO WS-BAD-COUNT
    ELSE
        IF TLG-BUS-DATE >= WS-FROM-DATE AND TLG-BUS-DATE <= WS-TO-DATE
            ADD 1 TO WS-SEL-COUNT
            MOVE TLG-PROGRAM TO WS-KEY-PROGRAM
            MOVE TLG-BUS-DATE TO WS-KEY-DATE
            EVALUATE TLG-EVENT
                WHEN "START"
                    PERFORM NOTE-START-PARA
                WHEN "END"
                    PERFORM NOTE-END-PARA
                WHEN "RUN"
                    PERFORM NOTE-RUN-PARA
                WHEN OTHER
                    SUBTRACT 1 FROM WS-SEL-COUNT
                    ADD 1 TO WS-BAD-COUNT
            END-EVALUATE
        END-IF
    END-IF.
NOTE-START-PARA.
    PERFORM FIND-JOB-PARA.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-JB-STARTS(JX)
    END-IF.
    PERFORM FIND-DATE-JOB-PARA.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-DJ-STARTS(DJX)
    END-IF.
NOTE-END-PARA.
    MOVE TLG-ELAPSED TO WS-ELAPSED.
    PERFORM FIND-JOB-PARA.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-JB-EXECS(JX)
        ADD WS-ELAPSED TO WS-JB-TOTAL(JX)
        ADD TLG-VOLUME TO WS-JB-VOLUME(JX)
        IF WS-ELAPSED > WS-JB-PEAK(JX)
            MOVE WS-ELAPSED TO WS-JB-PEAK(JX)
        END-IF
        IF WS-JB-TARGET(JX) > 0 AND WS-ELAPSED > WS-JB-TARGET(JX)
            ADD 1 TO WS-JB-MISSED(JX)
        END-IF
    END-IF.
    PERFORM FIND-DATE-JOB-PARA.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-DJ-EXECS(DJX)
        ADD WS-ELAPSED TO WS-DJ-TOTAL(DJX)
        ADD TLG-VOLUME TO WS-DJ-VOLUME(DJX)
        IF WS-ELAPSED > WS-DJ-PEAK(DJX)
            MOVE WS-ELAPSED TO WS-DJ-PEAK(DJX)
        END-IF
        PERFORM FIND-JOB-PARA
        IF WS-FOUND = 'Y' AND WS-JB-TARGET(JX) > 0
            AND WS-ELAPSED > WS-JB-TARGET(JX)
            ADD 1 TO WS-DJ-MISSED(DJX)
        END-IF
    END-IF.
    IF TLG-START-DATE > 0 AND TLG-END-DATE > 0
        PERFORM FIND-DATE-PARA
        IF WS-FOUND = 'Y'
            MOVE TLG-START-DATE TO WS-STAMP-DATE
            MOVE TLG-START-TIME TO WS-STAMP-TIME
            PERFORM STAMP-SECS-PARA
            MOVE WS-STAMP-SECS TO WS-START-SECS
            MOVE TLG-END-DATE TO WS-STAMP-DATE
            MOVE TLG-END-TIME TO WS-STAMP-TIME
            PERFORM STAMP-SECS-PARA
            MOVE WS-STAMP-SECS TO WS-END-SECS
            IF WS-DT-ENDS(DX) = 0 OR WS-START-SECS < WS-DT-FIRST-SECS(DX)
                MOVE TLG-START-DATE TO WS-DT-FIRST-DATE(DX)
                MOVE TLG-START-TIME TO WS-DT-FIRST-TIME(DX)
                MOVE WS-START-SECS TO WS-DT-FIRST-SECS(DX)
            END-IF
            IF WS-DT-ENDS(DX) = 0 OR WS-END-SECS > WS-DT-LAST-SECS(DX)
                MOVE TLG-END-DATE TO WS-DT-LAST-DATE(DX)
                MOVE TLG-END-TIME TO WS-DT-LAST-TIME(DX)
                MOVE WS-END-SECS TO WS-DT-LAST-SECS(DX)
            END-IF
            ADD 1 TO WS-DT-ENDS(DX)
            IF TLG-PROGRAM = "HELLO"
                ADD WS-ELAPSED TO WS-DT-HELLO-SECS(DX)
            END-IF
        END-IF
    END-IF.
NOTE-RUN-PARA.
    MOVE TLG-ELAPSED TO WS-ELAPSED.
    PERFORM FIND-DATE-PARA.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-DT-HELLO-RUNS(DX)
    END-IF.
    IF TLG-RC = 0 AND TLG-N NUMERIC AND TLG-SHAPE NUMERIC
        PERFORM FIND-SHAPE-PARA
        IF WS-FOUND = 'Y'
            ADD 1 TO WS-NS-RUNS(NX)
            ADD WS-ELAPSED TO WS-NS-TOTAL(NX)
            ADD TLG-VOLUME TO WS-NS-MARKS(NX)
            IF WS-ELAPSED > WS-NS-PEAK(NX)
                MOVE WS-ELAPSED TO WS-NS-PEAK(NX)
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-OTHER-RUNS
        ADD WS-ELAPSED TO WS-OTHER-SECS
    END-IF.
STAMP-SECS-PARA.
    COMPUTE WS-STAMP-SECS =
        FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
        + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
        + WS-STAMP-CC / 100.
FIND-JOB-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JOB-COUNT
        OR WS-FOUND = 'Y'
        IF WS-JB-PROGRAM(JX) = WS-KEY-PROGRAM
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SET JX DOWN BY 1
    ELSE
        IF WS-JOB-COUNT < WS-JOB-MAX
            ADD 1 TO WS-JOB-COUNT
            SET JX TO WS-JOB-COUNT
            MOVE WS-KEY-PROGRAM TO WS-JB-PROGRAM(JX)
            MOVE 0 TO WS-JB-TARGET(JX)
            MOVE 0 TO WS-JB-STARTS(JX)
            MOVE 0 TO WS-JB-EXECS(JX)
            MOVE 0 TO WS-JB-TOTAL(JX)
            MOVE 0 TO WS-JB-PEAK(JX)
            MOVE 0 TO WS-JB-MISSED(JX)
            MOVE 0 TO WS-JB-VOLUME(JX)
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-JOB-OVERFLOW = 'N'
                MOVE 'Y' TO WS-JOB-OVERFLOW
                DISPLAY "SLARPT: MORE THAN " WS-JOB-MAX
                    " JOBS - SUMMARY INCOMPLETE"
            END-IF
        END-IF
    END-IF.
FIND-DATE-JOB-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING DJX FROM 1 BY 1 UNTIL DJX > WS-DJ-COUNT
        OR WS-FOUND = 'Y'
        IF WS-DJ-DATE(DJX) = WS-KEY-DATE
            AND WS-DJ-PROGRAM(DJX) = WS-KEY-PROGRAM
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SET DJX DOWN BY 1
    ELSE
        IF WS-DJ-COUNT < WS-DJ-MAX
            SET DJX TO 1
            PERFORM UNTIL DJX > WS-DJ-COUNT
                OR WS-DJ-DATE(DJX) > WS-KEY-DATE
                SET DJX UP BY 1
            END-PERFORM
            ADD 1 TO WS-DJ-COUNT
            PERFORM VARYING DJY FROM WS-DJ-COUNT BY -1 UNTIL DJY <= DJX
                MOVE WS-DJ-ENTRY(DJY - 1) TO WS-DJ-ENTRY(DJY)
            END-PERFORM
            MOVE WS-KEY-DATE TO WS-DJ-DATE(DJX)
            MOVE WS-KEY-PROGRAM TO WS-DJ-PROGRAM(DJX)
            MOVE 0 TO WS-DJ-STARTS(DJX)
            MOVE 0 TO WS-DJ-EXECS(DJX)
            MOVE 0 TO WS-DJ-TOTAL(DJX)
            MOVE 0 TO WS-DJ-PEAK(DJX)
            MOVE 0 TO WS-DJ-MISSED(DJX)
            MOVE 0 TO WS-DJ-VOLUME(DJX)
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-DJ-OVERFLOW = 'N'
                MOVE 'Y' TO WS-DJ-OVERFLOW
                DISPLAY "SLARPT: MORE THAN " WS-DJ-MAX
                    " DATE/JOB ENTRIES - REPORT INCOMPLETE"
            END-IF
        END-IF
    END-IF.
FIND-DATE-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DT-COUNT
        OR WS-FOUND = 'Y'
        IF WS-DT-DATE(DX) = WS-KEY-DATE
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SET DX DOWN BY 1
    ELSE
        IF WS-DT-COUNT < WS-DT-MAX
            SET DX TO 1
            PERFORM UNTIL DX > WS-DT-COUNT
                OR WS-DT-DATE(DX) > WS-KEY-DATE
                SET DX UP BY 1
            END-PERFORM
            ADD 1 TO WS-DT-COUNT
            PERFORM VARYING DY FROM WS-DT-COUNT BY -1 UNTIL DY <= DX
                MOVE WS-DT-ENTRY(DY - 1) TO WS-DT-ENTRY(DY)
            END-PERFORM
            MOVE WS-KEY-DATE TO WS-DT-DATE(DX)
            MOVE 0 TO WS-DT-ENDS(DX)
            MOVE 0 TO WS-DT-FIRST-DATE(DX)
            MOVE 0 TO WS-DT-FIRST-TIME(DX)
            MOVE 0 TO WS-DT-FIRST-SECS(DX)
            MOVE 0 TO WS-DT-LAST-DATE(DX)
            MOVE 0 TO WS-DT-LAST-TIME(DX)
            MOVE 0 TO WS-DT-LAST-SECS(DX)
            MOVE 0 TO WS-DT-HELLO-RUNS(DX)
            MOVE 0 TO WS-DT-HELLO-SECS(DX)
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-DT-OVERFLOW = 'N'
                MOVE 'Y' TO WS-DT-OVERFLOW
                DISPLAY "SLARPT: MORE THAN " WS-DT-MAX
                    " BUSINESS DATES - REPORT INCOMPLETE"
            END-IF
        END-IF
    END-IF.
FIND-SHAPE-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NS-COUNT
        OR WS-FOUND = 'Y'
        IF WS-NS-N(NX) = TLG-N AND WS-NS-SHAPE(NX) = TLG-SHAPE
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SET NX DOWN BY 1
    ELSE
        IF WS-NS-COUNT < WS-NS-MAX
            SET NX TO 1
            PERFORM UNTIL NX > WS-NS-COUNT
                OR WS-NS-N(NX) > TLG-N
                OR (WS-NS-N(NX) = TLG-N AND WS-NS-SHAPE(NX) > TLG-SHAPE)
                SET NX UP BY 1
            END-PERFORM
            ADD 1 TO WS-NS-COUNT
            PERFORM VARYING NY FROM WS-NS-COUNT BY -1 UNTIL NY <= NX
                MOVE WS-NS-ENTRY(NY - 1) TO WS-NS-ENTRY(NY)
            END-PERFORM
            MOVE TLG-N TO WS-NS-N(NX)
            MOVE TLG-SHAPE TO WS-NS-SHAPE(NX)
            MOVE 0 TO WS-NS-RUNS(NX)
            MOVE 0 TO WS-NS-TOTAL(NX)
            MOVE 0 TO WS-NS-PEAK(NX)
            MOVE 0 TO WS-NS-MARKS(NX)
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-NS-OVERFLOW = 'N'
                MOVE 'Y' TO WS-NS-OVERFLOW
                DISPLAY "SLARPT: MORE THAN " WS-NS-MAX
                    " N AND SHAPE COMBINATIONS - SECTION INCOMPLETE"
            END-IF
        END-IF
    END-IF.
WRITE-HEADERS-PARA.
    MOVE WS-TODAY TO WS-PL-DATE.
    MOVE WS-FROM-DATE TO WS-PL-FROM.
    MOVE WS-TO-DATE TO WS-PL-TO.
    MOVE WS-WINDOW-TARGET TO WS-PL-WINDOW.
    MOVE WS-RECENT-DATES TO WS-PL-RECENT.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-TITLE-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-PARM-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
    MOVE SPACES TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
WRITE-SECTION-PARA.
    MOVE SPACES TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-SECTION-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
WRITE-DATE-SECTION-PARA.
    MOVE "ELAPSED TIME BY BUSINESS DATE AND JOB" TO WS-SC-TEXT.
    PERFORM WRITE-SECTION-PARA.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-DJ-HEAD-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
    PERFORM VARYING DJX FROM 1 BY 1 UNTIL DJX > WS-DJ-COUNT
        PERFORM WRITE-DATE-JOB-PARA
        IF DJX = WS-DJ-COUNT
            PERFORM WRITE-WINDOW-PARA
        ELSE
            IF WS-DJ-DATE(DJX + 1) NOT = WS-DJ-DATE(DJX)
                PERFORM WRITE-WINDOW-PARA
            END-IF
        END-IF
    END-PERFORM.
WRITE-DATE-JOB-PARA.
    MOVE WS-DJ-DATE(DJX) TO WS-DL-DATE.
    MOVE WS-DJ-PROGRAM(DJX) TO WS-DL-JOB.
    MOVE WS-DJ-EXECS(DJX) TO WS-DL-EXECS.
    MOVE WS-DJ-TOTAL(DJX) TO WS-DL-TOTAL.
    MOVE WS-DJ-PEAK(DJX) TO WS-DL-MAX.
    MOVE WS-DJ-VOLUME(DJX) TO WS-DL-VOLUME.
    MOVE WS-DJ-PROGRAM(DJX) TO WS-KEY-PROGRAM.
    PERFORM FIND-JOB-PARA.
    IF WS-FOUND = 'Y'
        MOVE WS-JB-TARGET(JX) TO WS-DL-TARGET
    ELSE
        MOVE 0 TO WS-DL-TARGET
    END-IF.
    EVALUATE TRUE
        WHEN WS-DJ-STARTS(DJX) > WS-DJ-EXECS(DJX)
            MOVE "** INCOMPLETE - START WITHOUT END **" TO WS-DL-RESULT
        WHEN WS-DJ-MISSED(DJX) > 0
            MOVE "** TARGET MISSED **" TO WS-DL-RESULT
        WHEN WS-FOUND = 'N'
            MOVE "NO TARGET" TO WS-DL-RESULT
        WHEN WS-JB-TARGET(JX) = 0
            MOVE "NO TARGET" TO WS-DL-RESULT
        WHEN OTHER
            MOVE "MET" TO WS-DL-RESULT
    END-EVALUATE.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-DJ-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
WRITE-WINDOW-PARA.
    MOVE WS-DJ-DATE(DJX) TO WS-KEY-DATE.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DT-COUNT
        OR WS-FOUND = 'Y'
        IF WS-DT-DATE(DX) = WS-KEY-DATE
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SET DX DOWN BY 1
        IF WS-DT-ENDS(DX) > 0
            COMPUTE WS-WINDOW-SECS =
                WS-DT-LAST-SECS(DX) - WS-DT-FIRST-SECS(DX)
            MOVE WS-DT-FIRST-DATE(DX) TO WS-WL-FROM-DATE
            MOVE WS-DT-FIRST-TIME(DX) TO WS-WL-FROM-TIME
            MOVE WS-DT-LAST-DATE(DX) TO WS-WL-TO-DATE
            MOVE WS-DT-LAST-TIME(DX) TO WS-WL-TO-TIME
            MOVE WS-WINDOW-SECS TO WS-WL-SECS
            MOVE WS-WINDOW-TARGET TO WS-WL-TARGET
            MOVE WS-DT-HELLO-RUNS(DX) TO WS-WL-RUNS
            IF WS-WINDOW-TARGET = 0
                MOVE "NO WINDOW TARGET" TO WS-WL-RESULT
            ELSE
                IF WS-WINDOW-SECS > WS-WINDOW-TARGET
                    MOVE "** WINDOW MISSED **" TO WS-WL-RESULT
                    ADD 1 TO WS-WINDOW-MISSED
                ELSE
                    MOVE "WINDOW MET" TO WS-WL-RESULT
                END-IF
            END-IF
            MOVE SPACES TO SLA-REPORT-LINE
            MOVE WS-WINDOW-LINE TO SLA-REPORT-LINE
            WRITE SLA-REPORT-LINE
        END-IF
    END-IF.
    MOVE SPACES TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
WRITE-JOB-SECTION-PARA.
    MOVE "ELAPSED TIME BY JOB" TO WS-SC-TEXT.
    PERFORM WRITE-SECTION-PARA.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-JOB-HEAD-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
    PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JOB-COUNT
        MOVE WS-JB-PROGRAM(JX) TO WS-JL-JOB
        MOVE WS-JB-EXECS(JX) TO WS-JL-EXECS
        MOVE WS-JB-TOTAL(JX) TO WS-JL-TOTAL
        MOVE WS-JB-PEAK(JX) TO WS-JL-MAX
        MOVE WS-JB-TARGET(JX) TO WS-JL-TARGET
        MOVE WS-JB-MISSED(JX) TO WS-JL-MISSED
        ADD WS-JB-MISSED(JX) TO WS-MISSED-COUNT
        IF WS-JB-STARTS(JX) > WS-JB-EXECS(JX)
            COMPUTE WS-JL-INCOMPLETE = WS-JB-STARTS(JX) - WS-JB-EXECS(JX)
            COMPUTE WS-INCOMPLETE-COUNT = WS-INCOMPLETE-COUNT
                + WS-JB-STARTS(JX) - WS-JB-EXECS(JX)
        ELSE
            MOVE 0 TO WS-JL-INCOMPLETE
        END-IF
        IF WS-JB-EXECS(JX) > 0
            COMPUTE WS-JL-AVG ROUNDED = WS-JB-TOTAL(JX) / WS-JB-EXECS(JX)
            COMPUTE WS-JL-AVG-VOLUME ROUNDED =
                WS-JB-VOLUME(JX) / WS-JB-EXECS(JX)
        ELSE
            MOVE 0 TO WS-JL-AVG
            MOVE 0 TO WS-JL-AVG-VOLUME
        END-IF
        MOVE SPACES TO SLA-REPORT-LINE
        MOVE WS-JOB-LINE TO SLA-REPORT-LINE
        WRITE SLA-REPORT-LINE
    END-PERFORM.
WRITE-RUN-SECTION-PARA.
    MOVE "HELLO TIME PER BUILT RUN BY N AND SHAPE" TO WS-SC-TEXT.
    PERFORM WRITE-SECTION-PARA.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-NS-HEAD-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
    PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NS-COUNT
        MOVE WS-NS-N(NX) TO WS-NL-N
        MOVE WS-NS-SHAPE(NX) TO WS-NL-SHAPE
        MOVE WS-NS-RUNS(NX) TO WS-NL-RUNS
        MOVE WS-NS-TOTAL(NX) TO WS-NL-TOTAL
        MOVE WS-NS-PEAK(NX) TO WS-NL-MAX
        COMPUTE WS-NL-AVG ROUNDED = WS-NS-TOTAL(NX) / WS-NS-RUNS(NX)
        COMPUTE WS-NL-MARKS ROUNDED = WS-NS-MARKS(NX) / WS-NS-RUNS(NX)
        MOVE SPACES TO SLA-REPORT-LINE
        MOVE WS-NS-LINE TO SLA-REPORT-LINE
        WRITE SLA-REPORT-LINE
    END-PERFORM.
    MOVE WS-OTHER-RUNS TO WS-NO-RUNS.
    MOVE WS-OTHER-SECS TO WS-NO-SECS.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-NS-OTHER-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
WRITE-PROJECTION-PARA.
    MOVE "BATCH WINDOW PROJECTION FROM RECENT VOLUME" TO WS-SC-TEXT.
    PERFORM WRITE-SECTION-PARA.
    MOVE 0 TO WS-PJ-DATES.
    PERFORM VARYING DX FROM WS-DT-COUNT BY -1 UNTIL DX < 1
        OR WS-PJ-DATES >= WS-RECENT-DATES
        IF WS-DT-ENDS(DX) > 0
            ADD 1 TO WS-PJ-DATES
            PERFORM PROJECT-DATE-PARA
        END-IF
    END-PERFORM.
    IF WS-PJ-DATES = 0
        MOVE SPACES TO SLA-REPORT-LINE
        MOVE "NO COMPLETED JOBS IN RANGE - NO PROJECTION" TO SLA-REPORT-LINE
        WRITE SLA-REPORT-LINE
    ELSE
        COMPUTE WS-PJ-AVG-RUNS ROUNDED = WS-PJ-RUNS / WS-PJ-DATES
        IF WS-PJ-DATES > 1
            COMPUTE WS-PJ-TREND ROUNDED =
                (WS-PJ-LAST-RUNS - WS-PJ-FIRST-RUNS) / (WS-PJ-DATES - 1)
        ELSE
            MOVE 0 TO WS-PJ-TREND
        END-IF
        IF WS-PJ-RUNS > 0
            COMPUTE WS-PJ-SECS-PER-RUN ROUNDED =
                WS-PJ-HELLO-SECS / WS-PJ-RUNS
        ELSE
            MOVE 0 TO WS-PJ-SECS-PER-RUN
        END-IF
        COMPUTE WS-PJ-AVG-OTHER ROUNDED = WS-PJ-OTHER-SECS / WS-PJ-DATES
        COMPUTE WS-PJ-NEXT-RUNS = WS-PJ-LAST-RUNS + WS-PJ-TREND
        IF WS-PJ-NEXT-RUNS < 0
            MOVE 0 TO WS-PJ-NEXT-RUNS
        END-IF
        COMPUTE WS-PJ-WINDOW ROUNDED = WS-PJ-AVG-OTHER
            + WS-PJ-NEXT-RUNS * WS-PJ-SECS-PER-RUN
        MOVE "BUSINESS DATES USED" TO WS-PR-LABEL
        MOVE WS-PJ-DATES TO WS-PR-VALUE
        MOVE SPACES TO WS-PR-NOTE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "AVERAGE HELLO RUNS PER DATE" TO WS-PR-LABEL
        MOVE WS-PJ-AVG-RUNS TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "HELLO RUNS ON LATEST DATE" TO WS-PR-LABEL
        MOVE WS-PJ-LAST-RUNS TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "RUN TREND PER DATE" TO WS-PR-LABEL
        MOVE WS-PJ-TREND TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "HELLO SECS PER RUN" TO WS-PR-LABEL
        MOVE WS-PJ-SECS-PER-RUN TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "AVERAGE WINDOW SECS OUTSIDE HELLO" TO WS-PR-LABEL
        MOVE WS-PJ-AVG-OTHER TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "PEAK WINDOW SECS" TO WS-PR-LABEL
        MOVE WS-PJ-PEAK-SECS TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "PROJECTED HELLO RUNS NEXT DATE" TO WS-PR-LABEL
        MOVE WS-PJ-NEXT-RUNS TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        MOVE "PROJECTED WINDOW SECS NEXT DATE" TO WS-PR-LABEL
        MOVE WS-PJ-WINDOW TO WS-PR-VALUE
        PERFORM WRITE-PROJ-LINE-PARA
        IF WS-WINDOW-TARGET = 0
            MOVE "WINDOW TARGET SECS" TO WS-PR-LABEL
            MOVE 0 TO WS-PR-VALUE
            MOVE "NO *WINDOW ENTRY ON SLAPARM.DAT" TO WS-PR-NOTE
            PERFORM WRITE-PROJ-LINE-PARA
        ELSE
            COMPUTE WS-PJ-HEADROOM = WS-WINDOW-TARGET - WS-PJ-WINDOW
            MOVE "WINDOW TARGET SECS" TO WS-PR-LABEL
            MOVE WS-WINDOW-TARGET TO WS-PR-VALUE
            PERFORM WRITE-PROJ-LINE-PARA
            MOVE "PROJECTED HEADROOM SECS" TO WS-PR-LABEL
            MOVE WS-PJ-HEADROOM TO WS-PR-VALUE
            IF WS-PJ-HEADROOM < 0
                MOVE 'Y' TO WS-PJ-BREACH
                MOVE "** PROJECTED WINDOW EXCEEDS TARGET - RAISE CAPACITY **"
                    TO WS-PR-NOTE
            ELSE
                MOVE SPACES TO WS-PR-NOTE
            END-IF
            PERFORM WRITE-PROJ-LINE-PARA
        END-IF
    END-IF.
PROJECT-DATE-PARA.
    COMPUTE WS-WINDOW-SECS = WS-DT-LAST-SECS(DX) - WS-DT-FIRST-SECS(DX).
    IF WS-PJ-DATES = 1
        MOVE WS-DT-HELLO-RUNS(DX) TO WS-PJ-LAST-RUNS
    END-IF.
    MOVE WS-DT-HELLO-RUNS(DX) TO WS-PJ-FIRST-RUNS.
    ADD WS-DT-HELLO-RUNS(DX) TO WS-PJ-RUNS.
    ADD WS-DT-HELLO-SECS(DX) TO WS-PJ-HELLO-SECS.
    IF WS-WINDOW-SECS > WS-DT-HELLO-SECS(DX)
        COMPUTE WS-PJ-OTHER-SECS = WS-PJ-OTHER-SECS
            + WS-WINDOW-SECS - WS-DT-HELLO-SECS(DX)
    END-IF.
    IF WS-WINDOW-SECS > WS-PJ-PEAK-SECS
        MOVE WS-WINDOW-SECS TO WS-PJ-PEAK-SECS
    END-IF.
WRITE-PROJ-LINE-PARA.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-PROJ-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
WRITE-TOTALS-PARA.
    MOVE SPACES TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
    MOVE WS-READ-COUNT TO WS-TL-READ.
    MOVE WS-SEL-COUNT TO WS-TL-SELECTED.
    MOVE WS-BAD-COUNT TO WS-TL-BAD.
    MOVE WS-MISSED-COUNT TO WS-TL-MISSED.
    MOVE WS-WINDOW-MISSED TO WS-TL-WINDOWS.
    MOVE WS-INCOMPLETE-COUNT TO WS-TL-INCOMPLETE.
    MOVE SPACES TO SLA-REPORT-LINE.
    MOVE WS-TOTAL-LINE TO SLA-REPORT-LINE.
    WRITE SLA-REPORT-LINE.
