*> report burst - splits HELLO/ADHOC/RESUB report RUN blocks into per-requestor packets
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTBURST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT PACKET-FILE ASSIGN USING WS-PACKET-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PACKET-STATUS.
    SELECT MANIFEST-FILE ASSIGN TO "BURSTMAN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT REQUESTOR-FILE ASSIGN TO "REQUESTOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REQ-ID
        FILE STATUS IS WS-REQUESTOR-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SOURCE-FILE.
01  SOURCE-LINE             PIC X(132).
FD  PACKET-FILE.
01  PACKET-LINE             PIC X(132).
FD  MANIFEST-FILE.
01  MANIFEST-LINE           PIC X(100).
FD  REQUESTOR-FILE.
01  REQUESTOR-RECORD.
    05  REQ-ID               PIC X(4).
    05  REQ-NAME             PIC X(20).
    05  REQ-DEPT             PIC X(10).
    05  REQ-ACTIVE           PIC X(1).
    05  FILLER               PIC X(45).
WORKING-STORAGE SECTION.
01 WS-SOURCE-STATUS PIC X(2) VALUE '00'.
01 WS-PACKET-STATUS PIC X(2) VALUE '00'.
01 WS-MANIFEST-STATUS PIC X(2) VALUE '00'.
01 WS-REQUESTOR-STATUS PIC X(2) VALUE '00'.
01 WS-SOURCE-NAME PIC X(13) VALUE SPACES.
01 WS-PACKET-NAME PIC X(16) VALUE SPACES.
01 WS-SOURCE-EOF PIC X VALUE 'N'.
01 WS-REQUESTOR-OPEN PIC X VALUE 'N'.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-MAX-RC PIC 9(2) VALUE 0.
01 WS-PAGE-LINES PIC 9(2) VALUE 20.
01 WS-LINE-KIND PIC X(1) VALUE SPACE.
01 WS-IN-BLOCK PIC X VALUE 'N'.
01 WS-SRC-LINE.
   05 WS-SL-TAG             PIC X(4).
   05 WS-SL-SEQ             PIC X(4).
   05 FILLER               PIC X(14).
   05 WS-SL-REQ             PIC X(4).
   05 FILLER               PIC X(7).
   05 WS-SL-DEPT            PIC X(10).
   05 FILLER               PIC X(89).
01 WS-SRC-DATA-VIEW REDEFINES WS-SRC-LINE.
   05 WS-SD-LINE-NO         PIC X(3).
   05 WS-SD-GAP             PIC X(2).
   05 FILLER               PIC X(127).
01 WS-SRC-HEAD-VIEW REDEFINES WS-SRC-LINE.
   05 WS-SH-LABEL           PIC X(14).
   05 WS-SH-BUS-DATE        PIC X(8).
   05 FILLER               PIC X(110).
01 WS-SOURCE-TABLE.
   05 WS-SOURCE-ENTRY OCCURS 3 TIMES INDEXED BY CX.
      10 WS-SC-NAME         PIC X(13).
      10 WS-SC-PRESENT      PIC X(1).
      10 WS-SC-BUS-DATE     PIC 9(8).
      10 WS-SC-RUNS         PIC 9(5).
      10 WS-SC-BLOCK-LINES  PIC 9(7).
      10 WS-SC-OTHER-LINES  PIC 9(7).
01 WS-SOURCE-COUNT PIC 9(1) VALUE 3.
01 WS-REQ-TABLE.
   05 WS-REQ-ENTRY OCCURS 200 TIMES INDEXED BY RX HX.
      10 WS-RQ-REQ          PIC X(4).
      10 WS-RQ-DEPT         PIC X(10).
      10 WS-RQ-MULTI-DEPT   PIC X(1).
      10 WS-RQ-NAME         PIC X(20).
      10 WS-RQ-BUS-DATE     PIC 9(8).
      10 WS-RQ-RUNS         PIC 9(5).
      10 WS-RQ-SRC-LINES    PIC 9(7) OCCURS 3 TIMES.
      10 WS-RQ-PAGES        PIC 9(3).
      10 WS-RQ-OUT-RUNS     PIC 9(5).
      10 WS-RQ-OUT-BODY     PIC 9(7).
      10 WS-RQ-OUT-LINES    PIC 9(7).
01 WS-REQ-COUNT PIC 9(3) VALUE 0.
01 WS-REQ-MAX PIC 9(3) VALUE 200.
01 WS-REQ-OVERFLOW PIC X VALUE 'N'.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-CUR-FOUND PIC X VALUE 'N'.
01 WS-SRC-PAGES PIC 9(3) VALUE 0.
01 WS-SRC-REMAINDER PIC 9(2) VALUE 0.
01 WS-PAGE-NO PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-TOT-SOURCE-RUNS PIC 9(7) VALUE 0.
01 WS-TOT-BLOCK-LINES PIC 9(7) VALUE 0.
01 WS-TOT-OTHER-LINES PIC 9(7) VALUE 0.
01 WS-TOT-PACKETS PIC 9(3) VALUE 0.
01 WS-TOT-PACKET-RUNS PIC 9(7) VALUE 0.
01 WS-TOT-PACKET-BODY PIC 9(7) VALUE 0.
01 WS-TOT-PACKET-LINES PIC 9(7) VALUE 0.
01 WS-TOT-PAGES PIC 9(5) VALUE 0.
01 WS-OUT-OF-BALANCE PIC X VALUE 'N'.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(30)
      VALUE "REPORT DISTRIBUTION MANIFEST".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
01 WS-SRC-HEAD-LINE.
   05 FILLER               PIC X(15) VALUE "SOURCE REPORT".
   05 FILLER               PIC X(15) VALUE "BUSINESS DATE".
   05 FILLER               PIC X(12) VALUE "RUN BLOCKS".
   05 FILLER               PIC X(13) VALUE "BLOCK LINES".
   05 FILLER               PIC X(20) VALUE "OTHER LINES".
01 WS-SRC-DETAIL-LINE.
   05 WS-SR-NAME            PIC X(13).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-SR-BUS-DATE        PIC 9(8).
   05 FILLER               PIC X(7) VALUE SPACES.
   05 WS-SR-RUNS            PIC ZZZZ9.
   05 FILLER               PIC X(7) VALUE SPACES.
   05 WS-SR-BLOCK-LINES     PIC ZZZZZZ9.
   05 FILLER               PIC X(6) VALUE SPACES.
   05 WS-SR-OTHER-LINES     PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-SR-NOTE            PIC X(20).
01 WS-PKT-HEAD-LINE.
   05 FILLER               PIC X(6) VALUE "REQ".
   05 FILLER               PIC X(12) VALUE "DEPT".
   05 FILLER               PIC X(18) VALUE "PACKET FILE".
   05 FILLER               PIC X(7) VALUE "RUNS".
   05 FILLER               PIC X(7) VALUE "PAGES".
   05 FILLER               PIC X(9) VALUE "LINES".
   05 FILLER               PIC X(20) VALUE "NOTE".
01 WS-PKT-DETAIL-LINE.
   05 WS-PK-REQ             PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PK-DEPT            PIC X(10).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PK-FILE            PIC X(16).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PK-RUNS            PIC ZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PK-PAGES           PIC ZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PK-LINES           PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-PK-NOTE            PIC X(30).
01 WS-TOTAL-LINE.
   05 WS-TL-LABEL           PIC X(40).
   05 WS-TL-VALUE           PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-NOTE            PIC X(40).
01 WS-VERDICT-LINE.
   05 WS-VL-TEXT            PIC X(60).
01 WS-COVER-TITLE-LINE.
   05 FILLER               PIC X(26) VALUE "REPORT DISTRIBUTION PACKET".
01 WS-COVER-LINE.
   05 WS-CV-LABEL           PIC X(16).
   05 WS-CV-TEXT            PIC X(40).
01 WS-COVER-COUNT PIC ZZZZ9.
01 WS-PAGE-HEAD-1.
   05 FILLER               PIC X(21) VALUE "HELLO TRIANGLE REPORT".
   05 FILLER               PIC X(18) VALUE " - PACKET FOR REQ=".
   05 WS-PH-REQ             PIC X(4).
01 WS-PAGE-HEAD-2.
   05 FILLER               PIC X(8) VALUE "SOURCE: ".
   05 WS-PH-SOURCE          PIC X(13).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(15) VALUE "BUSINESS DATE: ".
   05 WS-PH-BUS-DATE        PIC 9(8).
01 WS-PAGE-HEAD-3.
   05 FILLER               PIC X(6) VALUE "PAGE: ".
   05 WS-PH-PAGE            PIC ZZ9.
   05 FILLER               PIC X(4) VALUE " OF ".
   05 WS-PH-PAGES           PIC ZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE "HELLO.RPT" TO WS-SC-NAME(1).
    MOVE "ADHOC.RPT" TO WS-SC-NAME(2).
    MOVE "RESUB.RPT" TO WS-SC-NAME(3).
    OPEN OUTPUT MANIFEST-FILE.
    IF WS-MANIFEST-STATUS NOT = '00'
        DISPLAY "RPTBURST: MANIFEST-FILE OPEN FAILED - STATUS="
            WS-MANIFEST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT REQUESTOR-FILE.
    IF WS-REQUESTOR-STATUS = '00'
        MOVE 'Y' TO WS-REQUESTOR-OPEN
    ELSE
        DISPLAY "RPTBURST: REQUESTOR-FILE OPEN FAILED - STATUS="
            WS-REQUESTOR-STATUS " - NAMES NOT SHOWN"
        MOVE 4 TO WS-MAX-RC
    END-IF.
    PERFORM WRITE-HEADERS-PARA.
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-SOURCE-COUNT
        PERFORM SCAN-SOURCE-PARA
    END-PERFORM.
    PERFORM WRITE-SOURCE-SECTION-PARA.
    MOVE SPACES TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-PKT-HEAD-LINE TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REQ-COUNT
        PERFORM BURST-REQ-PARA
    END-PERFORM.
    IF WS-REQUESTOR-OPEN = 'Y'
        CLOSE REQUESTOR-FILE
    END-IF.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE MANIFEST-FILE.
    DISPLAY "RPTBURST: PACKETS=" WS-TOT-PACKETS
        " RUN BLOCKS IN=" WS-TOT-SOURCE-RUNS
        " BURST=" WS-TOT-PACKET-RUNS.
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.
SCAN-SOURCE-PARA.
    MOVE 'N' TO WS-SC-PRESENT(CX).
    MOVE 0 TO WS-SC-BUS-DATE(CX).
    MOVE 0 TO WS-SC-RUNS(CX).
    MOVE 0 TO WS-SC-BLOCK-LINES(CX).
    MOVE 0 TO WS-SC-OTHER-LINES(CX).
    MOVE WS-SC-NAME(CX) TO WS-SOURCE-NAME.
    OPEN INPUT SOURCE-FILE.
    IF WS-SOURCE-STATUS = '00'
        MOVE 'Y' TO WS-SC-PRESENT(CX)
        MOVE 'N' TO WS-SOURCE-EOF
        MOVE 'N' TO WS-IN-BLOCK
        PERFORM UNTIL WS-SOURCE-EOF = 'Y'
            READ SOURCE-FILE
                AT END
                    MOVE 'Y' TO WS-SOURCE-EOF
                NOT AT END
                    PERFORM CLASSIFY-LINE-PARA
                    PERFORM TALLY-LINE-PARA
            END-READ
        END-PERFORM
        CLOSE SOURCE-FILE
    ELSE
        IF WS-SOURCE-STATUS NOT = '35'
            DISPLAY "RPTBURST: " WS-SOURCE-NAME " OPEN FAILED - STATUS="
                WS-SOURCE-STATUS
            MOVE 16 TO WS-MAX-RC
        END-IF
    END-IF.
CLASSIFY-LINE-PARA.
    MOVE SOURCE-LINE TO WS-SRC-LINE.
    EVALUATE TRUE
        WHEN WS-SL-TAG = "RUN " AND WS-SL-SEQ NUMERIC
            MOVE 'R' TO WS-LINE-KIND
            MOVE 'Y' TO WS-IN-BLOCK
        WHEN WS-SRC-LINE = SPACES
            MOVE 'H' TO WS-LINE-KIND
        WHEN WS-SRC-LINE(1:21) = "HELLO TRIANGLE REPORT"
            OR WS-SRC-LINE(1:9) = "RUN DATE:"
            OR WS-SRC-LINE(1:5) = "PAGE:"
            MOVE 'H' TO WS-LINE-KIND
        WHEN WS-SH-LABEL = "BUSINESS DATE:"
            MOVE 'B' TO WS-LINE-KIND
        WHEN WS-IN-BLOCK = 'Y' AND WS-SD-LINE-NO(3:1) NUMERIC
            AND WS-SD-GAP = SPACES
            MOVE 'D' TO WS-LINE-KIND
        WHEN OTHER
            MOVE 'O' TO WS-LINE-KIND
            MOVE 'N' TO WS-IN-BLOCK
    END-EVALUATE.
TALLY-LINE-PARA.
    EVALUATE WS-LINE-KIND
        WHEN 'R'
            ADD 1 TO WS-SC-RUNS(CX)
            ADD 1 TO WS-SC-BLOCK-LINES(CX)
            PERFORM FIND-REQ-PARA
            IF WS-FOUND = 'Y'
                ADD 1 TO WS-RQ-RUNS(HX)
                ADD 1 TO WS-RQ-SRC-LINES(HX, CX)
                IF WS-RQ-DEPT(HX) NOT = WS-SL-DEPT
                    MOVE 'Y' TO WS-RQ-MULTI-DEPT(HX)
                END-IF
                MOVE 'Y' TO WS-CUR-FOUND
            ELSE
                MOVE 'N' TO WS-CUR-FOUND
            END-IF
        WHEN 'D'
            ADD 1 TO WS-SC-BLOCK-LINES(CX)
            IF WS-CUR-FOUND = 'Y'
                ADD 1 TO WS-RQ-SRC-LINES(HX, CX)
            END-IF
        WHEN 'B'
            IF WS-SC-BUS-DATE(CX) = 0 AND WS-SH-BUS-DATE NUMERIC
                MOVE WS-SH-BUS-DATE TO WS-SC-BUS-DATE(CX)
            END-IF
        WHEN 'O'
            ADD 1 TO WS-SC-OTHER-LINES(CX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
FIND-REQ-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REQ-COUNT
        OR WS-FOUND = 'Y'
        IF WS-RQ-REQ(RX) = WS-SL-REQ
            MOVE 'Y' TO WS-FOUND
            SET HX TO RX
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'N'
        IF WS-REQ-COUNT < WS-REQ-MAX
            ADD 1 TO WS-REQ-COUNT
            SET HX TO WS-REQ-COUNT
            MOVE WS-SL-REQ TO WS-RQ-REQ(HX)
            MOVE WS-SL-DEPT TO WS-RQ-DEPT(HX)
            MOVE 'N' TO WS-RQ-MULTI-DEPT(HX)
            MOVE WS-SC-BUS-DATE(CX) TO WS-RQ-BUS-DATE(HX)
            MOVE 0 TO WS-RQ-RUNS(HX)
            MOVE 0 TO WS-RQ-SRC-LINES(HX, 1)
            MOVE 0 TO WS-RQ-SRC-LINES(HX, 2)
            MOVE 0 TO WS-RQ-SRC-LINES(HX, 3)
            MOVE 0 TO WS-RQ-PAGES(HX)
            MOVE 0 TO WS-RQ-OUT-RUNS(HX)
            MOVE 0 TO WS-RQ-OUT-BODY(HX)
            MOVE 0 TO WS-RQ-OUT-LINES(HX)
            PERFORM LOOKUP-NAME-PARA
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-REQ-OVERFLOW = 'N'
                MOVE 'Y' TO WS-REQ-OVERFLOW
                DISPLAY "RPTBURST: MORE THAN " WS-REQ-MAX
                    " REQUESTORS - EXCESS NOT BURST"
            END-IF
        END-IF
    END-IF.
LOOKUP-NAME-PARA.
    MOVE "** NOT ON REQUESTOR MASTER **" TO WS-RQ-NAME(HX).
    IF WS-REQUESTOR-OPEN = 'Y'
        MOVE WS-SL-REQ TO REQ-ID
        READ REQUESTOR-FILE
            INVALID KEY
                MOVE 4 TO WS-MAX-RC
            NOT INVALID KEY
                MOVE REQ-NAME TO WS-RQ-NAME(HX)
        END-READ
    ELSE
        MOVE SPACES TO WS-RQ-NAME(HX)
    END-IF.
BURST-REQ-PARA.
    MOVE 1 TO WS-RQ-PAGES(RX).
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-SOURCE-COUNT
        IF WS-RQ-SRC-LINES(RX, CX) > 0
            DIVIDE WS-RQ-SRC-LINES(RX, CX) BY WS-PAGE-LINES
                GIVING WS-SRC-PAGES REMAINDER WS-SRC-REMAINDER
            IF WS-SRC-REMAINDER > 0
                ADD 1 TO WS-SRC-PAGES
            END-IF
            ADD WS-SRC-PAGES TO WS-RQ-PAGES(RX)
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-PACKET-NAME.
    STRING "BURST-" DELIMITED BY SIZE
        WS-RQ-REQ(RX) DELIMITED BY SPACE
        ".RPT" DELIMITED BY SIZE
        INTO WS-PACKET-NAME.
    OPEN OUTPUT PACKET-FILE.
    IF WS-PACKET-STATUS NOT = '00'
        DISPLAY "RPTBURST: " WS-PACKET-NAME " OPEN FAILED - STATUS="
            WS-PACKET-STATUS
        MOVE 16 TO WS-MAX-RC
        MOVE "** PACKET NOT WRITTEN **" TO WS-PK-NOTE
    ELSE
        MOVE 1 TO WS-PAGE-NO
        PERFORM WRITE-COVER-PARA
        PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-SOURCE-COUNT
            IF WS-RQ-SRC-LINES(RX, CX) > 0
                PERFORM COPY-SOURCE-PARA
            END-IF
        END-PERFORM
        CLOSE PACKET-FILE
        ADD 1 TO WS-TOT-PACKETS
        EVALUATE TRUE
            WHEN WS-RQ-OUT-RUNS(RX) NOT = WS-RQ-RUNS(RX)
                OR WS-RQ-OUT-BODY(RX) NOT = WS-RQ-SRC-LINES(RX, 1)
                    + WS-RQ-SRC-LINES(RX, 2) + WS-RQ-SRC-LINES(RX, 3)
                MOVE "** RUNS/LINES NOT ALL COPIED **" TO WS-PK-NOTE
                MOVE 'Y' TO WS-OUT-OF-BALANCE
            WHEN WS-RQ-MULTI-DEPT(RX) = 'Y'
                MOVE "MORE THAN ONE DEPT= SEEN" TO WS-PK-NOTE
                IF WS-MAX-RC < 4
                    MOVE 4 TO WS-MAX-RC
                END-IF
            WHEN OTHER
                MOVE SPACES TO WS-PK-NOTE
        END-EVALUATE
    END-IF.
    ADD WS-RQ-OUT-RUNS(RX) TO WS-TOT-PACKET-RUNS.
    ADD WS-RQ-OUT-BODY(RX) TO WS-TOT-PACKET-BODY.
    ADD WS-RQ-OUT-LINES(RX) TO WS-TOT-PACKET-LINES.
    ADD WS-RQ-PAGES(RX) TO WS-TOT-PAGES.
    MOVE WS-RQ-REQ(RX) TO WS-PK-REQ.
    MOVE WS-RQ-DEPT(RX) TO WS-PK-DEPT.
    MOVE WS-PACKET-NAME TO WS-PK-FILE.
    MOVE WS-RQ-OUT-RUNS(RX) TO WS-PK-RUNS.
    MOVE WS-RQ-PAGES(RX) TO WS-PK-PAGES.
    MOVE WS-RQ-OUT-LINES(RX) TO WS-PK-LINES.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-PKT-DETAIL-LINE TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
WRITE-COVER-PARA.
    MOVE SPACES TO PACKET-LINE.
    MOVE WS-COVER-TITLE-LINE TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
    MOVE SPACES TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
    MOVE "REQUESTOR:" TO WS-CV-LABEL.
    MOVE WS-RQ-REQ(RX) TO WS-CV-TEXT.
    PERFORM WRITE-COVER-LINE-PARA.
    MOVE "REQUESTOR NAME:" TO WS-CV-LABEL.
    MOVE WS-RQ-NAME(RX) TO WS-CV-TEXT.
    PERFORM WRITE-COVER-LINE-PARA.
    MOVE "DEPARTMENT:" TO WS-CV-LABEL.
    MOVE WS-RQ-DEPT(RX) TO WS-CV-TEXT.
    PERFORM WRITE-COVER-LINE-PARA.
    MOVE "BUSINESS DATE:" TO WS-CV-LABEL.
    MOVE WS-RQ-BUS-DATE(RX) TO WS-CV-TEXT.
    PERFORM WRITE-COVER-LINE-PARA.
    MOVE "RUN COUNT:" TO WS-CV-LABEL.
    MOVE WS-RQ-RUNS(RX) TO WS-COVER-COUNT.
    MOVE WS-COVER-COUNT TO WS-CV-TEXT.
    PERFORM WRITE-COVER-LINE-PARA.
    MOVE "PAGE COUNT:" TO WS-CV-LABEL.
    MOVE WS-RQ-PAGES(RX) TO WS-COVER-COUNT.
    MOVE WS-COVER-COUNT TO WS-CV-TEXT.
    PERFORM WRITE-COVER-LINE-PARA.
    MOVE "RUN DATE:" TO WS-CV-LABEL.
    MOVE WS-TODAY TO WS-CV-TEXT.
    PERFORM WRITE-COVER-LINE-PARA.
WRITE-COVER-LINE-PARA.
    MOVE SPACES TO PACKET-LINE.
    MOVE WS-COVER-LINE TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
COPY-SOURCE-PARA.
    MOVE WS-SC-NAME(CX) TO WS-SOURCE-NAME.
    OPEN INPUT SOURCE-FILE.
    IF WS-SOURCE-STATUS NOT = '00'
        DISPLAY "RPTBURST: " WS-SOURCE-NAME " REOPEN FAILED - STATUS="
            WS-SOURCE-STATUS
        MOVE 16 TO WS-MAX-RC
    ELSE
        PERFORM NEW-PAGE-PARA
        MOVE 'N' TO WS-SOURCE-EOF
        MOVE 'N' TO WS-IN-BLOCK
        MOVE 'N' TO WS-CUR-FOUND
        PERFORM UNTIL WS-SOURCE-EOF = 'Y'
            READ SOURCE-FILE
                AT END
                    MOVE 'Y' TO WS-SOURCE-EOF
                NOT AT END
                    PERFORM CLASSIFY-LINE-PARA
                    PERFORM COPY-LINE-PARA
            END-READ
        END-PERFORM
        CLOSE SOURCE-FILE
    END-IF.
COPY-LINE-PARA.
    EVALUATE WS-LINE-KIND
        WHEN 'R'
            IF WS-SL-REQ = WS-RQ-REQ(RX)
                MOVE 'Y' TO WS-CUR-FOUND
                ADD 1 TO WS-RQ-OUT-RUNS(RX)
                PERFORM COPY-BODY-PARA
            ELSE
                MOVE 'N' TO WS-CUR-FOUND
            END-IF
        WHEN 'D'
            IF WS-CUR-FOUND = 'Y'
                PERFORM COPY-BODY-PARA
            END-IF
        WHEN 'O'
            MOVE 'N' TO WS-CUR-FOUND
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
COPY-BODY-PARA.
    IF WS-LINE-COUNT >= WS-PAGE-LINES
        PERFORM NEW-PAGE-PARA
    END-IF.
    MOVE SOURCE-LINE TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
    ADD 1 TO WS-LINE-COUNT.
    ADD 1 TO WS-RQ-OUT-BODY(RX).
NEW-PAGE-PARA.
    ADD 1 TO WS-PAGE-NO.
    MOVE WS-RQ-REQ(RX) TO WS-PH-REQ.
    MOVE WS-SC-NAME(CX) TO WS-PH-SOURCE.
    MOVE WS-SC-BUS-DATE(CX) TO WS-PH-BUS-DATE.
    MOVE WS-PAGE-NO TO WS-PH-PAGE.
    MOVE WS-RQ-PAGES(RX) TO WS-PH-PAGES.
    MOVE SPACES TO PACKET-LINE.
    MOVE WS-PAGE-HEAD-1 TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
    MOVE SPACES TO PACKET-LINE.
    MOVE WS-PAGE-HEAD-2 TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
    MOVE SPACES TO PACKET-LINE.
    MOVE WS-PAGE-HEAD-3 TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
    MOVE SPACES TO PACKET-LINE.
    PERFORM WRITE-PACKET-PARA.
    MOVE 0 TO WS-LINE-COUNT.
WRITE-PACKET-PARA.
    WRITE PACKET-LINE.
    ADD 1 TO WS-RQ-OUT-LINES(RX).
WRITE-HEADERS-PARA.
    MOVE WS-TODAY TO WS-PL-DATE.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-TITLE-LINE TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-PARM-LINE TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
    MOVE SPACES TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
WRITE-SOURCE-SECTION-PARA.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-SRC-HEAD-LINE TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-SOURCE-COUNT
        MOVE WS-SC-NAME(CX) TO WS-SR-NAME
        MOVE WS-SC-BUS-DATE(CX) TO WS-SR-BUS-DATE
        MOVE WS-SC-RUNS(CX) TO WS-SR-RUNS
        MOVE WS-SC-BLOCK-LINES(CX) TO WS-SR-BLOCK-LINES
        MOVE WS-SC-OTHER-LINES(CX) TO WS-SR-OTHER-LINES
        IF WS-SC-PRESENT(CX) = 'N'
            MOVE "NOT PRESENT" TO WS-SR-NOTE
        ELSE
            MOVE SPACES TO WS-SR-NOTE
        END-IF
        MOVE SPACES TO MANIFEST-LINE
        MOVE WS-SRC-DETAIL-LINE TO MANIFEST-LINE
        WRITE MANIFEST-LINE
        ADD WS-SC-RUNS(CX) TO WS-TOT-SOURCE-RUNS
        ADD WS-SC-BLOCK-LINES(CX) TO WS-TOT-BLOCK-LINES
        ADD WS-SC-OTHER-LINES(CX) TO WS-TOT-OTHER-LINES
    END-PERFORM.
WRITE-TOTALS-PARA.
    MOVE SPACES TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
    MOVE "PACKETS PRODUCED" TO WS-TL-LABEL.
    MOVE WS-TOT-PACKETS TO WS-TL-VALUE.
    MOVE SPACES TO WS-TL-NOTE.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE "PACKET PAGES (INCLUDING COVERS)" TO WS-TL-LABEL.
    MOVE WS-TOT-PAGES TO WS-TL-VALUE.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE "PACKET LINES WRITTEN" TO WS-TL-LABEL.
    MOVE WS-TOT-PACKET-LINES TO WS-TL-VALUE.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE "RUN BLOCKS IN SOURCE REPORTS" TO WS-TL-LABEL.
    MOVE WS-TOT-SOURCE-RUNS TO WS-TL-VALUE.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE "RUN BLOCKS BURST TO PACKETS" TO WS-TL-LABEL.
    MOVE WS-TOT-PACKET-RUNS TO WS-TL-VALUE.
    IF WS-TOT-PACKET-RUNS NOT = WS-TOT-SOURCE-RUNS
        MOVE "** NOT EQUAL TO SOURCE RUN BLOCKS **" TO WS-TL-NOTE
        MOVE 'Y' TO WS-OUT-OF-BALANCE
    END-IF.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE "RUN BLOCK LINES IN SOURCE REPORTS" TO WS-TL-LABEL.
    MOVE WS-TOT-BLOCK-LINES TO WS-TL-VALUE.
    MOVE SPACES TO WS-TL-NOTE.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE "RUN BLOCK LINES COPIED TO PACKETS" TO WS-TL-LABEL.
    MOVE WS-TOT-PACKET-BODY TO WS-TL-VALUE.
    IF WS-TOT-PACKET-BODY NOT = WS-TOT-BLOCK-LINES
        MOVE "** NOT EQUAL TO SOURCE BLOCK LINES **" TO WS-TL-NOTE
        MOVE 'Y' TO WS-OUT-OF-BALANCE
    END-IF.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE "OTHER LINES NOT BURST (SECTIONS/TOTALS)" TO WS-TL-LABEL.
    MOVE WS-TOT-OTHER-LINES TO WS-TL-VALUE.
    MOVE SPACES TO WS-TL-NOTE.
    PERFORM WRITE-TOTAL-LINE-PARA.
    MOVE SPACES TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
    IF WS-OUT-OF-BALANCE = 'Y' OR WS-REQ-OVERFLOW = 'Y'
        MOVE "** OUT OF BALANCE - RUN BLOCKS NOT BURST EXACTLY ONCE **"
            TO WS-VL-TEXT
        DISPLAY "RPTBURST: MANIFEST OUT OF BALANCE - SEE BURSTMAN.RPT"
        IF WS-MAX-RC < 8
            MOVE 8 TO WS-MAX-RC
        END-IF
    ELSE
        MOVE "IN BALANCE - EVERY RUN BLOCK BURST EXACTLY ONCE" TO WS-VL-TEXT
    END-IF.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-VERDICT-LINE TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
WRITE-TOTAL-LINE-PARA.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-TOTAL-LINE TO MANIFEST-LINE.
    WRITE MANIFEST-LINE.
