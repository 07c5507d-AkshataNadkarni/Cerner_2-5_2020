*> change journal listing - selects CHGJRNL.DAT entries by date, operator and program
IDENTIFICATION DIVISION.
PROGRAM-ID. JRNLIST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT LISTING-FILE ASSIGN TO "JRNLIST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  LISTING-FILE.
01  LISTING-LINE            PIC X(132).
WORKING-STORAGE SECTION.
01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
01 WS-LISTING-STATUS PIC X(2) VALUE '00'.
01 WS-EOF PIC X VALUE 'N'.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TO-DATE PIC 9(8) VALUE 0.
01 WS-FILTER-OPERATOR PIC X(8) VALUE SPACES.
01 WS-FILTER-PROGRAM PIC X(8) VALUE SPACES.
01 WS-READ-COUNT PIC 9(7) VALUE 0.
01 WS-SEL-COUNT PIC 9(7) VALUE 0.
01 WS-BAD-COUNT PIC 9(7) VALUE 0.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-OPS-TABLE.
   05 WS-OPS-ENTRY OCCURS 100 TIMES INDEXED BY OX.
      10 WS-OS-OPERATOR     PIC X(8).
      10 WS-OS-COUNT        PIC 9(7).
01 WS-OPS-COUNT PIC 9(3) VALUE 0.
01 WS-OPS-MAX PIC 9(3) VALUE 100.
01 WS-OPS-OVERFLOW PIC X VALUE 'N'.
01 WS-PGM-TABLE.
   05 WS-PGM-ENTRY OCCURS 20 TIMES INDEXED BY PX.
      10 WS-PS-PROGRAM      PIC X(8).
      10 WS-PS-COUNT        PIC 9(7).
01 WS-PGM-COUNT PIC 9(3) VALUE 0.
01 WS-PGM-MAX PIC 9(3) VALUE 20.
01 WS-PGM-OVERFLOW PIC X VALUE 'N'.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(22)
      VALUE "CHANGE JOURNAL LISTING".
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
   05 FILLER               PIC X(9) VALUE "OPERATOR=".
   05 WS-PL-OPERATOR        PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "PROGRAM=".
   05 WS-PL-PROGRAM         PIC X(8).
01 WS-COL-HEAD-LINE.
   05 FILLER               PIC X(9) VALUE "DATE".
   05 FILLER               PIC X(9) VALUE "TIME".
   05 FILLER               PIC X(9) VALUE "PROGRAM".
   05 FILLER               PIC X(9) VALUE "OPERATOR".
   05 FILLER               PIC X(9) VALUE "ACTION".
   05 FILLER               PIC X(22) VALUE "KEY".
   05 FILLER               PIC X(13) VALUE "FIELD".
   05 FILLER               PIC X(26) VALUE "BEFORE".
   05 FILLER               PIC X(26) VALUE "AFTER".
01 WS-DETAIL-LINE.
   05 WS-DT-DATE            PIC 9(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-TIME            PIC 9(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-PROGRAM         PIC X(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-OPERATOR        PIC X(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-ACTION          PIC X(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-KEY             PIC X(21).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-FIELD           PIC X(12).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-BEFORE          PIC X(25).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-DT-AFTER           PIC X(25).
01 WS-OVERFLOW-LINE.
   05 FILLER               PIC X(80) VALUE SPACES.
   05 WS-OV-BEFORE          PIC X(15).
   05 FILLER               PIC X(11) VALUE SPACES.
   05 WS-OV-AFTER           PIC X(15).
01 WS-SUMMARY-HEAD-LINE.
   05 WS-SH-TEXT            PIC X(30).
01 WS-SUMMARY-LINE.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-SL-NAME            PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-SL-COUNT           PIC ZZZZZZ9.
01 WS-TOTAL-LINE.
   05 FILLER               PIC X(13) VALUE "ENTRIES READ=".
   05 WS-TL-READ            PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "SELECTED=".
   05 WS-TL-SELECTED        PIC ZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(12) VALUE "UNREADABLE=".
   05 WS-TL-BAD             PIC ZZZZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    DISPLAY "JRNLIST: ENTER FROM DATE (YYYYMMDD)".
    ACCEPT WS-FROM-DATE.
    DISPLAY "JRNLIST: ENTER TO DATE (YYYYMMDD)".
    ACCEPT WS-TO-DATE.
    DISPLAY "JRNLIST: ENTER OPERATOR ID OR BLANK FOR ALL".
    ACCEPT WS-FILTER-OPERATOR.
    DISPLAY "JRNLIST: ENTER PROGRAM NAME OR BLANK FOR ALL".
    ACCEPT WS-FILTER-PROGRAM.
    IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
        OR WS-FROM-DATE = 0 OR WS-TO-DATE = 0
        OR WS-FROM-DATE > WS-TO-DATE
        DISPLAY "JRNLIST: DATE RANGE IS INVALID - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT LISTING-FILE.
    IF WS-LISTING-STATUS NOT = '00'
        DISPLAY "JRNLIST: LISTING-FILE OPEN FAILED - STATUS="
            WS-LISTING-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADERS-PARA.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        IF WS-JOURNAL-STATUS NOT = '35'
            DISPLAY "JRNLIST: JOURNAL-FILE OPEN FAILED - STATUS="
                WS-JOURNAL-STATUS
            CLOSE LISTING-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ JOURNAL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SELECT-ENTRY-PARA
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
    END-IF.
    IF WS-SEL-COUNT = 0
        MOVE SPACES TO LISTING-LINE
        MOVE "NO JOURNAL ENTRIES MATCH THE SELECTION" TO LISTING-LINE
        WRITE LISTING-LINE
    END-IF.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE LISTING-FILE.
    DISPLAY "JRNLIST: ENTRIES READ=" WS-READ-COUNT
        " SELECTED=" WS-SEL-COUNT " UNREADABLE=" WS-BAD-COUNT.
    IF WS-BAD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.
SELECT-ENTRY-PARA.
    IF JRN-DATE NOT NUMERIC
        ADD 1 TO WS-BAD-COUNT
    ELSE
        IF JRN-DATE >= WS-FROM-DATE AND JRN-DATE <= WS-TO-DATE
            AND (WS-FILTER-OPERATOR = SPACES
                OR JRN-OPERATOR = WS-FILTER-OPERATOR)
            AND (WS-FILTER-PROGRAM = SPACES
                OR JRN-PROGRAM = WS-FILTER-PROGRAM)
            ADD 1 TO WS-SEL-COUNT
            PERFORM WRITE-ENTRY-PARA
            PERFORM COUNT-OPERATOR-PARA
            PERFORM COUNT-PROGRAM-PARA
        END-IF
    END-IF.
WRITE-ENTRY-PARA.
    MOVE JRN-DATE TO WS-DT-DATE.
    IF JRN-TIME NUMERIC
        MOVE JRN-TIME TO WS-DT-TIME
    ELSE
        MOVE 0 TO WS-DT-TIME
    END-IF.
    MOVE JRN-PROGRAM TO WS-DT-PROGRAM.
    MOVE JRN-OPERATOR TO WS-DT-OPERATOR.
    MOVE JRN-ACTION TO WS-DT-ACTION.
    MOVE JRN-KEY TO WS-DT-KEY.
    MOVE JRN-FIELD TO WS-DT-FIELD.
    MOVE JRN-BEFORE(1:25) TO WS-DT-BEFORE.
    MOVE JRN-AFTER(1:25) TO WS-DT-AFTER.
    MOVE SPACES TO LISTING-LINE.
    MOVE WS-DETAIL-LINE TO LISTING-LINE.
    WRITE LISTING-LINE.
    IF JRN-BEFORE(26:15) NOT = SPACES OR JRN-AFTER(26:15) NOT = SPACES
        MOVE JRN-BEFORE(26:15) TO WS-OV-BEFORE
        MOVE JRN-AFTER(26:15) TO WS-OV-AFTER
        MOVE SPACES TO LISTING-LINE
        MOVE WS-OVERFLOW-LINE TO LISTING-LINE
        WRITE LISTING-LINE
    END-IF.
COUNT-OPERATOR-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OPS-COUNT
        OR WS-FOUND = 'Y'
        IF WS-OS-OPERATOR(OX) = JRN-OPERATOR
            MOVE 'Y' TO WS-FOUND
            ADD 1 TO WS-OS-COUNT(OX)
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'N'
        IF WS-OPS-COUNT < WS-OPS-MAX
            ADD 1 TO WS-OPS-COUNT
            SET OX TO WS-OPS-COUNT
            MOVE JRN-OPERATOR TO WS-OS-OPERATOR(OX)
            MOVE 1 TO WS-OS-COUNT(OX)
        ELSE
            IF WS-OPS-OVERFLOW = 'N'
                MOVE 'Y' TO WS-OPS-OVERFLOW
                DISPLAY "JRNLIST: MORE THAN " WS-OPS-MAX
                    " OPERATORS - SUMMARY INCOMPLETE"
            END-IF
        END-IF
    END-IF.
COUNT-PROGRAM-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PGM-COUNT
        OR WS-FOUND = 'Y'
        IF WS-PS-PROGRAM(PX) = JRN-PROGRAM
            MOVE 'Y' TO WS-FOUND
            ADD 1 TO WS-PS-COUNT(PX)
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'N'
        IF WS-PGM-COUNT < WS-PGM-MAX
            ADD 1 TO WS-PGM-COUNT
            SET PX TO WS-PGM-COUNT
            MOVE JRN-PROGRAM TO WS-PS-PROGRAM(PX)
            MOVE 1 TO WS-PS-COUNT(PX)
        ELSE
            IF WS-PGM-OVERFLOW = 'N'
                MOVE 'Y' TO WS-PGM-OVERFLOW
                DISPLAY "JRNLIST: MORE THAN " WS-PGM-MAX
                    " PROGRAMS - SUMMARY INCOMPLETE"
            END-IF
        END-IF
    END-IF.
WRITE-HEADERS-PARA.
    MOVE WS-TODAY TO WS-PL-DATE.
    MOVE WS-FROM-DATE TO WS-PL-FROM.
    MOVE WS-TO-DATE TO WS-PL-TO.
    IF WS-FILTER-OPERATOR = SPACES
        MOVE "*ALL" TO WS-PL-OPERATOR
    ELSE
        MOVE WS-FILTER-OPERATOR TO WS-PL-OPERATOR
    END-IF.
    IF WS-FILTER-PROGRAM = SPACES
        MOVE "*ALL" TO WS-PL-PROGRAM
    ELSE
        MOVE WS-FILTER-PROGRAM TO WS-PL-PROGRAM
    END-IF.
    MOVE SPACES TO LISTING-LINE.
    MOVE WS-TITLE-LINE TO LISTING-LINE.
    WRITE LISTING-LINE.
    MOVE SPACES TO LISTING-LINE.
    MOVE WS-PARM-LINE TO LISTING-LINE.
    WRITE LISTING-LINE.
    MOVE SPACES TO LISTING-LINE.
    WRITE LISTING-LINE.
    MOVE SPACES TO LISTING-LINE.
    MOVE WS-COL-HEAD-LINE TO LISTING-LINE.
    WRITE LISTING-LINE.
WRITE-TOTALS-PARA.
    MOVE SPACES TO LISTING-LINE.
    WRITE LISTING-LINE.
    MOVE "CHANGES BY OPERATOR" TO WS-SH-TEXT.
    MOVE SPACES TO LISTING-LINE.
    MOVE WS-SUMMARY-HEAD-LINE TO LISTING-LINE.
    WRITE LISTING-LINE.
    PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OPS-COUNT
        MOVE WS-OS-OPERATOR(OX) TO WS-SL-NAME
        MOVE WS-OS-COUNT(OX) TO WS-SL-COUNT
        MOVE SPACES TO LISTING-LINE
        MOVE WS-SUMMARY-LINE TO LISTING-LINE
        WRITE LISTING-LINE
    END-PERFORM.
    MOVE SPACES TO LISTING-LINE.
    WRITE LISTING-LINE.
    MOVE "CHANGES BY PROGRAM" TO WS-SH-TEXT.
    MOVE SPACES TO LISTING-LINE.
    MOVE WS-SUMMARY-HEAD-LINE TO LISTING-LINE.
    WRITE LISTING-LINE.
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PGM-COUNT
        MOVE WS-PS-PROGRAM(PX) TO WS-SL-NAME
        MOVE WS-PS-COUNT(PX) TO WS-SL-COUNT
        MOVE SPACES TO LISTING-LINE
        MOVE WS-SUMMARY-LINE TO LISTING-LINE
        WRITE LISTING-LINE
    END-PERFORM.
    MOVE SPACES TO LISTING-LINE.
    WRITE LISTING-LINE.
    MOVE WS-READ-COUNT TO WS-TL-READ.
    MOVE WS-SEL-COUNT TO WS-TL-SELECTED.
    MOVE WS-BAD-COUNT TO WS-TL-BAD.
    MOVE SPACES TO LISTING-LINE.
    MOVE WS-TOTAL-LINE TO LISTING-LINE.
    WRITE LISTING-LINE.
