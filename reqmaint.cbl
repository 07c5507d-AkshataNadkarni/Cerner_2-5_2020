*> requestor master maintenance - applies REQTRAN.DAT against REQUESTOR.DAT
*> for authorized operators and journals every change to CHGJRNL.DAT
IDENTIFICATION DIVISION.
PROGRAM-ID. REQMAINT.
ENVIRONMENT DIVISION.
    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMAST-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REQTRAN-FILE
    05  RT-NAME              PIC X(20).
    05  RT-DEPT              PIC X(10).
    05  RT-ACTIVE            PIC X(1).
    05  RT-OPERATOR          PIC X(8).
    05  FILLER               PIC X(36).
FD  REQUESTOR-FILE.
01  REQUESTOR-RECORD.
    05  REQ-ID               PIC X(4).
    05  REQ-ACTIVE           PIC X(1).
    05  FILLER               PIC X(45).
FD  REGISTER-FILE.
01  REGISTER-LINE           PIC X(114).
FD  LOCK-FILE
    RECORDING MODE IS F.
01  LOCK-RECORD.
    05  LCK-START-DATE       PIC 9(8).
    05  LCK-START-TIME       PIC 9(8).
    05  FILLER               PIC X(39).
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
01 WS-REQTRAN-STATUS PIC X(2) VALUE '00'.
01 WS-REQUESTOR-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-LOCK-TIME PIC 9(8) VALUE 0.
01 WS-OPERMAST-STATUS PIC X(2) VALUE '00'.
01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
01 WS-OPERMAST-EOF PIC X VALUE 'N'.
01 WS-OPER-TABLE.
   05 WS-OPER-ENTRY OCCURS 100 TIMES INDEXED BY OX.
      10 WS-OP-ID           PIC X(8).
      10 WS-OP-ACTIVE       PIC X(1).
      10 WS-OP-FN-REQMAINT  PIC X(1).
01 WS-OPER-COUNT PIC 9(3) VALUE 0.
01 WS-OPER-MAX PIC 9(3) VALUE 100.
01 WS-OPER-OVERFLOW PIC X VALUE 'N'.
01 WS-OPER-FOUND PIC X VALUE 'N'.
01 WS-OPER-REASON PIC X(50) VALUE SPACES.
01 WS-JOURNAL-COUNT PIC 9(5) VALUE 0.
01 WS-JRN-ACTION PIC X(8) VALUE SPACES.
01 WS-JRN-FIELD PIC X(12) VALUE SPACES.
01 WS-JRN-BEFORE PIC X(40) VALUE SPACES.
01 WS-JRN-AFTER PIC X(40) VALUE SPACES.
01 WS-BEFORE-IMAGE.
   05 WS-BI-NAME            PIC X(20).
   05 WS-BI-DEPT            PIC X(10).
   05 FILLER               PIC X(3) VALUE "ID=".
   05 WS-TL-ID              PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "OPR=".
   05 WS-TL-OPERATOR        PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-RESULT          PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-REASON          PIC X(50).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "REJECTED=".
   05 WS-TO-REJECTED        PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "JOURNAL=".
   05 WS-TO-JOURNAL         PIC ZZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
        STOP RUN
    END-IF.
    PERFORM ACQUIRE-LOCK-PARA.
    PERFORM LOAD-OPERATORS-PARA.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY "REQMAINT: JOURNAL-FILE OPEN FAILED - STATUS="
            WS-JOURNAL-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = '00'
        DISPLAY "REQMAINT: REGISTER-FILE OPEN FAILED - STATUS="
            WS-REGISTER-STATUS
        CLOSE JOURNAL-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
        DISPLAY "REQMAINT: REQTRAN-FILE OPEN FAILED - STATUS="
            WS-REQTRAN-STATUS
        CLOSE REGISTER-FILE
        CLOSE JOURNAL-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
            WS-REQUESTOR-STATUS
        CLOSE REQTRAN-FILE
        CLOSE REGISTER-FILE
        CLOSE JOURNAL-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-PERFORM.
    CLOSE REQTRAN-FILE.
    CLOSE REQUESTOR-FILE.
    CLOSE JOURNAL-FILE.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE REGISTER-FILE.
    DISPLAY "REQMAINT: TRANSACTIONS=" WS-TRAN-SEQ
        " APPLIED=" WS-APPLY-COUNT " REJECTED=" WS-REJECT-COUNT
        " JOURNALLED=" WS-JOURNAL-COUNT.
    PERFORM RELEASE-LOCK-PARA.
    IF WS-REJECT-COUNT > 0
        MOVE 8 TO RETURN-CODE
        AT END
            MOVE 'Y' TO WS-REQTRAN-EOF
    END-READ.
LOAD-OPERATORS-PARA.
    OPEN INPUT OPERMAST-FILE.
    IF WS-OPERMAST-STATUS NOT = '00'
        DISPLAY "REQMAINT: OPERMAST-FILE OPEN FAILED - STATUS="
            WS-OPERMAST-STATUS " - NO OPERATOR CAN BE AUTHORIZED"
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO WS-OPERMAST-EOF.
    PERFORM UNTIL WS-OPERMAST-EOF = 'Y'
        READ OPERMAST-FILE
            AT END
                MOVE 'Y' TO WS-OPERMAST-EOF
            NOT AT END
                IF OPM-ID NOT = SPACES
                    IF WS-OPER-COUNT < WS-OPER-MAX
                        ADD 1 TO WS-OPER-COUNT
                        SET OX TO WS-OPER-COUNT
                        MOVE OPM-ID TO WS-OP-ID(OX)
                        MOVE OPM-ACTIVE TO WS-OP-ACTIVE(OX)
                        MOVE OPM-FN-REQMAINT TO WS-OP-FN-REQMAINT(OX)
                    ELSE
                        IF WS-OPER-OVERFLOW = 'N'
                            MOVE 'Y' TO WS-OPER-OVERFLOW
                            DISPLAY "REQMAINT: MORE THAN " WS-OPER-MAX
                                " OPERATORS - EXCESS IGNORED"
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPERMAST-FILE.
CHECK-OPERATOR-PARA.
    MOVE SPACES TO WS-OPER-REASON.
    MOVE 'N' TO WS-OPER-FOUND.
    IF RT-OPERATOR = SPACES
        MOVE "NO OPERATOR ID ON TRANSACTION" TO WS-OPER-REASON
    ELSE
        PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OPER-COUNT
            OR WS-OPER-FOUND = 'Y'
            IF WS-OP-ID(OX) = RT-OPERATOR
                MOVE 'Y' TO WS-OPER-FOUND
                EVALUATE TRUE
                    WHEN WS-OP-ACTIVE(OX) NOT = 'Y'
                        MOVE "OPERATOR IS NOT ACTIVE" TO WS-OPER-REASON
                    WHEN WS-OP-FN-REQMAINT(OX) NOT = 'Y'
                        MOVE "OPERATOR NOT AUTHORIZED FOR REQUESTOR MAINTENANCE"
                            TO WS-OPER-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
        IF WS-OPER-FOUND = 'N'
            MOVE "OPERATOR NOT ON OPERATOR MASTER" TO WS-OPER-REASON
        END-IF
    END-IF.
APPLY-TRAN-PARA.
    PERFORM CHECK-OPERATOR-PARA.
    IF WS-OPER-REASON NOT = SPACES
        PERFORM REJECT-TRAN-PARA
        MOVE WS-OPER-REASON TO WS-TL-REASON
        PERFORM WRITE-TRAN-PARA
    ELSE
        PERFORM APPLY-ACTION-PARA
    END-IF.
APPLY-ACTION-PARA.
    PERFORM LOOKUP-REQUESTOR-PARA.
    EVALUATE RT-ACTION
        WHEN 'A'
                    MOVE "ADDED" TO WS-TL-REASON
                    PERFORM WRITE-TRAN-PARA
                    PERFORM WRITE-AFTER-PARA
                    MOVE "ADD" TO WS-JRN-ACTION
                    PERFORM JOURNAL-CHANGES-PARA
            END-WRITE
        END-IF
    END-IF.
                PERFORM WRITE-TRAN-PARA
                PERFORM WRITE-BEFORE-PARA
                PERFORM WRITE-AFTER-PARA
                MOVE "CHANGE" TO WS-JRN-ACTION
                PERFORM JOURNAL-CHANGES-PARA
        END-REWRITE
    END-IF.
DEACTIVATE-REQUESTOR-PARA.
                    PERFORM WRITE-TRAN-PARA
                    PERFORM WRITE-BEFORE-PARA
                    PERFORM WRITE-AFTER-PARA
                    MOVE "DEACTIVE" TO WS-JRN-ACTION
                    PERFORM JOURNAL-CHANGES-PARA
            END-REWRITE
        END-IF
    END-IF.
JOURNAL-CHANGES-PARA.
    IF REQ-NAME NOT = WS-BI-NAME
        MOVE "REQ-NAME" TO WS-JRN-FIELD
        MOVE WS-BI-NAME TO WS-JRN-BEFORE
        MOVE REQ-NAME TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF REQ-DEPT NOT = WS-BI-DEPT
        MOVE "REQ-DEPT" TO WS-JRN-FIELD
        MOVE WS-BI-DEPT TO WS-JRN-BEFORE
        MOVE REQ-DEPT TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF REQ-ACTIVE NOT = WS-BI-ACTIVE
        MOVE "REQ-ACTIVE" TO WS-JRN-FIELD
        MOVE WS-BI-ACTIVE TO WS-JRN-BEFORE
        MOVE REQ-ACTIVE TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
WRITE-JOURNAL-PARA.
    MOVE SPACES TO JOURNAL-RECORD.
    MOVE WS-TODAY TO JRN-DATE.
    ACCEPT JRN-TIME FROM TIME.
    MOVE "REQMAINT" TO JRN-PROGRAM.
    MOVE RT-OPERATOR TO JRN-OPERATOR.
    MOVE WS-JRN-ACTION TO JRN-ACTION.
    MOVE REQ-ID TO JRN-KEY.
    MOVE WS-JRN-FIELD TO JRN-FIELD.
    MOVE WS-JRN-BEFORE TO JRN-BEFORE.
    MOVE WS-JRN-AFTER TO JRN-AFTER.
    WRITE JOURNAL-RECORD.
    IF WS-JOURNAL-STATUS = '00'
        ADD 1 TO WS-JOURNAL-COUNT
    ELSE
        DISPLAY "REQMAINT: JOURNAL-FILE WRITE FAILED - STATUS="
            WS-JOURNAL-STATUS " - ID=" REQ-ID
        MOVE 8 TO RETURN-CODE
    END-IF.
ACCEPT-TRAN-PARA.
    ADD 1 TO WS-APPLY-COUNT.
    MOVE "APPLIED " TO WS-TL-RESULT.
    MOVE WS-TRAN-SEQ TO WS-TL-SEQ.
    MOVE RT-ACTION TO WS-TL-ACTION.
    MOVE RT-ID TO WS-TL-ID.
    MOVE RT-OPERATOR TO WS-TL-OPERATOR.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TRAN-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE WS-TRAN-SEQ TO WS-TO-TRANS.
    MOVE WS-APPLY-COUNT TO WS-TO-APPLIED.
    MOVE WS-REJECT-COUNT TO WS-TO-REJECTED.
    MOVE WS-JOURNAL-COUNT TO WS-TO-JOURNAL.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TOTAL-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
