*> error workbench update - posts ERRUPDT.DAT status changes to ERRMGMT.DAT
*> and queues corrected requests to RESUB.DAT for a HELLO resubmission run;
*> only authorized operators may post, and every change goes to CHGJRNL.DAT
IDENTIFICATION DIVISION.
PROGRAM-ID. ERRUPD.
ENVIRONMENT DIVISION.
    SELECT REGISTER-FILE ASSIGN TO "ERRUPD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT RESUB-FILE ASSIGN TO "RESUB.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RESUB-STATUS.
    SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMAST-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ERRUPDT-FILE.
    05  UPD-ASSIGNED-TO      PIC X(8).
    05  FILLER               PIC X(1).
    05  UPD-RESOLUTION       PIC X(40).
    05  FILLER               PIC X(1).
    05  UPD-NEW-N            PIC X(2).
    05  FILLER               PIC X(1).
    05  UPD-NEW-SHAPE        PIC X(1).
    05  FILLER               PIC X(1).
    05  UPD-NEW-REQUESTOR    PIC X(4).
    05  FILLER               PIC X(1).
    05  UPD-OPERATOR         PIC X(8).
FD  ERRMGMT-FILE.
01  ERRMGMT-RECORD.
    05  ERM-KEY.
    05  ERM-RESOLUTION       PIC X(40).
    05  ERM-LOAD-DATE        PIC 9(8).
    05  ERM-STATUS-DATE      PIC 9(8).
    05  ERM-RESUB-DATE       PIC 9(8).
    05  FILLER               PIC X(2).
FD  REGISTER-FILE.
01  REGISTER-LINE           PIC X(124).
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
01 WS-ERRUPDT-STATUS PIC X(2) VALUE '00'.
01 WS-ERRMGMT-STATUS PIC X(2) VALUE '00'.
01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
01 WS-RESUB-STATUS PIC X(2) VALUE '00'.
01 WS-ERRUPDT-EOF PIC X VALUE 'N'.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-TRAN-SEQ PIC 9(4) VALUE 0.
01 WS-APPLY-COUNT PIC 9(4) VALUE 0.
01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
01 WS-OLD-STATUS PIC X(8) VALUE SPACES.
01 WS-QUEUE-COUNT PIC 9(4) VALUE 0.
01 WS-RESUB-WRITTEN PIC X VALUE 'N'.
01 WS-CORRECTION PIC X VALUE 'N'.
01 WS-CORR-REASON PIC X(44) VALUE SPACES.
01 WS-CORR-REQUESTOR PIC X(4) VALUE SPACES.
01 WS-OPERMAST-STATUS PIC X(2) VALUE '00'.
01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
01 WS-OPERMAST-EOF PIC X VALUE 'N'.
01 WS-OPER-TABLE.
   05 WS-OPER-ENTRY OCCURS 100 TIMES INDEXED BY OX.
      10 WS-OP-ID           PIC X(8).
      10 WS-OP-ACTIVE       PIC X(1).
      10 WS-OP-FN-ERRUPD    PIC X(1).
01 WS-OPER-COUNT PIC 9(3) VALUE 0.
01 WS-OPER-MAX PIC 9(3) VALUE 100.
01 WS-OPER-OVERFLOW PIC X VALUE 'N'.
01 WS-OPER-FOUND PIC X VALUE 'N'.
01 WS-OPER-REASON PIC X(44) VALUE SPACES.
01 WS-BEFORE-IMAGE.
   05 WS-BI-STATUS          PIC X(8).
   05 WS-BI-ASSIGNED-TO     PIC X(8).
   05 WS-BI-RESOLUTION      PIC X(40).
   05 WS-BI-RESUB-DATE      PIC X(8).
01 WS-JOURNAL-COUNT PIC 9(5) VALUE 0.
01 WS-JRN-KEY PIC X(21) VALUE SPACES.
01 WS-JRN-FIELD PIC X(12) VALUE SPACES.
01 WS-JRN-BEFORE PIC X(40) VALUE SPACES.
01 WS-JRN-AFTER PIC X(40) VALUE SPACES.
01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-LOCK-TIME PIC 9(8) VALUE 0.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(31)
      VALUE "ERROR WORKBENCH UPDATE REGISTER".
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-KEY             PIC X(21).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(4) VALUE "OPR=".
   05 WS-TL-OPERATOR        PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-TL-OLD             PIC X(8).
   05 FILLER               PIC X(3) VALUE " > ".
   05 WS-TL-NEW             PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "REJECTED=".
   05 WS-TO-REJECTED        PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "RESUBS=".
   05 WS-TO-QUEUED          PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "JOURNAL=".
   05 WS-TO-JOURNAL         PIC ZZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM CHECK-LOCK-PARA.
    IF WS-LOCK-BLOCKED = 'Y'
        DISPLAY "ERRUPD: A RUN IS IN FLIGHT - UPDATE REFUSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ACQUIRE-LOCK-PARA.
    PERFORM LOAD-OPERATORS-PARA.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY "ERRUPD: JOURNAL-FILE OPEN FAILED - STATUS="
            WS-JOURNAL-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = '00'
        DISPLAY "ERRUPD: REGISTER-FILE OPEN FAILED - STATUS="
            WS-REGISTER-STATUS
        CLOSE JOURNAL-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
        DISPLAY "ERRUPD: ERRUPDT-FILE OPEN FAILED - STATUS="
            WS-ERRUPDT-STATUS
        CLOSE REGISTER-FILE
        CLOSE JOURNAL-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
            WS-ERRMGMT-STATUS
        CLOSE ERRUPDT-FILE
        CLOSE REGISTER-FILE
        CLOSE JOURNAL-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND RESUB-FILE.
    IF WS-RESUB-STATUS NOT = '00'
        OPEN OUTPUT RESUB-FILE
    END-IF.
    IF WS-RESUB-STATUS NOT = '00'
        DISPLAY "ERRUPD: RESUB-FILE OPEN FAILED - STATUS="
            WS-RESUB-STATUS
        CLOSE ERRUPDT-FILE
        CLOSE ERRMGMT-FILE
        CLOSE REGISTER-FILE
        CLOSE JOURNAL-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    END-PERFORM.
    CLOSE ERRUPDT-FILE.
    CLOSE ERRMGMT-FILE.
    CLOSE RESUB-FILE.
    CLOSE JOURNAL-FILE.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE REGISTER-FILE.
    DISPLAY "ERRUPD: TRANSACTIONS=" WS-TRAN-SEQ
        " APPLIED=" WS-APPLY-COUNT " REJECTED=" WS-REJECT-COUNT
        " RESUBMISSIONS QUEUED=" WS-QUEUE-COUNT
        " JOURNALLED=" WS-JOURNAL-COUNT.
    PERFORM RELEASE-LOCK-PARA.
    IF WS-REJECT-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.
LOAD-OPERATORS-PARA.
    OPEN INPUT OPERMAST-FILE.
    IF WS-OPERMAST-STATUS NOT = '00'
        DISPLAY "ERRUPD: OPERMAST-FILE OPEN FAILED - STATUS="
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
                        MOVE OPM-FN-ERRUPD TO WS-OP-FN-ERRUPD(OX)
                    ELSE
                        IF WS-OPER-OVERFLOW = 'N'
                            MOVE 'Y' TO WS-OPER-OVERFLOW
                            DISPLAY "ERRUPD: MORE THAN " WS-OPER-MAX
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
    IF UPD-OPERATOR = SPACES
        MOVE "NO OPERATOR ID ON UPDATE" TO WS-OPER-REASON
    ELSE
        PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OPER-COUNT
            OR WS-OPER-FOUND = 'Y'
            IF WS-OP-ID(OX) = UPD-OPERATOR
                MOVE 'Y' TO WS-OPER-FOUND
                EVALUATE TRUE
                    WHEN WS-OP-ACTIVE(OX) NOT = 'Y'
                        MOVE "OPERATOR IS NOT ACTIVE" TO WS-OPER-REASON
                    WHEN WS-OP-FN-ERRUPD(OX) NOT = 'Y'
                        MOVE "OPERATOR NOT AUTHORIZED FOR ERROR RESOLUTION"
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
CHECK-LOCK-PARA.
    MOVE 'N' TO WS-LOCK-BLOCKED.
    OPEN INPUT LOCK-FILE.
    IF WS-LOCK-STATUS = '00'
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LCK-STATUS = "ACTIVE"
                    DISPLAY "ERRUPD: RUN LOCK HELD BY " LCK-PROGRAM
                        " MODE=" LCK-RUN-MODE
                        " BUS DATE=" LCK-BUS-DATE
                        " SINCE " LCK-START-DATE " " LCK-START-TIME
                    MOVE 'Y' TO WS-LOCK-BLOCKED
                END-IF
        END-READ
        CLOSE LOCK-FILE
    ELSE
        IF WS-LOCK-STATUS NOT = '35'
            DISPLAY "ERRUPD: LOCK-FILE OPEN FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
ACQUIRE-LOCK-PARA.
    OPEN OUTPUT LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY "ERRUPD: LOCK-FILE OPEN FAILED - STATUS="
            WS-LOCK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-LOCK-TIME FROM TIME.
    MOVE SPACES TO LOCK-RECORD.
    MOVE "ACTIVE" TO LCK-STATUS.
    MOVE "ERRUPD" TO LCK-PROGRAM.
    MOVE SPACE TO LCK-RUN-MODE.
    MOVE 0 TO LCK-BUS-DATE.
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
            MOVE "ERRUPD" TO LCK-PROGRAM
            MOVE SPACE TO LCK-RUN-MODE
            MOVE 0 TO LCK-BUS-DATE
            MOVE WS-TODAY TO LCK-START-DATE
            MOVE WS-LOCK-TIME TO LCK-START-TIME
            WRITE LOCK-RECORD
            CLOSE LOCK-FILE
        ELSE
            DISPLAY "ERRUPD: LOCK-FILE RELEASE FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
READ-UPDATE-PARA.
    READ ERRUPDT-FILE
        AT END
    END-READ.
APPLY-UPDATE-PARA.
    MOVE SPACES TO WS-OLD-STATUS.
    MOVE 'N' TO WS-CORRECTION.
    IF UPD-NEW-N NOT = SPACES OR UPD-NEW-SHAPE NOT = SPACE
        OR UPD-NEW-REQUESTOR NOT = SPACES
        MOVE 'Y' TO WS-CORRECTION
    END-IF.
    PERFORM CHECK-OPERATOR-PARA.
    IF WS-OPER-REASON NOT = SPACES
        PERFORM REJECT-UPDATE-PARA
        MOVE WS-OPER-REASON TO WS-TL-REASON
        PERFORM WRITE-TRAN-PARA
    ELSE
        PERFORM VALIDATE-UPDATE-PARA
    END-IF.
VALIDATE-UPDATE-PARA.
    IF UPD-DATE NOT NUMERIC OR UPD-SEQ NOT NUMERIC
        OR UPD-OCCUR NOT NUMERIC
        PERFORM REJECT-UPDATE-PARA
            TO WS-TL-REASON
        PERFORM WRITE-TRAN-PARA
    ELSE
        IF UPD-STATUS = "CLOSED"
            PERFORM REJECT-UPDATE-PARA
            MOVE "CLOSED IS SET ONLY BY THE RESUBMITTED RUN"
                TO WS-TL-REASON
            PERFORM WRITE-TRAN-PARA
        ELSE
            IF UPD-STATUS NOT = "OPEN" AND UPD-STATUS NOT = "ASSIGNED"
                AND UPD-STATUS NOT = "RESOLVED"
                PERFORM REJECT-UPDATE-PARA
                MOVE "INVALID STATUS - MUST BE OPEN, ASSIGNED OR RESOLVED"
                    TO WS-TL-REASON
                PERFORM WRITE-TRAN-PARA
            ELSE
                IF WS-CORRECTION = 'Y' AND UPD-STATUS NOT = "RESOLVED"
                    PERFORM REJECT-UPDATE-PARA
                    MOVE "CORRECTIONS ACCEPTED ONLY WITH RESOLVED"
                        TO WS-TL-REASON
                    PERFORM WRITE-TRAN-PARA
                ELSE
                    PERFORM POST-UPDATE-PARA
                END-IF
            END-IF
        END-IF
    END-IF.
POST-UPDATE-PARA.
            PERFORM CHECK-AND-REWRITE-PARA
    END-READ.
CHECK-AND-REWRITE-PARA.
    MOVE SPACES TO WS-CORR-REASON.
    IF WS-CORRECTION = 'Y'
        PERFORM CHECK-CORRECTION-PARA
    END-IF.
    IF ERM-STATUS = "CLOSED"
        PERFORM REJECT-UPDATE-PARA
        MOVE "ENTRY IS CLOSED - NO FURTHER UPDATES" TO WS-TL-REASON
        PERFORM WRITE-TRAN-PARA
    ELSE
        IF WS-CORR-REASON NOT = SPACES
            PERFORM REJECT-UPDATE-PARA
            MOVE WS-CORR-REASON TO WS-TL-REASON
            PERFORM WRITE-TRAN-PARA
        ELSE
            PERFORM CHECK-STATUS-PARA
        END-IF
    END-IF.
CHECK-STATUS-PARA.
    IF UPD-STATUS = "ASSIGNED" AND UPD-ASSIGNED-TO = SPACES
        PERFORM REJECT-UPDATE-PARA
        MOVE "ASSIGNED STATUS REQUIRES AN ASSIGNEE" TO WS-TL-REASON
                TO WS-TL-REASON
            PERFORM WRITE-TRAN-PARA
        ELSE
            MOVE ERM-STATUS TO WS-BI-STATUS
            MOVE ERM-ASSIGNED-TO TO WS-BI-ASSIGNED-TO
            MOVE ERM-RESOLUTION TO WS-BI-RESOLUTION
            MOVE ERM-RESUB-DATE TO WS-BI-RESUB-DATE
            MOVE UPD-STATUS TO ERM-STATUS
            IF UPD-ASSIGNED-TO NOT = SPACES
                MOVE UPD-ASSIGNED-TO TO ERM-ASSIGNED-TO
                MOVE UPD-RESOLUTION TO ERM-RESOLUTION
            END-IF
            MOVE WS-TODAY TO ERM-STATUS-DATE
            MOVE 'Y' TO WS-RESUB-WRITTEN
            IF WS-CORRECTION = 'Y'
                PERFORM WRITE-RESUB-PARA
            END-IF
            IF WS-RESUB-WRITTEN = 'N'
                PERFORM REJECT-UPDATE-PARA
                MOVE "RESUBMISSION NOT QUEUED - WRITE FAILED"
                    TO WS-TL-REASON
                PERFORM WRITE-TRAN-PARA
            ELSE
                IF WS-CORRECTION = 'Y'
                    MOVE WS-TODAY TO ERM-RESUB-DATE
                END-IF
                PERFORM REWRITE-ENTRY-PARA
            END-IF
        END-IF
    END-IF.
REWRITE-ENTRY-PARA.
    REWRITE ERRMGMT-RECORD
        INVALID KEY
            PERFORM REJECT-UPDATE-PARA
            MOVE "REWRITE REJECTED BY FILE" TO WS-TL-REASON
            IF WS-CORRECTION = 'Y'
                DISPLAY "ERRUPD: ERRMGMT-FILE REWRITE FAILED - "
                    ERM-KEY " RESUBMISSION ALREADY QUEUED"
            END-IF
            PERFORM WRITE-TRAN-PARA
        NOT INVALID KEY
            ADD 1 TO WS-APPLY-COUNT
            MOVE "APPLIED " TO WS-TL-RESULT
            MOVE SPACES TO WS-TL-REASON
            IF WS-CORRECTION = 'Y'
                ADD 1 TO WS-QUEUE-COUNT
                MOVE "RESUBMISSION QUEUED" TO WS-TL-REASON
            END-IF
            PERFORM WRITE-TRAN-PARA
            PERFORM JOURNAL-CHANGES-PARA
    END-REWRITE.
CHECK-CORRECTION-PARA.
    MOVE UPD-NEW-REQUESTOR TO WS-CORR-REQUESTOR.
    IF WS-CORR-REQUESTOR = SPACES
        MOVE ERM-REQ TO WS-CORR-REQUESTOR
    END-IF.
    EVALUATE TRUE
        WHEN ERM-CODE NOT = "E002" AND ERM-CODE NOT = "E003"
            AND ERM-CODE NOT = "E004" AND ERM-CODE NOT = "E008"
            AND ERM-CODE NOT = "E009"
            MOVE "ERROR CODE CANNOT BE RESUBMITTED" TO WS-CORR-REASON
        WHEN UPD-NEW-N NOT NUMERIC
            MOVE "CORRECTED N MUST BE 01 THRU 99" TO WS-CORR-REASON
        WHEN UPD-NEW-N = "00"
            MOVE "CORRECTED N MUST BE 01 THRU 99" TO WS-CORR-REASON
        WHEN UPD-NEW-SHAPE < "1" OR UPD-NEW-SHAPE > "4"
            MOVE "CORRECTED SHAPE MUST BE 1 THRU 4" TO WS-CORR-REASON
        WHEN WS-CORR-REQUESTOR = SPACES
            MOVE "NO REQUESTOR FOR RESUBMISSION" TO WS-CORR-REASON
        WHEN ERM-RESUB-DATE NUMERIC AND ERM-RESUB-DATE > 0
            MOVE "RESUBMISSION ALREADY QUEUED FOR ENTRY"
                TO WS-CORR-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
WRITE-RESUB-PARA.
    MOVE SPACES TO RESUB-RECORD.
    MOVE UPD-NEW-N TO RSB-N.
    MOVE UPD-NEW-SHAPE TO RSB-SHAPE.
    MOVE WS-CORR-REQUESTOR TO RSB-REQUESTOR.
    MOVE ERM-KEY TO RSB-ERM-KEY.
    MOVE WS-TODAY TO RSB-QUEUED-DATE.
    MOVE ERM-ASSIGNED-TO TO RSB-RESOLVED-BY.
    WRITE RESUB-RECORD.
    IF WS-RESUB-STATUS NOT = '00'
        DISPLAY "ERRUPD: RESUB-FILE WRITE FAILED - STATUS="
            WS-RESUB-STATUS " - " ERM-KEY " NOT UPDATED"
        MOVE 'N' TO WS-RESUB-WRITTEN
    END-IF.
JOURNAL-CHANGES-PARA.
    MOVE SPACES TO WS-JRN-KEY.
    STRING UPD-DATE "/" UPD-SEQ "/" UPD-CODE "/" UPD-OCCUR
        DELIMITED BY SIZE INTO WS-JRN-KEY.
    IF ERM-STATUS NOT = WS-BI-STATUS
        MOVE "ERM-STATUS" TO WS-JRN-FIELD
        MOVE WS-BI-STATUS TO WS-JRN-BEFORE
        MOVE ERM-STATUS TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF ERM-ASSIGNED-TO NOT = WS-BI-ASSIGNED-TO
        MOVE "ERM-ASSIGNED" TO WS-JRN-FIELD
        MOVE WS-BI-ASSIGNED-TO TO WS-JRN-BEFORE
        MOVE ERM-ASSIGNED-TO TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF ERM-RESOLUTION NOT = WS-BI-RESOLUTION
        MOVE "ERM-RESOLVE" TO WS-JRN-FIELD
        MOVE WS-BI-RESOLUTION TO WS-JRN-BEFORE
        MOVE ERM-RESOLUTION TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
    IF WS-CORRECTION = 'Y'
        MOVE "ERM-RESUB" TO WS-JRN-FIELD
        MOVE WS-BI-RESUB-DATE TO WS-JRN-BEFORE
        MOVE SPACES TO WS-JRN-AFTER
        STRING "N=" UPD-NEW-N " SHAPE=" UPD-NEW-SHAPE
            " REQ=" WS-CORR-REQUESTOR
            DELIMITED BY SIZE INTO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.
WRITE-JOURNAL-PARA.
    MOVE SPACES TO JOURNAL-RECORD.
    MOVE WS-TODAY TO JRN-DATE.
    ACCEPT JRN-TIME FROM TIME.
    MOVE "ERRUPD" TO JRN-PROGRAM.
    MOVE UPD-OPERATOR TO JRN-OPERATOR.
    MOVE UPD-STATUS TO JRN-ACTION.
    MOVE WS-JRN-KEY TO JRN-KEY.
    MOVE WS-JRN-FIELD TO JRN-FIELD.
    MOVE WS-JRN-BEFORE TO JRN-BEFORE.
    MOVE WS-JRN-AFTER TO JRN-AFTER.
    WRITE JOURNAL-RECORD.
    IF WS-JOURNAL-STATUS = '00'
        ADD 1 TO WS-JOURNAL-COUNT
    ELSE
        DISPLAY "ERRUPD: JOURNAL-FILE WRITE FAILED - STATUS="
            WS-JOURNAL-STATUS " - KEY=" WS-JRN-KEY
        MOVE 8 TO RETURN-CODE
    END-IF.
REJECT-UPDATE-PARA.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE "REJECTED" TO WS-TL-RESULT.
    MOVE SPACES TO WS-TL-KEY.
    STRING UPD-DATE "/" UPD-SEQ "/" UPD-CODE "/" UPD-OCCUR
        DELIMITED BY SIZE INTO WS-TL-KEY.
    MOVE UPD-OPERATOR TO WS-TL-OPERATOR.
    MOVE WS-OLD-STATUS TO WS-TL-OLD.
    MOVE UPD-STATUS TO WS-TL-NEW.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TRAN-SEQ TO WS-TO-TRANS.
    MOVE WS-APPLY-COUNT TO WS-TO-APPLIED.
    MOVE WS-REJECT-COUNT TO WS-TO-REJECTED.
    MOVE WS-QUEUE-COUNT TO WS-TO-QUEUED.
    MOVE WS-JOURNAL-COUNT TO WS-TO-JOURNAL.
    MOVE SPACES TO REGISTER-LINE.
    MOVE WS-TOTAL-LINE TO REGISTER-LINE.
    WRITE REGISTER-LINE.
