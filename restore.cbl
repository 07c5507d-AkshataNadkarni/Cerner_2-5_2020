*> verified restore of a BACKUP generation - checks each copy against BKCAT.DAT,
*> rebuilds the live file (indexed files reloaded by key) and re-checks the result
IDENTIFICATION DIVISION.
PROGRAM-ID. RESTORE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "BKCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.
    SELECT REQUESTOR-FILE ASSIGN TO "REQUESTOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS REQ-ID
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT ERRMGMT-FILE ASSIGN TO "ERRMGMT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ERM-KEY
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT IFGEN-FILE ASSIGN TO "IFGEN.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "CKPT.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT PERIOD-FILE ASSIGN TO "BILLPER.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT FIXED-FILE ASSIGN USING WS-FLAT-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT FLAT-FILE ASSIGN USING WS-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT REPORT-FILE ASSIGN TO "RESTORE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  CATALOG-FILE.
01  CATALOG-RECORD.
    05  CAT-GEN              PIC 9(6).
    05  FILLER               PIC X(1).
    05  CAT-DATE             PIC 9(8).
    05  FILLER               PIC X(1).
    05  CAT-TIME             PIC 9(8).
    05  FILLER               PIC X(1).
    05  CAT-FILE             PIC X(13).
    05  FILLER               PIC X(1).
    05  CAT-BACKUP-NAME      PIC X(22).
    05  FILLER               PIC X(1).
    05  CAT-STATUS           PIC X(8).
    05  FILLER               PIC X(1).
    05  CAT-COUNT            PIC 9(9).
    05  FILLER               PIC X(1).
    05  CAT-HASH             PIC 9(18).
    05  FILLER               PIC X(1).
FD  BACKUP-FILE.
01  BACKUP-LINE             PIC X(9809).
FD  REQUESTOR-FILE.
01  REQUESTOR-RECORD.
    05  REQ-ID               PIC X(4).
    05  FILLER               PIC X(76).
FD  ERRMGMT-FILE.
01  ERRMGMT-RECORD.
    05  ERM-KEY              PIC X(18).
    05  FILLER               PIC X(146).
FD  IFGEN-FILE
    RECORDING MODE IS F.
01  IFGEN-RECORD            PIC X(80).
FD  CHECKPOINT-FILE
    RECORDING MODE IS F.
01  CKPT-RECORD             PIC X(9809).
FD  PENDING-FILE.
01  PENDING-RECORD.
    05  PND-KEY              PIC X(14).
    05  FILLER               PIC X(136).
FD  PERIOD-FILE
    RECORDING MODE IS F.
01  PERIOD-RECORD           PIC X(100).
FD  FIXED-FILE
    RECORDING MODE IS F.
01  FIXED-RECORD            PIC X(80).
FD  FLAT-FILE.
01  FLAT-LINE               PIC X(200).
FD  REPORT-FILE.
01  REPORT-LINE             PIC X(120).
WORKING-STORAGE SECTION.
01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
01 WS-CATALOG-STATUS PIC X(2) VALUE '00'.
01 WS-BACKUP-STATUS PIC X(2) VALUE '00'.
01 WS-TARGET-STATUS PIC X(2) VALUE '00'.
01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-LOCK-DATE PIC 9(8) VALUE 0.
01 WS-LOCK-TIME PIC 9(8) VALUE 0.
01 WS-BACKUP-NAME PIC X(22) VALUE SPACES.
01 WS-FLAT-NAME PIC X(13) VALUE SPACES.
01 WS-EOF PIC X VALUE 'N'.
01 WS-CAT-EOF PIC X VALUE 'N'.
01 WS-MAX-RC PIC 9(2) VALUE 0.
01 WS-NEW-RC PIC 9(2) VALUE 0.
01 WS-REQ-GEN-IN PIC X(6) VALUE SPACES.
01 WS-REQ-GEN PIC 9(6) VALUE 0.
01 WS-REQ-FILE PIC X(13) VALUE SPACES.
01 WS-FILE-LIST.
   05 FILLER               PIC X(14) VALUE "REQUESTOR.DATR".
   05 FILLER               PIC X(14) VALUE "ERRMGMT.DAT  E".
   05 FILLER               PIC X(14) VALUE "IFGEN.DAT    G".
   05 FILLER               PIC X(14) VALUE "RUNCAL.DAT   L".
   05 FILLER               PIC X(14) VALUE "CKPT.DAT     C".
   05 FILLER               PIC X(14) VALUE "ROUTMAST.DAT L".
   05 FILLER               PIC X(14) VALUE "RATEMAST.DAT L".
   05 FILLER               PIC X(14) VALUE "SCHEDULE.DAT L".
   05 FILLER               PIC X(14) VALUE "PENDAPPR.DAT P".
   05 FILLER               PIC X(14) VALUE "OPERMAST.DAT L".
   05 FILLER               PIC X(14) VALUE "RESUB.DAT    F".
   05 FILLER               PIC X(14) VALUE "APPREL.DAT   F".
   05 FILLER               PIC X(14) VALUE "BILLPER.DAT  B".
01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
   05 WS-FILE-ENTRY OCCURS 13 TIMES INDEXED BY FX.
      10 WS-FT-NAME         PIC X(13).
      10 WS-FT-TYPE         PIC X(1).
01 WS-FILE-TYPE PIC X VALUE SPACE.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-GEN-FOUND PIC X VALUE 'N'.
01 WS-GEN-DATE PIC 9(8) VALUE 0.
01 WS-GEN-TIME PIC 9(8) VALUE 0.
01 WS-FILE-COUNT PIC 9(9) VALUE 0.
01 WS-FILE-HASH PIC 9(18) VALUE 0.
01 WS-WRITE-FAILS PIC 9(9) VALUE 0.
01 WS-REC-LEN PIC 9(5) VALUE 0.
01 WS-HASH-POS PIC 9(5) VALUE 0.
01 WS-HASH-BUFFER PIC X(9809) VALUE SPACES.
01 WS-READ-FAILED PIC X VALUE 'N'.
01 WS-COPY-OK PIC X VALUE 'N'.
01 WS-RESULT PIC X(44) VALUE SPACES.
01 WS-SELECTED-COUNT PIC 9(2) VALUE 0.
01 WS-RESTORED-COUNT PIC 9(2) VALUE 0.
01 WS-SKIPPED-COUNT PIC 9(2) VALUE 0.
01 WS-FAILED-COUNT PIC 9(2) VALUE 0.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(29) VALUE "MASTER AND STATE FILE RESTORE".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(11) VALUE "GENERATION=".
   05 WS-PL-GEN             PIC 9(6).
   05 FILLER               PIC X(7) VALUE " TAKEN ".
   05 WS-PL-GEN-DATE        PIC 9(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-PL-GEN-TIME        PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "FILE=".
   05 WS-PL-FILE            PIC X(13).
01 WS-COL-HEAD-LINE.
   05 FILLER               PIC X(14) VALUE "FILE".
   05 FILLER               PIC X(10) VALUE "  CATALOG".
   05 FILLER               PIC X(11) VALUE "  RESTORED".
   05 FILLER               PIC X(20) VALUE "     CATALOG HASH".
   05 FILLER               PIC X(20) VALUE "    RESTORED HASH".
   05 FILLER               PIC X(44) VALUE "RESULT".
01 WS-FILE-LINE.
   05 WS-FL-FILE            PIC X(13).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-FL-CAT-COUNT       PIC ZZZZZZZZ9.
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-FL-NEW-COUNT       PIC ZZZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-CAT-HASH        PIC Z(17)9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-NEW-HASH        PIC Z(17)9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-RESULT          PIC X(44).
01 WS-TOTAL-LINE.
   05 FILLER               PIC X(9) VALUE "SELECTED=".
   05 WS-TO-SELECTED        PIC Z9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(9) VALUE "RESTORED=".
   05 WS-TO-RESTORED        PIC Z9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(8) VALUE "SKIPPED=".
   05 WS-TO-SKIPPED         PIC Z9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "FAILED=".
   05 WS-TO-FAILED          PIC Z9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-LOCK-TIME FROM TIME.
    DISPLAY "RESTORE: ENTER GENERATION NUMBER OR BLANK FOR LATEST".
    ACCEPT WS-REQ-GEN-IN.
    DISPLAY "RESTORE: ENTER FILE NAME OR BLANK FOR ALL".
    ACCEPT WS-REQ-FILE.
    IF WS-REQ-FILE = "*ALL"
        MOVE SPACES TO WS-REQ-FILE
    END-IF.
    IF WS-REQ-FILE NOT = SPACES
        MOVE 'N' TO WS-FOUND
        PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 13
            IF WS-FT-NAME(FX) = WS-REQ-FILE
                MOVE 'Y' TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = 'N'
            DISPLAY "RESTORE: " WS-REQ-FILE
                " IS NOT A BACKED-UP FILE - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF WS-REQ-GEN-IN NOT = SPACES AND WS-REQ-GEN-IN NOT NUMERIC
        DISPLAY "RESTORE: GENERATION MUST BE 6 DIGITS - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-LOCK-PARA.
    IF WS-LOCK-BLOCKED = 'Y'
        DISPLAY "RESTORE: A RUN IS IN FLIGHT - RESTORE REFUSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ACQUIRE-LOCK-PARA.
    PERFORM FIND-GENERATION-PARA.
    IF WS-GEN-FOUND = 'N'
        IF WS-REQ-GEN-IN = SPACES
            DISPLAY "RESTORE: BKCAT.DAT HOLDS NO GENERATION - RUN ABORTED"
        ELSE
            DISPLAY "RESTORE: GENERATION " WS-REQ-GEN-IN
                " NOT ON BKCAT.DAT - RUN ABORTED"
        END-IF
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY "RESTORE: REPORT-FILE OPEN FAILED - STATUS="
            WS-REPORT-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADERS-PARA.
    IF WS-REQ-FILE = SPACES
        PERFORM OPEN-CATALOG-PARA
        MOVE 'N' TO WS-CAT-EOF
        PERFORM UNTIL WS-CAT-EOF = 'Y'
            READ CATALOG-FILE
                AT END
                    MOVE 'Y' TO WS-CAT-EOF
                NOT AT END
                    IF CAT-GEN NUMERIC AND CAT-GEN = WS-REQ-GEN
                        PERFORM PRECHECK-ONE-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
        IF WS-FAILED-COUNT > 0
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE "** COPIES FAILED CHECK - RESTORE ABORTED, NO LIVE FILE CHANGED **"
                TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-TOTALS-PARA
            CLOSE REPORT-FILE
            DISPLAY "RESTORE: " WS-FAILED-COUNT " BACKUP COPIES OF GENERATION "
                WS-REQ-GEN " FAILED CHECK - RESTORE ABORTED"
            PERFORM RELEASE-LOCK-PARA
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM OPEN-CATALOG-PARA.
    MOVE 'N' TO WS-CAT-EOF.
    PERFORM UNTIL WS-CAT-EOF = 'Y'
        READ CATALOG-FILE
            AT END
                MOVE 'Y' TO WS-CAT-EOF
            NOT AT END
                IF CAT-GEN NUMERIC AND CAT-GEN = WS-REQ-GEN
                    AND (WS-REQ-FILE = SPACES OR CAT-FILE = WS-REQ-FILE)
                    ADD 1 TO WS-SELECTED-COUNT
                    PERFORM RESTORE-ONE-PARA
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CATALOG-FILE.
    IF WS-SELECTED-COUNT = 0
        MOVE SPACES TO REPORT-LINE
        MOVE "NO CATALOG ENTRY FOR THE FILE IN THIS GENERATION"
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 8 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    END-IF.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE REPORT-FILE.
    DISPLAY "RESTORE: GENERATION " WS-REQ-GEN " SELECTED=" WS-SELECTED-COUNT
        " RESTORED=" WS-RESTORED-COUNT " SKIPPED=" WS-SKIPPED-COUNT
        " FAILED=" WS-FAILED-COUNT.
    PERFORM RELEASE-LOCK-PARA.
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.
OPEN-CATALOG-PARA.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = '00'
        DISPLAY "RESTORE: CATALOG-FILE OPEN FAILED - STATUS="
            WS-CATALOG-STATUS
        MOVE SPACES TO REPORT-LINE
        MOVE "** BKCAT.DAT COULD NOT BE OPENED - RESTORE ABORTED **"
            TO REPORT-LINE
        WRITE REPORT-LINE
        CLOSE REPORT-FILE
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
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
                    DISPLAY "RESTORE: RUN LOCK HELD BY " LCK-PROGRAM
                        " MODE=" LCK-RUN-MODE
                        " BUS DATE=" LCK-BUS-DATE
                        " SINCE " LCK-START-DATE " " LCK-START-TIME
                    MOVE 'Y' TO WS-LOCK-BLOCKED
                END-IF
        END-READ
        CLOSE LOCK-FILE
    ELSE
        IF WS-LOCK-STATUS NOT = '35'
            DISPLAY "RESTORE: LOCK-FILE OPEN FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
ACQUIRE-LOCK-PARA.
    OPEN OUTPUT LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY "RESTORE: LOCK-FILE OPEN FAILED - STATUS="
            WS-LOCK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO LOCK-RECORD.
    MOVE "ACTIVE" TO LCK-STATUS.
    MOVE "RESTORE" TO LCK-PROGRAM.
    MOVE SPACE TO LCK-RUN-MODE.
    MOVE 0 TO LCK-BUS-DATE.
    MOVE WS-LOCK-DATE TO LCK-START-DATE.
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
            MOVE "RESTORE" TO LCK-PROGRAM
            MOVE SPACE TO LCK-RUN-MODE
            MOVE 0 TO LCK-BUS-DATE
            MOVE WS-LOCK-DATE TO LCK-START-DATE
            MOVE WS-LOCK-TIME TO LCK-START-TIME
            WRITE LOCK-RECORD
            CLOSE LOCK-FILE
        ELSE
            DISPLAY "RESTORE: LOCK-FILE RELEASE FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
RAISE-RC-PARA.
    IF WS-NEW-RC > WS-MAX-RC
        MOVE WS-NEW-RC TO WS-MAX-RC
    END-IF.
FIND-GENERATION-PARA.
    MOVE 'N' TO WS-GEN-FOUND.
    MOVE 0 TO WS-REQ-GEN.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = '00'
        DISPLAY "RESTORE: CATALOG-FILE OPEN FAILED - STATUS="
            WS-CATALOG-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO WS-EOF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CATALOG-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CAT-GEN NUMERIC
                    IF WS-REQ-GEN-IN = SPACES
                        IF CAT-GEN >= WS-REQ-GEN
                            MOVE 'Y' TO WS-GEN-FOUND
                            MOVE CAT-GEN TO WS-REQ-GEN
                            MOVE CAT-DATE TO WS-GEN-DATE
                            MOVE CAT-TIME TO WS-GEN-TIME
                        END-IF
                    ELSE
                        IF CAT-GEN = WS-REQ-GEN-IN
                            MOVE 'Y' TO WS-GEN-FOUND
                            MOVE CAT-GEN TO WS-REQ-GEN
                            MOVE CAT-DATE TO WS-GEN-DATE
                            MOVE CAT-TIME TO WS-GEN-TIME
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CATALOG-FILE.
PRECHECK-ONE-PARA.
    PERFORM SET-FILE-TYPE-PARA.
    MOVE 'Y' TO WS-COPY-OK.
    EVALUATE TRUE
        WHEN WS-FILE-TYPE = SPACE
            MOVE "UNKNOWN FILE ON CATALOG" TO WS-RESULT
            MOVE 'N' TO WS-COPY-OK
        WHEN CAT-STATUS = "ABSENT"
            CONTINUE
        WHEN CAT-STATUS NOT = "OK"
            MOVE "BACKUP COPY INCOMPLETE" TO WS-RESULT
            MOVE 'N' TO WS-COPY-OK
        WHEN OTHER
            PERFORM VERIFY-COPY-PARA
    END-EVALUATE.
    IF WS-COPY-OK = 'N'
        ADD 1 TO WS-SELECTED-COUNT
        ADD 1 TO WS-FAILED-COUNT
        MOVE WS-RESULT TO WS-FL-RESULT
        MOVE SPACES TO REPORT-LINE
        MOVE WS-FILE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
SET-FILE-TYPE-PARA.
    MOVE SPACE TO WS-FILE-TYPE.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 13
        IF WS-FT-NAME(FX) = CAT-FILE
            MOVE WS-FT-TYPE(FX) TO WS-FILE-TYPE
        END-IF
    END-PERFORM.
    MOVE CAT-FILE TO WS-FL-FILE.
    MOVE CAT-COUNT TO WS-FL-CAT-COUNT.
    MOVE CAT-HASH TO WS-FL-CAT-HASH.
    MOVE 0 TO WS-FL-NEW-COUNT.
    MOVE 0 TO WS-FL-NEW-HASH.
RESTORE-ONE-PARA.
    PERFORM SET-FILE-TYPE-PARA.
    EVALUATE TRUE
        WHEN WS-FILE-TYPE = SPACE
            MOVE "UNKNOWN FILE ON CATALOG - NOT RESTORED" TO WS-RESULT
            ADD 1 TO WS-FAILED-COUNT
            MOVE 8 TO WS-NEW-RC
        WHEN CAT-STATUS = "ABSENT"
            MOVE "FILE WAS ABSENT AT BACKUP - LEFT AS IS" TO WS-RESULT
            ADD 1 TO WS-SKIPPED-COUNT
            MOVE 4 TO WS-NEW-RC
        WHEN CAT-STATUS NOT = "OK"
            MOVE "BACKUP COPY INCOMPLETE - NOT RESTORED" TO WS-RESULT
            ADD 1 TO WS-FAILED-COUNT
            MOVE 8 TO WS-NEW-RC
        WHEN OTHER
            PERFORM VERIFY-COPY-PARA
            IF WS-COPY-OK = 'Y'
                PERFORM RELOAD-TARGET-PARA
            ELSE
                ADD 1 TO WS-FAILED-COUNT
                MOVE 8 TO WS-NEW-RC
            END-IF
    END-EVALUATE.
    PERFORM RAISE-RC-PARA.
    MOVE WS-RESULT TO WS-FL-RESULT.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-FILE-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
VERIFY-COPY-PARA.
    MOVE CAT-BACKUP-NAME TO WS-BACKUP-NAME.
    PERFORM SET-REC-LEN-PARA.
    MOVE 0 TO WS-FILE-COUNT.
    MOVE 0 TO WS-FILE-HASH.
    MOVE 'N' TO WS-READ-FAILED.
    MOVE 'N' TO WS-COPY-OK.
    OPEN INPUT BACKUP-FILE.
    IF WS-BACKUP-STATUS NOT = '00'
        MOVE "BACKUP COPY MISSING - NOT RESTORED" TO WS-RESULT
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ BACKUP-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-FILE-COUNT
                    MOVE BACKUP-LINE TO WS-HASH-BUFFER
                    PERFORM HASH-RECORD-PARA
            END-READ
        END-PERFORM
        CLOSE BACKUP-FILE
        IF WS-FILE-COUNT NOT = CAT-COUNT OR WS-FILE-HASH NOT = CAT-HASH
            MOVE WS-FILE-COUNT TO WS-FL-NEW-COUNT
            MOVE WS-FILE-HASH TO WS-FL-NEW-HASH
            MOVE "BACKUP COPY DAMAGED - LIVE FILE NOT TOUCHED" TO WS-RESULT
        ELSE
            MOVE 'Y' TO WS-COPY-OK
        END-IF
    END-IF.
RELOAD-TARGET-PARA.
    MOVE 0 TO WS-WRITE-FAILS.
    MOVE CAT-FILE TO WS-FLAT-NAME.
    OPEN INPUT BACKUP-FILE.
    IF WS-BACKUP-STATUS NOT = '00'
        DISPLAY "RESTORE: BACKUP-FILE " WS-BACKUP-NAME
            " OPEN FAILED - STATUS=" WS-BACKUP-STATUS
        MOVE "BACKUP COPY WOULD NOT OPEN - NOT RESTORED" TO WS-RESULT
        ADD 1 TO WS-FAILED-COUNT
        MOVE 8 TO WS-NEW-RC
    ELSE
        PERFORM OPEN-TARGET-PARA
    END-IF.
OPEN-TARGET-PARA.
    EVALUATE WS-FILE-TYPE
        WHEN 'R'
            OPEN OUTPUT REQUESTOR-FILE
        WHEN 'E'
            OPEN OUTPUT ERRMGMT-FILE
        WHEN 'G'
            OPEN OUTPUT IFGEN-FILE
        WHEN 'C'
            OPEN OUTPUT CHECKPOINT-FILE
        WHEN 'P'
            OPEN OUTPUT PENDING-FILE
        WHEN 'B'
            OPEN OUTPUT PERIOD-FILE
        WHEN 'F'
            OPEN OUTPUT FIXED-FILE
        WHEN OTHER
            OPEN OUTPUT FLAT-FILE
    END-EVALUATE.
    IF WS-TARGET-STATUS NOT = '00'
        DISPLAY "RESTORE: " CAT-FILE " OPEN FAILED - STATUS="
            WS-TARGET-STATUS
        MOVE "LIVE FILE COULD NOT BE OPENED - NOT RESTORED" TO WS-RESULT
        ADD 1 TO WS-FAILED-COUNT
        MOVE 16 TO WS-NEW-RC
        CLOSE BACKUP-FILE
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ BACKUP-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM WRITE-TARGET-PARA
            END-READ
        END-PERFORM
        CLOSE BACKUP-FILE
        PERFORM CLOSE-TARGET-PARA
        PERFORM CHECK-TARGET-PARA
    END-IF.
WRITE-TARGET-PARA.
    EVALUATE WS-FILE-TYPE
        WHEN 'R'
            MOVE BACKUP-LINE TO REQUESTOR-RECORD
            WRITE REQUESTOR-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-FAILS
            END-WRITE
        WHEN 'E'
            MOVE BACKUP-LINE TO ERRMGMT-RECORD
            WRITE ERRMGMT-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-FAILS
            END-WRITE
        WHEN 'G'
            MOVE BACKUP-LINE TO IFGEN-RECORD
            WRITE IFGEN-RECORD
        WHEN 'C'
            MOVE BACKUP-LINE TO CKPT-RECORD
            WRITE CKPT-RECORD
        WHEN 'P'
            MOVE BACKUP-LINE TO PENDING-RECORD
            WRITE PENDING-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-FAILS
            END-WRITE
        WHEN 'B'
            MOVE BACKUP-LINE TO PERIOD-RECORD
            WRITE PERIOD-RECORD
        WHEN 'F'
            MOVE BACKUP-LINE TO FIXED-RECORD
            WRITE FIXED-RECORD
        WHEN OTHER
            MOVE BACKUP-LINE TO FLAT-LINE
            WRITE FLAT-LINE
    END-EVALUATE.
    IF WS-TARGET-STATUS NOT = '00' AND WS-TARGET-STATUS NOT = '02'
        AND WS-TARGET-STATUS(1:1) NOT = '2'
        ADD 1 TO WS-WRITE-FAILS
    END-IF.
CLOSE-TARGET-PARA.
    EVALUATE WS-FILE-TYPE
        WHEN 'R'
            CLOSE REQUESTOR-FILE
        WHEN 'E'
            CLOSE ERRMGMT-FILE
        WHEN 'G'
            CLOSE IFGEN-FILE
        WHEN 'C'
            CLOSE CHECKPOINT-FILE
        WHEN 'P'
            CLOSE PENDING-FILE
        WHEN 'B'
            CLOSE PERIOD-FILE
        WHEN 'F'
            CLOSE FIXED-FILE
        WHEN OTHER
            CLOSE FLAT-FILE
    END-EVALUATE.
CHECK-TARGET-PARA.
    MOVE 0 TO WS-FILE-COUNT.
    MOVE 0 TO WS-FILE-HASH.
    MOVE 'N' TO WS-READ-FAILED.
    EVALUATE WS-FILE-TYPE
        WHEN 'R'
            OPEN INPUT REQUESTOR-FILE
        WHEN 'E'
            OPEN INPUT ERRMGMT-FILE
        WHEN 'G'
            OPEN INPUT IFGEN-FILE
        WHEN 'C'
            OPEN INPUT CHECKPOINT-FILE
        WHEN 'P'
            OPEN INPUT PENDING-FILE
        WHEN 'B'
            OPEN INPUT PERIOD-FILE
        WHEN 'F'
            OPEN INPUT FIXED-FILE
        WHEN OTHER
            OPEN INPUT FLAT-FILE
    END-EVALUATE.
    IF WS-TARGET-STATUS NOT = '00'
        MOVE 'Y' TO WS-READ-FAILED
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            MOVE SPACES TO WS-HASH-BUFFER
            PERFORM READ-TARGET-PARA
            IF WS-EOF = 'N'
                ADD 1 TO WS-FILE-COUNT
                PERFORM HASH-RECORD-PARA
            END-IF
        END-PERFORM
        PERFORM CLOSE-TARGET-PARA
    END-IF.
    MOVE WS-FILE-COUNT TO WS-FL-NEW-COUNT.
    MOVE WS-FILE-HASH TO WS-FL-NEW-HASH.
    IF WS-READ-FAILED = 'N' AND WS-WRITE-FAILS = 0
        AND WS-FILE-COUNT = CAT-COUNT AND WS-FILE-HASH = CAT-HASH
        MOVE "RESTORED - COUNT AND HASH AGREE" TO WS-RESULT
        ADD 1 TO WS-RESTORED-COUNT
    ELSE
        MOVE "** RESTORED FILE DISAGREES WITH CATALOG **" TO WS-RESULT
        ADD 1 TO WS-FAILED-COUNT
        MOVE 16 TO WS-NEW-RC
    END-IF.
READ-TARGET-PARA.
    EVALUATE WS-FILE-TYPE
        WHEN 'R'
            READ REQUESTOR-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE REQUESTOR-RECORD TO WS-HASH-BUFFER
            END-READ
        WHEN 'E'
            READ ERRMGMT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE ERRMGMT-RECORD TO WS-HASH-BUFFER
            END-READ
        WHEN 'G'
            READ IFGEN-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE IFGEN-RECORD TO WS-HASH-BUFFER
            END-READ
        WHEN 'C'
            READ CHECKPOINT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE CKPT-RECORD TO WS-HASH-BUFFER
            END-READ
        WHEN 'P'
            READ PENDING-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE PENDING-RECORD TO WS-HASH-BUFFER
            END-READ
        WHEN 'B'
            READ PERIOD-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE PERIOD-RECORD TO WS-HASH-BUFFER
            END-READ
        WHEN 'F'
            READ FIXED-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE FIXED-RECORD TO WS-HASH-BUFFER
            END-READ
        WHEN OTHER
            READ FLAT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE FLAT-LINE TO WS-HASH-BUFFER
            END-READ
    END-EVALUATE.
    IF WS-EOF = 'N' AND WS-TARGET-STATUS NOT = '00'
        AND WS-TARGET-STATUS NOT = '02'
        MOVE 'Y' TO WS-READ-FAILED
        MOVE 'Y' TO WS-EOF
    END-IF.
SET-REC-LEN-PARA.
    EVALUATE WS-FILE-TYPE
        WHEN 'R'
            MOVE 80 TO WS-REC-LEN
        WHEN 'E'
            MOVE 164 TO WS-REC-LEN
        WHEN 'G'
            MOVE 80 TO WS-REC-LEN
        WHEN 'C'
            MOVE 9809 TO WS-REC-LEN
        WHEN 'P'
            MOVE 150 TO WS-REC-LEN
        WHEN 'B'
            MOVE 100 TO WS-REC-LEN
        WHEN 'F'
            MOVE 80 TO WS-REC-LEN
        WHEN OTHER
            MOVE 200 TO WS-REC-LEN
    END-EVALUATE.
HASH-RECORD-PARA.
    PERFORM VARYING WS-HASH-POS FROM 1 BY 1 UNTIL WS-HASH-POS > WS-REC-LEN
        IF WS-HASH-BUFFER(WS-HASH-POS:1) NOT = SPACE
            COMPUTE WS-FILE-HASH = WS-FILE-HASH
                + FUNCTION ORD(WS-HASH-BUFFER(WS-HASH-POS:1)) * WS-HASH-POS
        END-IF
    END-PERFORM.
WRITE-HEADERS-PARA.
    MOVE WS-LOCK-DATE TO WS-PL-DATE.
    MOVE WS-REQ-GEN TO WS-PL-GEN.
    MOVE WS-GEN-DATE TO WS-PL-GEN-DATE.
    MOVE WS-GEN-TIME TO WS-PL-GEN-TIME.
    IF WS-REQ-FILE = SPACES
        MOVE "*ALL" TO WS-PL-FILE
    ELSE
        MOVE WS-REQ-FILE TO WS-PL-FILE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-TITLE-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-PARM-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-COL-HEAD-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
WRITE-TOTALS-PARA.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-SELECTED-COUNT TO WS-TO-SELECTED.
    MOVE WS-RESTORED-COUNT TO WS-TO-RESTORED.
    MOVE WS-SKIPPED-COUNT TO WS-TO-SKIPPED.
    MOVE WS-FAILED-COUNT TO WS-TO-FAILED.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-TOTAL-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
