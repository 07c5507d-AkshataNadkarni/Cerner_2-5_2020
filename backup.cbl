*> generational backup of master and state files - writes BKnnnnnn.<file> copies
*> and records each file's record count and hash total on BKCAT.DAT
IDENTIFICATION DIVISION.
PROGRAM-ID. BACKUP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
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
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT ERRMGMT-FILE ASSIGN TO "ERRMGMT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ERM-KEY
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT IFGEN-FILE ASSIGN TO "IFGEN.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "CKPT.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT PERIOD-FILE ASSIGN TO "BILLPER.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT FIXED-FILE ASSIGN USING WS-FLAT-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT FLAT-FILE ASSIGN USING WS-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "BACKUP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
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
    05  CTL-PERIOD-OVERRIDE  PIC X(1).
    05  CTL-OPERATOR-ID      PIC X(8).
    05  CTL-BACKUP-GENS      PIC 9(2).
    05  FILLER               PIC X(50).
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
01  REPORT-LINE             PIC X(100).
WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
01 WS-CATALOG-STATUS PIC X(2) VALUE '00'.
01 WS-BACKUP-STATUS PIC X(2) VALUE '00'.
01 WS-SOURCE-STATUS PIC X(2) VALUE '00'.
01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
01 WS-LOCK-BLOCKED PIC X VALUE 'N'.
01 WS-LOCK-HELD PIC X VALUE 'N'.
01 WS-LOCK-DATE PIC 9(8) VALUE 0.
01 WS-LOCK-TIME PIC 9(8) VALUE 0.
01 WS-BACKUP-NAME PIC X(22) VALUE SPACES.
01 WS-FLAT-NAME PIC X(13) VALUE SPACES.
01 WS-EOF PIC X VALUE 'N'.
01 WS-KEEP-GENS PIC 9(2) VALUE 7.
01 WS-NEW-GEN PIC 9(6) VALUE 0.
01 WS-MAX-RC PIC 9(2) VALUE 0.
01 WS-NEW-RC PIC 9(2) VALUE 0.
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
01 WS-CAT-TABLE.
   05 WS-CAT-ENTRY OCCURS 1000 TIMES INDEXED BY CX.
      10 WS-CT-GEN          PIC 9(6).
      10 WS-CT-DATE         PIC 9(8).
      10 WS-CT-TIME         PIC 9(8).
      10 WS-CT-FILE         PIC X(13).
      10 WS-CT-BACKUP-NAME  PIC X(22).
      10 WS-CT-STATUS       PIC X(8).
      10 WS-CT-COUNT        PIC 9(9).
      10 WS-CT-HASH         PIC 9(18).
01 WS-CAT-COUNT PIC 9(4) VALUE 0.
01 WS-CAT-MAX PIC 9(4) VALUE 1000.
01 WS-CAT-OVERFLOW PIC X VALUE 'N'.
01 WS-GEN-COUNT PIC 9(4) VALUE 0.
01 WS-EXPIRE-GENS PIC 9(4) VALUE 0.
01 WS-LAST-GEN PIC 9(6) VALUE 0.
01 WS-CUTOFF-GEN PIC 9(6) VALUE 0.
01 WS-EXPIRED-FILES PIC 9(5) VALUE 0.
01 WS-FILE-STATUS PIC X(8) VALUE SPACES.
01 WS-FILE-COUNT PIC 9(9) VALUE 0.
01 WS-FILE-HASH PIC 9(18) VALUE 0.
01 WS-REC-LEN PIC 9(5) VALUE 0.
01 WS-HASH-POS PIC 9(5) VALUE 0.
01 WS-HASH-BUFFER PIC X(9809) VALUE SPACES.
01 WS-OK-COUNT PIC 9(2) VALUE 0.
01 WS-ABSENT-COUNT PIC 9(2) VALUE 0.
01 WS-FAILED-COUNT PIC 9(2) VALUE 0.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(28) VALUE "MASTER AND STATE FILE BACKUP".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "TIME=".
   05 WS-PL-TIME            PIC 9(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(11) VALUE "GENERATION=".
   05 WS-PL-GEN             PIC 9(6).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(5) VALUE "KEEP=".
   05 WS-PL-KEEP            PIC Z9.
01 WS-COL-HEAD-LINE.
   05 FILLER               PIC X(14) VALUE "FILE".
   05 FILLER               PIC X(23) VALUE "BACKUP COPY".
   05 FILLER               PIC X(9) VALUE "STATUS".
   05 FILLER               PIC X(11) VALUE "   RECORDS".
   05 FILLER               PIC X(20) VALUE "          HASH TOTAL".
01 WS-FILE-LINE.
   05 WS-FL-FILE            PIC X(13).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-FL-BACKUP-NAME     PIC X(22).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-FL-STATUS          PIC X(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-FL-COUNT           PIC ZZZZZZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-HASH            PIC Z(17)9.
01 WS-EXPIRE-LINE.
   05 FILLER               PIC X(22) VALUE "GENERATION EXPIRED  : ".
   05 WS-EL-GEN             PIC 9(6).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(6) VALUE "TAKEN ".
   05 WS-EL-DATE            PIC 9(8).
   05 FILLER               PIC X(1) VALUE SPACES.
   05 WS-EL-TIME            PIC 9(8).
01 WS-TOTAL-LINE.
   05 FILLER               PIC X(7) VALUE "COPIED=".
   05 WS-TO-OK              PIC Z9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "ABSENT=".
   05 WS-TO-ABSENT          PIC Z9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(7) VALUE "FAILED=".
   05 WS-TO-FAILED          PIC Z9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(13) VALUE "GENERATIONS =".
   05 WS-TO-GENS            PIC ZZZ9.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(14) VALUE "FILES EXPIRED=".
   05 WS-TO-EXPIRED         PIC ZZZZ9.
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-LOCK-TIME FROM TIME.
    PERFORM READ-CONTROL-PARA.
    PERFORM CHECK-LOCK-PARA.
    IF WS-LOCK-BLOCKED = 'Y'
        DISPLAY "BACKUP: A RUN IS IN FLIGHT - BACKUP REFUSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ACQUIRE-LOCK-PARA.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY "BACKUP: REPORT-FILE OPEN FAILED - STATUS="
            WS-REPORT-STATUS
        PERFORM RELEASE-LOCK-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-CATALOG-PARA.
    ADD 1 TO WS-LAST-GEN GIVING WS-NEW-GEN.
    PERFORM WRITE-HEADERS-PARA.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 13
        PERFORM BACKUP-ONE-PARA
    END-PERFORM.
    PERFORM EXPIRE-GENS-PARA.
    PERFORM WRITE-CATALOG-PARA.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE REPORT-FILE.
    DISPLAY "BACKUP: GENERATION " WS-NEW-GEN " COPIED=" WS-OK-COUNT
        " ABSENT=" WS-ABSENT-COUNT " FAILED=" WS-FAILED-COUNT
        " FILES EXPIRED=" WS-EXPIRED-FILES.
    PERFORM RELEASE-LOCK-PARA.
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.
READ-CONTROL-PARA.
    OPEN INPUT CONTROL-FILE.
    IF WS-CONTROL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CTL-BACKUP-GENS NUMERIC AND CTL-BACKUP-GENS > 0
                    MOVE CTL-BACKUP-GENS TO WS-KEEP-GENS
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    ELSE
        DISPLAY "BACKUP: CONTROL-FILE OPEN FAILED - STATUS="
            WS-CONTROL-STATUS " - KEEPING " WS-KEEP-GENS " GENERATIONS"
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
                    DISPLAY "BACKUP: RUN LOCK HELD BY " LCK-PROGRAM
                        " MODE=" LCK-RUN-MODE
                        " BUS DATE=" LCK-BUS-DATE
                        " SINCE " LCK-START-DATE " " LCK-START-TIME
                    MOVE 'Y' TO WS-LOCK-BLOCKED
                END-IF
        END-READ
        CLOSE LOCK-FILE
    ELSE
        IF WS-LOCK-STATUS NOT = '35'
            DISPLAY "BACKUP: LOCK-FILE OPEN FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
ACQUIRE-LOCK-PARA.
    OPEN OUTPUT LOCK-FILE.
    IF WS-LOCK-STATUS NOT = '00'
        DISPLAY "BACKUP: LOCK-FILE OPEN FAILED - STATUS="
            WS-LOCK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO LOCK-RECORD.
    MOVE "ACTIVE" TO LCK-STATUS.
    MOVE "BACKUP" TO LCK-PROGRAM.
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
            MOVE "BACKUP" TO LCK-PROGRAM
            MOVE SPACE TO LCK-RUN-MODE
            MOVE 0 TO LCK-BUS-DATE
            MOVE WS-LOCK-DATE TO LCK-START-DATE
            MOVE WS-LOCK-TIME TO LCK-START-TIME
            WRITE LOCK-RECORD
            CLOSE LOCK-FILE
        ELSE
            DISPLAY "BACKUP: LOCK-FILE RELEASE FAILED - STATUS="
                WS-LOCK-STATUS
        END-IF
    END-IF.
RAISE-RC-PARA.
    IF WS-NEW-RC > WS-MAX-RC
        MOVE WS-NEW-RC TO WS-MAX-RC
    END-IF.
LOAD-CATALOG-PARA.
    MOVE 0 TO WS-LAST-GEN.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = '00'
        IF WS-CATALOG-STATUS NOT = '35'
            DISPLAY "BACKUP: CATALOG-FILE OPEN FAILED - STATUS="
                WS-CATALOG-STATUS
            CLOSE REPORT-FILE
            PERFORM RELEASE-LOCK-PARA
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ CATALOG-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF CAT-GEN NUMERIC
                        PERFORM ADD-CATALOG-PARA
                        IF CAT-GEN > WS-LAST-GEN
                            MOVE CAT-GEN TO WS-LAST-GEN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF.
ADD-CATALOG-PARA.
    IF WS-CAT-COUNT < WS-CAT-MAX
        ADD 1 TO WS-CAT-COUNT
        SET CX TO WS-CAT-COUNT
        MOVE CAT-GEN TO WS-CT-GEN(CX)
        MOVE CAT-DATE TO WS-CT-DATE(CX)
        MOVE CAT-TIME TO WS-CT-TIME(CX)
        MOVE CAT-FILE TO WS-CT-FILE(CX)
        MOVE CAT-BACKUP-NAME TO WS-CT-BACKUP-NAME(CX)
        MOVE CAT-STATUS TO WS-CT-STATUS(CX)
        MOVE CAT-COUNT TO WS-CT-COUNT(CX)
        MOVE CAT-HASH TO WS-CT-HASH(CX)
    ELSE
        IF WS-CAT-OVERFLOW = 'N'
            MOVE 'Y' TO WS-CAT-OVERFLOW
            DISPLAY "BACKUP: MORE THAN " WS-CAT-MAX
                " CATALOG ENTRIES - BACKUP REFUSED"
            CLOSE CATALOG-FILE
            CLOSE REPORT-FILE
            PERFORM RELEASE-LOCK-PARA
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
BACKUP-ONE-PARA.
    MOVE SPACES TO WS-BACKUP-NAME.
    STRING "BK" WS-NEW-GEN "." WS-FT-NAME(FX)
        DELIMITED BY SPACE INTO WS-BACKUP-NAME.
    MOVE 0 TO WS-FILE-COUNT.
    MOVE 0 TO WS-FILE-HASH.
    MOVE "OK" TO WS-FILE-STATUS.
    PERFORM OPEN-SOURCE-PARA.
    IF WS-SOURCE-STATUS = '35'
        MOVE "ABSENT" TO WS-FILE-STATUS
        MOVE SPACES TO WS-BACKUP-NAME
        ADD 1 TO WS-ABSENT-COUNT
    ELSE
        IF WS-SOURCE-STATUS NOT = '00'
            DISPLAY "BACKUP: " WS-FT-NAME(FX) " OPEN FAILED - STATUS="
                WS-SOURCE-STATUS
            MOVE "FAILED" TO WS-FILE-STATUS
        ELSE
            OPEN OUTPUT BACKUP-FILE
            IF WS-BACKUP-STATUS NOT = '00'
                DISPLAY "BACKUP: " WS-BACKUP-NAME " OPEN FAILED - STATUS="
                    WS-BACKUP-STATUS
                MOVE "FAILED" TO WS-FILE-STATUS
            ELSE
                PERFORM COPY-SOURCE-PARA
                CLOSE BACKUP-FILE
            END-IF
            PERFORM CLOSE-SOURCE-PARA
        END-IF
    END-IF.
    IF WS-FILE-STATUS = "OK"
        ADD 1 TO WS-OK-COUNT
    END-IF.
    IF WS-FILE-STATUS = "FAILED"
        ADD 1 TO WS-FAILED-COUNT
        MOVE 8 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    END-IF.
    MOVE WS-NEW-GEN TO CAT-GEN.
    MOVE WS-LOCK-DATE TO CAT-DATE.
    MOVE WS-LOCK-TIME TO CAT-TIME.
    MOVE WS-FT-NAME(FX) TO CAT-FILE.
    MOVE WS-BACKUP-NAME TO CAT-BACKUP-NAME.
    MOVE WS-FILE-STATUS TO CAT-STATUS.
    MOVE WS-FILE-COUNT TO CAT-COUNT.
    MOVE WS-FILE-HASH TO CAT-HASH.
    PERFORM ADD-CATALOG-PARA.
    MOVE WS-FT-NAME(FX) TO WS-FL-FILE.
    MOVE WS-BACKUP-NAME TO WS-FL-BACKUP-NAME.
    MOVE WS-FILE-STATUS TO WS-FL-STATUS.
    MOVE WS-FILE-COUNT TO WS-FL-COUNT.
    MOVE WS-FILE-HASH TO WS-FL-HASH.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-FILE-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
OPEN-SOURCE-PARA.
    EVALUATE WS-FT-TYPE(FX)
        WHEN 'R'
            OPEN INPUT REQUESTOR-FILE
            MOVE 80 TO WS-REC-LEN
        WHEN 'E'
            OPEN INPUT ERRMGMT-FILE
            MOVE 164 TO WS-REC-LEN
        WHEN 'G'
            OPEN INPUT IFGEN-FILE
            MOVE 80 TO WS-REC-LEN
        WHEN 'C'
            OPEN INPUT CHECKPOINT-FILE
            MOVE 9809 TO WS-REC-LEN
        WHEN 'P'
            OPEN INPUT PENDING-FILE
            MOVE 150 TO WS-REC-LEN
        WHEN 'B'
            OPEN INPUT PERIOD-FILE
            MOVE 100 TO WS-REC-LEN
        WHEN 'F'
            MOVE WS-FT-NAME(FX) TO WS-FLAT-NAME
            OPEN INPUT FIXED-FILE
            MOVE 80 TO WS-REC-LEN
        WHEN OTHER
            MOVE WS-FT-NAME(FX) TO WS-FLAT-NAME
            OPEN INPUT FLAT-FILE
            MOVE 200 TO WS-REC-LEN
    END-EVALUATE.
CLOSE-SOURCE-PARA.
    EVALUATE WS-FT-TYPE(FX)
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
COPY-SOURCE-PARA.
    MOVE 'N' TO WS-EOF.
    PERFORM UNTIL WS-EOF = 'Y'
        MOVE SPACES TO WS-HASH-BUFFER
        PERFORM READ-SOURCE-PARA
        IF WS-EOF = 'N'
            ADD 1 TO WS-FILE-COUNT
            PERFORM HASH-RECORD-PARA
            MOVE SPACES TO BACKUP-LINE
            MOVE WS-HASH-BUFFER TO BACKUP-LINE
            WRITE BACKUP-LINE
            IF WS-BACKUP-STATUS NOT = '00'
                DISPLAY "BACKUP: " WS-BACKUP-NAME " WRITE FAILED - STATUS="
                    WS-BACKUP-STATUS
                MOVE "FAILED" TO WS-FILE-STATUS
                MOVE 'Y' TO WS-EOF
            END-IF
        END-IF
    END-PERFORM.
READ-SOURCE-PARA.
    EVALUATE WS-FT-TYPE(FX)
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
    IF WS-EOF = 'N' AND WS-SOURCE-STATUS NOT = '00'
        AND WS-SOURCE-STATUS NOT = '02'
        DISPLAY "BACKUP: " WS-FT-NAME(FX) " READ FAILED - STATUS="
            WS-SOURCE-STATUS
        MOVE "FAILED" TO WS-FILE-STATUS
        MOVE 'Y' TO WS-EOF
    END-IF.
HASH-RECORD-PARA.
    PERFORM VARYING WS-HASH-POS FROM 1 BY 1 UNTIL WS-HASH-POS > WS-REC-LEN
        IF WS-HASH-BUFFER(WS-HASH-POS:1) NOT = SPACE
            COMPUTE WS-FILE-HASH = WS-FILE-HASH
                + FUNCTION ORD(WS-HASH-BUFFER(WS-HASH-POS:1)) * WS-HASH-POS
        END-IF
    END-PERFORM.
EXPIRE-GENS-PARA.
    MOVE 0 TO WS-GEN-COUNT.
    MOVE 0 TO WS-LAST-GEN.
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CAT-COUNT
        IF WS-CT-GEN(CX) NOT = WS-LAST-GEN
            ADD 1 TO WS-GEN-COUNT
            MOVE WS-CT-GEN(CX) TO WS-LAST-GEN
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-CUTOFF-GEN.
    IF WS-GEN-COUNT > WS-KEEP-GENS AND WS-FAILED-COUNT > 0
        DISPLAY "BACKUP: GENERATION " WS-NEW-GEN
            " INCOMPLETE - NO OLDER GENERATION EXPIRED"
    END-IF.
    IF WS-GEN-COUNT > WS-KEEP-GENS AND WS-FAILED-COUNT = 0
        COMPUTE WS-EXPIRE-GENS = WS-GEN-COUNT - WS-KEEP-GENS
        MOVE 0 TO WS-GEN-COUNT
        MOVE 0 TO WS-LAST-GEN
        PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CAT-COUNT
            IF WS-CT-GEN(CX) NOT = WS-LAST-GEN
                ADD 1 TO WS-GEN-COUNT
                MOVE WS-CT-GEN(CX) TO WS-LAST-GEN
                IF WS-GEN-COUNT <= WS-EXPIRE-GENS
                    MOVE WS-CT-GEN(CX) TO WS-CUTOFF-GEN
                    MOVE WS-CT-GEN(CX) TO WS-EL-GEN
                    MOVE WS-CT-DATE(CX) TO WS-EL-DATE
                    MOVE WS-CT-TIME(CX) TO WS-EL-TIME
                    MOVE SPACES TO REPORT-LINE
                    MOVE WS-EXPIRE-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF
            IF WS-CT-GEN(CX) <= WS-CUTOFF-GEN
                AND WS-CT-BACKUP-NAME(CX) NOT = SPACES
                PERFORM EMPTY-COPY-PARA
            END-IF
        END-PERFORM
        MOVE WS-KEEP-GENS TO WS-GEN-COUNT
    END-IF.
EMPTY-COPY-PARA.
    MOVE WS-CT-BACKUP-NAME(CX) TO WS-BACKUP-NAME.
    OPEN OUTPUT BACKUP-FILE.
    IF WS-BACKUP-STATUS = '00'
        CLOSE BACKUP-FILE
        ADD 1 TO WS-EXPIRED-FILES
    ELSE
        DISPLAY "BACKUP: " WS-BACKUP-NAME " COULD NOT BE EMPTIED - STATUS="
            WS-BACKUP-STATUS
        MOVE 4 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    END-IF.
WRITE-CATALOG-PARA.
    OPEN OUTPUT CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = '00'
        DISPLAY "BACKUP: CATALOG-FILE REWRITE FAILED - STATUS="
            WS-CATALOG-STATUS " - GENERATION " WS-NEW-GEN " NOT CATALOGUED"
        MOVE 16 TO WS-NEW-RC
        PERFORM RAISE-RC-PARA
    ELSE
        PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CAT-COUNT
            IF WS-CT-GEN(CX) > WS-CUTOFF-GEN
                MOVE SPACES TO CATALOG-RECORD
                MOVE WS-CT-GEN(CX) TO CAT-GEN
                MOVE WS-CT-DATE(CX) TO CAT-DATE
                MOVE WS-CT-TIME(CX) TO CAT-TIME
                MOVE WS-CT-FILE(CX) TO CAT-FILE
                MOVE WS-CT-BACKUP-NAME(CX) TO CAT-BACKUP-NAME
                MOVE WS-CT-STATUS(CX) TO CAT-STATUS
                MOVE WS-CT-COUNT(CX) TO CAT-COUNT
                MOVE WS-CT-HASH(CX) TO CAT-HASH
                WRITE CATALOG-RECORD
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF.
WRITE-HEADERS-PARA.
    MOVE WS-LOCK-DATE TO WS-PL-DATE.
    MOVE WS-LOCK-TIME TO WS-PL-TIME.
    MOVE WS-NEW-GEN TO WS-PL-GEN.
    MOVE WS-KEEP-GENS TO WS-PL-KEEP.
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
    MOVE WS-OK-COUNT TO WS-TO-OK.
    MOVE WS-ABSENT-COUNT TO WS-TO-ABSENT.
    MOVE WS-FAILED-COUNT TO WS-TO-FAILED.
    MOVE WS-GEN-COUNT TO WS-TO-GENS.
    MOVE WS-EXPIRED-FILES TO WS-TO-EXPIRED.
    MOVE SPACES TO REPORT-LINE.
    MOVE WS-TOTAL-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-FAILED-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        MOVE "** GENERATION INCOMPLETE - FAILED FILES CANNOT BE RESTORED **"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
