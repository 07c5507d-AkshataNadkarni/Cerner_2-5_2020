*> weekly cross-file integrity check - masters, workbench, audit and interface generations
IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUESTOR-FILE ASSIGN TO "REQUESTOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS REQ-ID
        FILE STATUS IS WS-REQUESTOR-STATUS.
    SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROUTE-MASTER-STATUS.
    SELECT RATE-FILE ASSIGN TO "RATEMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT ERRMGMT-FILE ASSIGN TO "ERRMGMT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ERM-KEY
        FILE STATUS IS WS-ERRMGMT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT IFGEN-FILE ASSIGN TO "IFGEN.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IFGEN-STATUS.
    SELECT INTERFACE-FILE ASSIGN USING WS-INTERFACE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INTERFACE-STATUS.
    SELECT CHECK-FILE ASSIGN TO "INTEGCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECK-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REQUESTOR-FILE.
01  REQUESTOR-RECORD.
    05  REQ-ID               PIC X(4).
    05  REQ-NAME             PIC X(20).
    05  REQ-DEPT             PIC X(10).
    05  REQ-ACTIVE           PIC X(1).
    05  FILLER               PIC X(45).
FD  ROUTE-MASTER-FILE.
01  ROUTE-MASTER-RECORD.
    05  RM-DEPT              PIC X(10).
    05  FILLER               PIC X(1).
    05  RM-FILE-NAME         PIC X(13).
    05  FILLER               PIC X(56).
FD  RATE-FILE.
01  RATE-RECORD.
    05  RT-DEPT              PIC X(10).
    05  FILLER               PIC X(1).
    05  RT-RATE              PIC 9(3)V99.
    05  FILLER               PIC X(1).
    05  RT-MINIMUM           PIC 9(5)V99.
    05  FILLER               PIC X(56).
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
FD  AUDIT-FILE.
01  AUDIT-LINE              PIC X(132).
FD  IFGEN-FILE
    RECORDING MODE IS F.
01  IFGEN-RECORD.
    05  IFGEN-NUMBER         PIC 9(6).
    05  FILLER               PIC X(74).
FD  INTERFACE-FILE
    RECORDING MODE IS F.
01  IF-HEADER-RECORD.
    05  IFH-REC-TYPE         PIC X(1).
    05  IFH-RUN-DATE         PIC 9(8).
    05  IFH-RUN-TIME         PIC 9(8).
    05  IFH-GEN-NO           PIC 9(6).
    05  IFH-BUS-DATE         PIC 9(8).
    05  IFH-RUN-TYPE         PIC X(6).
    05  FILLER               PIC X(95).
FD  CHECK-FILE.
01  CHECK-LINE              PIC X(100).
WORKING-STORAGE SECTION.
01 WS-REQUESTOR-STATUS PIC X(2) VALUE '00'.
01 WS-ROUTE-MASTER-STATUS PIC X(2) VALUE '00'.
01 WS-RATE-STATUS PIC X(2) VALUE '00'.
01 WS-ERRMGMT-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
01 WS-IFGEN-STATUS PIC X(2) VALUE '00'.
01 WS-INTERFACE-STATUS PIC X(2) VALUE '00'.
01 WS-CHECK-STATUS PIC X(2) VALUE '00'.
01 WS-INTERFACE-NAME PIC X(13) VALUE SPACES.
01 WS-EOF PIC X VALUE 'N'.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-AUD-PARSE.
   05 WS-AP-TAG             PIC X(4).
   05 WS-AP-DATE            PIC X(8).
   05 FILLER               PIC X(1).
   05 WS-AP-TIME            PIC X(8).
   05 FILLER               PIC X(4).
   05 WS-AP-N               PIC X(2).
   05 FILLER               PIC X(8).
   05 WS-AP-MARKS           PIC X(5).
   05 WS-AP-LABEL           PIC X(9).
   05 WS-AP-STATUS          PIC X(8).
   05 FILLER               PIC X(6).
   05 WS-AP-REQ             PIC X(4).
   05 FILLER               PIC X(65).
01 WS-REQ-TABLE.
   05 WS-REQ-ENTRY OCCURS 500 TIMES INDEXED BY QX.
      10 WS-RQ-ID           PIC X(4).
      10 WS-RQ-DEPT         PIC X(10).
      10 WS-RQ-ACTIVE       PIC X(1).
01 WS-REQ-COUNT PIC 9(3) VALUE 0.
01 WS-REQ-MAX PIC 9(3) VALUE 500.
01 WS-REQ-OVERFLOW PIC X VALUE 'N'.
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 200 TIMES INDEXED BY DX HX.
      10 WS-DP-DEPT         PIC X(10).
      10 WS-DP-ACTIVE-REQS  PIC 9(3).
      10 WS-DP-ALL-REQS     PIC 9(3).
      10 WS-DP-ROUTES       PIC 9(3).
      10 WS-DP-RATES        PIC 9(3).
01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
01 WS-DEPT-MAX PIC 9(3) VALUE 200.
01 WS-DEPT-OVERFLOW PIC X VALUE 'N'.
01 WS-UNK-TABLE.
   05 WS-UNK-ENTRY OCCURS 100 TIMES INDEXED BY UX.
      10 WS-UK-REQ          PIC X(4).
      10 WS-UK-LINES        PIC 9(7).
      10 WS-UK-FIRST-DATE   PIC X(8).
      10 WS-UK-LAST-DATE    PIC X(8).
01 WS-UNK-COUNT PIC 9(3) VALUE 0.
01 WS-UNK-MAX PIC 9(3) VALUE 100.
01 WS-UNK-OVERFLOW PIC X VALUE 'N'.
01 WS-FOUND PIC X VALUE 'N'.
01 WS-KEY-DEPT PIC X(10) VALUE SPACES.
01 WS-KEY-REQ PIC X(4) VALUE SPACES.
01 WS-REQ-FOUND PIC X VALUE 'N'.
01 WS-REQ-IS-ACTIVE PIC X VALUE 'N'.
01 WS-IFGEN-NO PIC 9(6) VALUE 0.
01 WS-IFGEN-PRESENT PIC X VALUE 'N'.
01 WS-IF-GEN PIC 9(6) VALUE 0.
01 WS-IF-PRESENT PIC X VALUE 'N'.
01 WS-RT-GEN PIC 9(6) VALUE 0.
01 WS-RT-PRESENT PIC X VALUE 'N'.
01 WS-SEVERE-COUNT PIC 9(5) VALUE 0.
01 WS-WARNING-COUNT PIC 9(5) VALUE 0.
01 WS-INFO-COUNT PIC 9(5) VALUE 0.
01 WS-ROUTE-COUNT PIC 9(5) VALUE 0.
01 WS-RATE-COUNT PIC 9(5) VALUE 0.
01 WS-ERM-COUNT PIC 9(7) VALUE 0.
01 WS-AUDIT-COUNT PIC 9(7) VALUE 0.
01 WS-FIND-SEV PIC X(8) VALUE SPACES.
01 WS-FIND-CHECK PIC X(4) VALUE SPACES.
01 WS-FIND-KEY PIC X(18) VALUE SPACES.
01 WS-FIND-TEXT PIC X(56) VALUE SPACES.
01 WS-GEN-EDIT PIC ZZZZZ9.
01 WS-COUNT-EDIT PIC ZZZZZZ9.
01 WS-TITLE-LINE.
   05 FILLER               PIC X(30)
      VALUE "CROSS-FILE INTEGRITY CHECK".
01 WS-PARM-LINE.
   05 FILLER               PIC X(9) VALUE "RUN DATE:".
   05 WS-PL-DATE            PIC 9(8).
01 WS-COL-HEAD-LINE.
   05 FILLER               PIC X(10) VALUE "SEVERITY".
   05 FILLER               PIC X(6) VALUE "CHECK".
   05 FILLER               PIC X(20) VALUE "KEY".
   05 FILLER               PIC X(56) VALUE "FINDING".
01 WS-FINDING-LINE.
   05 WS-FL-SEV             PIC X(8).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-CHECK           PIC X(4).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-KEY             PIC X(18).
   05 FILLER               PIC X(2) VALUE SPACES.
   05 WS-FL-TEXT            PIC X(56).
01 WS-COUNT-LINE.
   05 WS-CL-LABEL           PIC X(40).
   05 WS-CL-VALUE           PIC ZZZZZZ9.
01 WS-VERDICT-LINE.
   05 WS-VL-TEXT            PIC X(70).
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    OPEN OUTPUT CHECK-FILE.
    IF WS-CHECK-STATUS NOT = '00'
        DISPLAY "INTEGCHK: CHECK-FILE OPEN FAILED - STATUS=" WS-CHECK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADERS-PARA.
    PERFORM LOAD-REQUESTORS-PARA.
    PERFORM LOAD-ROUTES-PARA.
    PERFORM LOAD-RATES-PARA.
    PERFORM CHECK-DEPTS-PARA.
    PERFORM CHECK-ERRMGMT-PARA.
    PERFORM CHECK-AUDIT-PARA.
    PERFORM CHECK-GENERATIONS-PARA.
    PERFORM WRITE-TOTALS-PARA.
    CLOSE CHECK-FILE.
    DISPLAY "INTEGCHK: SEVERE=" WS-SEVERE-COUNT
        " WARNING=" WS-WARNING-COUNT " INFO=" WS-INFO-COUNT.
    EVALUATE TRUE
        WHEN WS-SEVERE-COUNT > 0
            MOVE 16 TO RETURN-CODE
        WHEN WS-WARNING-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
    STOP RUN.
LOAD-REQUESTORS-PARA.
    OPEN INPUT REQUESTOR-FILE.
    IF WS-REQUESTOR-STATUS NOT = '00'
        DISPLAY "INTEGCHK: REQUESTOR-FILE OPEN FAILED - STATUS="
            WS-REQUESTOR-STATUS
        CLOSE CHECK-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO WS-EOF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REQUESTOR-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM ADD-REQUESTOR-PARA
        END-READ
    END-PERFORM.
    CLOSE REQUESTOR-FILE.
ADD-REQUESTOR-PARA.
    IF WS-REQ-COUNT < WS-REQ-MAX
        ADD 1 TO WS-REQ-COUNT
        SET QX TO WS-REQ-COUNT
        MOVE REQ-ID TO WS-RQ-ID(QX)
        MOVE REQ-DEPT TO WS-RQ-DEPT(QX)
        MOVE REQ-ACTIVE TO WS-RQ-ACTIVE(QX)
    ELSE
        IF WS-REQ-OVERFLOW = 'N'
            MOVE 'Y' TO WS-REQ-OVERFLOW
            DISPLAY "INTEGCHK: MORE THAN " WS-REQ-MAX
                " REQUESTORS - EXCESS NOT CHECKED"
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE "I000" TO WS-FIND-CHECK
            MOVE "REQUESTOR.DAT" TO WS-FIND-KEY
            MOVE "REQUESTOR TABLE FULL - EXCESS REQUESTORS NOT CHECKED"
                TO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        END-IF
    END-IF.
    IF REQ-DEPT = SPACES
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE "I001" TO WS-FIND-CHECK
        MOVE REQ-ID TO WS-FIND-KEY
        MOVE "REQUESTOR HAS NO DEPARTMENT" TO WS-FIND-TEXT
        PERFORM WRITE-FINDING-PARA
    ELSE
        MOVE REQ-DEPT TO WS-KEY-DEPT
        PERFORM FIND-DEPT-PARA
        IF WS-FOUND = 'Y'
            ADD 1 TO WS-DP-ALL-REQS(HX)
            IF REQ-ACTIVE = 'Y'
                ADD 1 TO WS-DP-ACTIVE-REQS(HX)
            END-IF
        END-IF
    END-IF.
LOAD-ROUTES-PARA.
    OPEN INPUT ROUTE-MASTER-FILE.
    IF WS-ROUTE-MASTER-STATUS NOT = '00'
        MOVE "SEVERE" TO WS-FIND-SEV
        MOVE "I002" TO WS-FIND-CHECK
        MOVE "ROUTMAST.DAT" TO WS-FIND-KEY
        MOVE "ROUTING MASTER NOT AVAILABLE - STATUS=" TO WS-FIND-TEXT
        MOVE WS-ROUTE-MASTER-STATUS TO WS-FIND-TEXT(39:2)
        PERFORM WRITE-FINDING-PARA
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ ROUTE-MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM ADD-ROUTE-PARA
            END-READ
        END-PERFORM
        CLOSE ROUTE-MASTER-FILE
    END-IF.
ADD-ROUTE-PARA.
    IF RM-DEPT = SPACES OR RM-FILE-NAME = SPACES
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE "I003" TO WS-FIND-CHECK
        MOVE RM-DEPT TO WS-FIND-KEY
        MOVE "ROUTING RECORD WITH NO DEPT OR FILE - IFROUTE DROPS IT"
            TO WS-FIND-TEXT
        PERFORM WRITE-FINDING-PARA
    ELSE
        ADD 1 TO WS-ROUTE-COUNT
        MOVE RM-DEPT TO WS-KEY-DEPT
        PERFORM FIND-DEPT-PARA
        IF WS-FOUND = 'Y'
            ADD 1 TO WS-DP-ROUTES(HX)
        END-IF
    END-IF.
LOAD-RATES-PARA.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-STATUS NOT = '00'
        MOVE "SEVERE" TO WS-FIND-SEV
        MOVE "I004" TO WS-FIND-CHECK
        MOVE "RATEMAST.DAT" TO WS-FIND-KEY
        MOVE "RATE MASTER NOT AVAILABLE - STATUS=" TO WS-FIND-TEXT
        MOVE WS-RATE-STATUS TO WS-FIND-TEXT(36:2)
        PERFORM WRITE-FINDING-PARA
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ RATE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM ADD-RATE-PARA
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.
ADD-RATE-PARA.
    IF RT-DEPT = SPACES OR RT-RATE NOT NUMERIC OR RT-MINIMUM NOT NUMERIC
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE "I005" TO WS-FIND-CHECK
        MOVE RT-DEPT TO WS-FIND-KEY
        MOVE "RATE RECORD INVALID - DEPTBILL DROPS IT" TO WS-FIND-TEXT
        PERFORM WRITE-FINDING-PARA
    ELSE
        ADD 1 TO WS-RATE-COUNT
        MOVE RT-DEPT TO WS-KEY-DEPT
        PERFORM FIND-DEPT-PARA
        IF WS-FOUND = 'Y'
            ADD 1 TO WS-DP-RATES(HX)
        END-IF
    END-IF.
FIND-DEPT-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
        OR WS-FOUND = 'Y'
        IF WS-DP-DEPT(DX) = WS-KEY-DEPT
            MOVE 'Y' TO WS-FOUND
            SET HX TO DX
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'N'
        IF WS-DEPT-COUNT < WS-DEPT-MAX
            ADD 1 TO WS-DEPT-COUNT
            SET HX TO WS-DEPT-COUNT
            MOVE WS-KEY-DEPT TO WS-DP-DEPT(HX)
            MOVE 0 TO WS-DP-ACTIVE-REQS(HX)
            MOVE 0 TO WS-DP-ALL-REQS(HX)
            MOVE 0 TO WS-DP-ROUTES(HX)
            MOVE 0 TO WS-DP-RATES(HX)
            MOVE 'Y' TO WS-FOUND
        ELSE
            IF WS-DEPT-OVERFLOW = 'N'
                MOVE 'Y' TO WS-DEPT-OVERFLOW
                DISPLAY "INTEGCHK: MORE THAN " WS-DEPT-MAX
                    " DEPARTMENTS - EXCESS NOT CHECKED"
                MOVE "WARNING" TO WS-FIND-SEV
                MOVE "I000" TO WS-FIND-CHECK
                MOVE "DEPARTMENTS" TO WS-FIND-KEY
                MOVE "DEPARTMENT TABLE FULL - EXCESS DEPARTMENTS NOT CHECKED"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING-PARA
            END-IF
        END-IF
    END-IF.
CHECK-DEPTS-PARA.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
        MOVE WS-DP-DEPT(DX) TO WS-FIND-KEY
        IF WS-DP-ACTIVE-REQS(DX) > 0
            IF WS-DP-ROUTES(DX) = 0
                MOVE "SEVERE" TO WS-FIND-SEV
                MOVE "I010" TO WS-FIND-CHECK
                MOVE "ACTIVE REQUESTORS BUT NO ROUTE - GOES TO DEFAULT FILE"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING-PARA
            END-IF
            IF WS-DP-RATES(DX) = 0
                MOVE "SEVERE" TO WS-FIND-SEV
                MOVE "I011" TO WS-FIND-CHECK
                MOVE "ACTIVE REQUESTORS BUT NO RATE - DEPTBILL PRICES AT ZERO"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING-PARA
            END-IF
        ELSE
            IF WS-DP-ROUTES(DX) > 0
                MOVE "WARNING" TO WS-FIND-SEV
                MOVE "I012" TO WS-FIND-CHECK
                MOVE "ROUTE ENTRY BUT NO ACTIVE REQUESTORS IN DEPARTMENT"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING-PARA
            END-IF
            IF WS-DP-RATES(DX) > 0
                MOVE "WARNING" TO WS-FIND-SEV
                MOVE "I013" TO WS-FIND-CHECK
                MOVE "RATE ENTRY BUT NO ACTIVE REQUESTORS IN DEPARTMENT"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING-PARA
            END-IF
        END-IF
        IF WS-DP-ROUTES(DX) > 1
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE "I014" TO WS-FIND-CHECK
            MOVE "DEPARTMENT ROUTED MORE THAN ONCE ON ROUTMAST.DAT"
                TO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        END-IF
        IF WS-DP-RATES(DX) > 1
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE "I015" TO WS-FIND-CHECK
            MOVE "DEPARTMENT RATED MORE THAN ONCE - DEPTBILL USES FIRST"
                TO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        END-IF
    END-PERFORM.
CHECK-ERRMGMT-PARA.
    OPEN INPUT ERRMGMT-FILE.
    IF WS-ERRMGMT-STATUS NOT = '00'
        IF WS-ERRMGMT-STATUS NOT = '35'
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE "I020" TO WS-FIND-CHECK
            MOVE "ERRMGMT.DAT" TO WS-FIND-KEY
            MOVE "ERROR WORKBENCH NOT READABLE - STATUS=" TO WS-FIND-TEXT
            MOVE WS-ERRMGMT-STATUS TO WS-FIND-TEXT(39:2)
            PERFORM WRITE-FINDING-PARA
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ ERRMGMT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-ERM-COUNT
                    PERFORM CHECK-ERM-ENTRY-PARA
            END-READ
        END-PERFORM
        CLOSE ERRMGMT-FILE
    END-IF.
CHECK-ERM-ENTRY-PARA.
    IF ERM-STATUS NOT = "RESOLVED" AND ERM-STATUS NOT = "CLOSED"
        AND ERM-REQ NOT = SPACES
        MOVE ERM-REQ TO WS-KEY-REQ
        PERFORM FIND-REQ-PARA
        MOVE ERM-KEY TO WS-FIND-KEY
        EVALUATE TRUE
            WHEN WS-REQ-FOUND = 'N'
                MOVE "WARNING" TO WS-FIND-SEV
                MOVE "I021" TO WS-FIND-CHECK
                MOVE "OPEN ERROR FOR REQUESTOR NOT ON MASTER - REQ="
                    TO WS-FIND-TEXT
                MOVE ERM-REQ TO WS-FIND-TEXT(47:4)
                PERFORM WRITE-FINDING-PARA
            WHEN WS-REQ-IS-ACTIVE = 'N'
                MOVE "WARNING" TO WS-FIND-SEV
                MOVE "I022" TO WS-FIND-CHECK
                MOVE "OPEN ERROR FOR DEACTIVATED REQUESTOR - REQ="
                    TO WS-FIND-TEXT
                MOVE ERM-REQ TO WS-FIND-TEXT(45:4)
                PERFORM WRITE-FINDING-PARA
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
FIND-REQ-PARA.
    MOVE 'N' TO WS-REQ-FOUND.
    MOVE 'N' TO WS-REQ-IS-ACTIVE.
    PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT
        OR WS-REQ-FOUND = 'Y'
        IF WS-RQ-ID(QX) = WS-KEY-REQ
            MOVE 'Y' TO WS-REQ-FOUND
            IF WS-RQ-ACTIVE(QX) = 'Y'
                MOVE 'Y' TO WS-REQ-IS-ACTIVE
            END-IF
        END-IF
    END-PERFORM.
CHECK-AUDIT-PARA.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        IF WS-AUDIT-STATUS NOT = '35'
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE "I030" TO WS-FIND-CHECK
            MOVE "AUDIT.DAT" TO WS-FIND-KEY
            MOVE "AUDIT FILE NOT READABLE - STATUS=" TO WS-FIND-TEXT
            MOVE WS-AUDIT-STATUS TO WS-FIND-TEXT(34:2)
            PERFORM WRITE-FINDING-PARA
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE AUDIT-LINE TO WS-AUD-PARSE
                    IF WS-AP-TAG = "AUD " AND WS-AP-REQ NOT = SPACES
                        ADD 1 TO WS-AUDIT-COUNT
                        MOVE WS-AP-REQ TO WS-KEY-REQ
                        PERFORM FIND-REQ-PARA
                        IF WS-REQ-FOUND = 'N'
                            PERFORM NOTE-UNKNOWN-PARA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
        PERFORM VARYING UX FROM 1 BY 1 UNTIL UX > WS-UNK-COUNT
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE "I031" TO WS-FIND-CHECK
            MOVE WS-UK-REQ(UX) TO WS-FIND-KEY
            MOVE WS-UK-LINES(UX) TO WS-COUNT-EDIT
            MOVE SPACES TO WS-FIND-TEXT
            STRING "NOT ON MASTER - AUDIT LINES=" DELIMITED BY SIZE
                WS-COUNT-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-UK-FIRST-DATE(UX) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                WS-UK-LAST-DATE(UX) DELIMITED BY SIZE
                INTO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        END-PERFORM
    END-IF.
NOTE-UNKNOWN-PARA.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING UX FROM 1 BY 1 UNTIL UX > WS-UNK-COUNT
        OR WS-FOUND = 'Y'
        IF WS-UK-REQ(UX) = WS-AP-REQ
            MOVE 'Y' TO WS-FOUND
            ADD 1 TO WS-UK-LINES(UX)
            IF WS-AP-DATE < WS-UK-FIRST-DATE(UX)
                MOVE WS-AP-DATE TO WS-UK-FIRST-DATE(UX)
            END-IF
            IF WS-AP-DATE > WS-UK-LAST-DATE(UX)
                MOVE WS-AP-DATE TO WS-UK-LAST-DATE(UX)
            END-IF
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'N'
        IF WS-UNK-COUNT < WS-UNK-MAX
            ADD 1 TO WS-UNK-COUNT
            SET UX TO WS-UNK-COUNT
            MOVE WS-AP-REQ TO WS-UK-REQ(UX)
            MOVE 1 TO WS-UK-LINES(UX)
            MOVE WS-AP-DATE TO WS-UK-FIRST-DATE(UX)
            MOVE WS-AP-DATE TO WS-UK-LAST-DATE(UX)
        ELSE
            IF WS-UNK-OVERFLOW = 'N'
                MOVE 'Y' TO WS-UNK-OVERFLOW
                DISPLAY "INTEGCHK: MORE THAN " WS-UNK-MAX
                    " UNKNOWN AUDIT REQUESTORS - EXCESS NOT LISTED"
            END-IF
        END-IF
    END-IF.
CHECK-GENERATIONS-PARA.
    OPEN INPUT IFGEN-FILE.
    IF WS-IFGEN-STATUS = '00'
        READ IFGEN-FILE
            AT END
                CONTINUE
            NOT AT END
                IF IFGEN-NUMBER NUMERIC
                    MOVE 'Y' TO WS-IFGEN-PRESENT
                    MOVE IFGEN-NUMBER TO WS-IFGEN-NO
                END-IF
        END-READ
        CLOSE IFGEN-FILE
    END-IF.
    MOVE "INTERFACE.DAT" TO WS-INTERFACE-NAME.
    PERFORM READ-IF-HEADER-PARA.
    MOVE WS-IF-PRESENT TO WS-RT-PRESENT.
    MOVE WS-IF-GEN TO WS-RT-GEN.
    MOVE "RETRANS.DAT" TO WS-INTERFACE-NAME.
    PERFORM READ-IF-HEADER-PARA.
    IF WS-IF-PRESENT = 'Y' AND WS-RT-PRESENT = 'Y'
        IF WS-IF-GEN > WS-RT-GEN
            MOVE WS-IF-GEN TO WS-RT-GEN
        END-IF
    ELSE
        IF WS-IF-PRESENT = 'Y'
            MOVE 'Y' TO WS-RT-PRESENT
            MOVE WS-IF-GEN TO WS-RT-GEN
        END-IF
    END-IF.
    MOVE "IFGEN.DAT" TO WS-FIND-KEY.
    EVALUATE TRUE
        WHEN WS-RT-PRESENT = 'N'
            MOVE "INFO" TO WS-FIND-SEV
            MOVE "I040" TO WS-FIND-CHECK
            MOVE "NO INTERFACE GENERATION ON DISK TO COMPARE" TO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        WHEN WS-IFGEN-PRESENT = 'N'
            MOVE "SEVERE" TO WS-FIND-SEV
            MOVE "I041" TO WS-FIND-CHECK
            MOVE "IFGEN.DAT MISSING BUT INTERFACE GENERATION IS ON DISK"
                TO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        WHEN WS-RT-GEN > WS-IFGEN-NO
            MOVE "SEVERE" TO WS-FIND-SEV
            MOVE "I042" TO WS-FIND-CHECK
            MOVE WS-RT-GEN TO WS-GEN-EDIT
            MOVE SPACES TO WS-FIND-TEXT
            STRING "INTERFACE HEADER GEN " DELIMITED BY SIZE
                WS-GEN-EDIT DELIMITED BY SIZE
                " AHEAD OF IFGEN.DAT - WILL BE REUSED" DELIMITED BY SIZE
                INTO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        WHEN WS-RT-GEN < WS-IFGEN-NO
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE "I043" TO WS-FIND-CHECK
            MOVE WS-RT-GEN TO WS-GEN-EDIT
            MOVE SPACES TO WS-FIND-TEXT
            STRING "LATEST INTERFACE HEADER GEN " DELIMITED BY SIZE
                WS-GEN-EDIT DELIMITED BY SIZE
                " BEHIND IFGEN.DAT" DELIMITED BY SIZE
                INTO WS-FIND-TEXT
            PERFORM WRITE-FINDING-PARA
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
READ-IF-HEADER-PARA.
    MOVE 'N' TO WS-IF-PRESENT.
    MOVE 0 TO WS-IF-GEN.
    OPEN INPUT INTERFACE-FILE.
    IF WS-INTERFACE-STATUS = '00'
        READ INTERFACE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF IFH-REC-TYPE = 'H' AND IFH-GEN-NO NUMERIC
                    MOVE 'Y' TO WS-IF-PRESENT
                    MOVE IFH-GEN-NO TO WS-IF-GEN
                ELSE
                    MOVE "WARNING" TO WS-FIND-SEV
                    MOVE "I044" TO WS-FIND-CHECK
                    MOVE WS-INTERFACE-NAME TO WS-FIND-KEY
                    MOVE "FIRST RECORD IS NOT A VALID GENERATION HEADER"
                        TO WS-FIND-TEXT
                    PERFORM WRITE-FINDING-PARA
                END-IF
        END-READ
        CLOSE INTERFACE-FILE
    END-IF.
WRITE-FINDING-PARA.
    EVALUATE WS-FIND-SEV
        WHEN "SEVERE"
            ADD 1 TO WS-SEVERE-COUNT
        WHEN "WARNING"
            ADD 1 TO WS-WARNING-COUNT
        WHEN OTHER
            ADD 1 TO WS-INFO-COUNT
    END-EVALUATE.
    MOVE WS-FIND-SEV TO WS-FL-SEV.
    MOVE WS-FIND-CHECK TO WS-FL-CHECK.
    MOVE WS-FIND-KEY TO WS-FL-KEY.
    MOVE WS-FIND-TEXT TO WS-FL-TEXT.
    MOVE SPACES TO CHECK-LINE.
    MOVE WS-FINDING-LINE TO CHECK-LINE.
    WRITE CHECK-LINE.
WRITE-HEADERS-PARA.
    MOVE WS-TODAY TO WS-PL-DATE.
    MOVE SPACES TO CHECK-LINE.
    MOVE WS-TITLE-LINE TO CHECK-LINE.
    WRITE CHECK-LINE.
    MOVE SPACES TO CHECK-LINE.
    MOVE WS-PARM-LINE TO CHECK-LINE.
    WRITE CHECK-LINE.
    MOVE SPACES TO CHECK-LINE.
    WRITE CHECK-LINE.
    MOVE SPACES TO CHECK-LINE.
    MOVE WS-COL-HEAD-LINE TO CHECK-LINE.
    WRITE CHECK-LINE.
WRITE-TOTALS-PARA.
    MOVE SPACES TO CHECK-LINE.
    WRITE CHECK-LINE.
    MOVE "REQUESTORS ON MASTER" TO WS-CL-LABEL.
    MOVE WS-REQ-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE "DEPARTMENTS SEEN" TO WS-CL-LABEL.
    MOVE WS-DEPT-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE "ROUTING ENTRIES" TO WS-CL-LABEL.
    MOVE WS-ROUTE-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE "RATE ENTRIES" TO WS-CL-LABEL.
    MOVE WS-RATE-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE "ERROR WORKBENCH ENTRIES READ" TO WS-CL-LABEL.
    MOVE WS-ERM-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE "AUDIT LINES READ" TO WS-CL-LABEL.
    MOVE WS-AUDIT-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE SPACES TO CHECK-LINE.
    WRITE CHECK-LINE.
    MOVE "SEVERE FINDINGS" TO WS-CL-LABEL.
    MOVE WS-SEVERE-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE "WARNING FINDINGS" TO WS-CL-LABEL.
    MOVE WS-WARNING-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE "INFORMATION FINDINGS" TO WS-CL-LABEL.
    MOVE WS-INFO-COUNT TO WS-CL-VALUE.
    PERFORM WRITE-COUNT-PARA.
    MOVE SPACES TO CHECK-LINE.
    WRITE CHECK-LINE.
    EVALUATE TRUE
        WHEN WS-SEVERE-COUNT > 0
            MOVE "** SEVERE FINDINGS - RC=16 - JOB STREAM MUST NOT CONTINUE **"
                TO WS-VL-TEXT
        WHEN WS-WARNING-COUNT > 0
            MOVE "WARNINGS ONLY - RC=4" TO WS-VL-TEXT
        WHEN OTHER
            MOVE "NO FINDINGS - FILES AGREE" TO WS-VL-TEXT
    END-EVALUATE.
    MOVE SPACES TO CHECK-LINE.
    MOVE WS-VERDICT-LINE TO CHECK-LINE.
    WRITE CHECK-LINE.
WRITE-COUNT-PARA.
    MOVE SPACES TO CHECK-LINE.
    MOVE WS-COUNT-LINE TO CHECK-LINE.
    WRITE CHECK-LINE.
