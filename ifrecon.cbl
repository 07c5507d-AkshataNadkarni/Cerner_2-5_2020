    SELECT ACK-SUM-FILE ASSIGN TO "ACKSUM.TMP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACK-SUM-STATUS.
    SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT TIMELOG-FILE ASSIGN TO "TIMELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMELOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  INTERFACE-FILE
    05  AS-SEQ               PIC 9(4).
    05  FILLER               PIC X(14).
    05  AS-COUNT             PIC 9(5).
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
01 WS-INTERFACE-STATUS PIC X(2) VALUE '00'.
01 WS-ACK-STATUS PIC X(2) VALUE '00'.
   05 FILLER               PIC X(2) VALUE SPACES.
   05 FILLER               PIC X(11) VALUE "EXCEPTIONS=".
   05 WS-TL-EXCEPTIONS      PIC ZZZZZZ9.
01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
01 WS-BUS-DATE PIC 9(8) VALUE 0.
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
    PERFORM WRITE-TIMELOG-START-PARA.
    OPEN OUTPUT RECON-FILE.
    IF WS-RECON-STATUS NOT = '00'
        DISPLAY "IFRECON: RECON-FILE OPEN FAILED - STATUS=" WS-RECON-STATUS
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    OPEN OUTPUT RETRAN-FILE.
        DISPLAY "IFRECON: RETRANSMIT REQUESTS WRITTEN="
            WS-EXCEPTION-COUNT
    END-IF.
    PERFORM WRITE-TIMELOG-END-PARA.
    STOP RUN.
SORT-SENT-PARA.
    MOVE 'S' TO WS-SUM-PHASE.
    IF WS-SENT-SUM-STATUS NOT = '00'
        DISPLAY "IFRECON: SENT-SUM-FILE OPEN FAILED - STATUS="
            WS-SENT-SUM-STATUS
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    SORT RECON-SORT-FILE ON ASCENDING KEY SRT-SEQ
    IF WS-ACK-SUM-STATUS NOT = '00'
        DISPLAY "IFRECON: ACK-SUM-FILE OPEN FAILED - STATUS="
            WS-ACK-SUM-STATUS
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    SORT RECON-SORT-FILE ON ASCENDING KEY SRT-SEQ
    IF WS-SENT-SUM-STATUS NOT = '00'
        DISPLAY "IFRECON: SENT-SUM-FILE REOPEN FAILED - STATUS="
            WS-SENT-SUM-STATUS
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    OPEN INPUT ACK-SUM-FILE.
    IF WS-ACK-SUM-STATUS NOT = '00'
        DISPLAY "IFRECON: ACK-SUM-FILE REOPEN FAILED - STATUS="
            WS-ACK-SUM-STATUS
        PERFORM WRITE-TIMELOG-END-PARA
        STOP RUN
    END-IF.
    PERFORM READ-SENT-SUM-PARA.
        MOVE WS-DT-STATUS TO RTQ-STATUS
        WRITE RETRAN-RECORD
    END-IF.
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
    MOVE WS-RUN-COUNT TO WS-TLG-VOLUME.
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
        DISPLAY "IFRECON: TIMELOG-FILE OPEN FAILED - STATUS="
            WS-TIMELOG-STATUS " - TIMING NOT RECORDED"
    ELSE
        MOVE SPACES TO TIMELOG-RECORD
        MOVE "IFRECON" TO TLG-PROGRAM
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
READ-CONTROL-PARA.
    OPEN INPUT CONTROL-FILE.
    IF WS-CONTROL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CTL-BUS-DATE NUMERIC AND CTL-BUS-DATE > 0
                    MOVE CTL-BUS-DATE TO WS-BUS-DATE
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    ELSE
        IF WS-CONTROL-STATUS NOT = '35'
            DISPLAY "IFRECON: CONTROL-FILE OPEN FAILED - STATUS="
                WS-CONTROL-STATUS
        END-IF
    END-IF.
    IF WS-BUS-DATE = 0
        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
    END-IF.
