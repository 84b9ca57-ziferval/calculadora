    SELECT ADJUST-REPORT-FILE ASSIGN TO "CALCRADR"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT GL-PERIOD-FILE ASSIGN TO "CALCPCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
FD  ADJUST-REPORT-FILE.
    COPY CALCRPT.

FD  GL-PERIOD-FILE.
    COPY CALCPCAL.

WORKING-STORAGE SECTION.
01  WS-HIST-FILE-STATUS     PIC X(02).
    88  WS-HIST-FILE-NOT-FOUND      VALUE "35".
    88  WS-GLM-FILE-NOT-FOUND       VALUE "35".
01  WS-BDTE-FILE-STATUS     PIC X(02).
    88  WS-BDTE-FILE-NOT-FOUND      VALUE "35".
01  WS-PCAL-FILE-STATUS     PIC X(02).
    88  WS-PCAL-FILE-NOT-FOUND      VALUE "35".

01  WS-COMMAND-LINE         PIC X(60).
01  WS-PARM-RATE-CODE       PIC X(08) VALUE SPACES.
01  WS-FAILED-COUNT         PIC 9(07) VALUE 0.
01  WS-GL-SEQUENCE-NUMBER   PIC 9(09) VALUE 0.
01  WS-ADJ-CONDITION        PIC 9(02) VALUE 0.
01  WS-REDIRECT-COUNT       PIC 9(07) VALUE 0.

*> GL period control, as in CALCSTP: adjustments dated in a closed
*> period post at the start of the first open period after it and
*> are flagged; a locked or undefined period adjusts nothing.
01  WS-GL-POST-DATE         PIC 9(08) VALUE 0.
01  WS-GL-REDIRECT-FLAG     PIC X(01) VALUE "N".
    88  WS-GL-REDIRECTED            VALUE "Y".
01  WS-PERIOD-STOP-FLAG     PIC X(01) VALUE "N".
    88  WS-PERIOD-STOPPED           VALUE "Y".
01  WS-PERIOD-STOP-TEXT     PIC X(60) VALUE SPACES.
01  WS-PCAL-ON-FILE-FLAG    PIC X(01) VALUE "N".
    88  WS-PCAL-ON-FILE             VALUE "Y".
01  WS-PCAL-TABLE.
    05  WS-PCAL-ENTRY OCCURS 120 TIMES.
        10  WS-PCAL-PERIOD      PIC 9(06).
        10  WS-PCAL-START       PIC 9(08).
        10  WS-PCAL-END         PIC 9(08).
        10  WS-PCAL-STATUS      PIC X(01).
            88  WS-PCAL-OPEN            VALUE "O".
            88  WS-PCAL-CLOSED          VALUE "C".
            88  WS-PCAL-LOCKED          VALUE "L".
01  WS-PCAL-COUNT           PIC 9(03) VALUE 0.
01  WS-PCAL-INDEX           PIC 9(03) VALUE 0.
01  WS-PCAL-HIT             PIC 9(03) VALUE 0.
01  WS-PCAL-NEXT            PIC 9(03) VALUE 0.

01  WS-GL-MAP-TABLE.
    05  WS-GLM-ENTRY OCCURS 100 TIMES.

    PERFORM 1500-SET-BUSINESS-DATE
    PERFORM 1600-LOAD-GL-MAP
    PERFORM 1700-LOAD-GL-PERIODS
    PERFORM 1750-CHECK-GL-PERIOD

    OPEN OUTPUT ADJUST-REPORT-FILE
    PERFORM 5000-WRITE-REPORT-HEADER

    IF WS-PERIOD-STOPPED
        MOVE SPACES TO RPT-LINE
        STRING "CONTROL FAIL: " DELIMITED BY SIZE
            WS-PERIOD-STOP-TEXT DELIMITED BY "  "
            " - HALTED" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
        DISPLAY "CALCRADJ: " FUNCTION TRIM(WS-PERIOD-STOP-TEXT)
            " - nothing adjusted."
        MOVE 16 TO WS-ADJ-CONDITION
    ELSE
        OPEN I-O HISTORY-FILE
        IF WS-HIST-FILE-NOT-FOUND
            MOVE SPACES TO RPT-LINE
            STRING "HISTORY FILE NOT FOUND - NOTHING ADJUSTED"
                DELIMITED BY SIZE INTO RPT-LINE
            WRITE REPORT-RECORD
            MOVE 12 TO WS-ADJ-CONDITION
        ELSE
            PERFORM 2500-OPEN-GL-EXTRACT
            PERFORM 2000-BROWSE-HISTORY
            CLOSE HISTORY-FILE
            CLOSE GL-EXTRACT-FILE
        END-IF
    END-IF

    PERFORM 6000-WRITE-REPORT-SUMMARY
            MOVE "10" TO WS-GLM-FILE-STATUS
    END-READ.

1700-LOAD-GL-PERIODS.
    MOVE 0 TO WS-PCAL-COUNT
    OPEN INPUT GL-PERIOD-FILE
    IF WS-PCAL-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 1710-READ-PCAL-RECORD
        PERFORM UNTIL WS-PCAL-FILE-STATUS NOT = "00"
                OR WS-PCAL-COUNT >= 120
            IF PCAL-START-DATE IS NUMERIC AND PCAL-END-DATE IS NUMERIC
                ADD 1 TO WS-PCAL-COUNT
                MOVE PCAL-PERIOD-ID TO WS-PCAL-PERIOD(WS-PCAL-COUNT)
                MOVE PCAL-START-DATE TO WS-PCAL-START(WS-PCAL-COUNT)
                MOVE PCAL-END-DATE TO WS-PCAL-END(WS-PCAL-COUNT)
                MOVE PCAL-STATUS TO WS-PCAL-STATUS(WS-PCAL-COUNT)
            END-IF
            PERFORM 1710-READ-PCAL-RECORD
        END-PERFORM
        CLOSE GL-PERIOD-FILE
        IF WS-PCAL-COUNT > 0
            SET WS-PCAL-ON-FILE TO TRUE
        END-IF
    END-IF.

1710-READ-PCAL-RECORD.
    READ GL-PERIOD-FILE
        AT END
            MOVE "10" TO WS-PCAL-FILE-STATUS
    END-READ.

*> With no calendar on file periods are not checked.
1750-CHECK-GL-PERIOD.
    MOVE WS-BUSINESS-DATE TO WS-GL-POST-DATE
    MOVE 0 TO WS-PCAL-HIT
    MOVE 0 TO WS-PCAL-NEXT
    IF WS-PCAL-ON-FILE
        PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
                UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
            IF WS-PCAL-START(WS-PCAL-INDEX) <= WS-BUSINESS-DATE
                    AND WS-PCAL-END(WS-PCAL-INDEX) >= WS-BUSINESS-DATE
                MOVE WS-PCAL-INDEX TO WS-PCAL-HIT
            END-IF
        END-PERFORM
        IF WS-PCAL-HIT > 0
            IF WS-PCAL-CLOSED(WS-PCAL-HIT)
                PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
                        UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
                    IF WS-PCAL-OPEN(WS-PCAL-INDEX)
                            AND WS-PCAL-START(WS-PCAL-INDEX)
                                > WS-PCAL-END(WS-PCAL-HIT)
                        IF WS-PCAL-NEXT = 0
                            MOVE WS-PCAL-INDEX TO WS-PCAL-NEXT
                        ELSE
                            IF WS-PCAL-START(WS-PCAL-INDEX)
                                    < WS-PCAL-START(WS-PCAL-NEXT)
                                MOVE WS-PCAL-INDEX TO WS-PCAL-NEXT
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
        END-IF
        EVALUATE TRUE
            WHEN WS-PCAL-HIT = 0
                SET WS-PERIOD-STOPPED TO TRUE
                STRING "NO GL PERIOD DEFINED FOR POSTING DATE "
                    DELIMITED BY SIZE
                    WS-BUSINESS-DATE DELIMITED BY SIZE
                    INTO WS-PERIOD-STOP-TEXT
            WHEN WS-PCAL-LOCKED(WS-PCAL-HIT)
                SET WS-PERIOD-STOPPED TO TRUE
                STRING "GL PERIOD " DELIMITED BY SIZE
                    WS-PCAL-PERIOD(WS-PCAL-HIT) DELIMITED BY SIZE
                    " IS LOCKED - POSTING DATE " DELIMITED BY SIZE
                    WS-BUSINESS-DATE DELIMITED BY SIZE
                    INTO WS-PERIOD-STOP-TEXT
            WHEN WS-PCAL-CLOSED(WS-PCAL-HIT) AND WS-PCAL-NEXT = 0
                SET WS-PERIOD-STOPPED TO TRUE
                STRING "GL PERIOD " DELIMITED BY SIZE
                    WS-PCAL-PERIOD(WS-PCAL-HIT) DELIMITED BY SIZE
                    " CLOSED, NO LATER PERIOD OPEN"
                    DELIMITED BY SIZE
                    INTO WS-PERIOD-STOP-TEXT
            WHEN WS-PCAL-CLOSED(WS-PCAL-HIT)
                SET WS-GL-REDIRECTED TO TRUE
                MOVE WS-PCAL-START(WS-PCAL-NEXT) TO WS-GL-POST-DATE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

2500-OPEN-GL-EXTRACT.
    OPEN EXTEND GL-EXTRACT-FILE
    IF WS-GL-FILE-NOT-FOUND
    MOVE HIST-BATCH-ID TO GL-TRACE-BATCH-ID
    MOVE HIST-SEQUENCE TO GL-TRACE-SEQUENCE
    MOVE HIST-TIMESTAMP TO GL-TRACE-TIMESTAMP
    PERFORM 4300-STAMP-GL-PERIOD
    WRITE GL-EXTRACT-RECORD.

4100-WRITE-REPOST-RECORD.
    MOVE HIST-BATCH-ID TO GL-TRACE-BATCH-ID
    MOVE HIST-SEQUENCE TO GL-TRACE-SEQUENCE
    MOVE HIST-TIMESTAMP TO GL-TRACE-TIMESTAMP
    PERFORM 4300-STAMP-GL-PERIOD
    WRITE GL-EXTRACT-RECORD.

4200-RESOLVE-GL-ACCOUNT.
        MOVE "Y" TO GL-SUSPENSE-FLAG
    END-IF.

4300-STAMP-GL-PERIOD.
    MOVE WS-GL-POST-DATE TO GL-POSTING-DATE
    MOVE WS-GL-REDIRECT-FLAG TO GL-PERIOD-REDIRECT-FLAG
    IF WS-GL-REDIRECTED
        ADD 1 TO WS-REDIRECT-COUNT
    END-IF.

4500-WRITE-ADJUSTMENT-LINE.
    MOVE HIST-SEQUENCE TO WS-RPT-SEQ-ED
    MOVE WS-ORIGINAL-RESULT TO WS-RPT-OLD-ED
        INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN NOT WS-PCAL-ON-FILE
            STRING "GL PERIODS NOT CHECKED - NO PERIOD CALENDAR"
                DELIMITED BY SIZE
                " ON FILE" DELIMITED BY SIZE
                INTO RPT-LINE
            WRITE REPORT-RECORD
        WHEN WS-GL-REDIRECTED
            STRING "PERIOD " DELIMITED BY SIZE
                WS-PCAL-PERIOD(WS-PCAL-HIT) DELIMITED BY SIZE
                " CLOSED - REDIRECTED TO PERIOD " DELIMITED BY SIZE
                WS-PCAL-PERIOD(WS-PCAL-NEXT) DELIMITED BY SIZE
                " AT " DELIMITED BY SIZE
                WS-GL-POST-DATE DELIMITED BY SIZE
                INTO RPT-LINE
            WRITE REPORT-RECORD
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD.

    MOVE SPACES TO RPT-LINE
    STRING "NET ADJUSTMENT AMOUNT      " DELIMITED BY SIZE
        WS-RPT-NET-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-REDIRECT-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "GL REDIRECTED FROM CLOSED  " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD.
