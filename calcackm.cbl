IDENTIFICATION DIVISION.
PROGRAM-ID. CALCACKM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDTE-FILE-STATUS.

    SELECT GL-ARCHIVE-FILE ASSIGN TO "CALCGLA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLA-FILE-STATUS.

    SELECT ACK-FILE ASSIGN TO "CALCACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.

    SELECT POSTING-STATUS-FILE ASSIGN TO "CALCPST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PST-KEY
        FILE STATUS IS WS-PST-FILE-STATUS.

    SELECT ACK-REPORT-FILE ASSIGN TO "CALCACKR"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDTE.

FD  GL-ARCHIVE-FILE.
01  GL-ARCH-BUFFER          PIC X(102).

FD  ACK-FILE.
    COPY CALCACK.

FD  POSTING-STATUS-FILE.
    COPY CALCPST.

FD  ACK-REPORT-FILE.
    COPY CALCRPT.

WORKING-STORAGE SECTION.
01  WS-BDTE-FILE-STATUS     PIC X(02).
    88  WS-BDTE-FILE-NOT-FOUND      VALUE "35".
01  WS-GLA-FILE-STATUS      PIC X(02).
    88  WS-GLA-FILE-NOT-FOUND       VALUE "35".
01  WS-ACK-FILE-STATUS      PIC X(02).
    88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
01  WS-PST-FILE-STATUS      PIC X(02).
    88  WS-PST-FILE-NOT-FOUND       VALUE "35".

*> Archive generations are read into a plain buffer and unpacked
*> through this working-storage copy of the layout, the way
*> CALCRSRC reads them.
    COPY CALCGL.

01  WS-SCAN-DONE-FLAG       PIC X(01).
    88  WS-SCAN-DONE                VALUE "Y".
01  WS-PST-FOUND-FLAG       PIC X(01).
    88  WS-PST-FOUND                VALUE "Y".

01  WS-COMMAND-LINE         PIC X(40).
01  WS-PARM-DAYS            PIC X(08) VALUE SPACES.
01  WS-OVERDUE-DAYS         PIC 9(03) VALUE 5.

01  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.
01  WS-BUSINESS-INTEGER     PIC 9(08) VALUE 0.
01  WS-LINE-INTEGER         PIC 9(08) VALUE 0.
01  WS-LINE-AGE             PIC S9(08) VALUE 0.

*> Unmatched acknowledgments are held and printed after the
*> rejections so each kind of problem reads as its own list.
01  WS-UNMATCHED-TABLE.
    05  WS-UNM-ENTRY OCCURS 200 TIMES.
        10  WS-UNM-RUN-DATE     PIC 9(08).
        10  WS-UNM-SEQUENCE     PIC 9(09).
        10  WS-UNM-STATUS       PIC X(01).
        10  WS-UNM-REASON       PIC X(40).
01  WS-UNM-COUNT            PIC 9(03) VALUE 0.
01  WS-UNM-INDEX            PIC 9(03) VALUE 0.

01  WS-COUNTERS.
    05  WS-GLA-READ-COUNT   PIC 9(09) VALUE 0.
    05  WS-PST-ADDED        PIC 9(09) VALUE 0.
    05  WS-ACK-READ-COUNT   PIC 9(09) VALUE 0.
    05  WS-ACK-ACCEPTED     PIC 9(09) VALUE 0.
    05  WS-ACK-REJECTED     PIC 9(09) VALUE 0.
    05  WS-ACK-UNMATCHED    PIC 9(09) VALUE 0.
    05  WS-ACK-INVALID      PIC 9(09) VALUE 0.
    05  WS-ACK-REPEATED     PIC 9(09) VALUE 0.
    05  WS-PST-READ-COUNT   PIC 9(09) VALUE 0.
    05  WS-PST-OPEN-COUNT   PIC 9(09) VALUE 0.
    05  WS-PST-OVERDUE      PIC 9(09) VALUE 0.
01  WS-ACKM-CONDITION       PIC 9(02) VALUE 0.

01  WS-RPT-COUNT-ED         PIC ZZZZZZZZ9.
01  WS-RPT-AMOUNT-ED        PIC -(8)9.99.
01  WS-RPT-SEQ-ED           PIC ZZZZZZZZ9.
01  WS-RPT-AGE-ED           PIC ZZZZ9.

*> Finance acknowledgment matching. Every line on the archived
*> GL extract generations gets a posting-status record ("U", not
*> yet acknowledged) the first time it is seen; the day's
*> acknowledgment file from finance then marks each line accepted
*> or rejected. The report lists the rejections received, the
*> acknowledgments that match no line we sent, and every line
*> still unacknowledged more than the PARM number of days (default
*> 5) after its run date.
*> CC 0 = everything acknowledged and matched, 4 = rejections,
*> unmatched or invalid acknowledgments, or overdue lines to work,
*> 12 = posting-status file could not be opened.
PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-PARSE-PARM
    PERFORM 1100-SET-BUSINESS-DATE

    OPEN OUTPUT ACK-REPORT-FILE
    PERFORM 5000-WRITE-REPORT-HEADER

    PERFORM 1200-OPEN-POSTING-STATUS
    IF WS-ACKM-CONDITION = 12
        MOVE SPACES TO RPT-LINE
        STRING "POSTING-STATUS FILE CANNOT BE OPENED - STATUS "
            DELIMITED BY SIZE
            WS-PST-FILE-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    ELSE
        PERFORM 2000-REGISTER-SENT-LINES
        PERFORM 3000-APPLY-ACKNOWLEDGMENTS
        PERFORM 3800-WRITE-UNMATCHED-LIST
        PERFORM 4000-LIST-OVERDUE-LINES
        CLOSE POSTING-STATUS-FILE
        PERFORM 6000-WRITE-REPORT-SUMMARY
        IF WS-ACK-REJECTED > 0 OR WS-ACK-UNMATCHED > 0
                OR WS-ACK-INVALID > 0 OR WS-PST-OVERDUE > 0
            MOVE 4 TO WS-ACKM-CONDITION
        END-IF
    END-IF
    CLOSE ACK-REPORT-FILE

    DISPLAY "CALCACKM: " WS-ACK-READ-COUNT " acknowledgments, "
        WS-ACK-REJECTED " rejected, " WS-ACK-UNMATCHED
        " unmatched, " WS-PST-OVERDUE " lines overdue"
    MOVE WS-ACKM-CONDITION TO RETURN-CODE
    GOBACK.

1000-PARSE-PARM.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-PARM-DAYS
    END-UNSTRING
    IF WS-PARM-DAYS NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-DAYS)) = 0
            COMPUTE WS-OVERDUE-DAYS =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-DAYS))
        ELSE
            DISPLAY "CALCACKM: overdue days '" WS-PARM-DAYS
                "' is not numeric - using " WS-OVERDUE-DAYS
        END-IF
    END-IF.

1100-SET-BUSINESS-DATE.
    MOVE 0 TO WS-BUSINESS-DATE
    OPEN INPUT BUSINESS-DATE-FILE
    IF WS-BDTE-FILE-NOT-FOUND
        CONTINUE
    ELSE
        READ BUSINESS-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BDTE-BUSINESS-DATE IS NUMERIC
                    MOVE BDTE-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
        END-READ
        CLOSE BUSINESS-DATE-FILE
    END-IF
    IF WS-BUSINESS-DATE = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
        DISPLAY "CALCACKM: no business-date control on hand -"
            " defaulting to system date " WS-BUSINESS-DATE
    END-IF
    COMPUTE WS-BUSINESS-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

1200-OPEN-POSTING-STATUS.
    OPEN I-O POSTING-STATUS-FILE
    IF WS-PST-FILE-NOT-FOUND
        OPEN OUTPUT POSTING-STATUS-FILE
        CLOSE POSTING-STATUS-FILE
        OPEN I-O POSTING-STATUS-FILE
    END-IF
    IF WS-PST-FILE-STATUS NOT = "00"
        MOVE 12 TO WS-ACKM-CONDITION
    END-IF.

*> A line already on the status file keeps whatever finance has
*> said about it; only lines seen for the first time are added.
2000-REGISTER-SENT-LINES.
    MOVE "N" TO WS-SCAN-DONE-FLAG
    OPEN INPUT GL-ARCHIVE-FILE
    IF WS-GLA-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM UNTIL WS-SCAN-DONE
            READ GL-ARCHIVE-FILE
                AT END
                    SET WS-SCAN-DONE TO TRUE
                NOT AT END
                    MOVE GL-ARCH-BUFFER TO GL-EXTRACT-RECORD
                    ADD 1 TO WS-GLA-READ-COUNT
                    PERFORM 2100-REGISTER-ONE-LINE
            END-READ
        END-PERFORM
        CLOSE GL-ARCHIVE-FILE
    END-IF.

2100-REGISTER-ONE-LINE.
    MOVE GL-RUN-DATE TO PST-RUN-DATE
    MOVE GL-SEQUENCE-NUMBER TO PST-SEQUENCE-NUMBER
    READ POSTING-STATUS-FILE
        INVALID KEY
            MOVE SPACES TO POSTING-STATUS-RECORD
            MOVE GL-RUN-DATE TO PST-RUN-DATE
            MOVE GL-SEQUENCE-NUMBER TO PST-SEQUENCE-NUMBER
            MOVE GL-TRACE-BATCH-ID TO PST-TRACE-BATCH-ID
            MOVE GL-TRACE-SEQUENCE TO PST-TRACE-SEQUENCE
            MOVE GL-OPERATOR-CODE TO PST-OPERATOR-CODE
            MOVE GL-AMOUNT TO PST-AMOUNT
            MOVE GL-DEBIT-CREDIT TO PST-DEBIT-CREDIT
            MOVE GL-ACCOUNT TO PST-ACCOUNT
            SET PST-UNACKNOWLEDGED TO TRUE
            MOVE 0 TO PST-ACK-DATE
            WRITE POSTING-STATUS-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-PST-ADDED
            END-WRITE
    END-READ.

3000-APPLY-ACKNOWLEDGMENTS.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "LINES REJECTED BY FINANCE" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "RUN DATE/SEQUENCE  TRACE KEY                 AMOUNT"
        DELIMITED BY SIZE
        " REASON" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE "N" TO WS-SCAN-DONE-FLAG
    OPEN INPUT ACK-FILE
    IF WS-ACK-FILE-NOT-FOUND
        MOVE SPACES TO RPT-LINE
        STRING "(NO ACKNOWLEDGMENT FILE RECEIVED)" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    ELSE
        PERFORM UNTIL WS-SCAN-DONE
            READ ACK-FILE
                AT END
                    SET WS-SCAN-DONE TO TRUE
                NOT AT END
                    ADD 1 TO WS-ACK-READ-COUNT
                    PERFORM 3100-APPLY-ONE-ACK
            END-READ
        END-PERFORM
        CLOSE ACK-FILE
    END-IF.

3100-APPLY-ONE-ACK.
    IF ACK-RUN-DATE IS NOT NUMERIC
            OR ACK-SEQUENCE-NUMBER IS NOT NUMERIC
            OR (ACK-STATUS NOT = "A" AND ACK-STATUS NOT = "R")
        ADD 1 TO WS-ACK-INVALID
        PERFORM 3700-HOLD-UNMATCHED-ACK
    ELSE
        MOVE ACK-RUN-DATE TO PST-RUN-DATE
        MOVE ACK-SEQUENCE-NUMBER TO PST-SEQUENCE-NUMBER
        MOVE "Y" TO WS-PST-FOUND-FLAG
        READ POSTING-STATUS-FILE
            INVALID KEY
                MOVE "N" TO WS-PST-FOUND-FLAG
        END-READ
        IF NOT WS-PST-FOUND
            ADD 1 TO WS-ACK-UNMATCHED
            PERFORM 3700-HOLD-UNMATCHED-ACK
        ELSE
            IF NOT PST-UNACKNOWLEDGED
                ADD 1 TO WS-ACK-REPEATED
            END-IF
            MOVE ACK-STATUS TO PST-STATUS
            MOVE ACK-REASON TO PST-REASON
            MOVE WS-BUSINESS-DATE TO PST-ACK-DATE
            REWRITE POSTING-STATUS-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF PST-REJECTED
                ADD 1 TO WS-ACK-REJECTED
                PERFORM 3200-WRITE-REJECT-LINE
            ELSE
                ADD 1 TO WS-ACK-ACCEPTED
            END-IF
        END-IF
    END-IF.

3200-WRITE-REJECT-LINE.
    MOVE PST-SEQUENCE-NUMBER TO WS-RPT-SEQ-ED
    MOVE PST-AMOUNT TO WS-RPT-AMOUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING PST-RUN-DATE DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        WS-RPT-SEQ-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        PST-TRACE-BATCH-ID DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        PST-TRACE-SEQUENCE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-AMOUNT-ED DELIMITED BY SIZE
        PST-DEBIT-CREDIT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        PST-REASON DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

3700-HOLD-UNMATCHED-ACK.
    IF WS-UNM-COUNT < 200
        ADD 1 TO WS-UNM-COUNT
        MOVE ACK-RUN-DATE TO WS-UNM-RUN-DATE(WS-UNM-COUNT)
        MOVE ACK-SEQUENCE-NUMBER TO WS-UNM-SEQUENCE(WS-UNM-COUNT)
        MOVE ACK-STATUS TO WS-UNM-STATUS(WS-UNM-COUNT)
        MOVE ACK-REASON TO WS-UNM-REASON(WS-UNM-COUNT)
    END-IF.

3800-WRITE-UNMATCHED-LIST.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "ACKNOWLEDGMENTS MATCHING NO LINE SENT (OR INVALID)"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD
    PERFORM VARYING WS-UNM-INDEX FROM 1 BY 1
            UNTIL WS-UNM-INDEX > WS-UNM-COUNT
        MOVE SPACES TO RPT-LINE
        STRING WS-UNM-RUN-DATE(WS-UNM-INDEX) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            WS-UNM-SEQUENCE(WS-UNM-INDEX) DELIMITED BY SIZE
            " STATUS " DELIMITED BY SIZE
            WS-UNM-STATUS(WS-UNM-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-UNM-REASON(WS-UNM-INDEX) DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-PERFORM
    IF WS-ACK-UNMATCHED + WS-ACK-INVALID > WS-UNM-COUNT
        MOVE SPACES TO RPT-LINE
        STRING "(LIST TRUNCATED AT 200 - SEE SUMMARY COUNTS)"
            DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF.

4000-LIST-OVERDUE-LINES.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE WS-OVERDUE-DAYS TO WS-RPT-AGE-ED
    MOVE SPACES TO RPT-LINE
    STRING "LINES NOT ACKNOWLEDGED AFTER" DELIMITED BY SIZE
        WS-RPT-AGE-ED DELIMITED BY SIZE
        " DAYS" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "RUN DATE/SEQUENCE  TRACE KEY                 AMOUNT"
        DELIMITED BY SIZE
        " ACCOUNT        DAYS" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE "N" TO WS-SCAN-DONE-FLAG
    MOVE LOW-VALUES TO PST-KEY
    START POSTING-STATUS-FILE KEY IS NOT LESS THAN PST-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL WS-SCAN-DONE
        READ POSTING-STATUS-FILE NEXT RECORD
            AT END
                SET WS-SCAN-DONE TO TRUE
            NOT AT END
                ADD 1 TO WS-PST-READ-COUNT
                IF PST-UNACKNOWLEDGED
                    ADD 1 TO WS-PST-OPEN-COUNT
                    PERFORM 4100-CHECK-OVERDUE-LINE
                END-IF
        END-READ
        IF WS-PST-FILE-STATUS NOT = "00"
            SET WS-SCAN-DONE TO TRUE
        END-IF
    END-PERFORM.

4100-CHECK-OVERDUE-LINE.
    COMPUTE WS-LINE-INTEGER = FUNCTION INTEGER-OF-DATE(PST-RUN-DATE)
    IF WS-LINE-INTEGER = 0
        MOVE 999 TO WS-LINE-AGE
    ELSE
        COMPUTE WS-LINE-AGE = WS-BUSINESS-INTEGER - WS-LINE-INTEGER
    END-IF
    IF WS-LINE-AGE > WS-OVERDUE-DAYS
        ADD 1 TO WS-PST-OVERDUE
        MOVE PST-SEQUENCE-NUMBER TO WS-RPT-SEQ-ED
        MOVE PST-AMOUNT TO WS-RPT-AMOUNT-ED
        MOVE WS-LINE-AGE TO WS-RPT-AGE-ED
        MOVE SPACES TO RPT-LINE
        STRING PST-RUN-DATE DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            WS-RPT-SEQ-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PST-TRACE-BATCH-ID DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            PST-TRACE-SEQUENCE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-AMOUNT-ED DELIMITED BY SIZE
            PST-DEBIT-CREDIT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PST-ACCOUNT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-AGE-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF.

5000-WRITE-REPORT-HEADER.
    MOVE SPACES TO RPT-LINE
    STRING "CALCACKM - FINANCE ACKNOWLEDGMENT MATCHING REPORT"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "BUSINESS DATE " DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

6000-WRITE-REPORT-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-GLA-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "ARCHIVED GL LINES READ     " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-PST-ADDED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  NEW LINES SENT TO FINANCE" DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-ACK-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "ACKNOWLEDGMENTS READ       " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-ACK-ACCEPTED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  ACCEPTED                 " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-ACK-REJECTED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  REJECTED                 " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-ACK-REPEATED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  REPLACING AN EARLIER ACK " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-ACK-UNMATCHED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  MATCHING NO LINE SENT    " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-ACK-INVALID TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  INVALID                  " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-PST-OPEN-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "LINES STILL UNACKNOWLEDGED " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-PST-OVERDUE TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  OVERDUE                  " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD.
