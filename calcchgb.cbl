IDENTIFICATION DIVISION.
PROGRAM-ID. CALCCHGB.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT REJECT-ARCHIVE-FILE ASSIGN TO "CALCREJA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJA-FILE-STATUS.

    SELECT BATCH-REG-FILE ASSIGN TO "CALCBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BREG-FILE-STATUS.

    SELECT PRICE-TABLE-FILE ASSIGN TO "CALCCHGP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGP-FILE-STATUS.

    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDTE-FILE-STATUS.

    SELECT GL-PERIOD-FILE ASSIGN TO "CALCPCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCAL-FILE-STATUS.

    SELECT CHARGEBACK-EXTRACT-FILE ASSIGN TO "CALCCHGX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGX-FILE-STATUS.

    SELECT STATEMENT-REPORT-FILE ASSIGN TO "CALCCHGR"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
    COPY CALCHIST.

FD  REJECT-ARCHIVE-FILE.
01  REJECT-ARCH-BUFFER      PIC X(87).

FD  BATCH-REG-FILE.
    COPY CALCBREG.

FD  PRICE-TABLE-FILE.
    COPY CALCCHGP.

FD  BUSINESS-DATE-FILE.
    COPY CALCBDTE.

FD  GL-PERIOD-FILE.
    COPY CALCPCAL.

FD  CHARGEBACK-EXTRACT-FILE.
    COPY CALCGL.

FD  STATEMENT-REPORT-FILE.
    COPY CALCRPT.

WORKING-STORAGE SECTION.
01  WS-HIST-FILE-STATUS     PIC X(02).
    88  WS-HIST-FILE-NOT-FOUND      VALUE "35".
01  WS-REJA-FILE-STATUS     PIC X(02).
    88  WS-REJA-FILE-NOT-FOUND      VALUE "35".
01  WS-BREG-FILE-STATUS     PIC X(02).
    88  WS-BREG-FILE-NOT-FOUND      VALUE "35".
01  WS-CHGP-FILE-STATUS     PIC X(02).
    88  WS-CHGP-FILE-NOT-FOUND      VALUE "35".
01  WS-BDTE-FILE-STATUS     PIC X(02).
    88  WS-BDTE-FILE-NOT-FOUND      VALUE "35".
01  WS-PCAL-FILE-STATUS     PIC X(02).
    88  WS-PCAL-FILE-NOT-FOUND      VALUE "35".
01  WS-CHGX-FILE-STATUS     PIC X(02).

    COPY CALCREJ.

01  WS-COMMAND-LINE         PIC X(60).
01  WS-PARM-PERIOD          PIC X(08) VALUE SPACES.

01  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.
01  WS-CHG-CONDITION        PIC 9(02) VALUE 0.
01  WS-SCAN-DONE-FLAG       PIC X(01).
    88  WS-SCAN-DONE                VALUE "Y".

*> The fiscal month charged. With a GL period calendar on file the
*> PARM names a period on it; without one the PARM is read as a
*> calendar month, YYYYMM. No PARM charges the last period (or
*> calendar month) that ended before the business date -- the
*> month just closed.
01  WS-FISCAL-PERIOD        PIC 9(06) VALUE 0.
01  WS-FISCAL-PERIOD-X REDEFINES WS-FISCAL-PERIOD.
    05  WS-FISCAL-YEAR      PIC 9(04).
    05  WS-FISCAL-MONTH     PIC 9(02).
01  WS-PERIOD-START         PIC 9(08) VALUE 0.
01  WS-PERIOD-END           PIC 9(08) VALUE 0.
01  WS-MONTH-DATE           PIC 9(08) VALUE 0.
01  WS-MONTH-DATE-X REDEFINES WS-MONTH-DATE.
    05  WS-MONTH-YEAR       PIC 9(04).
    05  WS-MONTH-MONTH      PIC 9(02).
    05  WS-MONTH-DAY        PIC 9(02).
01  WS-DATE-INTEGER         PIC 9(08) VALUE 0.

01  WS-PCAL-ON-FILE-FLAG    PIC X(01) VALUE "N".
    88  WS-PCAL-ON-FILE             VALUE "Y".
01  WS-PCAL-TABLE.
    05  WS-PCAL-ENTRY OCCURS 120 TIMES.
        10  WS-PCAL-PERIOD      PIC 9(06).
        10  WS-PCAL-START       PIC 9(08).
        10  WS-PCAL-END         PIC 9(08).
01  WS-PCAL-COUNT           PIC 9(03) VALUE 0.
01  WS-PCAL-INDEX           PIC 9(03) VALUE 0.
01  WS-PCAL-HIT             PIC 9(03) VALUE 0.

*> Operator codes in the order volumes are kept; slot 8 catches
*> any other code on history and is never priced.
01  WS-OPERATOR-LIST        PIC X(07) VALUE "+-*/M%^".
01  WS-OPERATOR-CODES REDEFINES WS-OPERATOR-LIST.
    05  WS-OPERATOR-CODE    PIC X(01) OCCURS 7 TIMES.
01  WS-OP-INDEX             PIC 9(02) VALUE 0.
01  WS-OP-SLOT              PIC 9(02) VALUE 0.
01  WS-PRICE-SLOT           PIC 9(02) VALUE 0.

01  WS-CHGP-TABLE.
    05  WS-CHGP-ENTRY OCCURS 50 TIMES.
        10  WS-CHGP-SOURCE      PIC X(08).
        10  WS-CHGP-OP-PRICE OCCURS 7 TIMES.
            15  WS-CHGP-OPERATOR    PIC X(01).
            15  WS-CHGP-UNIT-PRICE  PIC 9(03)V9(04).
        10  WS-CHGP-REJECT-PRICE    PIC 9(03)V9(04).
        10  WS-CHGP-RATE-PRICE      PIC 9(03)V9(04).
        10  WS-CHGP-RESEND-PRICE    PIC 9(03)V9(04).
        10  WS-CHGP-ACCOUNT         PIC X(12).
        10  WS-CHGP-COST-CENTER     PIC X(06).
        10  WS-CHGP-RECOVERY        PIC X(12).
01  WS-CHGP-COUNT           PIC 9(03) VALUE 0.
01  WS-CHGP-INDEX           PIC 9(03) VALUE 0.
01  WS-CHGP-HIT             PIC 9(03) VALUE 0.
01  WS-CHGP-BAD-COUNT       PIC 9(03) VALUE 0.
01  WS-CHGP-OK-FLAG         PIC X(01).

*> One entry per source system, in source order: every source
*> on the price table, plus any source with activity in the month.
01  WS-SRC-TABLE.
    05  WS-SRC-ENTRY OCCURS 50 TIMES.
        10  WS-SRC-SYSTEM       PIC X(08).
        10  WS-SRC-OP-VOLUME    PIC 9(07) OCCURS 8 TIMES.
        10  WS-SRC-RATE-CODED   PIC 9(07).
        10  WS-SRC-REJECTS      PIC 9(07).
        10  WS-SRC-RESENDS      PIC 9(07).
01  WS-SRC-COUNT            PIC 9(03) VALUE 0.
01  WS-SRC-INDEX            PIC 9(03) VALUE 0.
01  WS-SRC-HIT              PIC 9(03) VALUE 0.
01  WS-SRC-POSITION         PIC 9(03) VALUE 0.
01  WS-SRC-MOVE-INDEX       PIC 9(03) VALUE 0.
01  WS-FIND-SOURCE          PIC X(08).
01  WS-SRC-OVERFLOW-COUNT   PIC 9(07) VALUE 0.

01  WS-HIST-READ-COUNT      PIC 9(07) VALUE 0.
01  WS-INTERACTIVE-COUNT    PIC 9(07) VALUE 0.
01  WS-REJA-READ-COUNT      PIC 9(07) VALUE 0.
01  WS-REJA-UNTRACED-COUNT  PIC 9(07) VALUE 0.
01  WS-BREG-READ-COUNT      PIC 9(07) VALUE 0.
01  WS-UNPRICED-COUNT       PIC 9(03) VALUE 0.
01  WS-STATEMENT-COUNT      PIC 9(03) VALUE 0.
01  WS-EXTRACT-COUNT        PIC 9(07) VALUE 0.

01  WS-LINE-VOLUME          PIC 9(07) VALUE 0.
01  WS-LINE-PRICE           PIC 9(03)V9(04) VALUE 0.
01  WS-LINE-CHARGE          PIC S9(9)V99 VALUE 0.
01  WS-LINE-LABEL           PIC X(30) VALUE SPACES.
01  WS-SOURCE-CHARGE        PIC S9(9)V99 VALUE 0.
01  WS-TOTAL-CHARGE         PIC S9(11)V99 VALUE 0.
01  WS-RUN-TIMESTAMP        PIC X(14).

01  WS-SUSPENSE-ACCOUNT     PIC X(12) VALUE "999999999999".
01  WS-SUSPENSE-COST-CENTER PIC X(06) VALUE "SUSPNS".

01  WS-RPT-COUNT-ED         PIC ZZZZZZ9.
01  WS-RPT-PRICE-ED         PIC ZZ9.9999.
01  WS-RPT-CHARGE-ED        PIC -(8)9.99.
01  WS-RPT-TOTAL-ED         PIC -(10)9.99.

*> Monthly chargeback. Totals a fiscal month's work per source
*> system -- calculations by operator code and rate-coded
*> calculations from the history file, rejects from the archived
*> reject file, duplicate-batch resends from the batch register
*> -- prices them from the CALCCHGP price table, and prints one
*> statement per source. Each source's charge is also written as
*> one GL-extract format line (debit the source's charge account,
*> offset the recovery account) to the chargeback extract, which
*> finance posts through the same interface as the daily extract.
*> Nothing is updated, so the run can be repeated for a month.
*>
*> History records whose batch id is a run date, not a source
*> system, were keyed at the menu and are not charged; rejects
*> written before any batch header are likewise untraceable.
*> Rejects carry no business date and are dated by their trace
*> timestamp.
PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
    PERFORM 1000-PARSE-PARM
    PERFORM 1500-SET-BUSINESS-DATE
    PERFORM 1700-LOAD-GL-PERIODS
    IF WS-CHG-CONDITION = 0
        PERFORM 1750-SET-FISCAL-MONTH
    END-IF
    IF WS-CHG-CONDITION NOT = 0
        MOVE WS-CHG-CONDITION TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 1800-LOAD-PRICE-TABLE

    OPEN OUTPUT STATEMENT-REPORT-FILE
    PERFORM 5000-WRITE-REPORT-HEADER

    EVALUATE TRUE
        WHEN WS-CHGP-COUNT = 0
            MOVE SPACES TO RPT-LINE
            STRING "NO PRICE TABLE ON CALCCHGP - NOTHING CHARGED"
                DELIMITED BY SIZE INTO RPT-LINE
            WRITE REPORT-RECORD
            MOVE 12 TO WS-CHG-CONDITION
        WHEN OTHER
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-FILE-NOT-FOUND
                MOVE SPACES TO RPT-LINE
                STRING "HISTORY FILE NOT FOUND - NOTHING CHARGED"
                    DELIMITED BY SIZE INTO RPT-LINE
                WRITE REPORT-RECORD
                MOVE 12 TO WS-CHG-CONDITION
            ELSE
                PERFORM 2000-SCAN-HISTORY
                CLOSE HISTORY-FILE
                PERFORM 3000-SCAN-REJECT-ARCHIVE
                PERFORM 3500-SCAN-BATCH-REGISTER
                OPEN OUTPUT CHARGEBACK-EXTRACT-FILE
                PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
                        UNTIL WS-SRC-INDEX > WS-SRC-COUNT
                    PERFORM 4000-WRITE-SOURCE-STATEMENT
                END-PERFORM
                CLOSE CHARGEBACK-EXTRACT-FILE
            END-IF
    END-EVALUATE

    PERFORM 6000-WRITE-CONTROL-SUMMARY
    CLOSE STATEMENT-REPORT-FILE

    IF WS-CHG-CONDITION = 0
        IF WS-UNPRICED-COUNT > 0 OR WS-SRC-OVERFLOW-COUNT > 0
                OR WS-REJA-FILE-NOT-FOUND OR WS-BREG-FILE-NOT-FOUND
            MOVE 4 TO WS-CHG-CONDITION
        END-IF
    END-IF
    DISPLAY "CALCCHGB: period " WS-FISCAL-PERIOD " - "
        WS-STATEMENT-COUNT " statements, " WS-EXTRACT-COUNT
        " chargeback lines"
    MOVE WS-CHG-CONDITION TO RETURN-CODE
    GOBACK.

1000-PARSE-PARM.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-PARM-PERIOD
    END-UNSTRING
    IF WS-PARM-PERIOD NOT = SPACES
        IF WS-PARM-PERIOD(1:6) IS NUMERIC
                AND WS-PARM-PERIOD(7:2) = SPACES
            MOVE WS-PARM-PERIOD(1:6) TO WS-FISCAL-PERIOD
        ELSE
            DISPLAY "CALCCHGB: PARM must be the fiscal period"
                " YYYYPP, or omitted for the month just closed"
            MOVE 12 TO WS-CHG-CONDITION
        END-IF
    END-IF.

1500-SET-BUSINESS-DATE.
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
        DISPLAY "CALCCHGB: no business-date control on hand -"
            " defaulting to system date " WS-BUSINESS-DATE
    END-IF.

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

1750-SET-FISCAL-MONTH.
    MOVE 0 TO WS-PCAL-HIT
    EVALUATE TRUE
        WHEN WS-PCAL-ON-FILE AND WS-FISCAL-PERIOD NOT = 0
            PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
                    UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
                IF WS-PCAL-PERIOD(WS-PCAL-INDEX) = WS-FISCAL-PERIOD
                    MOVE WS-PCAL-INDEX TO WS-PCAL-HIT
                END-IF
            END-PERFORM
            IF WS-PCAL-HIT = 0
                DISPLAY "CALCCHGB: period " WS-FISCAL-PERIOD
                    " is not on the GL period calendar"
                MOVE 12 TO WS-CHG-CONDITION
            END-IF
        WHEN WS-PCAL-ON-FILE
            PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
                    UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
                IF WS-PCAL-END(WS-PCAL-INDEX) < WS-BUSINESS-DATE
                    IF WS-PCAL-HIT = 0
                        MOVE WS-PCAL-INDEX TO WS-PCAL-HIT
                    ELSE
                        IF WS-PCAL-END(WS-PCAL-INDEX)
                                > WS-PCAL-END(WS-PCAL-HIT)
                            MOVE WS-PCAL-INDEX TO WS-PCAL-HIT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-PCAL-HIT = 0
                DISPLAY "CALCCHGB: no GL period on the calendar"
                    " ended before " WS-BUSINESS-DATE
                MOVE 12 TO WS-CHG-CONDITION
            END-IF
        WHEN WS-FISCAL-PERIOD NOT = 0
            IF WS-FISCAL-MONTH < 1 OR WS-FISCAL-MONTH > 12
                DISPLAY "CALCCHGB: no GL period calendar on file and "
                    WS-FISCAL-PERIOD " is not a calendar month"
                MOVE 12 TO WS-CHG-CONDITION
            END-IF
        WHEN OTHER
            MOVE WS-BUSINESS-DATE TO WS-MONTH-DATE
            IF WS-MONTH-MONTH = 1
                COMPUTE WS-FISCAL-YEAR = WS-MONTH-YEAR - 1
                MOVE 12 TO WS-FISCAL-MONTH
            ELSE
                MOVE WS-MONTH-YEAR TO WS-FISCAL-YEAR
                COMPUTE WS-FISCAL-MONTH = WS-MONTH-MONTH - 1
            END-IF
    END-EVALUATE

    IF WS-CHG-CONDITION = 0
        IF WS-PCAL-HIT > 0
            MOVE WS-PCAL-PERIOD(WS-PCAL-HIT) TO WS-FISCAL-PERIOD
            MOVE WS-PCAL-START(WS-PCAL-HIT) TO WS-PERIOD-START
            MOVE WS-PCAL-END(WS-PCAL-HIT) TO WS-PERIOD-END
        ELSE
            MOVE WS-FISCAL-YEAR TO WS-MONTH-YEAR
            MOVE WS-FISCAL-MONTH TO WS-MONTH-MONTH
            MOVE 1 TO WS-MONTH-DAY
            MOVE WS-MONTH-DATE TO WS-PERIOD-START
            IF WS-MONTH-MONTH = 12
                ADD 1 TO WS-MONTH-YEAR
                MOVE 1 TO WS-MONTH-MONTH
            ELSE
                ADD 1 TO WS-MONTH-MONTH
            END-IF
            COMPUTE WS-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-MONTH-DATE) - 1
            COMPUTE WS-PERIOD-END =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
        END-IF
    END-IF.

*> A price record is kept only if every price on it is numeric;
*> a bad one is counted and its source goes unpriced.
1800-LOAD-PRICE-TABLE.
    MOVE 0 TO WS-CHGP-COUNT
    OPEN INPUT PRICE-TABLE-FILE
    IF WS-CHGP-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 1810-READ-PRICE-RECORD
        PERFORM UNTIL WS-CHGP-FILE-STATUS NOT = "00"
                OR WS-CHGP-COUNT >= 50
            PERFORM 1820-KEEP-PRICE-RECORD
            PERFORM 1810-READ-PRICE-RECORD
        END-PERFORM
        CLOSE PRICE-TABLE-FILE
    END-IF.

1810-READ-PRICE-RECORD.
    READ PRICE-TABLE-FILE
        AT END
            MOVE "10" TO WS-CHGP-FILE-STATUS
    END-READ.

1820-KEEP-PRICE-RECORD.
    MOVE "Y" TO WS-CHGP-OK-FLAG
    IF CHGP-REJECT-PRICE IS NOT NUMERIC
            OR CHGP-RATE-CODED-PRICE IS NOT NUMERIC
            OR CHGP-RESEND-PRICE IS NOT NUMERIC
        MOVE "N" TO WS-CHGP-OK-FLAG
    END-IF
    PERFORM VARYING WS-OP-INDEX FROM 1 BY 1 UNTIL WS-OP-INDEX > 7
        IF CHGP-OPERATOR(WS-OP-INDEX) NOT = SPACE
                AND CHGP-UNIT-PRICE(WS-OP-INDEX) IS NOT NUMERIC
            MOVE "N" TO WS-CHGP-OK-FLAG
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CHGP-SOURCE-SYSTEM = SPACES
            CONTINUE
        WHEN WS-CHGP-OK-FLAG NOT = "Y"
            ADD 1 TO WS-CHGP-BAD-COUNT
        WHEN OTHER
            PERFORM 1830-ADD-PRICE-ENTRY
    END-EVALUATE.

1830-ADD-PRICE-ENTRY.
    ADD 1 TO WS-CHGP-COUNT
    MOVE CHGP-SOURCE-SYSTEM TO WS-CHGP-SOURCE(WS-CHGP-COUNT)
    PERFORM VARYING WS-OP-INDEX FROM 1 BY 1 UNTIL WS-OP-INDEX > 7
        MOVE CHGP-OPERATOR(WS-OP-INDEX)
            TO WS-CHGP-OPERATOR(WS-CHGP-COUNT, WS-OP-INDEX)
        IF CHGP-OPERATOR(WS-OP-INDEX) = SPACE
            MOVE 0 TO WS-CHGP-UNIT-PRICE(WS-CHGP-COUNT, WS-OP-INDEX)
        ELSE
            MOVE CHGP-UNIT-PRICE(WS-OP-INDEX)
                TO WS-CHGP-UNIT-PRICE(WS-CHGP-COUNT, WS-OP-INDEX)
        END-IF
    END-PERFORM
    MOVE CHGP-REJECT-PRICE TO WS-CHGP-REJECT-PRICE(WS-CHGP-COUNT)
    MOVE CHGP-RATE-CODED-PRICE TO WS-CHGP-RATE-PRICE(WS-CHGP-COUNT)
    MOVE CHGP-RESEND-PRICE TO WS-CHGP-RESEND-PRICE(WS-CHGP-COUNT)
    MOVE CHGP-CHARGE-ACCOUNT TO WS-CHGP-ACCOUNT(WS-CHGP-COUNT)
    MOVE CHGP-CHARGE-COST-CENTER
        TO WS-CHGP-COST-CENTER(WS-CHGP-COUNT)
    MOVE CHGP-RECOVERY-ACCOUNT TO WS-CHGP-RECOVERY(WS-CHGP-COUNT)

    MOVE CHGP-SOURCE-SYSTEM TO WS-FIND-SOURCE
    PERFORM 2900-FIND-SOURCE.

2000-SCAN-HISTORY.
    MOVE "N" TO WS-SCAN-DONE-FLAG
    MOVE WS-PERIOD-START TO HIST-RUN-DATE
    MOVE 0 TO HIST-SEQUENCE
    START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START
    IF WS-HIST-FILE-STATUS NOT = "00"
        SET WS-SCAN-DONE TO TRUE
    END-IF

    PERFORM UNTIL WS-SCAN-DONE
        READ HISTORY-FILE NEXT RECORD
            AT END
                SET WS-SCAN-DONE TO TRUE
            NOT AT END
                IF HIST-RUN-DATE > WS-PERIOD-END
                    SET WS-SCAN-DONE TO TRUE
                ELSE
                    ADD 1 TO WS-HIST-READ-COUNT
                    PERFORM 2100-COUNT-CALCULATION
                END-IF
        END-READ
        IF WS-HIST-FILE-STATUS NOT = "00"
            SET WS-SCAN-DONE TO TRUE
        END-IF
    END-PERFORM.

2100-COUNT-CALCULATION.
    IF HIST-BATCH-ID IS NUMERIC
        ADD 1 TO WS-INTERACTIVE-COUNT
    ELSE
        MOVE HIST-BATCH-ID TO WS-FIND-SOURCE
        PERFORM 2900-FIND-SOURCE
        IF WS-SRC-HIT > 0
            MOVE 8 TO WS-OP-SLOT
            PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                    UNTIL WS-OP-INDEX > 7
                IF WS-OPERATOR-CODE(WS-OP-INDEX) = HIST-OPERATOR
                    MOVE WS-OP-INDEX TO WS-OP-SLOT
                END-IF
            END-PERFORM
            ADD 1 TO WS-SRC-OP-VOLUME(WS-SRC-HIT, WS-OP-SLOT)
            IF HIST-RATE-CODE NOT = SPACES
                ADD 1 TO WS-SRC-RATE-CODED(WS-SRC-HIT)
            END-IF
        END-IF
    END-IF.

*> Finds WS-FIND-SOURCE in the source table, opening an entry in
*> source order if it is new. WS-SRC-HIT is zero when the table
*> is full; that activity is counted and the run ends CC 4.
2900-FIND-SOURCE.
    MOVE 0 TO WS-SRC-HIT
    MOVE 0 TO WS-SRC-POSITION
    PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
            UNTIL WS-SRC-INDEX > WS-SRC-COUNT
                OR WS-SRC-HIT > 0
                OR WS-SRC-POSITION > 0
        EVALUATE TRUE
            WHEN WS-SRC-SYSTEM(WS-SRC-INDEX) = WS-FIND-SOURCE
                MOVE WS-SRC-INDEX TO WS-SRC-HIT
            WHEN WS-SRC-SYSTEM(WS-SRC-INDEX) > WS-FIND-SOURCE
                MOVE WS-SRC-INDEX TO WS-SRC-POSITION
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM

    IF WS-SRC-HIT = 0
        IF WS-SRC-COUNT >= 50
            ADD 1 TO WS-SRC-OVERFLOW-COUNT
        ELSE
            IF WS-SRC-POSITION = 0
                COMPUTE WS-SRC-POSITION = WS-SRC-COUNT + 1
            ELSE
                PERFORM VARYING WS-SRC-MOVE-INDEX FROM WS-SRC-COUNT
                        BY -1
                        UNTIL WS-SRC-MOVE-INDEX < WS-SRC-POSITION
                    MOVE WS-SRC-ENTRY(WS-SRC-MOVE-INDEX)
                        TO WS-SRC-ENTRY(WS-SRC-MOVE-INDEX + 1)
                END-PERFORM
            END-IF
            ADD 1 TO WS-SRC-COUNT
            MOVE WS-SRC-POSITION TO WS-SRC-HIT
            MOVE WS-FIND-SOURCE TO WS-SRC-SYSTEM(WS-SRC-HIT)
            PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                    UNTIL WS-OP-INDEX > 8
                MOVE 0 TO WS-SRC-OP-VOLUME(WS-SRC-HIT, WS-OP-INDEX)
            END-PERFORM
            MOVE 0 TO WS-SRC-RATE-CODED(WS-SRC-HIT)
            MOVE 0 TO WS-SRC-REJECTS(WS-SRC-HIT)
            MOVE 0 TO WS-SRC-RESENDS(WS-SRC-HIT)
        END-IF
    END-IF.

*> Every archive generation is read (the DD names the GDG base);
*> a reject counts in the month its trace timestamp falls in.
3000-SCAN-REJECT-ARCHIVE.
    MOVE "N" TO WS-SCAN-DONE-FLAG
    OPEN INPUT REJECT-ARCHIVE-FILE
    IF WS-REJA-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM UNTIL WS-SCAN-DONE
            READ REJECT-ARCHIVE-FILE
                AT END
                    SET WS-SCAN-DONE TO TRUE
                NOT AT END
                    MOVE REJECT-ARCH-BUFFER TO REJECT-RECORD
                    PERFORM 3100-COUNT-REJECT
            END-READ
        END-PERFORM
        CLOSE REJECT-ARCHIVE-FILE
    END-IF.

3100-COUNT-REJECT.
    IF REJ-TRACE-TIMESTAMP(1:8) IS NUMERIC
            AND REJ-TRACE-TIMESTAMP(1:8) >= WS-PERIOD-START
            AND REJ-TRACE-TIMESTAMP(1:8) <= WS-PERIOD-END
        ADD 1 TO WS-REJA-READ-COUNT
        IF REJ-TRACE-BATCH-ID IS NUMERIC
                OR REJ-TRACE-BATCH-ID = SPACES
            ADD 1 TO WS-REJA-UNTRACED-COUNT
        ELSE
            MOVE REJ-TRACE-BATCH-ID TO WS-FIND-SOURCE
            PERFORM 2900-FIND-SOURCE
            IF WS-SRC-HIT > 0
                ADD 1 TO WS-SRC-REJECTS(WS-SRC-HIT)
            END-IF
        END-IF
    END-IF.

*> Resends are counted against the registration they duplicated,
*> so they fall in the month of that batch's business date.
3500-SCAN-BATCH-REGISTER.
    MOVE "N" TO WS-SCAN-DONE-FLAG
    OPEN INPUT BATCH-REG-FILE
    IF WS-BREG-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM UNTIL WS-SCAN-DONE
            READ BATCH-REG-FILE
                AT END
                    SET WS-SCAN-DONE TO TRUE
                NOT AT END
                    PERFORM 3600-COUNT-RESENDS
            END-READ
        END-PERFORM
        CLOSE BATCH-REG-FILE
    END-IF.

3600-COUNT-RESENDS.
    IF BREG-BUSINESS-DATE IS NUMERIC
            AND BREG-BUSINESS-DATE >= WS-PERIOD-START
            AND BREG-BUSINESS-DATE <= WS-PERIOD-END
        ADD 1 TO WS-BREG-READ-COUNT
        IF BREG-RESEND-COUNT IS NUMERIC
                AND BREG-RESEND-COUNT > 0
            MOVE BREG-SOURCE-SYSTEM TO WS-FIND-SOURCE
            PERFORM 2900-FIND-SOURCE
            IF WS-SRC-HIT > 0
                ADD BREG-RESEND-COUNT TO WS-SRC-RESENDS(WS-SRC-HIT)
            END-IF
        END-IF
    END-IF.

4000-WRITE-SOURCE-STATEMENT.
    ADD 1 TO WS-STATEMENT-COUNT
    MOVE 0 TO WS-SOURCE-CHARGE
    MOVE 0 TO WS-CHGP-HIT
    PERFORM VARYING WS-CHGP-INDEX FROM 1 BY 1
            UNTIL WS-CHGP-INDEX > WS-CHGP-COUNT
        IF WS-CHGP-SOURCE(WS-CHGP-INDEX) = WS-SRC-SYSTEM(WS-SRC-INDEX)
            MOVE WS-CHGP-INDEX TO WS-CHGP-HIT
        END-IF
    END-PERFORM

    MOVE ALL "=" TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "CHARGEBACK STATEMENT   SOURCE " DELIMITED BY SIZE
        WS-SRC-SYSTEM(WS-SRC-INDEX) DELIMITED BY SIZE
        "   PERIOD " DELIMITED BY SIZE
        WS-FISCAL-PERIOD DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-PERIOD-START DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-PERIOD-END DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "ACTIVITY                       VOLUME" DELIMITED BY SIZE
        " UNIT PRICE         CHARGE" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    PERFORM VARYING WS-OP-SLOT FROM 1 BY 1 UNTIL WS-OP-SLOT > 8
        IF WS-SRC-OP-VOLUME(WS-SRC-INDEX, WS-OP-SLOT) > 0
            MOVE WS-SRC-OP-VOLUME(WS-SRC-INDEX, WS-OP-SLOT)
                TO WS-LINE-VOLUME
            MOVE 0 TO WS-LINE-PRICE
            MOVE SPACES TO WS-LINE-LABEL
            IF WS-OP-SLOT > 7
                STRING "  CALCULATIONS OTHER OPERATOR" DELIMITED BY SIZE
                    INTO WS-LINE-LABEL
            ELSE
                STRING "  CALCULATIONS OPERATOR " DELIMITED BY SIZE
                    WS-OPERATOR-CODE(WS-OP-SLOT) DELIMITED BY SIZE
                    INTO WS-LINE-LABEL
                IF WS-CHGP-HIT > 0
                    PERFORM VARYING WS-PRICE-SLOT FROM 1 BY 1
                            UNTIL WS-PRICE-SLOT > 7
                        IF WS-CHGP-OPERATOR(WS-CHGP-HIT, WS-PRICE-SLOT)
                                = WS-OPERATOR-CODE(WS-OP-SLOT)
                            MOVE WS-CHGP-UNIT-PRICE
                                    (WS-CHGP-HIT, WS-PRICE-SLOT)
                                TO WS-LINE-PRICE
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            PERFORM 4500-WRITE-CHARGE-LINE
        END-IF
    END-PERFORM

    MOVE "  RATE-CODED CALCULATIONS" TO WS-LINE-LABEL
    MOVE WS-SRC-RATE-CODED(WS-SRC-INDEX) TO WS-LINE-VOLUME
    MOVE 0 TO WS-LINE-PRICE
    IF WS-CHGP-HIT > 0
        MOVE WS-CHGP-RATE-PRICE(WS-CHGP-HIT) TO WS-LINE-PRICE
    END-IF
    PERFORM 4500-WRITE-CHARGE-LINE

    MOVE "  REJECTED TRANSACTIONS" TO WS-LINE-LABEL
    MOVE WS-SRC-REJECTS(WS-SRC-INDEX) TO WS-LINE-VOLUME
    MOVE 0 TO WS-LINE-PRICE
    IF WS-CHGP-HIT > 0
        MOVE WS-CHGP-REJECT-PRICE(WS-CHGP-HIT) TO WS-LINE-PRICE
    END-IF
    PERFORM 4500-WRITE-CHARGE-LINE

    MOVE "  DUPLICATE BATCH RESENDS" TO WS-LINE-LABEL
    MOVE WS-SRC-RESENDS(WS-SRC-INDEX) TO WS-LINE-VOLUME
    MOVE 0 TO WS-LINE-PRICE
    IF WS-CHGP-HIT > 0
        MOVE WS-CHGP-RESEND-PRICE(WS-CHGP-HIT) TO WS-LINE-PRICE
    END-IF
    PERFORM 4500-WRITE-CHARGE-LINE

    IF WS-CHGP-HIT = 0
        ADD 1 TO WS-UNPRICED-COUNT
        MOVE 0 TO WS-SOURCE-CHARGE
        MOVE SPACES TO RPT-LINE
        STRING "  NO PRICE RECORD ON CALCCHGP - NOT CHARGED"
            DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    ELSE
        MOVE WS-SOURCE-CHARGE TO WS-RPT-CHARGE-ED
        MOVE SPACES TO RPT-LINE
        STRING "  TOTAL CHARGE                " DELIMITED BY SIZE
            "                     " DELIMITED BY SIZE
            WS-RPT-CHARGE-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
        ADD WS-SOURCE-CHARGE TO WS-TOTAL-CHARGE
        IF WS-SOURCE-CHARGE > 0
            PERFORM 4700-WRITE-CHARGEBACK-LINE
        END-IF
    END-IF
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD.

4500-WRITE-CHARGE-LINE.
    COMPUTE WS-LINE-CHARGE ROUNDED = WS-LINE-VOLUME * WS-LINE-PRICE
    ADD WS-LINE-CHARGE TO WS-SOURCE-CHARGE
    MOVE WS-LINE-VOLUME TO WS-RPT-COUNT-ED
    MOVE WS-LINE-PRICE TO WS-RPT-PRICE-ED
    MOVE WS-LINE-CHARGE TO WS-RPT-CHARGE-ED
    MOVE SPACES TO RPT-LINE
    STRING WS-LINE-LABEL DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        WS-RPT-PRICE-ED DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        WS-RPT-CHARGE-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

*> One GL-extract line per charged source, in the layout and with
*> the account fields of the daily extract. The trace key names
*> the source and the fiscal period charged. A price record with
*> no charge or recovery account posts to suspense.
4700-WRITE-CHARGEBACK-LINE.
    MOVE SPACES TO GL-EXTRACT-RECORD
    ADD 1 TO WS-EXTRACT-COUNT
    MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
    MOVE WS-EXTRACT-COUNT TO GL-SEQUENCE-NUMBER
    MOVE WS-SOURCE-CHARGE TO GL-AMOUNT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-SRC-SYSTEM(WS-SRC-INDEX) TO GL-TRACE-BATCH-ID
    MOVE WS-FISCAL-PERIOD TO GL-TRACE-SEQUENCE
    MOVE WS-RUN-TIMESTAMP TO GL-TRACE-TIMESTAMP
    IF WS-CHGP-ACCOUNT(WS-CHGP-HIT) = SPACES
            OR WS-CHGP-RECOVERY(WS-CHGP-HIT) = SPACES
        MOVE WS-SUSPENSE-ACCOUNT TO GL-ACCOUNT
        MOVE WS-SUSPENSE-COST-CENTER TO GL-COST-CENTER
        MOVE WS-SUSPENSE-ACCOUNT TO GL-OFFSET-ACCOUNT
        MOVE "Y" TO GL-SUSPENSE-FLAG
    ELSE
        MOVE WS-CHGP-ACCOUNT(WS-CHGP-HIT) TO GL-ACCOUNT
        MOVE WS-CHGP-COST-CENTER(WS-CHGP-HIT) TO GL-COST-CENTER
        MOVE WS-CHGP-RECOVERY(WS-CHGP-HIT) TO GL-OFFSET-ACCOUNT
        MOVE "N" TO GL-SUSPENSE-FLAG
    END-IF
    MOVE "N" TO GL-PERIOD-REDIRECT-FLAG
    MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE
    WRITE GL-EXTRACT-RECORD

    MOVE SPACES TO RPT-LINE
    STRING "  DEBIT " DELIMITED BY SIZE
        GL-ACCOUNT DELIMITED BY SIZE
        " CC " DELIMITED BY SIZE
        GL-COST-CENTER DELIMITED BY SIZE
        "   CREDIT " DELIMITED BY SIZE
        GL-OFFSET-ACCOUNT DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

5000-WRITE-REPORT-HEADER.
    MOVE SPACES TO RPT-LINE
    STRING "CALCCHGB - MONTHLY CHARGEBACK STATEMENTS"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    STRING "FISCAL PERIOD " DELIMITED BY SIZE
        WS-FISCAL-PERIOD DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-PERIOD-START DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-PERIOD-END DELIMITED BY SIZE
        "   RUN DATE " DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    IF NOT WS-PCAL-ON-FILE
        MOVE SPACES TO RPT-LINE
        STRING "NO GL PERIOD CALENDAR ON FILE - CALENDAR MONTH"
            DELIMITED BY SIZE " CHARGED" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF

    IF WS-CHGP-BAD-COUNT > 0
        MOVE WS-CHGP-BAD-COUNT TO WS-RPT-COUNT-ED
        MOVE SPACES TO RPT-LINE
        STRING "NON-NUMERIC PRICE RECORDS IGNORED " DELIMITED BY SIZE
            WS-RPT-COUNT-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD.

6000-WRITE-CONTROL-SUMMARY.
    MOVE ALL "=" TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "CHARGEBACK CONTROL TOTALS" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-HIST-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "HISTORY RECORDS IN PERIOD  " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-INTERACTIVE-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  KEYED AT MENU - NO CHARGE" DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-REJA-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "ARCHIVED REJECTS IN PERIOD " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-REJA-UNTRACED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  NO SOURCE - NO CHARGE    " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-BREG-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "BATCHES REGISTERED         " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-STATEMENT-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "STATEMENTS PRINTED         " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-UNPRICED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  SOURCES WITH NO PRICE    " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-EXTRACT-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "CHARGEBACK LINES WRITTEN   " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-TOTAL-CHARGE TO WS-RPT-TOTAL-ED
    MOVE SPACES TO RPT-LINE
    STRING "TOTAL CHARGED       " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    IF WS-SRC-OVERFLOW-COUNT > 0
        MOVE WS-SRC-OVERFLOW-COUNT TO WS-RPT-COUNT-ED
        MOVE SPACES TO RPT-LINE
        STRING "MORE THAN 50 SOURCES - ITEMS NOT CHARGED "
            DELIMITED BY SIZE
            WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF
    IF WS-REJA-FILE-NOT-FOUND
        MOVE SPACES TO RPT-LINE
        STRING "REJECT ARCHIVE NOT FOUND - NO REJECTS CHARGED"
            DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF
    IF WS-BREG-FILE-NOT-FOUND
        MOVE SPACES TO RPT-LINE
        STRING "BATCH REGISTER NOT FOUND - NO RESENDS CHARGED"
            DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF.
