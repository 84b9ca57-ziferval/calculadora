IDENTIFICATION DIVISION.
PROGRAM-ID. CALCGLJN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDTE-FILE-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO "CALCGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT GL-JOURNAL-FILE ASSIGN TO "CALCGLJ"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PROOF-REPORT-FILE ASSIGN TO "CALCGLJR"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDTE.

FD  GL-EXTRACT-FILE.
    COPY CALCGL.

FD  GL-JOURNAL-FILE.
    COPY CALCGLJ.

FD  PROOF-REPORT-FILE.
    COPY CALCRPT.

WORKING-STORAGE SECTION.
01  WS-BDTE-FILE-STATUS     PIC X(02).
    88  WS-BDTE-FILE-NOT-FOUND      VALUE "35".
01  WS-GL-FILE-STATUS       PIC X(02).
    88  WS-GL-FILE-NOT-FOUND        VALUE "35".

01  WS-FILE-STATUS-FLAGS.
    05  WS-GL-EOF           PIC X VALUE "N".
        88  GL-AT-EOF               VALUE "Y".

01  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.

*> The date finance posts the journal under. A day whose business
*> date fell in a closed GL period was posted by CALCSTP at the
*> start of the next open period, and every line says so; lines
*> for one business date that disagree on it cannot go out as one
*> journal.
01  WS-POSTING-DATE         PIC 9(08) VALUE 0.
01  WS-LINE-POSTING-DATE    PIC 9(08) VALUE 0.

*> One entry per account / cost center / debit-credit / line role.
*> Primary lines and the offset lines generated from them are kept
*> apart by role so the proof report shows each side on its own,
*> even where an offset account is also some other line's primary
*> account.
01  WS-JRNL-TABLE.
    05  WS-JRNL-ENTRY OCCURS 500 TIMES.
        10  WS-JRNL-ACCOUNT     PIC X(12).
        10  WS-JRNL-COST-CENTER PIC X(06).
        10  WS-JRNL-DEBIT-CREDIT PIC X(01).
        10  WS-JRNL-ROLE        PIC X(01).
        10  WS-JRNL-SUSPENSE    PIC X(01).
        10  WS-JRNL-AMOUNT      PIC S9(13)V99.
        10  WS-JRNL-ITEMS       PIC 9(07).
01  WS-JRNL-COUNT           PIC 9(03) VALUE 0.
01  WS-JRNL-INDEX           PIC 9(03) VALUE 0.
01  WS-JRNL-FOUND-FLAG      PIC X(01).
    88  WS-JRNL-FOUND               VALUE "Y".

01  WS-POST-ACCOUNT         PIC X(12).
01  WS-POST-COST-CENTER     PIC X(06).
01  WS-POST-DEBIT-CREDIT    PIC X(01).
01  WS-POST-ROLE            PIC X(01).
01  WS-POST-SUSPENSE        PIC X(01).
01  WS-POST-AMOUNT          PIC S9(11)V99.

01  WS-COUNTERS.
    05  WS-GL-READ-COUNT    PIC 9(09) VALUE 0.
    05  WS-GL-SELECTED      PIC 9(09) VALUE 0.
    05  WS-GL-OTHER-DATE    PIC 9(09) VALUE 0.
    05  WS-GL-EXCEPTIONS    PIC 9(09) VALUE 0.
    05  WS-GL-SUSPENSE      PIC 9(09) VALUE 0.
    05  WS-GL-REDIRECTED    PIC 9(09) VALUE 0.
    05  WS-LINE-NUMBER      PIC 9(07) VALUE 0.

01  WS-EXTRACT-DEBITS       PIC S9(13)V99 VALUE 0.
01  WS-EXTRACT-CREDITS      PIC S9(13)V99 VALUE 0.
01  WS-JRNL-DEBIT-TOTAL     PIC S9(13)V99 VALUE 0.
01  WS-JRNL-CREDIT-TOTAL    PIC S9(13)V99 VALUE 0.
01  WS-JRNL-DIFFERENCE      PIC S9(13)V99 VALUE 0.

01  WS-JRNL-FAIL-FLAG       PIC X(01) VALUE "N".
    88  WS-JRNL-FAILED              VALUE "Y".
01  WS-JRNL-CONDITION       PIC 9(02) VALUE 0.
01  WS-JOURNAL-ID           PIC X(12).
01  WS-EXCEPTION-TEXT       PIC X(30).

01  WS-RPT-COUNT-ED         PIC ZZZZZZZZ9.
01  WS-RPT-LINE-ED          PIC ZZZZZZ9.
01  WS-RPT-ITEMS-ED         PIC ZZZZZZ9.
01  WS-RPT-TOTAL-ED         PIC -(12)9.99.
01  WS-RPT-AMOUNT-ED        PIC -(12)9.99.
01  WS-RPT-SEQ-ED           PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
*> Builds the day's balanced journal from the reconciled GL
*> extract. Runs only behind a clean RECNSTP, so the extract it
*> reads already ties to the audit trail. The journal is built in
*> storage and proved before a record is written: when debits and
*> credits do not net to zero, or an extract line cannot be
*> journaled, nothing is written to CALCGLJ, the proof report
*> says why, and the step ends CC 12 so the release step is
*> bypassed. CC 4 = no extract lines for the business date (an
*> empty, headed and trailered journal is released).
0000-MAIN-PROCESS.
    PERFORM 1000-SET-BUSINESS-DATE
    STRING "CALC" DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-JOURNAL-ID

    OPEN OUTPUT PROOF-REPORT-FILE
    MOVE SPACES TO RPT-LINE
    STRING "CALCGLJN - GL JOURNAL PROOF REPORT"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "BUSINESS DATE " DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        "  JOURNAL " DELIMITED BY SIZE
        WS-JOURNAL-ID DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    PERFORM 2000-SUMMARIZE-EXTRACT
    PERFORM 3000-PROVE-JOURNAL
    PERFORM 5000-WRITE-PROOF-LINES

    IF WS-JRNL-FAILED
        MOVE 12 TO WS-JRNL-CONDITION
    ELSE
        PERFORM 4000-WRITE-JOURNAL-FILE
        IF WS-GL-SELECTED = 0
            MOVE 4 TO WS-JRNL-CONDITION
        END-IF
    END-IF

    PERFORM 6000-WRITE-PROOF-SUMMARY
    CLOSE PROOF-REPORT-FILE

    DISPLAY "CALCGLJN: " WS-GL-SELECTED " extract lines for "
        WS-BUSINESS-DATE " journaled on " WS-JRNL-COUNT
        " lines, condition " WS-JRNL-CONDITION
    MOVE WS-JRNL-CONDITION TO RETURN-CODE
    GOBACK.

1000-SET-BUSINESS-DATE.
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
        DISPLAY "CALCGLJN: no business-date control on hand -"
            " defaulting to system date " WS-BUSINESS-DATE
    END-IF.

*> Every extract line for the business date becomes a primary
*> entry on its own account and an offset entry, for the same
*> amount and cost center with the debit/credit side reversed, on
*> its offset account. Lines left on the live extract from another
*> day (a held day not yet archived) are counted, not journaled.
2000-SUMMARIZE-EXTRACT.
    OPEN INPUT GL-EXTRACT-FILE
    IF WS-GL-FILE-NOT-FOUND
        MOVE "GL EXTRACT FILE NOT FOUND" TO WS-EXCEPTION-TEXT
        PERFORM 2900-REPORT-EXCEPTION
    ELSE
        PERFORM 2100-READ-GL
        PERFORM UNTIL GL-AT-EOF
            ADD 1 TO WS-GL-READ-COUNT
            IF GL-RUN-DATE NOT = WS-BUSINESS-DATE
                ADD 1 TO WS-GL-OTHER-DATE
            ELSE
                PERFORM 2200-JOURNAL-EXTRACT-LINE
            END-IF
            PERFORM 2100-READ-GL
        END-PERFORM
        CLOSE GL-EXTRACT-FILE
    END-IF.

2100-READ-GL.
    READ GL-EXTRACT-FILE
        AT END
            SET GL-AT-EOF TO TRUE
    END-READ.

2200-JOURNAL-EXTRACT-LINE.
    IF GL-PERIOD-REDIRECT-FLAG = "Y" AND GL-POSTING-DATE IS NUMERIC
        MOVE GL-POSTING-DATE TO WS-LINE-POSTING-DATE
    ELSE
        MOVE GL-RUN-DATE TO WS-LINE-POSTING-DATE
    END-IF
    IF WS-POSTING-DATE = 0
        MOVE WS-LINE-POSTING-DATE TO WS-POSTING-DATE
    END-IF
    EVALUATE TRUE
        WHEN WS-LINE-POSTING-DATE NOT = WS-POSTING-DATE
            MOVE "GL PERIOD DIFFERS FROM DAY" TO WS-EXCEPTION-TEXT
            PERFORM 2900-REPORT-EXCEPTION
        WHEN GL-AMOUNT IS NOT NUMERIC
            MOVE "AMOUNT NOT NUMERIC" TO WS-EXCEPTION-TEXT
            PERFORM 2900-REPORT-EXCEPTION
        WHEN GL-DEBIT-CREDIT NOT = "D" AND GL-DEBIT-CREDIT NOT = "C"
            MOVE "DEBIT/CREDIT NOT D OR C" TO WS-EXCEPTION-TEXT
            PERFORM 2900-REPORT-EXCEPTION
        WHEN GL-ACCOUNT = SPACES
            MOVE "NO GL ACCOUNT" TO WS-EXCEPTION-TEXT
            PERFORM 2900-REPORT-EXCEPTION
        WHEN GL-OFFSET-ACCOUNT = SPACES
            MOVE "NO OFFSET ACCOUNT" TO WS-EXCEPTION-TEXT
            PERFORM 2900-REPORT-EXCEPTION
        WHEN OTHER
            ADD 1 TO WS-GL-SELECTED
            IF GL-SUSPENSE-FLAG = "Y"
                ADD 1 TO WS-GL-SUSPENSE
            END-IF
            IF GL-PERIOD-REDIRECT-FLAG = "Y"
                ADD 1 TO WS-GL-REDIRECTED
            END-IF
            IF GL-DEBIT-CREDIT = "D"
                ADD GL-AMOUNT TO WS-EXTRACT-DEBITS
            ELSE
                ADD GL-AMOUNT TO WS-EXTRACT-CREDITS
            END-IF

            MOVE GL-ACCOUNT TO WS-POST-ACCOUNT
            MOVE GL-COST-CENTER TO WS-POST-COST-CENTER
            MOVE GL-DEBIT-CREDIT TO WS-POST-DEBIT-CREDIT
            MOVE "P" TO WS-POST-ROLE
            MOVE GL-SUSPENSE-FLAG TO WS-POST-SUSPENSE
            MOVE GL-AMOUNT TO WS-POST-AMOUNT
            PERFORM 2300-ADD-JOURNAL-ENTRY

            MOVE GL-OFFSET-ACCOUNT TO WS-POST-ACCOUNT
            IF GL-DEBIT-CREDIT = "D"
                MOVE "C" TO WS-POST-DEBIT-CREDIT
            ELSE
                MOVE "D" TO WS-POST-DEBIT-CREDIT
            END-IF
            MOVE "O" TO WS-POST-ROLE
            PERFORM 2300-ADD-JOURNAL-ENTRY
    END-EVALUATE.

2300-ADD-JOURNAL-ENTRY.
    MOVE "N" TO WS-JRNL-FOUND-FLAG
    PERFORM VARYING WS-JRNL-INDEX FROM 1 BY 1
            UNTIL WS-JRNL-INDEX > WS-JRNL-COUNT
                OR WS-JRNL-FOUND
        IF WS-JRNL-ACCOUNT(WS-JRNL-INDEX) = WS-POST-ACCOUNT
                AND WS-JRNL-COST-CENTER(WS-JRNL-INDEX)
                    = WS-POST-COST-CENTER
                AND WS-JRNL-DEBIT-CREDIT(WS-JRNL-INDEX)
                    = WS-POST-DEBIT-CREDIT
                AND WS-JRNL-ROLE(WS-JRNL-INDEX) = WS-POST-ROLE
            SET WS-JRNL-FOUND TO TRUE
            ADD WS-POST-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-INDEX)
            ADD 1 TO WS-JRNL-ITEMS(WS-JRNL-INDEX)
            IF WS-POST-SUSPENSE = "Y"
                MOVE "Y" TO WS-JRNL-SUSPENSE(WS-JRNL-INDEX)
            END-IF
        END-IF
    END-PERFORM
    IF NOT WS-JRNL-FOUND
        IF WS-JRNL-COUNT >= 500
            MOVE "JOURNAL TABLE FULL" TO WS-EXCEPTION-TEXT
            PERFORM 2900-REPORT-EXCEPTION
        ELSE
            ADD 1 TO WS-JRNL-COUNT
            MOVE WS-POST-ACCOUNT TO WS-JRNL-ACCOUNT(WS-JRNL-COUNT)
            MOVE WS-POST-COST-CENTER
                TO WS-JRNL-COST-CENTER(WS-JRNL-COUNT)
            MOVE WS-POST-DEBIT-CREDIT
                TO WS-JRNL-DEBIT-CREDIT(WS-JRNL-COUNT)
            MOVE WS-POST-ROLE TO WS-JRNL-ROLE(WS-JRNL-COUNT)
            MOVE WS-POST-SUSPENSE TO WS-JRNL-SUSPENSE(WS-JRNL-COUNT)
            MOVE WS-POST-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-COUNT)
            MOVE 1 TO WS-JRNL-ITEMS(WS-JRNL-COUNT)
        END-IF
    END-IF.

*> Any line that cannot be journaled fails the whole journal: a
*> journal that silently leaves an extract line out would still
*> balance, and finance would post a day that does not tie back
*> to the reconciled extract.
2900-REPORT-EXCEPTION.
    SET WS-JRNL-FAILED TO TRUE
    ADD 1 TO WS-GL-EXCEPTIONS
    MOVE SPACES TO RPT-LINE
    IF WS-GL-FILE-NOT-FOUND
        STRING "EXCEPTION: " DELIMITED BY SIZE
            WS-EXCEPTION-TEXT DELIMITED BY SIZE
            INTO RPT-LINE
    ELSE
        MOVE GL-SEQUENCE-NUMBER TO WS-RPT-SEQ-ED
        STRING "EXCEPTION: GL SEQ " DELIMITED BY SIZE
            WS-RPT-SEQ-ED DELIMITED BY SIZE
            " TRACE " DELIMITED BY SIZE
            GL-TRACE-BATCH-ID DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            GL-TRACE-SEQUENCE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-EXCEPTION-TEXT DELIMITED BY SIZE
            INTO RPT-LINE
    END-IF
    WRITE REPORT-RECORD.

3000-PROVE-JOURNAL.
    MOVE 0 TO WS-JRNL-DEBIT-TOTAL
    MOVE 0 TO WS-JRNL-CREDIT-TOTAL
    PERFORM VARYING WS-JRNL-INDEX FROM 1 BY 1
            UNTIL WS-JRNL-INDEX > WS-JRNL-COUNT
        IF WS-JRNL-DEBIT-CREDIT(WS-JRNL-INDEX) = "D"
            ADD WS-JRNL-AMOUNT(WS-JRNL-INDEX) TO WS-JRNL-DEBIT-TOTAL
        ELSE
            ADD WS-JRNL-AMOUNT(WS-JRNL-INDEX) TO WS-JRNL-CREDIT-TOTAL
        END-IF
    END-PERFORM
    COMPUTE WS-JRNL-DIFFERENCE =
        WS-JRNL-DEBIT-TOTAL - WS-JRNL-CREDIT-TOTAL
    IF WS-JRNL-DIFFERENCE NOT = 0
        SET WS-JRNL-FAILED TO TRUE
    END-IF
    IF WS-JRNL-DEBIT-TOTAL
            NOT = WS-EXTRACT-DEBITS + WS-EXTRACT-CREDITS
        SET WS-JRNL-FAILED TO TRUE
    END-IF.

4000-WRITE-JOURNAL-FILE.
    OPEN OUTPUT GL-JOURNAL-FILE
    MOVE SPACES TO GL-JOURNAL-RECORD
    MOVE "H" TO GLJ-RECORD-TYPE
    MOVE WS-JOURNAL-ID TO GLJ-HDR-JOURNAL-ID
    MOVE WS-BUSINESS-DATE TO GLJ-HDR-BUSINESS-DATE
    MOVE FUNCTION CURRENT-DATE(1:14) TO GLJ-HDR-CREATED-TIMESTAMP
    IF WS-POSTING-DATE = 0
        MOVE WS-BUSINESS-DATE TO GLJ-HDR-POSTING-DATE
    ELSE
        MOVE WS-POSTING-DATE TO GLJ-HDR-POSTING-DATE
    END-IF
    WRITE GL-JOURNAL-RECORD

    MOVE 0 TO WS-LINE-NUMBER
    PERFORM VARYING WS-JRNL-INDEX FROM 1 BY 1
            UNTIL WS-JRNL-INDEX > WS-JRNL-COUNT
        ADD 1 TO WS-LINE-NUMBER
        MOVE SPACES TO GL-JOURNAL-RECORD
        MOVE "D" TO GLJ-RECORD-TYPE
        MOVE WS-LINE-NUMBER TO GLJ-LINE-NUMBER
        MOVE WS-JRNL-ACCOUNT(WS-JRNL-INDEX) TO GLJ-ACCOUNT
        MOVE WS-JRNL-COST-CENTER(WS-JRNL-INDEX) TO GLJ-COST-CENTER
        MOVE WS-JRNL-DEBIT-CREDIT(WS-JRNL-INDEX) TO GLJ-DEBIT-CREDIT
        MOVE WS-JRNL-AMOUNT(WS-JRNL-INDEX) TO GLJ-AMOUNT
        MOVE WS-JRNL-ITEMS(WS-JRNL-INDEX) TO GLJ-ITEM-COUNT
        MOVE WS-JRNL-ROLE(WS-JRNL-INDEX) TO GLJ-LINE-ROLE
        MOVE WS-JRNL-SUSPENSE(WS-JRNL-INDEX) TO GLJ-SUSPENSE-FLAG
        WRITE GL-JOURNAL-RECORD
    END-PERFORM

    MOVE SPACES TO GL-JOURNAL-RECORD
    MOVE "T" TO GLJ-RECORD-TYPE
    MOVE WS-LINE-NUMBER TO GLJ-TRL-LINE-COUNT
    MOVE WS-JRNL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
    MOVE WS-JRNL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
    WRITE GL-JOURNAL-RECORD
    CLOSE GL-JOURNAL-FILE.

5000-WRITE-PROOF-LINES.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "   LINE ACCOUNT      CC     R D/C   ITEMS"
        DELIMITED BY SIZE
        "            AMOUNT" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    PERFORM VARYING WS-JRNL-INDEX FROM 1 BY 1
            UNTIL WS-JRNL-INDEX > WS-JRNL-COUNT
        MOVE WS-JRNL-INDEX TO WS-RPT-LINE-ED
        MOVE WS-JRNL-ITEMS(WS-JRNL-INDEX) TO WS-RPT-ITEMS-ED
        MOVE WS-JRNL-AMOUNT(WS-JRNL-INDEX) TO WS-RPT-AMOUNT-ED
        MOVE SPACES TO RPT-LINE
        STRING WS-RPT-LINE-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-JRNL-ACCOUNT(WS-JRNL-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-JRNL-COST-CENTER(WS-JRNL-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-JRNL-ROLE(WS-JRNL-INDEX) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-JRNL-DEBIT-CREDIT(WS-JRNL-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-ITEMS-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-AMOUNT-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-JRNL-SUSPENSE(WS-JRNL-INDEX) DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-PERFORM.

6000-WRITE-PROOF-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-GL-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "EXTRACT LINES READ         " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-GL-SELECTED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "JOURNALED FOR BUSINESS DATE" DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-GL-SUSPENSE TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  OF WHICH IN SUSPENSE     " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-GL-REDIRECTED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  OF WHICH PERIOD REDIRECT " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    IF WS-POSTING-DATE NOT = 0
            AND WS-POSTING-DATE NOT = WS-BUSINESS-DATE
        MOVE SPACES TO RPT-LINE
        STRING "  POSTED BY FINANCE UNDER  " DELIMITED BY SIZE
            WS-POSTING-DATE DELIMITED BY SIZE
            " (BUSINESS DATE IN A CLOSED GL PERIOD)"
            DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF

    MOVE WS-GL-OTHER-DATE TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "OTHER RUN DATES - NOT USED " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-GL-EXCEPTIONS TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "EXCEPTIONS                 " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-JRNL-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "JOURNAL LINES              " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-EXTRACT-DEBITS TO WS-RPT-TOTAL-ED
    MOVE SPACES TO RPT-LINE
    STRING "EXTRACT DEBITS           " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-EXTRACT-CREDITS TO WS-RPT-TOTAL-ED
    MOVE SPACES TO RPT-LINE
    STRING "EXTRACT CREDITS          " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-JRNL-DEBIT-TOTAL TO WS-RPT-TOTAL-ED
    MOVE SPACES TO RPT-LINE
    STRING "JOURNAL TOTAL DEBITS     " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-JRNL-CREDIT-TOTAL TO WS-RPT-TOTAL-ED
    MOVE SPACES TO RPT-LINE
    STRING "JOURNAL TOTAL CREDITS    " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-JRNL-DIFFERENCE TO WS-RPT-TOTAL-ED
    MOVE SPACES TO RPT-LINE
    STRING "DIFFERENCE               " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-GL-EXCEPTIONS > 0
            STRING "JOURNAL STATUS: EXCEPTIONS - NOT RELEASED"
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN WS-JRNL-FAILED
            STRING "JOURNAL STATUS: OUT OF BALANCE - NOT RELEASED"
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN OTHER
            STRING "JOURNAL STATUS: IN BALANCE - RELEASED TO FINANCE"
                DELIMITED BY SIZE INTO RPT-LINE
    END-EVALUATE
    WRITE REPORT-RECORD.
