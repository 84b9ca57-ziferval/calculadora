IDENTIFICATION DIVISION.
PROGRAM-ID. CALCSUSP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDTE-FILE-STATUS.

    SELECT GL-MAP-FILE ASSIGN TO "CALCGLM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLM-FILE-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO "CALCGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT GL-ARCHIVE-FILE ASSIGN TO "CALCGLA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLA-FILE-STATUS.

    SELECT CLEAR-REGISTER-FILE ASSIGN TO "CALCSUSC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSC-FILE-STATUS.

    SELECT SUSPENSE-ADJUST-FILE ASSIGN TO "CALCSUSA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSA-FILE-STATUS.

    SELECT SUSPENSE-REPORT-FILE ASSIGN TO "CALCSUSR"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDTE.

FD  GL-MAP-FILE.
    COPY CALCGLM.

FD  GL-EXTRACT-FILE.
01  GL-BUFFER               PIC X(102).

FD  GL-ARCHIVE-FILE.
01  GL-ARCH-BUFFER          PIC X(102).

FD  CLEAR-REGISTER-FILE.
    COPY CALCSUSC.

FD  SUSPENSE-ADJUST-FILE.
01  SUSPENSE-ADJUST-BUFFER  PIC X(102).

FD  SUSPENSE-REPORT-FILE.
    COPY CALCRPT.

WORKING-STORAGE SECTION.
01  WS-BDTE-FILE-STATUS     PIC X(02).
    88  WS-BDTE-FILE-NOT-FOUND      VALUE "35".
01  WS-GLM-FILE-STATUS      PIC X(02).
    88  WS-GLM-FILE-NOT-FOUND       VALUE "35".
01  WS-GL-FILE-STATUS       PIC X(02).
    88  WS-GL-FILE-NOT-FOUND        VALUE "35".
01  WS-GLA-FILE-STATUS      PIC X(02).
    88  WS-GLA-FILE-NOT-FOUND       VALUE "35".
01  WS-SUSC-FILE-STATUS     PIC X(02).
    88  WS-SUSC-FILE-NOT-FOUND      VALUE "35".
01  WS-SUSA-FILE-STATUS     PIC X(02).
    88  WS-SUSA-FILE-NOT-FOUND      VALUE "35".

*> The live extract and its archive generations are read into
*> plain buffers and unpacked through this working-storage copy
*> of the layout, the way CALCRSRC reads them, so both go through
*> identical handling; the adjustment records are built here too.
    COPY CALCGL.

01  WS-SCAN-DONE-FLAG       PIC X(01).
    88  WS-SCAN-DONE                VALUE "Y".
01  WS-FILE-ORIGIN          PIC X(04).

01  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.
01  WS-BUSINESS-INTEGER     PIC 9(08) VALUE 0.
01  WS-ITEM-INTEGER         PIC 9(08) VALUE 0.
01  WS-ITEM-AGE             PIC S9(08) VALUE 0.

01  WS-GL-MAP-TABLE.
    05  WS-GLM-ENTRY OCCURS 100 TIMES.
        10  WS-GLM-SOURCE       PIC X(08).
        10  WS-GLM-OPERATOR     PIC X(01).
        10  WS-GLM-ACCOUNT      PIC X(12).
        10  WS-GLM-COST-CENTER  PIC X(06).
        10  WS-GLM-OFFSET       PIC X(12).
01  WS-GLM-COUNT            PIC 9(03) VALUE 0.
01  WS-GLM-INDEX            PIC 9(03) VALUE 0.
01  WS-GLM-FOUND-FLAG       PIC X(01).
    88  WS-GLM-FOUND                VALUE "Y".
01  WS-GLM-HIT              PIC 9(03) VALUE 0.

*> Trace keys already cleared, from the register plus everything
*> cleared in this run. The table must hold the whole register:
*> a register that cannot be loaded in full cannot prove an item
*> has not been cleared before, and the run stops rather than
*> risk reversing the same suspense posting twice.
01  WS-CLEARED-TABLE.
    05  WS-CLR-ENTRY OCCURS 5000 TIMES.
        10  WS-CLR-BATCH-ID     PIC X(08).
        10  WS-CLR-SEQUENCE     PIC 9(09).
        10  WS-CLR-TIMESTAMP    PIC X(14).
01  WS-CLR-COUNT            PIC 9(05) VALUE 0.
01  WS-CLR-INDEX            PIC 9(05) VALUE 0.
01  WS-CLR-FOUND-FLAG       PIC X(01).
    88  WS-CLR-FOUND                VALUE "Y".

*> Open suspense by source system and operator code, aged from
*> the posting's GL-RUN-DATE to the business date. Amounts are net
*> signed the way the calculation result was: credits positive,
*> debits negative.
01  WS-AGE-TABLE.
    05  WS-AGE-ENTRY OCCURS 200 TIMES.
        10  WS-AGE-SOURCE       PIC X(08).
        10  WS-AGE-OPERATOR     PIC X(01).
        10  WS-AGE-BUCKET OCCURS 3 TIMES.
            15  WS-AGE-ITEMS    PIC 9(05).
            15  WS-AGE-AMOUNT   PIC S9(11)V99.
01  WS-AGE-COUNT            PIC 9(03) VALUE 0.
01  WS-AGE-INDEX            PIC 9(03) VALUE 0.
01  WS-AGE-FOUND-FLAG       PIC X(01).
    88  WS-AGE-FOUND                VALUE "Y".
01  WS-AGE-TOTALS.
    05  WS-AGE-TOTAL OCCURS 3 TIMES.
        10  WS-AGE-TOTAL-ITEMS  PIC 9(07).
        10  WS-AGE-TOTAL-AMOUNT PIC S9(11)V99.
01  WS-BUCKET               PIC 9(01) VALUE 0.
01  WS-SIGNED-AMOUNT        PIC S9(11)V99 VALUE 0.

01  WS-COUNTERS.
    05  WS-GL-READ-COUNT    PIC 9(09) VALUE 0.
    05  WS-SUSPENSE-SEEN    PIC 9(07) VALUE 0.
    05  WS-ALREADY-CLEARED  PIC 9(07) VALUE 0.
    05  WS-CLEARED-COUNT    PIC 9(07) VALUE 0.
    05  WS-STILL-OPEN       PIC 9(07) VALUE 0.
    05  WS-AGE-OVERFLOW     PIC 9(07) VALUE 0.
01  WS-CLEARED-AMOUNT       PIC S9(11)V99 VALUE 0.
01  WS-GL-SEQUENCE-NUMBER   PIC 9(09) VALUE 0.
01  WS-SUSP-CONDITION       PIC 9(02) VALUE 0.

01  WS-RPT-COUNT-ED         PIC ZZZZZZ9.
01  WS-RPT-ITEMS-ED         PIC ZZZZ9.
01  WS-RPT-AMOUNT-ED        PIC -(7)9.99.
01  WS-RPT-TOTAL-ED         PIC -(10)9.99.
01  WS-RPT-SEQ-ED           PIC ZZZZZZZZ9.
01  WS-RPT-BUCKET-TEXT      PIC X(17).
01  WS-RPT-BUCKET-LINE      PIC X(51).
01  WS-RPT-BUCKET-PTR       PIC 9(03).

*> Suspense clearing. Every posting on the live GL extract and
*> its archive generations that went to suspense (GL-SUSPENSE-FLAG
*> "Y") and is not already on the clearing register is resolved
*> again against the current CALCGLM. An item that now maps gets
*> a reversal out of suspense and a repost to the mapped account,
*> both carrying the original trace key, written in GL-extract
*> format to the suspense adjustment extract -- like CALCRADJ's,
*> deliberately not the live extract CALCRECN matches against the
*> audit trail -- and is appended to the register so no later run
*> clears it again. Whatever still does not map is aged on the
*> report by source system and operator code.
*> CC 0 = run complete, 4 = no mapping file (nothing could clear)
*> or the aging table overflowed, 12 = clearing register too large
*> to load or not writable (nothing cleared).
PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    INITIALIZE WS-AGE-TOTALS
    PERFORM 1000-SET-BUSINESS-DATE
    PERFORM 1100-LOAD-GL-MAP
    PERFORM 1200-LOAD-CLEAR-REGISTER

    OPEN OUTPUT SUSPENSE-REPORT-FILE
    PERFORM 5000-WRITE-REPORT-HEADER

    IF WS-SUSP-CONDITION = 12
        MOVE SPACES TO RPT-LINE
        STRING "CLEARING REGISTER EXCEEDS 5000 ITEMS OR IS NOT"
            DELIMITED BY SIZE
            " WRITABLE - NOTHING CLEARED" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    ELSE
        PERFORM 2000-OPEN-OUTPUT-FILES
        IF WS-SUSP-CONDITION NOT = 12
            PERFORM 2100-SCAN-LIVE-EXTRACT
            PERFORM 2200-SCAN-ARCHIVE-EXTRACT
            CLOSE SUSPENSE-ADJUST-FILE
            CLOSE CLEAR-REGISTER-FILE
        END-IF
        PERFORM 6000-WRITE-AGING-REPORT
        PERFORM 6500-WRITE-REPORT-SUMMARY
    END-IF
    CLOSE SUSPENSE-REPORT-FILE

    DISPLAY "CALCSUSP: " WS-CLEARED-COUNT " suspense items cleared, "
        WS-STILL-OPEN " still open, condition " WS-SUSP-CONDITION
    MOVE WS-SUSP-CONDITION TO RETURN-CODE
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
        DISPLAY "CALCSUSP: no business-date control on hand -"
            " defaulting to system date " WS-BUSINESS-DATE
    END-IF
    COMPUTE WS-BUSINESS-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

*> The "*SUSPENS" record only names the suspense account; it is
*> not a mapping, so it is left out of the table and an item can
*> only clear to a real source/operator entry.
1100-LOAD-GL-MAP.
    MOVE 0 TO WS-GLM-COUNT
    OPEN INPUT GL-MAP-FILE
    IF WS-GLM-FILE-NOT-FOUND
        MOVE 4 TO WS-SUSP-CONDITION
        DISPLAY "CALCSUSP: GL account map not found -"
            " no suspense item can clear"
    ELSE
        PERFORM 1110-READ-GL-MAP-RECORD
        PERFORM UNTIL WS-GLM-FILE-STATUS NOT = "00"
                OR WS-GLM-COUNT >= 100
            IF GLM-SOURCE-SYSTEM NOT = "*SUSPENS"
                ADD 1 TO WS-GLM-COUNT
                MOVE GLM-SOURCE-SYSTEM
                    TO WS-GLM-SOURCE(WS-GLM-COUNT)
                MOVE GLM-OPERATOR-CODE
                    TO WS-GLM-OPERATOR(WS-GLM-COUNT)
                MOVE GLM-ACCOUNT TO WS-GLM-ACCOUNT(WS-GLM-COUNT)
                MOVE GLM-COST-CENTER
                    TO WS-GLM-COST-CENTER(WS-GLM-COUNT)
                MOVE GLM-OFFSET-ACCOUNT
                    TO WS-GLM-OFFSET(WS-GLM-COUNT)
            END-IF
            PERFORM 1110-READ-GL-MAP-RECORD
        END-PERFORM
        CLOSE GL-MAP-FILE
    END-IF.

1110-READ-GL-MAP-RECORD.
    READ GL-MAP-FILE
        AT END
            MOVE "10" TO WS-GLM-FILE-STATUS
    END-READ.

1200-LOAD-CLEAR-REGISTER.
    MOVE 0 TO WS-CLR-COUNT
    OPEN INPUT CLEAR-REGISTER-FILE
    IF WS-SUSC-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 1210-READ-CLEAR-REGISTER
        PERFORM UNTIL WS-SUSC-FILE-STATUS NOT = "00"
            IF WS-CLR-COUNT >= 5000
                MOVE 12 TO WS-SUSP-CONDITION
                MOVE "10" TO WS-SUSC-FILE-STATUS
            ELSE
                ADD 1 TO WS-CLR-COUNT
                MOVE SUSC-TRACE-BATCH-ID
                    TO WS-CLR-BATCH-ID(WS-CLR-COUNT)
                MOVE SUSC-TRACE-SEQUENCE
                    TO WS-CLR-SEQUENCE(WS-CLR-COUNT)
                MOVE SUSC-TRACE-TIMESTAMP
                    TO WS-CLR-TIMESTAMP(WS-CLR-COUNT)
                PERFORM 1210-READ-CLEAR-REGISTER
            END-IF
        END-PERFORM
        CLOSE CLEAR-REGISTER-FILE
    END-IF.

1210-READ-CLEAR-REGISTER.
    READ CLEAR-REGISTER-FILE
        AT END
            MOVE "10" TO WS-SUSC-FILE-STATUS
    END-READ.

2000-OPEN-OUTPUT-FILES.
    OPEN EXTEND CLEAR-REGISTER-FILE
    IF WS-SUSC-FILE-NOT-FOUND
        OPEN OUTPUT CLEAR-REGISTER-FILE
    END-IF
    IF WS-SUSC-FILE-STATUS NOT = "00"
        MOVE 12 TO WS-SUSP-CONDITION
        MOVE SPACES TO RPT-LINE
        STRING "CLEARING REGISTER CANNOT BE OPENED - STATUS "
            DELIMITED BY SIZE
            WS-SUSC-FILE-STATUS DELIMITED BY SIZE
            " - NOTHING CLEARED" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    ELSE
        OPEN EXTEND SUSPENSE-ADJUST-FILE
        IF WS-SUSA-FILE-NOT-FOUND
            OPEN OUTPUT SUSPENSE-ADJUST-FILE
        END-IF
    END-IF.

2100-SCAN-LIVE-EXTRACT.
    MOVE "LIVE" TO WS-FILE-ORIGIN
    MOVE "N" TO WS-SCAN-DONE-FLAG
    OPEN INPUT GL-EXTRACT-FILE
    IF WS-GL-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM UNTIL WS-SCAN-DONE
            READ GL-EXTRACT-FILE
                AT END
                    SET WS-SCAN-DONE TO TRUE
                NOT AT END
                    MOVE GL-BUFFER TO GL-EXTRACT-RECORD
                    PERFORM 3000-CHECK-GL-RECORD
            END-READ
        END-PERFORM
        CLOSE GL-EXTRACT-FILE
    END-IF.

2200-SCAN-ARCHIVE-EXTRACT.
    MOVE "ARCH" TO WS-FILE-ORIGIN
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
                    PERFORM 3000-CHECK-GL-RECORD
            END-READ
        END-PERFORM
        CLOSE GL-ARCHIVE-FILE
    END-IF.

3000-CHECK-GL-RECORD.
    ADD 1 TO WS-GL-READ-COUNT
    IF GL-SUSPENSE-FLAG = "Y"
        ADD 1 TO WS-SUSPENSE-SEEN
        PERFORM 3100-FIND-CLEARED-ITEM
        EVALUATE TRUE
            WHEN WS-CLR-FOUND
                ADD 1 TO WS-ALREADY-CLEARED
            WHEN OTHER
                PERFORM 3200-RESOLVE-GL-ACCOUNT
                IF WS-GLM-FOUND AND WS-CLR-COUNT < 5000
                    PERFORM 4000-CLEAR-SUSPENSE-ITEM
                ELSE
                    PERFORM 3500-AGE-OPEN-ITEM
                END-IF
        END-EVALUATE
    END-IF.

3100-FIND-CLEARED-ITEM.
    MOVE "N" TO WS-CLR-FOUND-FLAG
    PERFORM VARYING WS-CLR-INDEX FROM 1 BY 1
            UNTIL WS-CLR-INDEX > WS-CLR-COUNT
                OR WS-CLR-FOUND
        IF WS-CLR-BATCH-ID(WS-CLR-INDEX) = GL-TRACE-BATCH-ID
                AND WS-CLR-SEQUENCE(WS-CLR-INDEX) = GL-TRACE-SEQUENCE
                AND WS-CLR-TIMESTAMP(WS-CLR-INDEX)
                    = GL-TRACE-TIMESTAMP
            SET WS-CLR-FOUND TO TRUE
        END-IF
    END-PERFORM.

*> Same source system + operator code lookup as the nightly
*> 5510-RESOLVE-GL-ACCOUNT; the source system travels on the
*> extract as the trace batch id.
3200-RESOLVE-GL-ACCOUNT.
    MOVE "N" TO WS-GLM-FOUND-FLAG
    MOVE 0 TO WS-GLM-HIT
    PERFORM VARYING WS-GLM-INDEX FROM 1 BY 1
            UNTIL WS-GLM-INDEX > WS-GLM-COUNT
                OR WS-GLM-FOUND
        IF WS-GLM-SOURCE(WS-GLM-INDEX) = GL-TRACE-BATCH-ID
                AND WS-GLM-OPERATOR(WS-GLM-INDEX) = GL-OPERATOR-CODE
            SET WS-GLM-FOUND TO TRUE
            MOVE WS-GLM-INDEX TO WS-GLM-HIT
        END-IF
    END-PERFORM.

3500-AGE-OPEN-ITEM.
    ADD 1 TO WS-STILL-OPEN
    COMPUTE WS-ITEM-INTEGER = FUNCTION INTEGER-OF-DATE(GL-RUN-DATE)
    IF WS-ITEM-INTEGER = 0 OR WS-BUSINESS-INTEGER = 0
        MOVE 3 TO WS-BUCKET
    ELSE
        COMPUTE WS-ITEM-AGE = WS-BUSINESS-INTEGER - WS-ITEM-INTEGER
        EVALUATE TRUE
            WHEN WS-ITEM-AGE <= 5
                MOVE 1 TO WS-BUCKET
            WHEN WS-ITEM-AGE <= 30
                MOVE 2 TO WS-BUCKET
            WHEN OTHER
                MOVE 3 TO WS-BUCKET
        END-EVALUATE
    END-IF
    IF GL-DEBIT-CREDIT = "D"
        COMPUTE WS-SIGNED-AMOUNT = 0 - GL-AMOUNT
    ELSE
        MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
    END-IF

    ADD 1 TO WS-AGE-TOTAL-ITEMS(WS-BUCKET)
    ADD WS-SIGNED-AMOUNT TO WS-AGE-TOTAL-AMOUNT(WS-BUCKET)

    MOVE "N" TO WS-AGE-FOUND-FLAG
    PERFORM VARYING WS-AGE-INDEX FROM 1 BY 1
            UNTIL WS-AGE-INDEX > WS-AGE-COUNT
                OR WS-AGE-FOUND
        IF WS-AGE-SOURCE(WS-AGE-INDEX) = GL-TRACE-BATCH-ID
                AND WS-AGE-OPERATOR(WS-AGE-INDEX) = GL-OPERATOR-CODE
            SET WS-AGE-FOUND TO TRUE
            ADD 1 TO WS-AGE-ITEMS(WS-AGE-INDEX, WS-BUCKET)
            ADD WS-SIGNED-AMOUNT
                TO WS-AGE-AMOUNT(WS-AGE-INDEX, WS-BUCKET)
        END-IF
    END-PERFORM
    IF NOT WS-AGE-FOUND
        IF WS-AGE-COUNT >= 200
            ADD 1 TO WS-AGE-OVERFLOW
            IF WS-SUSP-CONDITION < 4
                MOVE 4 TO WS-SUSP-CONDITION
            END-IF
        ELSE
            ADD 1 TO WS-AGE-COUNT
            INITIALIZE WS-AGE-ENTRY(WS-AGE-COUNT)
            MOVE GL-TRACE-BATCH-ID TO WS-AGE-SOURCE(WS-AGE-COUNT)
            MOVE GL-OPERATOR-CODE TO WS-AGE-OPERATOR(WS-AGE-COUNT)
            ADD 1 TO WS-AGE-ITEMS(WS-AGE-COUNT, WS-BUCKET)
            ADD WS-SIGNED-AMOUNT
                TO WS-AGE-AMOUNT(WS-AGE-COUNT, WS-BUCKET)
        END-IF
    END-IF.

*> The reversal takes the original amount back off the suspense
*> account (opposite debit/credit, the suspense posting's own
*> account fields); the repost puts the same amount and side on
*> the account the item maps to now. Both carry the ORIGINAL trace
*> key so finance ties the pair to the suspense line it clears.
*> Neither is flagged as suspense: after this pair the item is no
*> longer open.
4000-CLEAR-SUSPENSE-ITEM.
    ADD 1 TO WS-CLEARED-COUNT
    IF GL-DEBIT-CREDIT = "D"
        COMPUTE WS-SIGNED-AMOUNT = 0 - GL-AMOUNT
    ELSE
        MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
    END-IF
    ADD WS-SIGNED-AMOUNT TO WS-CLEARED-AMOUNT

    MOVE SPACES TO SUSPENSE-CLEAR-RECORD
    MOVE GL-TRACE-BATCH-ID TO SUSC-TRACE-BATCH-ID
    MOVE GL-TRACE-SEQUENCE TO SUSC-TRACE-SEQUENCE
    MOVE GL-TRACE-TIMESTAMP TO SUSC-TRACE-TIMESTAMP
    MOVE GL-RUN-DATE TO SUSC-ORIG-RUN-DATE
    MOVE GL-SEQUENCE-NUMBER TO SUSC-ORIG-SEQUENCE
    MOVE GL-OPERATOR-CODE TO SUSC-OPERATOR-CODE
    MOVE GL-AMOUNT TO SUSC-AMOUNT
    MOVE GL-DEBIT-CREDIT TO SUSC-DEBIT-CREDIT
    MOVE WS-GLM-ACCOUNT(WS-GLM-HIT) TO SUSC-NEW-ACCOUNT
    MOVE WS-GLM-COST-CENTER(WS-GLM-HIT) TO SUSC-NEW-COST-CENTER
    MOVE WS-BUSINESS-DATE TO SUSC-CLEARED-DATE

    PERFORM 4500-WRITE-CLEARED-LINE

    ADD 1 TO WS-GL-SEQUENCE-NUMBER
    MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
    MOVE WS-GL-SEQUENCE-NUMBER TO GL-SEQUENCE-NUMBER
    IF SUSC-DEBIT-CREDIT = "D"
        MOVE "C" TO GL-DEBIT-CREDIT
    ELSE
        MOVE "D" TO GL-DEBIT-CREDIT
    END-IF
    MOVE "N" TO GL-SUSPENSE-FLAG
    MOVE "N" TO GL-PERIOD-REDIRECT-FLAG
    MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE
    WRITE SUSPENSE-ADJUST-BUFFER FROM GL-EXTRACT-RECORD

    ADD 1 TO WS-GL-SEQUENCE-NUMBER
    MOVE WS-GL-SEQUENCE-NUMBER TO GL-SEQUENCE-NUMBER
    MOVE SUSC-DEBIT-CREDIT TO GL-DEBIT-CREDIT
    MOVE WS-GLM-ACCOUNT(WS-GLM-HIT) TO GL-ACCOUNT
    MOVE WS-GLM-COST-CENTER(WS-GLM-HIT) TO GL-COST-CENTER
    MOVE WS-GLM-OFFSET(WS-GLM-HIT) TO GL-OFFSET-ACCOUNT
    WRITE SUSPENSE-ADJUST-BUFFER FROM GL-EXTRACT-RECORD

    WRITE SUSPENSE-CLEAR-RECORD

    ADD 1 TO WS-CLR-COUNT
    MOVE SUSC-TRACE-BATCH-ID TO WS-CLR-BATCH-ID(WS-CLR-COUNT)
    MOVE SUSC-TRACE-SEQUENCE TO WS-CLR-SEQUENCE(WS-CLR-COUNT)
    MOVE SUSC-TRACE-TIMESTAMP TO WS-CLR-TIMESTAMP(WS-CLR-COUNT).

4500-WRITE-CLEARED-LINE.
    MOVE GL-SEQUENCE-NUMBER TO WS-RPT-SEQ-ED
    MOVE WS-SIGNED-AMOUNT TO WS-RPT-AMOUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING WS-FILE-ORIGIN DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        GL-RUN-DATE DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        WS-RPT-SEQ-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        GL-TRACE-BATCH-ID DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        GL-OPERATOR-CODE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-AMOUNT-ED DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        SUSC-NEW-ACCOUNT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SUSC-NEW-COST-CENTER DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

5000-WRITE-REPORT-HEADER.
    MOVE SPACES TO RPT-LINE
    STRING "CALCSUSP - SUSPENSE CLEARING AND AGING REPORT"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "BUSINESS DATE " DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "ITEMS CLEARED THIS RUN" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "FROM RUN DATE/SEQUENCE    SOURCE   O      AMOUNT"
        DELIMITED BY SIZE
        " TO ACCOUNT      CC" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

6000-WRITE-AGING-REPORT.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "OPEN SUSPENSE AGING (ITEMS / NET AMOUNT)"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "SOURCE   O       0-5 DAYS         6-30 DAYS"
        DELIMITED BY SIZE
        "      OVER 30 DAYS" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    PERFORM VARYING WS-AGE-INDEX FROM 1 BY 1
            UNTIL WS-AGE-INDEX > WS-AGE-COUNT
        MOVE SPACES TO WS-RPT-BUCKET-LINE
        MOVE 1 TO WS-RPT-BUCKET-PTR
        PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 3
            MOVE WS-AGE-ITEMS(WS-AGE-INDEX, WS-BUCKET)
                TO WS-RPT-ITEMS-ED
            MOVE WS-AGE-AMOUNT(WS-AGE-INDEX, WS-BUCKET)
                TO WS-RPT-AMOUNT-ED
            PERFORM 6100-FORMAT-BUCKET
        END-PERFORM
        MOVE SPACES TO RPT-LINE
        STRING WS-AGE-SOURCE(WS-AGE-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-AGE-OPERATOR(WS-AGE-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-BUCKET-LINE DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-PERFORM

    MOVE SPACES TO WS-RPT-BUCKET-LINE
    MOVE 1 TO WS-RPT-BUCKET-PTR
    PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 3
        MOVE WS-AGE-TOTAL-ITEMS(WS-BUCKET) TO WS-RPT-ITEMS-ED
        MOVE WS-AGE-TOTAL-AMOUNT(WS-BUCKET) TO WS-RPT-AMOUNT-ED
        PERFORM 6100-FORMAT-BUCKET
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    STRING "TOTAL      " DELIMITED BY SIZE
        WS-RPT-BUCKET-LINE DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

6100-FORMAT-BUCKET.
    MOVE SPACES TO WS-RPT-BUCKET-TEXT
    STRING WS-RPT-ITEMS-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-AMOUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-BUCKET-TEXT
    STRING WS-RPT-BUCKET-TEXT DELIMITED BY SIZE
        INTO WS-RPT-BUCKET-LINE
        WITH POINTER WS-RPT-BUCKET-PTR.

6500-WRITE-REPORT-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-GL-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "GL EXTRACT LINES READ      " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-SUSPENSE-SEEN TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "SUSPENSE POSTINGS FOUND    " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-ALREADY-CLEARED TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  CLEARED BY EARLIER RUNS  " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-CLEARED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  CLEARED THIS RUN         " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-STILL-OPEN TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  STILL OPEN (NO MAPPING)  " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    IF WS-AGE-OVERFLOW > 0
        MOVE WS-AGE-OVERFLOW TO WS-RPT-COUNT-ED
        MOVE SPACES TO RPT-LINE
        STRING "  NOT AGED - TABLE FULL    " DELIMITED BY SIZE
            WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF

    MOVE WS-CLEARED-AMOUNT TO WS-RPT-TOTAL-ED
    MOVE SPACES TO RPT-LINE
    STRING "NET AMOUNT CLEARED      " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD.
