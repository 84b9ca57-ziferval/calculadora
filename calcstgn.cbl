IDENTIFICATION DIVISION.
PROGRAM-ID. CALCSTGN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDTE-FILE-STATUS.

    SELECT STANDING-INSTR-FILE ASSIGN TO "CALCSTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STIN-FILE-STATUS.

    SELECT BATCH-REG-FILE ASSIGN TO "CALCBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BREG-FILE-STATUS.

    SELECT GENERATED-FEED-FILE ASSIGN TO "CALCSIGO"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT LISTING-FILE ASSIGN TO "CALCSIGR"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDTE.

FD  STANDING-INSTR-FILE.
    COPY CALCSTIN.

FD  BATCH-REG-FILE.
    COPY CALCBREG.

FD  GENERATED-FEED-FILE.
    COPY CALCTXN.

FD  LISTING-FILE.
    COPY CALCRPT.

WORKING-STORAGE SECTION.
01  WS-BDTE-FILE-STATUS     PIC X(02).
    88  WS-BDTE-FILE-NOT-FOUND      VALUE "35".
01  WS-STIN-FILE-STATUS     PIC X(02).
    88  WS-STIN-FILE-NOT-FOUND      VALUE "35".
01  WS-BREG-FILE-STATUS     PIC X(02).
    88  WS-BREG-FILE-NOT-FOUND      VALUE "35".

01  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.
01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
    05  WS-BUS-YEAR         PIC 9(04).
    05  WS-BUS-MONTH        PIC 9(02).
    05  WS-BUS-DAY          PIC 9(02).
01  WS-START-DATE           PIC 9(08) VALUE 0.
01  WS-START-DATE-PARTS REDEFINES WS-START-DATE.
    05  WS-START-YEAR       PIC 9(04).
    05  WS-START-MONTH      PIC 9(02).
    05  WS-START-DAY        PIC 9(02).
01  WS-MONTH-END-DATE       PIC 9(08) VALUE 0.
01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
    05  WS-MONTH-END-YEAR   PIC 9(04).
    05  WS-MONTH-END-MONTH  PIC 9(02).
    05  WS-MONTH-END-DAY    PIC 9(02).
01  WS-NEXT-MONTH-DATE      PIC 9(08) VALUE 0.
01  WS-BUS-INTEGER          PIC 9(08) VALUE 0.
01  WS-START-INTEGER        PIC 9(08) VALUE 0.
01  WS-END-INTEGER          PIC 9(08) VALUE 0.
01  WS-DAY-DIFF             PIC 9(08) VALUE 0.
01  WS-MONTH-DIFF           PIC 9(06) VALUE 0.
01  WS-DAY-MATCH-FLAG       PIC X(01).
    88  WS-DAY-MATCHES              VALUE "Y".

01  WS-VALID-OPERATORS      PIC X(07) VALUE "+-*/M%^".
01  WS-OP-INDEX             PIC 9(01) VALUE 0.
01  WS-OP-VALID-FLAG        PIC X(01).
    88  WS-OP-VALID                 VALUE "Y".

*> Disposition of the instruction in hand: "G" = generated,
*> "N" = not due today, "X" = skipped as expired, "I" = skipped
*> as invalid. Not-due instructions are counted but not listed.
01  WS-INSTR-DISPOSITION    PIC X(01).
    88  WS-INSTR-GENERATE           VALUE "G".
    88  WS-INSTR-NOT-DUE            VALUE "N".
    88  WS-INSTR-EXPIRED            VALUE "X".
    88  WS-INSTR-INVALID            VALUE "I".
01  WS-INSTR-REASON         PIC X(24).

*> Details due today are held until the whole file is read so each
*> source system's details can be written as one H/detail/T batch
*> -- the instruction file is not kept in source order, and a
*> second header for the same source and date would be bypassed by
*> CALCSTP as a duplicate.
01  WS-DUE-TABLE.
    05  WS-DUE-ENTRY OCCURS 500 TIMES.
        10  WS-DUE-SOURCE       PIC X(08).
        10  WS-DUE-NUM1         PIC S9(5)V99.
        10  WS-DUE-NUM2         PIC S9(5)V99.
        10  WS-DUE-OPERATOR     PIC X(01).
        10  WS-DUE-RATE-CODE    PIC X(08).
        10  WS-DUE-ROUND-RULE   PIC X(01).
01  WS-DUE-COUNT            PIC 9(03) VALUE 0.
01  WS-DUE-INDEX            PIC 9(03) VALUE 0.

01  WS-GEN-SOURCE-TABLE.
    05  WS-GEN-ENTRY OCCURS 20 TIMES.
        10  WS-GEN-SOURCE       PIC X(08).
        10  WS-GEN-COUNT        PIC 9(09).
        10  WS-GEN-HASH         PIC S9(11)V99.
        10  WS-GEN-REGISTERED   PIC X(01).
01  WS-GEN-SOURCE-COUNT     PIC 9(02) VALUE 0.
01  WS-GEN-INDEX            PIC 9(02) VALUE 0.
01  WS-GEN-FOUND-FLAG       PIC X(01).
01  WS-INSTR-SOURCE         PIC X(08).
01  WS-DEFAULT-SOURCE       PIC X(08) VALUE "STANDING".

01  WS-COUNTERS.
    05  WS-READ-COUNT       PIC 9(07) VALUE 0.
    05  WS-GENERATED-COUNT  PIC 9(07) VALUE 0.
    05  WS-NOT-DUE-COUNT    PIC 9(07) VALUE 0.
    05  WS-EXPIRED-COUNT    PIC 9(07) VALUE 0.
    05  WS-INVALID-COUNT    PIC 9(07) VALUE 0.
    05  WS-REGISTERED-COUNT PIC 9(07) VALUE 0.
01  WS-STGN-CONDITION       PIC 9(02) VALUE 0.

01  WS-RPT-COUNT-ED         PIC ZZZZZZ9.
01  WS-RPT-AMOUNT-ED        PIC -(5)9.99.
01  WS-RPT-AMOUNT2-ED       PIC -(5)9.99.
01  WS-RPT-HASH-ED          PIC -(11)9.99.
01  WS-RPT-NUM2-TEXT        PIC X(09).

PROCEDURE DIVISION.
*> Standing instruction generator. Runs ahead of COPYSTP and
*> writes every instruction due on the CALCBDTE business date as
*> ordinary feed records, so a recurring calculation reaches the
*> GL through the same batch balancing, duplicate registration and
*> account mapping as a keyed feed. A source whose batch for the
*> date is already on the batch register (a held or rerun day) is
*> not written again -- CALCSTP would bypass it as a duplicate
*> and fail the run -- and is listed as already registered. Ends
*> CC 4 when the instruction file is missing or an instruction was
*> skipped as invalid, CC 0 otherwise.
0000-MAIN-PROCESS.
    PERFORM 1000-SET-BUSINESS-DATE
    COMPUTE WS-BUS-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

    OPEN OUTPUT LISTING-FILE
    PERFORM 1200-WRITE-LISTING-HEADINGS

    PERFORM 2000-SELECT-DUE-INSTRUCTIONS
    PERFORM 2600-CHECK-BATCH-REGISTER

    OPEN OUTPUT GENERATED-FEED-FILE
    PERFORM 3000-WRITE-SOURCE-BATCHES
    CLOSE GENERATED-FEED-FILE

    PERFORM 4000-WRITE-LISTING-SUMMARY
    CLOSE LISTING-FILE

    DISPLAY "CALCSTGN: " WS-GENERATED-COUNT " instructions generated"
        " for " WS-BUSINESS-DATE " in " WS-GEN-SOURCE-COUNT
        " batches, " WS-EXPIRED-COUNT " expired, "
        WS-INVALID-COUNT " invalid."
    IF WS-INVALID-COUNT > 0
        MOVE 4 TO WS-STGN-CONDITION
    END-IF
    MOVE WS-STGN-CONDITION TO RETURN-CODE
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
        DISPLAY "CALCSTGN: no business-date control on hand -"
            " defaulting to system date " WS-BUSINESS-DATE
    END-IF.

1200-WRITE-LISTING-HEADINGS.
    MOVE SPACES TO RPT-LINE
    STRING "CALCSTGN - STANDING INSTRUCTION GENERATION LISTING"
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
    STRING "INSTR-ID SOURCE   F OP      NUM1 NUM2/RATE"
        DELIMITED BY SIZE
        " DISPOSITION" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

2000-SELECT-DUE-INSTRUCTIONS.
    OPEN INPUT STANDING-INSTR-FILE
    IF WS-STIN-FILE-NOT-FOUND
        DISPLAY "CALCSTGN: no standing instruction file on hand -"
            " nothing generated."
        MOVE SPACES TO RPT-LINE
        STRING "NO STANDING INSTRUCTION FILE ON HAND - NOTHING"
            DELIMITED BY SIZE
            " GENERATED" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
        MOVE 4 TO WS-STGN-CONDITION
    ELSE
        PERFORM 2100-READ-INSTRUCTION
        PERFORM UNTIL WS-STIN-FILE-STATUS NOT = "00"
            ADD 1 TO WS-READ-COUNT
            PERFORM 2200-EVALUATE-INSTRUCTION
            PERFORM 2100-READ-INSTRUCTION
        END-PERFORM
        CLOSE STANDING-INSTR-FILE
    END-IF.

2100-READ-INSTRUCTION.
    READ STANDING-INSTR-FILE
        AT END
            MOVE "10" TO WS-STIN-FILE-STATUS
    END-READ.

*> Edits come first so a damaged instruction is listed as invalid
*> instead of being judged due or expired on garbage dates. The
*> rate code itself is not checked here: CALCSTP resolves it
*> against CALCRATE under the business date and rejects an
*> unknown or expired code ("RC") with a full trace, the same as
*> for any feed.
2200-EVALUATE-INSTRUCTION.
    MOVE "N" TO WS-INSTR-DISPOSITION
    MOVE SPACES TO WS-INSTR-REASON
    MOVE STIN-SOURCE-SYSTEM TO WS-INSTR-SOURCE
    IF WS-INSTR-SOURCE = SPACES
        MOVE WS-DEFAULT-SOURCE TO WS-INSTR-SOURCE
    END-IF

    MOVE "N" TO WS-OP-VALID-FLAG
    PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
            UNTIL WS-OP-INDEX > 7
        IF STIN-OPERATOR = WS-VALID-OPERATORS(WS-OP-INDEX:1)
            SET WS-OP-VALID TO TRUE
        END-IF
    END-PERFORM

    MOVE 0 TO WS-START-INTEGER
    MOVE 0 TO WS-END-INTEGER
    IF STIN-START-DATE IS NUMERIC
        COMPUTE WS-START-INTEGER =
            FUNCTION INTEGER-OF-DATE(STIN-START-DATE)
    END-IF
    IF STIN-END-DATE IS NUMERIC AND STIN-END-DATE NOT = 0
        COMPUTE WS-END-INTEGER =
            FUNCTION INTEGER-OF-DATE(STIN-END-DATE)
    END-IF

    EVALUATE TRUE
        WHEN STIN-NUM1 IS NOT NUMERIC
                OR (STIN-RATE-CODE = SPACES
                    AND STIN-NUM2 IS NOT NUMERIC)
            SET WS-INSTR-INVALID TO TRUE
            MOVE "INVALID - NON-NUMERIC" TO WS-INSTR-REASON
        WHEN NOT WS-OP-VALID
            SET WS-INSTR-INVALID TO TRUE
            MOVE "INVALID - OPERATOR" TO WS-INSTR-REASON
        WHEN NOT (STIN-DAILY OR STIN-WEEKLY OR STIN-MONTHLY
                OR STIN-QUARTERLY OR STIN-ANNUAL)
            SET WS-INSTR-INVALID TO TRUE
            MOVE "INVALID - FREQUENCY" TO WS-INSTR-REASON
        WHEN WS-START-INTEGER = 0
            SET WS-INSTR-INVALID TO TRUE
            MOVE "INVALID - START DATE" TO WS-INSTR-REASON
        WHEN STIN-END-DATE IS NOT NUMERIC
                OR (STIN-END-DATE NOT = 0 AND WS-END-INTEGER = 0)
            SET WS-INSTR-INVALID TO TRUE
            MOVE "INVALID - END DATE" TO WS-INSTR-REASON
        WHEN STIN-END-DATE NOT = 0
                AND STIN-END-DATE < WS-BUSINESS-DATE
            SET WS-INSTR-EXPIRED TO TRUE
            MOVE "SKIPPED - EXPIRED" TO WS-INSTR-REASON
        WHEN STIN-START-DATE > WS-BUSINESS-DATE
            SET WS-INSTR-NOT-DUE TO TRUE
        WHEN OTHER
            PERFORM 2300-CHECK-SCHEDULE
    END-EVALUATE

    EVALUATE TRUE
        WHEN WS-INSTR-GENERATE
            IF WS-DUE-COUNT >= 500
                SET WS-INSTR-INVALID TO TRUE
                MOVE "SKIPPED - TABLE FULL" TO WS-INSTR-REASON
                ADD 1 TO WS-INVALID-COUNT
            ELSE
                PERFORM 2400-HOLD-DUE-INSTRUCTION
                IF WS-INSTR-GENERATE
                    ADD 1 TO WS-GENERATED-COUNT
                    MOVE "GENERATED" TO WS-INSTR-REASON
                ELSE
                    ADD 1 TO WS-INVALID-COUNT
                END-IF
            END-IF
            PERFORM 2500-WRITE-LISTING-LINE
        WHEN WS-INSTR-EXPIRED
            ADD 1 TO WS-EXPIRED-COUNT
            PERFORM 2500-WRITE-LISTING-LINE
        WHEN WS-INSTR-INVALID
            ADD 1 TO WS-INVALID-COUNT
            PERFORM 2500-WRITE-LISTING-LINE
        WHEN OTHER
            ADD 1 TO WS-NOT-DUE-COUNT
    END-EVALUATE.

*> The schedule is anchored on the start date: weekly falls on its
*> day of the week, monthly on its day of the month (or the last
*> day of a shorter month), quarterly and annually on that day in
*> every third or twelfth month counted from the start month.
2300-CHECK-SCHEDULE.
    MOVE STIN-START-DATE TO WS-START-DATE
    COMPUTE WS-DAY-DIFF = WS-BUS-INTEGER - WS-START-INTEGER
    COMPUTE WS-MONTH-DIFF =
        (WS-BUS-YEAR - WS-START-YEAR) * 12
        + WS-BUS-MONTH - WS-START-MONTH

    IF WS-BUS-MONTH = 12
        COMPUTE WS-NEXT-MONTH-DATE =
            (WS-BUS-YEAR + 1) * 10000 + 101
    ELSE
        COMPUTE WS-NEXT-MONTH-DATE =
            WS-BUS-YEAR * 10000 + (WS-BUS-MONTH + 1) * 100 + 1
    END-IF
    COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1)

    MOVE "N" TO WS-DAY-MATCH-FLAG
    IF WS-BUS-DAY = WS-START-DAY
            OR (WS-START-DAY > WS-MONTH-END-DAY
                AND WS-BUS-DAY = WS-MONTH-END-DAY)
        SET WS-DAY-MATCHES TO TRUE
    END-IF

    EVALUATE TRUE
        WHEN STIN-DAILY
            SET WS-INSTR-GENERATE TO TRUE
        WHEN STIN-WEEKLY
            IF FUNCTION MOD(WS-DAY-DIFF, 7) = 0
                SET WS-INSTR-GENERATE TO TRUE
            END-IF
        WHEN STIN-MONTHLY
            IF WS-DAY-MATCHES
                SET WS-INSTR-GENERATE TO TRUE
            END-IF
        WHEN STIN-QUARTERLY
            IF WS-DAY-MATCHES
                    AND FUNCTION MOD(WS-MONTH-DIFF, 3) = 0
                SET WS-INSTR-GENERATE TO TRUE
            END-IF
        WHEN STIN-ANNUAL
            IF WS-DAY-MATCHES
                    AND FUNCTION MOD(WS-MONTH-DIFF, 12) = 0
                SET WS-INSTR-GENERATE TO TRUE
            END-IF
    END-EVALUATE.

2400-HOLD-DUE-INSTRUCTION.
    MOVE "N" TO WS-GEN-FOUND-FLAG
    PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
            UNTIL WS-GEN-INDEX > WS-GEN-SOURCE-COUNT
                OR WS-GEN-FOUND-FLAG = "Y"
        IF WS-GEN-SOURCE(WS-GEN-INDEX) = WS-INSTR-SOURCE
            MOVE "Y" TO WS-GEN-FOUND-FLAG
        END-IF
    END-PERFORM
    IF WS-GEN-FOUND-FLAG = "N"
        IF WS-GEN-SOURCE-COUNT >= 20
            SET WS-INSTR-INVALID TO TRUE
            MOVE "SKIPPED - TOO MANY SRCS" TO WS-INSTR-REASON
        ELSE
            ADD 1 TO WS-GEN-SOURCE-COUNT
            MOVE WS-INSTR-SOURCE
                TO WS-GEN-SOURCE(WS-GEN-SOURCE-COUNT)
            MOVE 0 TO WS-GEN-COUNT(WS-GEN-SOURCE-COUNT)
            MOVE 0 TO WS-GEN-HASH(WS-GEN-SOURCE-COUNT)
            MOVE "N" TO WS-GEN-REGISTERED(WS-GEN-SOURCE-COUNT)
        END-IF
    END-IF

    IF WS-INSTR-GENERATE
        ADD 1 TO WS-DUE-COUNT
        MOVE WS-INSTR-SOURCE TO WS-DUE-SOURCE(WS-DUE-COUNT)
        MOVE STIN-NUM1 TO WS-DUE-NUM1(WS-DUE-COUNT)
        IF STIN-RATE-CODE = SPACES
            MOVE STIN-NUM2 TO WS-DUE-NUM2(WS-DUE-COUNT)
        ELSE
            MOVE 0 TO WS-DUE-NUM2(WS-DUE-COUNT)
        END-IF
        MOVE STIN-OPERATOR TO WS-DUE-OPERATOR(WS-DUE-COUNT)
        MOVE STIN-RATE-CODE TO WS-DUE-RATE-CODE(WS-DUE-COUNT)
        MOVE STIN-ROUND-RULE TO WS-DUE-ROUND-RULE(WS-DUE-COUNT)
    END-IF.

2500-WRITE-LISTING-LINE.
    MOVE 0 TO WS-RPT-AMOUNT-ED
    IF STIN-NUM1 IS NUMERIC
        MOVE STIN-NUM1 TO WS-RPT-AMOUNT-ED
    END-IF
    IF STIN-RATE-CODE NOT = SPACES
        MOVE STIN-RATE-CODE TO WS-RPT-NUM2-TEXT
    ELSE
        MOVE 0 TO WS-RPT-AMOUNT2-ED
        IF STIN-NUM2 IS NUMERIC
            MOVE STIN-NUM2 TO WS-RPT-AMOUNT2-ED
        END-IF
        MOVE WS-RPT-AMOUNT2-ED TO WS-RPT-NUM2-TEXT
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING STIN-INSTRUCTION-ID DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-INSTR-SOURCE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        STIN-FREQUENCY DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        STIN-OPERATOR DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-AMOUNT-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-NUM2-TEXT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-INSTR-REASON DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

*> Marks each source whose batch for the business date CALCSTP
*> has already registered. A missing register means nothing is
*> registered yet.
2600-CHECK-BATCH-REGISTER.
    OPEN INPUT BATCH-REG-FILE
    IF WS-BREG-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 2610-READ-REGISTER-ENTRY
        PERFORM UNTIL WS-BREG-FILE-STATUS NOT = "00"
            IF BREG-BUSINESS-DATE = WS-BUSINESS-DATE
                PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                        UNTIL WS-GEN-INDEX > WS-GEN-SOURCE-COUNT
                    IF WS-GEN-SOURCE(WS-GEN-INDEX) = BREG-SOURCE-SYSTEM
                            AND WS-GEN-REGISTERED(WS-GEN-INDEX) = "N"
                        MOVE "Y" TO WS-GEN-REGISTERED(WS-GEN-INDEX)
                        ADD 1 TO WS-REGISTERED-COUNT
                    END-IF
                END-PERFORM
            END-IF
            PERFORM 2610-READ-REGISTER-ENTRY
        END-PERFORM
        CLOSE BATCH-REG-FILE
    END-IF.

2610-READ-REGISTER-ENTRY.
    READ BATCH-REG-FILE
        AT END
            MOVE "10" TO WS-BREG-FILE-STATUS
    END-READ.

*> One batch per source system, each wrapped in its own header and
*> trailer. The trailer hash follows the feed rule: NUM1 of every
*> detail plus NUM2 where no rate code is named. Nothing at all is
*> written on a day with no instruction due, so an empty day adds
*> no header-only batch to the register.
3000-WRITE-SOURCE-BATCHES.
    PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
            UNTIL WS-GEN-INDEX > WS-GEN-SOURCE-COUNT
        IF WS-GEN-REGISTERED(WS-GEN-INDEX) = "N"
            PERFORM 3050-WRITE-ONE-BATCH
        ELSE
            PERFORM 3060-TALLY-REGISTERED-BATCH
        END-IF
    END-PERFORM.

3050-WRITE-ONE-BATCH.
    MOVE SPACES TO CALC-IN-RECORD
    MOVE "H" TO CT-RECORD-TYPE
    MOVE WS-GEN-SOURCE(WS-GEN-INDEX) TO CT-HDR-SOURCE-SYSTEM
    MOVE WS-BUSINESS-DATE TO CT-HDR-BUSINESS-DATE
    WRITE CALC-IN-RECORD

    PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
            UNTIL WS-DUE-INDEX > WS-DUE-COUNT
        IF WS-DUE-SOURCE(WS-DUE-INDEX)
                = WS-GEN-SOURCE(WS-GEN-INDEX)
            PERFORM 3100-WRITE-DETAIL-RECORD
        END-IF
    END-PERFORM

    MOVE SPACES TO CALC-IN-RECORD
    MOVE "T" TO CT-RECORD-TYPE
    MOVE WS-GEN-COUNT(WS-GEN-INDEX) TO CT-TRL-RECORD-COUNT
    MOVE WS-GEN-HASH(WS-GEN-INDEX) TO CT-TRL-HASH-TOTAL
    WRITE CALC-IN-RECORD.

*> A batch already registered is not written, but its totals are
*> still tallied so the listing shows what was held back.
3060-TALLY-REGISTERED-BATCH.
    PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
            UNTIL WS-DUE-INDEX > WS-DUE-COUNT
        IF WS-DUE-SOURCE(WS-DUE-INDEX)
                = WS-GEN-SOURCE(WS-GEN-INDEX)
            ADD 1 TO WS-GEN-COUNT(WS-GEN-INDEX)
            ADD WS-DUE-NUM1(WS-DUE-INDEX) TO WS-GEN-HASH(WS-GEN-INDEX)
            IF WS-DUE-RATE-CODE(WS-DUE-INDEX) = SPACES
                ADD WS-DUE-NUM2(WS-DUE-INDEX)
                    TO WS-GEN-HASH(WS-GEN-INDEX)
            END-IF
        END-IF
    END-PERFORM.

3100-WRITE-DETAIL-RECORD.
    MOVE SPACES TO CALC-IN-RECORD
    MOVE "D" TO CT-RECORD-TYPE
    MOVE WS-DUE-NUM1(WS-DUE-INDEX) TO CT-NUM1
    MOVE WS-DUE-NUM2(WS-DUE-INDEX) TO CT-NUM2
    MOVE WS-DUE-OPERATOR(WS-DUE-INDEX) TO CT-OPERATOR
    MOVE WS-DUE-RATE-CODE(WS-DUE-INDEX) TO CT-RATE-CODE
    MOVE WS-DUE-ROUND-RULE(WS-DUE-INDEX) TO CT-ROUND-RULE
    WRITE CALC-IN-RECORD
    ADD 1 TO WS-GEN-COUNT(WS-GEN-INDEX)
    ADD WS-DUE-NUM1(WS-DUE-INDEX) TO WS-GEN-HASH(WS-GEN-INDEX)
    IF WS-DUE-RATE-CODE(WS-DUE-INDEX) = SPACES
        ADD WS-DUE-NUM2(WS-DUE-INDEX) TO WS-GEN-HASH(WS-GEN-INDEX)
    END-IF.

4000-WRITE-LISTING-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE WS-READ-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "INSTRUCTIONS READ        " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE WS-GENERATED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "GENERATED                " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE WS-NOT-DUE-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "NOT DUE TODAY            " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "SKIPPED - EXPIRED        " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE WS-INVALID-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "SKIPPED - INVALID        " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE WS-REGISTERED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "ALREADY REGISTERED       " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    IF WS-GEN-SOURCE-COUNT = 0
        MOVE SPACES TO RPT-LINE
        STRING "NO BATCHES GENERATED" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF
    PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
            UNTIL WS-GEN-INDEX > WS-GEN-SOURCE-COUNT
        MOVE WS-GEN-COUNT(WS-GEN-INDEX) TO WS-RPT-COUNT-ED
        MOVE WS-GEN-HASH(WS-GEN-INDEX) TO WS-RPT-HASH-ED
        MOVE SPACES TO RPT-LINE
        STRING "BATCH " DELIMITED BY SIZE
            WS-GEN-SOURCE(WS-GEN-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-BUSINESS-DATE DELIMITED BY SIZE
            " DETAILS " DELIMITED BY SIZE
            WS-RPT-COUNT-ED DELIMITED BY SIZE
            "  HASH " DELIMITED BY SIZE
            WS-RPT-HASH-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
        IF WS-GEN-REGISTERED(WS-GEN-INDEX) = "Y"
            MOVE SPACES TO RPT-LINE
            STRING "  ALREADY ON THE BATCH REGISTER - NOT WRITTEN AGAIN"
                DELIMITED BY SIZE INTO RPT-LINE
            WRITE REPORT-RECORD
        END-IF
    END-PERFORM.
