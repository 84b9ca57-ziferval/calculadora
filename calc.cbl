        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDTE-FILE-STATUS.

    SELECT RATE-PENDING-FILE ASSIGN TO "CALCRPND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPND-FILE-STATUS.

    SELECT RATE-JOURNAL-FILE ASSIGN TO "CALCRJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RJNL-FILE-STATUS.

    SELECT SOURCE-RULE-FILE ASSIGN TO "CALCSRUL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRUL-FILE-STATUS.

    SELECT MANUAL-ADJ-FILE ASSIGN TO "CALCMADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MADJ-FILE-STATUS.

    SELECT MANUAL-RELEASE-FILE ASSIGN TO "CALCMREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MREL-FILE-STATUS.

    SELECT GL-PERIOD-FILE ASSIGN TO "CALCPCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCAL-FILE-STATUS.

    SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  BUSINESS-DATE-FILE.
    COPY CALCBDTE.

FD  RATE-PENDING-FILE.
    COPY CALCRPND.

FD  RATE-JOURNAL-FILE.
    COPY CALCRJNL.

FD  SOURCE-RULE-FILE.
    COPY CALCSRUL.

FD  MANUAL-ADJ-FILE.
    COPY CALCMADJ.

FD  MANUAL-RELEASE-FILE.
01  MANUAL-RELEASE-BUFFER   PIC X(28).

FD  GL-PERIOD-FILE.
    COPY CALCPCAL.

FD  HISTORY-FILE.
    COPY CALCHIST.

    88  WS-FCAL-FILE-NOT-FOUND      VALUE "35".
01  WS-SEC-FILE-STATUS      PIC X(02).
    88  WS-SEC-FILE-NOT-FOUND       VALUE "35".
01  WS-RPND-FILE-STATUS     PIC X(02).
    88  WS-RPND-FILE-NOT-FOUND      VALUE "35".
01  WS-RJNL-FILE-STATUS     PIC X(02).
    88  WS-RJNL-FILE-NOT-FOUND      VALUE "35".
01  WS-SRUL-FILE-STATUS     PIC X(02).
    88  WS-SRUL-FILE-NOT-FOUND      VALUE "35".
01  WS-MADJ-FILE-STATUS     PIC X(02).
    88  WS-MADJ-FILE-NOT-FOUND      VALUE "35".
01  WS-MREL-FILE-STATUS     PIC X(02).
    88  WS-MREL-FILE-NOT-FOUND      VALUE "35".
01  WS-PCAL-FILE-STATUS     PIC X(02).
    88  WS-PCAL-FILE-NOT-FOUND      VALUE "35".

01  WS-STATS-TABLE.
    05  WS-STATS-ENTRY      PIC X(200) OCCURS 400 TIMES.
01  WS-GL-SEQUENCE-NUMBER   PIC 9(9) VALUE 0.
01  WS-BUSINESS-DATE        PIC 9(8).
01  WS-GL-RUN-DATE          PIC 9(8).

*> GL period control. WS-GL-POST-DATE is the date the run's GL
*> lines post under: the run date, or the start of the first open
*> period after it when the run date falls in a closed period. A
*> locked or undefined period sets WS-PERIOD-STOPPED and nothing
*> may post at all. With no calendar on file periods are not
*> checked, as before the calendar existed.
01  WS-GL-POST-DATE         PIC 9(8).
01  WS-GL-REDIRECT-FLAG     PIC X(01) VALUE "N".
    88  WS-GL-REDIRECTED            VALUE "Y".
01  WS-PERIOD-STOP-FLAG     PIC X(01) VALUE "N".
    88  WS-PERIOD-STOPPED           VALUE "Y".
01  WS-PERIOD-STOP-TEXT     PIC X(60) VALUE SPACES.
01  WS-PCAL-TABLE.
    05  WS-PCAL-ENTRY OCCURS 120 TIMES.
        10  WS-PCAL-PERIOD      PIC 9(06).
        10  WS-PCAL-START       PIC 9(08).
        10  WS-PCAL-END         PIC 9(08).
        10  WS-PCAL-STATUS      PIC X(01).
            88  WS-PCAL-OPEN            VALUE "O".
            88  WS-PCAL-CLOSED          VALUE "C".
            88  WS-PCAL-LOCKED          VALUE "L".
        10  WS-PCAL-UPDATED-BY  PIC X(08).
        10  WS-PCAL-UPDATED-ON  PIC 9(08).
01  WS-PCAL-COUNT           PIC 9(03) VALUE 0.
01  WS-PCAL-INDEX           PIC 9(03) VALUE 0.
01  WS-PCAL-HIT             PIC 9(03) VALUE 0.
01  WS-PCAL-NEXT            PIC 9(03) VALUE 0.
01  WS-PCAL-ON-FILE-FLAG    PIC X(01) VALUE "N".
    88  WS-PCAL-ON-FILE             VALUE "Y".
01  WS-PCAL-LOAD-FULL-FLAG  PIC X(01) VALUE "N".
    88  WS-PCAL-LOAD-FULL           VALUE "Y".
01  WS-PCAL-MAINT-INPUT     PIC X(10).
01  WS-PCAL-MAINT-PERIOD    PIC 9(06).
01  WS-PCAL-ACTION          PIC X(01).
01  WS-PCAL-DONE-FLAG       PIC X(01).
    88  WS-PCAL-DONE                VALUE "Y".
01  WS-PCAL-STATUS-TEXT     PIC X(06).
01  WS-RECORDS-PROCESSED    PIC 9(9) VALUE 0.
01  WS-TXN-BATCH-ID         PIC X(08).
01  WS-TXN-SEQUENCE         PIC 9(9) VALUE 0.
    05  WS-STAT-CHAINFAIL-COUNT PIC 9(7) VALUE 0.

01  WS-STAT-SUSPENSE-COUNT  PIC 9(7) VALUE 0.
01  WS-STAT-REDIRECT-COUNT  PIC 9(7) VALUE 0.
01  WS-STAT-DUPLICATE-COUNT PIC 9(7) VALUE 0.

01  WS-BATCH-CONTROL.
        10  WS-SRC-REJECTED     PIC 9(07).
        10  WS-SRC-DUPLICATES   PIC 9(09).
        10  WS-SRC-BAL-STATUS   PIC X(04).
        10  WS-SRC-RULE-REJECTS PIC 9(07).
01  WS-SRC-COUNT             PIC 9(02) VALUE 0.
01  WS-SRC-INDEX             PIC 9(02) VALUE 0.
01  WS-SRC-CURRENT           PIC 9(02) VALUE 0.
01  WS-SRC-FOUND-FLAG        PIC X(01).

*> Per-source business rules, loaded once at start-up. A detail
*> under a batch header whose source has an entry here must pass
*> that source's edits as well as the numeric and rate-code checks;
*> the reason found is held in WS-RULE-REASON-* until the detail
*> is either rejected or accepted.
01  WS-SRUL-TABLE.
    05  WS-SRUL-ENTRY OCCURS 50 TIMES.
        10  WS-SRUL-SOURCE      PIC X(08).
        10  WS-SRUL-OPERATORS   PIC X(10).
        10  WS-SRUL-NUM1-MIN    PIC S9(5)V99.
        10  WS-SRUL-NUM1-MAX    PIC S9(5)V99.
        10  WS-SRUL-NUM2-MIN    PIC S9(5)V99.
        10  WS-SRUL-NUM2-MAX    PIC S9(5)V99.
        10  WS-SRUL-RATE-CODE   PIC X(08) OCCURS 5 TIMES.
        10  WS-SRUL-CHAIN-OK    PIC X(01).
        10  WS-SRUL-UPDATED-BY  PIC X(08).
        10  WS-SRUL-UPDATED-ON  PIC 9(08).
01  WS-SRUL-COUNT           PIC 9(02) VALUE 0.
01  WS-SRUL-INDEX           PIC 9(02) VALUE 0.
01  WS-SRUL-CURRENT         PIC 9(02) VALUE 0.
01  WS-SRUL-RATE-INDEX      PIC 9(01) VALUE 0.
01  WS-SRUL-MATCH-COUNT     PIC 9(02) VALUE 0.
01  WS-SRUL-CODES-LISTED    PIC 9(01) VALUE 0.
01  WS-RULE-REASON-CODE     PIC X(02) VALUE SPACES.
01  WS-RULE-REASON-TEXT     PIC X(20) VALUE SPACES.
01  WS-SRUL-MAINT-SOURCE    PIC X(08).
01  WS-SRUL-MAINT-INPUT     PIC X(50).
01  WS-SRUL-LIMIT-LABEL     PIC X(04).
01  WS-SRUL-WORK-MIN        PIC S9(5)V99.
01  WS-SRUL-WORK-MAX        PIC S9(5)V99.
01  WS-SRUL-WORK-CODES.
    05  WS-SRUL-WORK-CODE   PIC X(08) OCCURS 5 TIMES.
01  WS-SRUL-MAINT-INDEX     PIC 9(02).
01  WS-SRUL-DONE-FLAG       PIC X(01).
    88  WS-SRUL-MAINT-DONE          VALUE "Y".
01  WS-SRUL-CHANGED-FLAG    PIC X(01) VALUE "N".
    88  WS-SRUL-CHANGED             VALUE "Y".

*> Manual adjustment batches and their items, loaded from the
*> batch file each time the function is entered and rewritten
*> after every change. Released and cancelled batches age off
*> after WS-MADJ-RETAIN-DAYS; open batches always load. As with
*> the rate change queue, a file that overruns either table is
*> not rewritten, so nothing on file is lost to the cap.
01  WS-MADJ-TABLE.
    05  WS-MADJ-ENTRY OCCURS 100 TIMES.
        10  WS-MADJ-NUMBER      PIC 9(06).
        10  WS-MADJ-STATUS      PIC X(01).
            88  WS-MADJ-OPEN            VALUE "O".
            88  WS-MADJ-RELEASED        VALUE "R".
            88  WS-MADJ-CANCELLED       VALUE "C".
        10  WS-MADJ-DECL-COUNT  PIC 9(05).
        10  WS-MADJ-DECL-HASH   PIC S9(11)V99.
        10  WS-MADJ-DESCRIPTION PIC X(20).
        10  WS-MADJ-KEYED-BY    PIC X(08).
        10  WS-MADJ-OPENED      PIC 9(08).
        10  WS-MADJ-DECIDED-BY  PIC X(08).
        10  WS-MADJ-DECIDED     PIC 9(08).
01  WS-MADJ-COUNT           PIC 9(03) VALUE 0.
01  WS-MADJ-INDEX           PIC 9(03) VALUE 0.
01  WS-MADJ-CURRENT         PIC 9(03) VALUE 0.
01  WS-MADJ-NEXT-NUMBER     PIC 9(06) VALUE 0.
01  WS-MADJ-RETAIN-DAYS     PIC 9(03) VALUE 60.
01  WS-MADJ-CUTOFF-DATE     PIC 9(08) VALUE 0.
01  WS-MADJ-LOAD-FULL-FLAG  PIC X(01) VALUE "N".
    88  WS-MADJ-LOAD-FULL           VALUE "Y".
01  WS-MADJ-KEEP-FLAG       PIC X(01).
01  WS-MITM-TABLE.
    05  WS-MITM-ENTRY OCCURS 2000 TIMES.
        10  WS-MITM-BATCH       PIC 9(06).
        10  WS-MITM-NUMBER      PIC 9(04).
        10  WS-MITM-NUM1        PIC S9(5)V99.
        10  WS-MITM-NUM2        PIC S9(5)V99.
        10  WS-MITM-OPERATOR    PIC X(01).
        10  WS-MITM-RATE-CODE   PIC X(08).
01  WS-MITM-COUNT           PIC 9(04) VALUE 0.
01  WS-MITM-INDEX           PIC 9(04) VALUE 0.
01  WS-MITM-REMOVE-NUMBER   PIC 9(04) VALUE 0.
01  WS-MADJ-KEYED-COUNT     PIC 9(05) VALUE 0.
01  WS-MADJ-KEYED-HASH      PIC S9(11)V99 VALUE 0.
01  WS-MADJ-CHOICE          PIC X(01).
01  WS-MADJ-DONE-FLAG       PIC X(01).
    88  WS-MADJ-DONE                VALUE "Y".
01  WS-MADJ-ITEM-DONE-FLAG  PIC X(01).
    88  WS-MADJ-ITEMS-DONE          VALUE "Y".
01  WS-MADJ-INPUT           PIC X(20).
01  WS-MADJ-WORK-AMOUNT     PIC S9(11)V99 VALUE 0.
01  WS-MADJ-ITEM-OK-FLAG    PIC X(01).
01  WS-MADJ-NEW-NUM1        PIC S9(5)V99.
01  WS-MADJ-NEW-NUM2        PIC S9(5)V99.
01  WS-MADJ-NEW-OPERATOR    PIC X(01).
01  WS-MADJ-NEW-RATE-CODE   PIC X(08).
01  WS-MADJ-SOURCE-SYSTEM   PIC X(08) VALUE "MANUAL".
01  WS-MADJ-NEW-COUNT       PIC 9(05).
01  WS-MADJ-NEW-HASH        PIC S9(11)V99.
01  WS-MADJ-STATUS-TEXT     PIC X(09).
01  WS-MADJ-LISTED          PIC 9(03) VALUE 0.
01  WS-MADJ-COUNT-ED        PIC ZZZZ9.
01  WS-MADJ-KEYED-COUNT-ED  PIC ZZZZ9.
01  WS-MADJ-HASH-ED         PIC -(10)9.99.
01  WS-MADJ-KEYED-HASH-ED   PIC -(10)9.99.

*> The release file holds the MANUAL batch CALCSTP will pick up.
*> The batch register admits one batch per source and business
*> date, so a release rewrites the file with every item released
*> under the current business date gathered into one H/detail/T
*> batch; batches left there under an earlier date (a night the
*> file was not picked up) are carried through unchanged.
01  WS-MREL-TABLE.
    05  WS-MREL-ENTRY       PIC X(28) OCCURS 3000 TIMES.
01  WS-MREL-COUNT           PIC 9(04) VALUE 0.
01  WS-MREL-INDEX           PIC 9(04) VALUE 0.
01  WS-MREL-TODAY-FLAG      PIC X(01).
    88  WS-MREL-IN-TODAY            VALUE "Y".
01  WS-MREL-DETAIL-COUNT    PIC 9(09) VALUE 0.
01  WS-MREL-HASH-TOTAL      PIC S9(11)V99 VALUE 0.
01  WS-MREL-WORK.
    05  WS-MREL-TYPE        PIC X(01).
    05  WS-MREL-DETAIL.
        10  WS-MREL-NUM1        PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
        10  WS-MREL-NUM2        PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
        10  WS-MREL-OPERATOR    PIC X(01).
        10  WS-MREL-RATE-CODE   PIC X(08).
        10  WS-MREL-ROUND-RULE  PIC X(01).
        10  FILLER              PIC X(01).
    05  WS-MREL-HEADER REDEFINES WS-MREL-DETAIL.
        10  WS-MREL-SOURCE      PIC X(08).
        10  WS-MREL-BUS-DATE    PIC 9(08).
        10  FILLER              PIC X(11).
    05  WS-MREL-TRAILER REDEFINES WS-MREL-DETAIL.
        10  WS-MREL-TRL-COUNT   PIC 9(09).
        10  WS-MREL-TRL-HASH    PIC S9(11)V99 SIGN IS TRAILING
                                    SEPARATE.
        10  FILLER              PIC X(04).

*> Sized for the retention window at the full calendar capacity:
*> 20 sources times 60 retained days, so the table cannot overrun
*> at the system's designed load and the overrun backstop below
        10  WS-BREG-DATE        PIC 9(08).
        10  WS-BREG-TIMESTAMP   PIC X(14).
        10  WS-BREG-DETAILS     PIC 9(09).
        10  WS-BREG-RESENDS     PIC 9(05).
01  WS-BREG-COUNT           PIC 9(04) VALUE 0.
01  WS-BREG-INDEX           PIC 9(04) VALUE 0.
01  WS-BREG-HIT             PIC 9(04) VALUE 0.
01  WS-BREG-PURGE-COUNT     PIC 9(04) VALUE 0.
01  WS-BREG-AGED-COUNT      PIC 9(04) VALUE 0.
01  WS-BREG-RETAIN-DAYS     PIC 9(03) VALUE 60.
    88  WS-BREG-LOAD-FULL           VALUE "Y".
01  WS-BREG-FOUND-FLAG      PIC X(01).
    88  WS-BREG-FOUND               VALUE "Y".
01  WS-BREG-RESEND-FLAG     PIC X(01) VALUE "N".
    88  WS-BREG-RESEND-PENDING      VALUE "Y".

01  WS-BALANCE-FLAGS.
    05  WS-BALANCE-FAIL-FLAG    PIC X(01) VALUE "N".
01  WS-RATE-DONE-FLAG       PIC X(01).
    88  WS-RATE-MAINT-DONE          VALUE "Y".

*> Rate changes are queued here, not applied, until a second
*> level-4 operator approves them. Decided entries age off the
*> queue after WS-RPND-RETAIN-DAYS; the rate change journal is
*> the permanent record. If the queue file overruns the table it
*> is not rewritten, so no request on file is lost to the cap.
01  WS-RPND-TABLE.
    05  WS-RPND-ENTRY OCCURS 100 TIMES.
        10  WS-RPND-CODE        PIC X(08).
        10  WS-RPND-ACTION      PIC X(01).
        10  WS-RPND-DESCRIPTION PIC X(20).
        10  WS-RPND-FACTOR      PIC S9(5)V99.
        10  WS-RPND-EFFECTIVE   PIC 9(08).
        10  WS-RPND-EXPIRY      PIC 9(08).
        10  WS-RPND-MAKER       PIC X(08).
        10  WS-RPND-REQUESTED   PIC 9(08).
        10  WS-RPND-STATUS      PIC X(01).
            88  WS-RPND-PENDING         VALUE "P".
            88  WS-RPND-APPROVED        VALUE "A".
            88  WS-RPND-DECLINED        VALUE "D".
        10  WS-RPND-CHECKER     PIC X(08).
        10  WS-RPND-DECIDED     PIC 9(08).
01  WS-RPND-COUNT           PIC 9(03) VALUE 0.
01  WS-RPND-INDEX           PIC 9(03) VALUE 0.
01  WS-RPND-MAINT-INDEX     PIC 9(03) VALUE 0.
01  WS-RPND-PENDING-COUNT   PIC 9(03) VALUE 0.
01  WS-RPND-RETAIN-DAYS     PIC 9(03) VALUE 30.
01  WS-RPND-CUTOFF-DATE     PIC 9(08) VALUE 0.
01  WS-RPND-LOAD-FULL-FLAG  PIC X(01) VALUE "N".
    88  WS-RPND-LOAD-FULL           VALUE "Y".
01  WS-RPND-CHANGED-FLAG    PIC X(01) VALUE "N".
    88  WS-RPND-CHANGED             VALUE "Y".
01  WS-RPND-DECISION        PIC X(01).
01  WS-RATE-APPLIED-COUNT   PIC 9(03) VALUE 0.
01  WS-RJNL-ACTION          PIC X(01).
01  WS-RJNL-OLD-FACTOR      PIC S9(5)V99.
01  WS-RJNL-OLD-EFFECTIVE   PIC 9(08).
01  WS-RJNL-OLD-EXPIRY      PIC 9(08).

*> Batch and interactive PARM runs are started by the scheduler
*> under its own controls, so they carry the fixed *BATCH* stamp;
*> the menu front end replaces it with the signed-on operator.
01  WS-AUTH-OK-FLAG         PIC X(01).
    88  WS-AUTH-OK                  VALUE "Y".

01  WS-MENU-CHOICE          PIC X(02).
01  WS-MENU-EXIT-FLAG       PIC X(01) VALUE "N".
    88  WS-MENU-EXIT                VALUE "Y".
01  WS-USE-DEFAULTS-ANS     PIC X(01).

    EVALUATE TRUE
        WHEN WS-MODE-BATCH
            IF WS-PERIOD-STOPPED
                PERFORM 2020-STOP-FOR-GL-PERIOD
            ELSE
                PERFORM 2000-BATCH-PROCESS
            END-IF
        WHEN WS-MODE-INTERACTIVE
            IF WS-PERIOD-STOPPED
                DISPLAY "Posting refused: "
                    FUNCTION TRIM(WS-PERIOD-STOP-TEXT)
                MOVE 16 TO WS-RUN-CONDITION
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM 3000-INTERACTIVE-PROCESS
            END-IF
        WHEN OTHER
            PERFORM 7000-MENU-PROCESS
    END-EVALUATE
    MOVE WS-GL-RUN-DATE TO WS-TXN-BATCH-ID
    PERFORM 7520-LOAD-RATE-TABLE
    PERFORM 4800-LOAD-GL-MAP
    PERFORM 4700-LOAD-FEED-CALENDAR
    PERFORM 7720-LOAD-SOURCE-RULES
    PERFORM 4750-LOAD-GL-PERIODS
    PERFORM 1200-CHECK-GL-PERIOD.

*> The business date comes from the date control file set by
*> operations (or a second PARM token overriding it for a one-off
            " defaulting to system date " WS-BUSINESS-DATE
    END-IF.

*> Finds the GL period the run date falls in and decides where the
*> run's GL lines post. Re-run after a period changes status under
*> the menu, so the session posts by the calendar as it now stands.
1200-CHECK-GL-PERIOD.
    MOVE WS-GL-RUN-DATE TO WS-GL-POST-DATE
    MOVE "N" TO WS-GL-REDIRECT-FLAG
    MOVE "N" TO WS-PERIOD-STOP-FLAG
    MOVE SPACES TO WS-PERIOD-STOP-TEXT
    MOVE 0 TO WS-PCAL-HIT
    MOVE 0 TO WS-PCAL-NEXT
    IF WS-PCAL-ON-FILE
        PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
                UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
            IF WS-PCAL-START(WS-PCAL-INDEX) <= WS-GL-RUN-DATE
                    AND WS-PCAL-END(WS-PCAL-INDEX) >= WS-GL-RUN-DATE
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
                STRING "NO GL PERIOD DEFINED FOR RUN DATE "
                    DELIMITED BY SIZE
                    WS-GL-RUN-DATE DELIMITED BY SIZE
                    INTO WS-PERIOD-STOP-TEXT
            WHEN WS-PCAL-LOCKED(WS-PCAL-HIT)
                SET WS-PERIOD-STOPPED TO TRUE
                STRING "GL PERIOD " DELIMITED BY SIZE
                    WS-PCAL-PERIOD(WS-PCAL-HIT) DELIMITED BY SIZE
                    " IS LOCKED - RUN DATE " DELIMITED BY SIZE
                    WS-GL-RUN-DATE DELIMITED BY SIZE
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

*> A run dated in a locked or undefined GL period processes nothing:
*> the control report carries the reason and the run ends CC 16,
*> the same as any other batch control failure.
2020-STOP-FOR-GL-PERIOD.
    MOVE SPACES TO WS-BAL-WORK-LINE
    STRING "CONTROL FAIL: " DELIMITED BY SIZE
        WS-PERIOD-STOP-TEXT DELIMITED BY "  "
        " - RUN STOPPED" DELIMITED BY SIZE
        INTO WS-BAL-WORK-LINE
    PERFORM 2170-ADD-CONTROL-MESSAGE
    DISPLAY "SIMCALC: " FUNCTION TRIM(WS-PERIOD-STOP-TEXT)
        " - run stopped."
    PERFORM 6000-WRITE-SUMMARY-REPORT
    PERFORM 2600-SET-CONDITION-CODE.

2000-BATCH-PROCESS.
    MOVE "N" TO WS-CALC-IN-EOF
    PERFORM 2050-READ-CHECKPOINT
        ADD 1 TO WS-RECORDS-PROCESSED
        IF FUNCTION MOD(WS-RECORDS-PROCESSED, WS-CHECKPOINT-INTERVAL) = 0
            PERFORM 2200-WRITE-CHECKPOINT
            IF WS-BREG-RESEND-PENDING
                PERFORM 2950-SAVE-BATCH-REGISTER
                MOVE "N" TO WS-BREG-RESEND-FLAG
            END-IF
        END-IF

        PERFORM 2100-READ-CALC-IN
    PERFORM 2310-CHECK-BATCH-REGISTER
    PERFORM 2320-NOTE-SOURCE-BATCH.

*> A bypassed resend is counted on the registration it duplicated
*> for the monthly chargeback. The count goes to file with the
*> next checkpoint, so the register always matches the restart
*> position: a restart replays, and counts again, only the resends
*> after it. When the register overran the table it cannot be
*> rewritten, so the resend is noted on the control report as
*> not counted.
2310-CHECK-BATCH-REGISTER.
    MOVE "N" TO WS-BATCH-DUP-FLAG
    MOVE "N" TO WS-BREG-FOUND-FLAG
    MOVE 0 TO WS-BREG-HIT
    PERFORM VARYING WS-BREG-INDEX FROM 1 BY 1
            UNTIL WS-BREG-INDEX > WS-BREG-COUNT
                OR WS-BREG-FOUND
                AND WS-BREG-DATE(WS-BREG-INDEX)
                    = WS-BATCH-BUSINESS-DATE
            SET WS-BREG-FOUND TO TRUE
            MOVE WS-BREG-INDEX TO WS-BREG-HIT
        END-IF
    END-PERFORM
    IF WS-BREG-FOUND
        MOVE "Y" TO WS-BATCH-DUP-FLAG
        IF WS-BREG-RESENDS(WS-BREG-HIT) < 99999
            ADD 1 TO WS-BREG-RESENDS(WS-BREG-HIT)
            SET WS-BREG-RESEND-PENDING TO TRUE
        END-IF
        IF WS-BREG-LOAD-FULL
            DISPLAY "SIMCALC: resend of " WS-BATCH-SOURCE-SYSTEM
                " " WS-BATCH-BUSINESS-DATE " not counted on the"
                " batch register - register table full."
            MOVE SPACES TO WS-BAL-WORK-LINE
            STRING "RESEND NOT COUNTED FOR CHARGEBACK: "
                       DELIMITED BY SIZE
                   WS-BATCH-SOURCE-SYSTEM DELIMITED BY SIZE
                   " REGISTER FULL" DELIMITED BY SIZE
                INTO WS-BAL-WORK-LINE
            PERFORM 2175-ADD-CONTROL-NOTE
        END-IF
        MOVE SPACES TO WS-BAL-WORK-LINE
        STRING "DUPLICATE BATCH: " DELIMITED BY SIZE
               WS-BATCH-SOURCE-SYSTEM DELIMITED BY SIZE
        MOVE 0 TO WS-SRC-REJECTED(WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-DUPLICATES(WS-SRC-CURRENT)
        MOVE "OK  " TO WS-SRC-BAL-STATUS(WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-RULE-REJECTS(WS-SRC-CURRENT)
    END-IF
    IF WS-SRC-CURRENT > 0
        ADD 1 TO WS-SRC-BATCHES(WS-SRC-CURRENT)
        MOVE FUNCTION CURRENT-DATE(1:14)
            TO WS-BREG-TIMESTAMP(WS-BREG-COUNT)
        MOVE WS-BATCH-DETAIL-COUNT TO WS-BREG-DETAILS(WS-BREG-COUNT)
        MOVE 0 TO WS-BREG-RESENDS(WS-BREG-COUNT)
    END-IF
    OPEN EXTEND BATCH-REG-FILE
    IF WS-BREG-FILE-NOT-FOUND
    MOVE WS-BATCH-BUSINESS-DATE TO BREG-BUSINESS-DATE
    MOVE FUNCTION CURRENT-DATE(1:14) TO BREG-PROCESSED-TIMESTAMP
    MOVE WS-BATCH-DETAIL-COUNT TO BREG-DETAIL-COUNT
    MOVE 0 TO BREG-RESEND-COUNT
    WRITE BATCH-REG-RECORD
    CLOSE BATCH-REG-FILE.

                        TO WS-BREG-TIMESTAMP(WS-BREG-COUNT)
                    MOVE BREG-DETAIL-COUNT
                        TO WS-BREG-DETAILS(WS-BREG-COUNT)
                    IF BREG-RESEND-COUNT IS NUMERIC
                        MOVE BREG-RESEND-COUNT
                            TO WS-BREG-RESENDS(WS-BREG-COUNT)
                    ELSE
                        MOVE 0 TO WS-BREG-RESENDS(WS-BREG-COUNT)
                    END-IF
            END-EVALUATE
            PERFORM 2910-READ-BREG-RECORD
        END-PERFORM
*> registrations were already appended by 2410-REGISTER-BATCH;
*> this pass makes a registration purged by the reprocess
*> override or aged past the retention window come off the file
*> for good, and carries the resend counts. It is also taken at
*> a checkpoint that follows a newly counted resend. When the load overran the table the rewrite is
*> skipped -- writing back a truncated table would delete every
*> registration past the cap, including this run's appends, and
*> strip those batches of duplicate protection.
            MOVE WS-BREG-TIMESTAMP(WS-BREG-INDEX)
                TO BREG-PROCESSED-TIMESTAMP
            MOVE WS-BREG-DETAILS(WS-BREG-INDEX) TO BREG-DETAIL-COUNT
            MOVE WS-BREG-RESENDS(WS-BREG-INDEX) TO BREG-RESEND-COUNT
            WRITE BATCH-REG-RECORD
        END-PERFORM
        CLOSE BATCH-REG-FILE

2510-PROCESS-CHAIN-START.
    PERFORM 4900-RESOLVE-RATE-CODE
    PERFORM 2560-CHECK-SOURCE-RULES
    IF WS-RATE-OK-FLAG = "N"
        CONTINUE
    ELSE
        MOVE "NON-NUMERIC INPUT" TO WS-REJ-REASON-TEXT-SRC
        MOVE CT-RATE-CODE TO WS-REJ-RATE-CODE-SRC
        PERFORM 5400-WRITE-REJECT-RECORD
    ELSE
    IF WS-RULE-REASON-CODE NOT = SPACES
        PERFORM 2565-WRITE-RULE-REJECT
    ELSE
        ADD 1 TO WS-STAT-ACCEPTED-COUNT
        PERFORM 2185-ADD-SRC-ACCEPTED
            MOVE 0 TO WS-CHAIN-RESULT
        END-IF
    END-IF
    END-IF
    END-IF.

2520-PROCESS-CONTINUATION.
    EVALUATE TRUE
        WHEN WS-CHAIN-PENDING
            PERFORM 4900-RESOLVE-RATE-CODE
            PERFORM 2560-CHECK-SOURCE-RULES
            IF WS-RATE-OK-FLAG = "N"
                PERFORM 2540-KILL-CHAIN-ON-REJECT
            ELSE
                MOVE CT-RATE-CODE TO WS-REJ-RATE-CODE-SRC
                PERFORM 5400-WRITE-REJECT-RECORD
                PERFORM 2540-KILL-CHAIN-ON-REJECT
            ELSE
            IF WS-RULE-REASON-CODE NOT = SPACES
                PERFORM 2565-WRITE-RULE-REJECT
                PERFORM 2540-KILL-CHAIN-ON-REJECT
            ELSE
                ADD 1 TO WS-STAT-ACCEPTED-COUNT
                PERFORM 2185-ADD-SRC-ACCEPTED
                END-IF
            END-IF
            END-IF
            END-IF
        WHEN WS-CHAIN-FAILED
            ADD 1 TO WS-STAT-CHAINFAIL-COUNT
            MOVE WS-CHAIN-RESULT TO NUM1
    PERFORM 5150-WRITE-HISTORY-RECORD
    MOVE "F" TO WS-CHAIN-STATE.

*> The source's business rules, checked only for a detail under a
*> batch header whose source has a rule entry. The first rule the
*> detail breaks is the reason given; numeric limits are only
*> tested on operands that passed the numeric edit, and NUM1 only
*> on a chain start (a continuation's NUM1 is the prior result).
2560-CHECK-SOURCE-RULES.
    MOVE SPACES TO WS-RULE-REASON-CODE
    MOVE SPACES TO WS-RULE-REASON-TEXT
    MOVE 0 TO WS-SRUL-CURRENT
    IF WS-BATCH-OPEN
        PERFORM VARYING WS-SRUL-INDEX FROM 1 BY 1
                UNTIL WS-SRUL-INDEX > WS-SRUL-COUNT
                    OR WS-SRUL-CURRENT > 0
            IF WS-SRUL-SOURCE(WS-SRUL-INDEX) = WS-BATCH-SOURCE-SYSTEM
                MOVE WS-SRUL-INDEX TO WS-SRUL-CURRENT
            END-IF
        END-PERFORM
    END-IF
    IF WS-SRUL-CURRENT > 0
        IF CT-RECORD-TYPE = "C"
                AND WS-SRUL-CHAIN-OK(WS-SRUL-CURRENT) = "N"
            MOVE "RX" TO WS-RULE-REASON-CODE
            MOVE "CHAINING NOT ALLOWED" TO WS-RULE-REASON-TEXT
        END-IF
        IF WS-RULE-REASON-CODE = SPACES
                AND WS-SRUL-OPERATORS(WS-SRUL-CURRENT) NOT = SPACES
            MOVE 0 TO WS-SRUL-MATCH-COUNT
            IF CT-OPERATOR NOT = SPACE
                INSPECT WS-SRUL-OPERATORS(WS-SRUL-CURRENT)
                    TALLYING WS-SRUL-MATCH-COUNT FOR ALL CT-OPERATOR
            END-IF
            IF WS-SRUL-MATCH-COUNT = 0
                MOVE "RO" TO WS-RULE-REASON-CODE
                MOVE "OPERATOR NOT ALLOWED" TO WS-RULE-REASON-TEXT
            END-IF
        END-IF
        IF WS-RULE-REASON-CODE = SPACES
                AND CT-RECORD-TYPE NOT = "C"
                AND CT-NUM1 IS NUMERIC
                AND (WS-SRUL-NUM1-MIN(WS-SRUL-CURRENT) NOT = 0
                    OR WS-SRUL-NUM1-MAX(WS-SRUL-CURRENT) NOT = 0)
            IF CT-NUM1 < WS-SRUL-NUM1-MIN(WS-SRUL-CURRENT)
                    OR CT-NUM1 > WS-SRUL-NUM1-MAX(WS-SRUL-CURRENT)
                MOVE "R1" TO WS-RULE-REASON-CODE
                MOVE "NUM1 OUTSIDE LIMITS" TO WS-RULE-REASON-TEXT
            END-IF
        END-IF
        IF WS-RULE-REASON-CODE = SPACES
                AND CT-RATE-CODE = SPACES
                AND CT-NUM2 IS NUMERIC
                AND (WS-SRUL-NUM2-MIN(WS-SRUL-CURRENT) NOT = 0
                    OR WS-SRUL-NUM2-MAX(WS-SRUL-CURRENT) NOT = 0)
            IF CT-NUM2 < WS-SRUL-NUM2-MIN(WS-SRUL-CURRENT)
                    OR CT-NUM2 > WS-SRUL-NUM2-MAX(WS-SRUL-CURRENT)
                MOVE "R2" TO WS-RULE-REASON-CODE
                MOVE "NUM2 OUTSIDE LIMITS" TO WS-RULE-REASON-TEXT
            END-IF
        END-IF
        IF WS-RULE-REASON-CODE = SPACES
                AND CT-RATE-CODE NOT = SPACES
            MOVE 0 TO WS-SRUL-CODES-LISTED
            MOVE 0 TO WS-SRUL-MATCH-COUNT
            PERFORM VARYING WS-SRUL-RATE-INDEX FROM 1 BY 1
                    UNTIL WS-SRUL-RATE-INDEX > 5
                IF WS-SRUL-RATE-CODE(WS-SRUL-CURRENT,
                        WS-SRUL-RATE-INDEX) NOT = SPACES
                    ADD 1 TO WS-SRUL-CODES-LISTED
                    IF WS-SRUL-RATE-CODE(WS-SRUL-CURRENT,
                            WS-SRUL-RATE-INDEX) = CT-RATE-CODE
                        ADD 1 TO WS-SRUL-MATCH-COUNT
                    END-IF
                END-IF
            END-PERFORM
            IF WS-SRUL-CODES-LISTED > 0 AND WS-SRUL-MATCH-COUNT = 0
                MOVE "RR" TO WS-RULE-REASON-CODE
                MOVE "RATE NOT FOR SOURCE" TO WS-RULE-REASON-TEXT
            END-IF
        END-IF
    END-IF.

2565-WRITE-RULE-REJECT.
    MOVE CT-NUM1-RAW TO WS-REJ-NUM1-SRC
    MOVE CT-NUM2-RAW TO WS-REJ-NUM2-SRC
    MOVE CT-OPERATOR TO WS-REJ-OPERATOR-SRC
    MOVE WS-RULE-REASON-CODE TO WS-REJ-REASON-CODE-SRC
    MOVE WS-RULE-REASON-TEXT TO WS-REJ-REASON-TEXT-SRC
    MOVE CT-RATE-CODE TO WS-REJ-RATE-CODE-SRC
    PERFORM 5400-WRITE-REJECT-RECORD
    IF WS-SRC-CURRENT > 0
        ADD 1 TO WS-SRC-RULE-REJECTS(WS-SRC-CURRENT)
    END-IF.

2530-SAVE-CHAIN-STEP.
    MOVE "P" TO WS-CHAIN-STATE
    MOVE NUM1 TO WS-CHAIN-NUM1
            UNTIL WS-SRC-INDEX > 20
        IF WS-SRC-INDEX > WS-SRC-COUNT
            INITIALIZE CKPT-SRC-ENTRY(WS-SRC-INDEX)
            MOVE 0 TO CKPT-SRC-RULE-REJECTS(WS-SRC-INDEX)
        ELSE
            MOVE WS-SRC-SYSTEM(WS-SRC-INDEX)
                TO CKPT-SRC-SYSTEM(WS-SRC-INDEX)
                TO CKPT-SRC-DUPLICATES(WS-SRC-INDEX)
            MOVE WS-SRC-BAL-STATUS(WS-SRC-INDEX)
                TO CKPT-SRC-BAL-STATUS(WS-SRC-INDEX)
            MOVE WS-SRC-RULE-REJECTS(WS-SRC-INDEX)
                TO CKPT-SRC-RULE-REJECTS(WS-SRC-INDEX)
        END-IF
    END-PERFORM
    WRITE CHECKPOINT-RECORD
    PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
            UNTIL WS-SRC-INDEX > 20
        INITIALIZE CKPT-SRC-ENTRY(WS-SRC-INDEX)
        MOVE 0 TO CKPT-SRC-RULE-REJECTS(WS-SRC-INDEX)
    END-PERFORM
    OPEN OUTPUT CHECKPOINT-FILE
    WRITE CHECKPOINT-RECORD
            MOVE "10" TO WS-FCAL-FILE-STATUS
    END-READ.

*> The whole calendar is held so the menu can close and reopen
*> periods against it. A calendar that overruns the table is used
*> for the check but never rewritten from the menu.
4750-LOAD-GL-PERIODS.
    MOVE 0 TO WS-PCAL-COUNT
    MOVE "N" TO WS-PCAL-ON-FILE-FLAG
    MOVE "N" TO WS-PCAL-LOAD-FULL-FLAG
    OPEN INPUT GL-PERIOD-FILE
    IF WS-PCAL-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 4760-READ-PCAL-RECORD
        PERFORM UNTIL WS-PCAL-FILE-STATUS NOT = "00"
            IF WS-PCAL-COUNT >= 120
                SET WS-PCAL-LOAD-FULL TO TRUE
            ELSE
                IF PCAL-START-DATE IS NUMERIC
                        AND PCAL-END-DATE IS NUMERIC
                    ADD 1 TO WS-PCAL-COUNT
                    MOVE PCAL-PERIOD-ID TO WS-PCAL-PERIOD(WS-PCAL-COUNT)
                    MOVE PCAL-START-DATE TO WS-PCAL-START(WS-PCAL-COUNT)
                    MOVE PCAL-END-DATE TO WS-PCAL-END(WS-PCAL-COUNT)
                    MOVE PCAL-STATUS TO WS-PCAL-STATUS(WS-PCAL-COUNT)
                    MOVE PCAL-UPDATED-BY
                        TO WS-PCAL-UPDATED-BY(WS-PCAL-COUNT)
                    MOVE PCAL-UPDATED-DATE
                        TO WS-PCAL-UPDATED-ON(WS-PCAL-COUNT)
                END-IF
            END-IF
            PERFORM 4760-READ-PCAL-RECORD
        END-PERFORM
        CLOSE GL-PERIOD-FILE
        IF WS-PCAL-COUNT > 0
            SET WS-PCAL-ON-FILE TO TRUE
        END-IF
    END-IF.

4760-READ-PCAL-RECORD.
    READ GL-PERIOD-FILE
        AT END
            MOVE "10" TO WS-PCAL-FILE-STATUS
    END-READ.

4800-LOAD-GL-MAP.
    MOVE 0 TO WS-GLM-COUNT
    OPEN INPUT GL-MAP-FILE
        WRITE REPORT-RECORD
    END-PERFORM

    MOVE WS-STAT-REDIRECT-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "GL REDIRECTED FROM CLOSED PERIOD " DELIMITED BY SIZE
           WS-RPT-COUNT-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN NOT WS-PCAL-ON-FILE
            STRING "  GL PERIODS NOT CHECKED - NO PERIOD CALENDAR"
                DELIMITED BY SIZE
                " ON FILE" DELIMITED BY SIZE
                INTO RPT-LINE
            WRITE REPORT-RECORD
        WHEN WS-GL-REDIRECTED
            STRING "  PERIOD " DELIMITED BY SIZE
                WS-PCAL-PERIOD(WS-PCAL-HIT) DELIMITED BY SIZE
                " CLOSED - RUN DATE " DELIMITED BY SIZE
                WS-GL-RUN-DATE DELIMITED BY SIZE
                " POSTED TO " DELIMITED BY SIZE
                WS-PCAL-PERIOD(WS-PCAL-NEXT) DELIMITED BY SIZE
                " AT " DELIMITED BY SIZE
                WS-GL-POST-DATE DELIMITED BY SIZE
                INTO RPT-LINE
            WRITE REPORT-RECORD
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

                UNTIL WS-SRC-INDEX > WS-SRC-COUNT
            PERFORM 6200-WRITE-SOURCE-LINE
        END-PERFORM
        PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
                UNTIL WS-SRC-INDEX > WS-SRC-COUNT
            IF WS-SRC-RULE-REJECTS(WS-SRC-INDEX) > 0
                PERFORM 6210-WRITE-SOURCE-RULE-LINE
            END-IF
        END-PERFORM
        MOVE SPACES TO RPT-LINE
        WRITE REPORT-RECORD
    END-IF
        INTO RPT-LINE
    WRITE REPORT-RECORD.

*> Business-rule rejects are already inside the source's REJ
*> count; this line breaks them out for the sources that had any.
6210-WRITE-SOURCE-RULE-LINE.
    MOVE WS-SRC-RULE-REJECTS(WS-SRC-INDEX) TO WS-RPT-REJ-ED
    MOVE SPACES TO RPT-LINE
    STRING "SOURCE " DELIMITED BY SIZE
           WS-SRC-SYSTEM(WS-SRC-INDEX) DELIMITED BY SIZE
           " BUSINESS-RULE REJECTS " DELIMITED BY SIZE
           WS-RPT-REJ-ED DELIMITED BY SIZE
           " (INCLUDED IN REJ)" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

5400-WRITE-REJECT-RECORD.
    ADD 1 TO WS-STAT-REJECTED-COUNT
    IF WS-SRC-CURRENT > 0
            WHEN "1"
                MOVE 2 TO WS-REQUIRED-LEVEL
                PERFORM 7070-CHECK-AUTHORITY
                PERFORM 7075-CHECK-POSTING-PERIOD
                IF WS-AUTH-OK
                    PERFORM 7100-MENU-CALCULATE
                END-IF
            WHEN "2"
                MOVE 2 TO WS-REQUIRED-LEVEL
                PERFORM 7070-CHECK-AUTHORITY
                PERFORM 7075-CHECK-POSTING-PERIOD
                IF WS-AUTH-OK
                    CLOSE AUDIT-FILE
                    CLOSE EXCEPTION-FILE
                    PERFORM 7500-MAINTAIN-RATES
                END-IF
            WHEN "7"
                MOVE 4 TO WS-REQUIRED-LEVEL
                PERFORM 7070-CHECK-AUTHORITY
                IF WS-AUTH-OK
                    PERFORM 7600-APPROVE-RATE-CHANGES
                END-IF
            WHEN "8"
                MOVE 4 TO WS-REQUIRED-LEVEL
                PERFORM 7070-CHECK-AUTHORITY
                IF WS-AUTH-OK
                    PERFORM 7700-MAINTAIN-SOURCE-RULES
                END-IF
            WHEN "9"
                MOVE 2 TO WS-REQUIRED-LEVEL
                PERFORM 7070-CHECK-AUTHORITY
                IF WS-AUTH-OK
                    PERFORM 7800-MANUAL-ADJUSTMENTS
                END-IF
            WHEN "10"
                MOVE 4 TO WS-REQUIRED-LEVEL
                PERFORM 7070-CHECK-AUTHORITY
                IF WS-AUTH-OK
                    PERFORM 7900-MAINTAIN-GL-PERIODS
                END-IF
            WHEN "11"
                SET WS-MENU-EXIT TO TRUE
            WHEN OTHER
                DISPLAY "Invalid choice, please try again."
    DISPLAY " 5. Inquire on calculation history"
    IF WS-USER-AUTH-LEVEL >= 4
        DISPLAY " 6. Maintain rate table"
        DISPLAY " 7. Approve pending rate changes"
        DISPLAY " 8. Maintain source business rules"
    ELSE
        DISPLAY " 6. Maintain rate table        (not authorized)"
        DISPLAY " 7. Approve rate changes       (not authorized)"
        DISPLAY " 8. Maintain source rules      (not authorized)"
    END-IF
    IF WS-USER-AUTH-LEVEL >= 2
        DISPLAY " 9. Manual adjustment batches"
    ELSE
        DISPLAY " 9. Manual adjustments         (not authorized)"
    END-IF
    IF WS-USER-AUTH-LEVEL >= 4
        DISPLAY "10. Close/reopen GL periods"
    ELSE
        DISPLAY "10. Close/reopen GL periods   (not authorized)"
    END-IF
    DISPLAY "11. Exit".

7070-CHECK-AUTHORITY.
    IF WS-USER-AUTH-LEVEL >= WS-REQUIRED-LEVEL
            WS-REQUIRED-LEVEL " required."
    END-IF.

*> Anything that posts to GL is refused while the business date
*> sits in a locked or undefined GL period.
7075-CHECK-POSTING-PERIOD.
    IF WS-AUTH-OK AND WS-PERIOD-STOPPED
        MOVE "N" TO WS-AUTH-OK-FLAG
        DISPLAY "Posting refused: "
            FUNCTION TRIM(WS-PERIOD-STOP-TEXT)
    END-IF.

7100-MENU-CALCULATE.
    DISPLAY "Current defaults -> NUM1: " WS-DEFAULT-NUM1
        " NUM2: " WS-DEFAULT-NUM2 " OPERATOR: " WS-DEFAULT-OPERATOR
    PERFORM 7210-SAVE-DEFAULTS
    DISPLAY "Defaults updated.".

*> Changes keyed here are requests only. Each one goes on the
*> pending queue (CALCRPND) and CALCRATE is left untouched until a
*> second level-4 operator approves it under option 7, so no one
*> operator can move a factor alone.
7500-MAINTAIN-RATES.
    DISPLAY "--- Maintain Rate Table ---"
    PERFORM 7520-LOAD-RATE-TABLE
    PERFORM 7620-LOAD-RATE-PENDING
    IF WS-RPND-LOAD-FULL
        DISPLAY "Rate change queue overruns the 100-entry table -"
            " review PROD.CALC.RATEPEND before keying changes."
    ELSE
        IF WS-RATE-COUNT = 0
            DISPLAY "(rate table is empty)"
        ELSE
            PERFORM VARYING WS-RATE-MAINT-INDEX FROM 1 BY 1
                    UNTIL WS-RATE-MAINT-INDEX > WS-RATE-COUNT
                DISPLAY WS-RATE-CODE(WS-RATE-MAINT-INDEX) " "
                    WS-RATE-DESCRIPTION(WS-RATE-MAINT-INDEX) " "
                    WS-RATE-FACTOR(WS-RATE-MAINT-INDEX)
                    " EFF " WS-RATE-EFFECTIVE(WS-RATE-MAINT-INDEX)
                    " EXP " WS-RATE-EXPIRY(WS-RATE-MAINT-INDEX)
                    " UPD " WS-RATE-UPDATED-BY(WS-RATE-MAINT-INDEX)
                    " " WS-RATE-UPDATED-ON(WS-RATE-MAINT-INDEX)
            END-PERFORM
        END-IF
        PERFORM 7560-LIST-PENDING-CHANGES

        MOVE "N" TO WS-RPND-CHANGED-FLAG
        MOVE "N" TO WS-RATE-DONE-FLAG
        PERFORM UNTIL WS-RATE-MAINT-DONE
            DISPLAY "Enter rate code to add/update (blank = return): "
            ACCEPT WS-RATE-MAINT-CODE
            IF WS-RATE-MAINT-CODE = SPACES
                SET WS-RATE-MAINT-DONE TO TRUE
            ELSE
                PERFORM 7530-EDIT-RATE-ENTRY
            END-IF
        END-PERFORM

        IF WS-RPND-CHANGED
            PERFORM 7610-SAVE-RATE-PENDING
            DISPLAY "Rate changes queued for approval."
        END-IF
    END-IF.

*> A rate code carries one pending change at a time. The operator
*> who keyed it may re-key it (the request is replaced); anyone
*> else must have it approved or declined first. A new request
*> starts from the live entry's values so "blank = keep" keeps
*> what is in force today.
7530-EDIT-RATE-ENTRY.
    MOVE 0 TO WS-RATE-MAINT-INDEX
    PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
            MOVE WS-RATE-INDEX TO WS-RATE-MAINT-INDEX
        END-IF
    END-PERFORM
    PERFORM 7550-FIND-PENDING-CHANGE

    IF WS-RPND-MAINT-INDEX > 0
        IF WS-RPND-MAKER(WS-RPND-MAINT-INDEX) NOT = WS-USER-ID
            DISPLAY "Rate " WS-RATE-MAINT-CODE " already has a"
                " change pending from "
                WS-RPND-MAKER(WS-RPND-MAINT-INDEX)
                " - it must be approved or declined first."
        ELSE
            DISPLAY "Replacing your pending change to rate "
                WS-RATE-MAINT-CODE "."
            PERFORM 7535-KEY-RATE-CHANGE
        END-IF
    ELSE
        IF WS-RPND-COUNT >= 100
            DISPLAY "Rate change queue is full - change not queued."
        ELSE
            IF WS-RATE-MAINT-INDEX = 0 AND WS-RATE-COUNT >= 50
                DISPLAY "Rate table is full - entry not added."
            ELSE
                ADD 1 TO WS-RPND-COUNT
                MOVE WS-RPND-COUNT TO WS-RPND-MAINT-INDEX
                MOVE WS-RATE-MAINT-CODE
                    TO WS-RPND-CODE(WS-RPND-MAINT-INDEX)
                IF WS-RATE-MAINT-INDEX = 0
                    MOVE "A" TO WS-RPND-ACTION(WS-RPND-MAINT-INDEX)
                    MOVE SPACES
                        TO WS-RPND-DESCRIPTION(WS-RPND-MAINT-INDEX)
                    MOVE 0 TO WS-RPND-FACTOR(WS-RPND-MAINT-INDEX)
                    MOVE 0 TO WS-RPND-EFFECTIVE(WS-RPND-MAINT-INDEX)
                    MOVE 0 TO WS-RPND-EXPIRY(WS-RPND-MAINT-INDEX)
                ELSE
                    MOVE "C" TO WS-RPND-ACTION(WS-RPND-MAINT-INDEX)
                    MOVE WS-RATE-DESCRIPTION(WS-RATE-MAINT-INDEX)
                        TO WS-RPND-DESCRIPTION(WS-RPND-MAINT-INDEX)
                    MOVE WS-RATE-FACTOR(WS-RATE-MAINT-INDEX)
                        TO WS-RPND-FACTOR(WS-RPND-MAINT-INDEX)
                    MOVE WS-RATE-EFFECTIVE(WS-RATE-MAINT-INDEX)
                        TO WS-RPND-EFFECTIVE(WS-RPND-MAINT-INDEX)
                    MOVE WS-RATE-EXPIRY(WS-RATE-MAINT-INDEX)
                        TO WS-RPND-EXPIRY(WS-RPND-MAINT-INDEX)
                END-IF
                PERFORM 7535-KEY-RATE-CHANGE
            END-IF
        END-IF
    END-IF.

7535-KEY-RATE-CHANGE.
    DISPLAY "Enter description (blank = keep current): "
    ACCEPT WS-RATE-MAINT-INPUT
    IF WS-RATE-MAINT-INPUT NOT = SPACES
        MOVE WS-RATE-MAINT-INPUT
            TO WS-RPND-DESCRIPTION(WS-RPND-MAINT-INDEX)
    END-IF

    DISPLAY "Enter factor value (blank = keep current): "
    ACCEPT WS-RATE-MAINT-INPUT
    IF WS-RATE-MAINT-INPUT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION
                TRIM(WS-RATE-MAINT-INPUT)) = 0
            COMPUTE WS-RPND-FACTOR(WS-RPND-MAINT-INDEX) =
                FUNCTION NUMVAL(FUNCTION
                    TRIM(WS-RATE-MAINT-INPUT))
        ELSE
            DISPLAY "Invalid numeric value - factor not changed."
        END-IF
    END-IF

    DISPLAY "Enter effective date YYYYMMDD (blank = keep): "
    ACCEPT WS-RATE-MAINT-INPUT
    IF WS-RATE-MAINT-INPUT NOT = SPACES
        IF WS-RATE-MAINT-INPUT(1:8) IS NUMERIC
            MOVE WS-RATE-MAINT-INPUT(1:8)
                TO WS-RPND-EFFECTIVE(WS-RPND-MAINT-INDEX)
        ELSE
            DISPLAY "Invalid date - effective date not changed."
        END-IF
    END-IF

    DISPLAY "Enter expiry date YYYYMMDD (0 = open, blank = keep): "
    ACCEPT WS-RATE-MAINT-INPUT
    IF WS-RATE-MAINT-INPUT NOT = SPACES
        IF WS-RATE-MAINT-INPUT(1:8) IS NUMERIC
            MOVE WS-RATE-MAINT-INPUT(1:8)
                TO WS-RPND-EXPIRY(WS-RPND-MAINT-INDEX)
        ELSE
            DISPLAY "Invalid date - expiry date not changed."
        END-IF
    END-IF

    MOVE WS-USER-ID TO WS-RPND-MAKER(WS-RPND-MAINT-INDEX)
    MOVE WS-BUSINESS-DATE TO WS-RPND-REQUESTED(WS-RPND-MAINT-INDEX)
    MOVE "P" TO WS-RPND-STATUS(WS-RPND-MAINT-INDEX)
    MOVE SPACES TO WS-RPND-CHECKER(WS-RPND-MAINT-INDEX)
    MOVE 0 TO WS-RPND-DECIDED(WS-RPND-MAINT-INDEX)
    SET WS-RPND-CHANGED TO TRUE
    DISPLAY "Change to rate " WS-RATE-MAINT-CODE " keyed by "
        WS-USER-ID " - pending approval by a second operator.".

7550-FIND-PENDING-CHANGE.
    MOVE 0 TO WS-RPND-MAINT-INDEX
    PERFORM VARYING WS-RPND-INDEX FROM 1 BY 1
            UNTIL WS-RPND-INDEX > WS-RPND-COUNT
        IF WS-RPND-CODE(WS-RPND-INDEX) = WS-RATE-MAINT-CODE
                AND WS-RPND-PENDING(WS-RPND-INDEX)
            MOVE WS-RPND-INDEX TO WS-RPND-MAINT-INDEX
        END-IF
    END-PERFORM.

7560-LIST-PENDING-CHANGES.
    MOVE 0 TO WS-RPND-PENDING-COUNT
    PERFORM VARYING WS-RPND-INDEX FROM 1 BY 1
            UNTIL WS-RPND-INDEX > WS-RPND-COUNT
        IF WS-RPND-PENDING(WS-RPND-INDEX)
            IF WS-RPND-PENDING-COUNT = 0
                DISPLAY "Changes pending approval:"
            END-IF
            ADD 1 TO WS-RPND-PENDING-COUNT
            DISPLAY "  " WS-RPND-CODE(WS-RPND-INDEX) " "
                WS-RPND-ACTION(WS-RPND-INDEX) " "
                WS-RPND-DESCRIPTION(WS-RPND-INDEX) " "
                WS-RPND-FACTOR(WS-RPND-INDEX)
                " EFF " WS-RPND-EFFECTIVE(WS-RPND-INDEX)
                " EXP " WS-RPND-EXPIRY(WS-RPND-INDEX)
                " BY " WS-RPND-MAKER(WS-RPND-INDEX)
                " " WS-RPND-REQUESTED(WS-RPND-INDEX)
        END-IF
    END-PERFORM
    IF WS-RPND-PENDING-COUNT = 0
        DISPLAY "(no rate changes pending approval)"
    END-IF.

*> The checker side of dual control. Only a level-4 operator gets
*> here, and the operator who keyed a change can never decide it.
*> Each decision is saved as it is taken -- an approval rewrites
*> CALCRATE, journals the change and rewrites the queue at once,
*> so an interrupted session never leaves a change applied but
*> still showing as pending.
7600-APPROVE-RATE-CHANGES.
    DISPLAY "--- Approve Pending Rate Changes ---"
    PERFORM 7520-LOAD-RATE-TABLE
    PERFORM 7620-LOAD-RATE-PENDING
    MOVE 0 TO WS-RATE-APPLIED-COUNT
    IF WS-RPND-LOAD-FULL
        DISPLAY "Rate change queue overruns the 100-entry table -"
            " review PROD.CALC.RATEPEND before deciding changes."
    ELSE
        PERFORM 7560-LIST-PENDING-CHANGES
        MOVE "N" TO WS-RATE-DONE-FLAG
        PERFORM UNTIL WS-RATE-MAINT-DONE
            DISPLAY "Enter rate code to decide (blank = return): "
            ACCEPT WS-RATE-MAINT-CODE
            IF WS-RATE-MAINT-CODE = SPACES
                SET WS-RATE-MAINT-DONE TO TRUE
            ELSE
                PERFORM 7605-DECIDE-RATE-CHANGE
            END-IF
        END-PERFORM
        IF WS-RATE-APPLIED-COUNT > 0
            DISPLAY WS-RATE-APPLIED-COUNT
                " rate change(s) applied to the rate table."
        END-IF
    END-IF.

7605-DECIDE-RATE-CHANGE.
    PERFORM 7550-FIND-PENDING-CHANGE
    MOVE 0 TO WS-RATE-MAINT-INDEX
    PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
            UNTIL WS-RATE-INDEX > WS-RATE-COUNT
        IF WS-RATE-CODE(WS-RATE-INDEX) = WS-RATE-MAINT-CODE
            MOVE WS-RATE-INDEX TO WS-RATE-MAINT-INDEX
        END-IF
    END-PERFORM

    IF WS-RPND-MAINT-INDEX = 0
        DISPLAY "No change pending for rate " WS-RATE-MAINT-CODE "."
    ELSE
        IF WS-RPND-MAKER(WS-RPND-MAINT-INDEX) = WS-USER-ID
            DISPLAY "This change was keyed by " WS-USER-ID
                " - a second operator must approve or decline it."
        ELSE
            IF WS-RATE-MAINT-INDEX = 0
                DISPLAY "Current : (new rate code)"
            ELSE
                DISPLAY "Current : "
                    WS-RATE-DESCRIPTION(WS-RATE-MAINT-INDEX) " "
                    WS-RATE-FACTOR(WS-RATE-MAINT-INDEX)
                    " EFF " WS-RATE-EFFECTIVE(WS-RATE-MAINT-INDEX)
                    " EXP " WS-RATE-EXPIRY(WS-RATE-MAINT-INDEX)
            END-IF
            DISPLAY "Proposed: "
                WS-RPND-DESCRIPTION(WS-RPND-MAINT-INDEX) " "
                WS-RPND-FACTOR(WS-RPND-MAINT-INDEX)
                " EFF " WS-RPND-EFFECTIVE(WS-RPND-MAINT-INDEX)
                " EXP " WS-RPND-EXPIRY(WS-RPND-MAINT-INDEX)
                " BY " WS-RPND-MAKER(WS-RPND-MAINT-INDEX)
            DISPLAY "Approve, decline or skip? (A/D/S): "
            ACCEPT WS-RPND-DECISION
            EVALUATE WS-RPND-DECISION
                WHEN "A"
                WHEN "a"
                    PERFORM 7630-APPLY-RATE-CHANGE
                WHEN "D"
                WHEN "d"
                    MOVE "D" TO WS-RPND-STATUS(WS-RPND-MAINT-INDEX)
                    MOVE WS-USER-ID
                        TO WS-RPND-CHECKER(WS-RPND-MAINT-INDEX)
                    MOVE WS-BUSINESS-DATE
                        TO WS-RPND-DECIDED(WS-RPND-MAINT-INDEX)
                    PERFORM 7610-SAVE-RATE-PENDING
                    DISPLAY "Change to rate " WS-RATE-MAINT-CODE
                        " declined by " WS-USER-ID "."
                WHEN OTHER
                    DISPLAY "Change to rate " WS-RATE-MAINT-CODE
                        " left pending."
            END-EVALUATE
        END-IF
    END-IF.

*> The before image is taken from the live table at the moment of
*> approval, not from when the change was keyed, so the journal
*> always chains: each record's before values are the previous
*> record's after values.
7630-APPLY-RATE-CHANGE.
    IF WS-RATE-MAINT-INDEX = 0 AND WS-RATE-COUNT >= 50
        DISPLAY "Rate table is full - change left pending."
    ELSE
        IF WS-RATE-MAINT-INDEX = 0
            ADD 1 TO WS-RATE-COUNT
            MOVE WS-RATE-COUNT TO WS-RATE-MAINT-INDEX
            MOVE WS-RATE-MAINT-CODE
                TO WS-RATE-CODE(WS-RATE-MAINT-INDEX)
            MOVE SPACES TO WS-RATE-DESCRIPTION(WS-RATE-MAINT-INDEX)
            MOVE 0 TO WS-RATE-FACTOR(WS-RATE-MAINT-INDEX)
            MOVE 0 TO WS-RATE-EFFECTIVE(WS-RATE-MAINT-INDEX)
            MOVE 0 TO WS-RATE-EXPIRY(WS-RATE-MAINT-INDEX)
            MOVE "A" TO WS-RJNL-ACTION
        ELSE
            MOVE "C" TO WS-RJNL-ACTION
        END-IF
        MOVE WS-RATE-FACTOR(WS-RATE-MAINT-INDEX) TO WS-RJNL-OLD-FACTOR
        MOVE WS-RATE-EFFECTIVE(WS-RATE-MAINT-INDEX)
            TO WS-RJNL-OLD-EFFECTIVE
        MOVE WS-RATE-EXPIRY(WS-RATE-MAINT-INDEX) TO WS-RJNL-OLD-EXPIRY

        MOVE WS-RPND-DESCRIPTION(WS-RPND-MAINT-INDEX)
            TO WS-RATE-DESCRIPTION(WS-RATE-MAINT-INDEX)
        MOVE WS-RPND-FACTOR(WS-RPND-MAINT-INDEX)
            TO WS-RATE-FACTOR(WS-RATE-MAINT-INDEX)
        MOVE WS-RPND-EFFECTIVE(WS-RPND-MAINT-INDEX)
            TO WS-RATE-EFFECTIVE(WS-RATE-MAINT-INDEX)
        MOVE WS-RPND-EXPIRY(WS-RPND-MAINT-INDEX)
            TO WS-RATE-EXPIRY(WS-RATE-MAINT-INDEX)
        MOVE WS-RPND-MAKER(WS-RPND-MAINT-INDEX)
            TO WS-RATE-UPDATED-BY(WS-RATE-MAINT-INDEX)
        MOVE WS-BUSINESS-DATE
            TO WS-RATE-UPDATED-ON(WS-RATE-MAINT-INDEX)

        MOVE "A" TO WS-RPND-STATUS(WS-RPND-MAINT-INDEX)
        MOVE WS-USER-ID TO WS-RPND-CHECKER(WS-RPND-MAINT-INDEX)
        MOVE WS-BUSINESS-DATE TO WS-RPND-DECIDED(WS-RPND-MAINT-INDEX)

        PERFORM 7510-SAVE-RATE-TABLE
        PERFORM 7640-WRITE-RATE-JOURNAL
        PERFORM 7610-SAVE-RATE-PENDING
        ADD 1 TO WS-RATE-APPLIED-COUNT
        DISPLAY "Change to rate " WS-RATE-MAINT-CODE
            " approved by " WS-USER-ID " and applied."
    END-IF.

7640-WRITE-RATE-JOURNAL.
    MOVE SPACES TO RATE-JOURNAL-RECORD
    MOVE WS-RATE-MAINT-CODE TO RJNL-RATE-CODE
    MOVE WS-RJNL-ACTION TO RJNL-ACTION
    MOVE WS-RATE-DESCRIPTION(WS-RATE-MAINT-INDEX) TO RJNL-DESCRIPTION
    MOVE WS-RJNL-OLD-FACTOR TO RJNL-OLD-FACTOR
    MOVE WS-RATE-FACTOR(WS-RATE-MAINT-INDEX) TO RJNL-NEW-FACTOR
    MOVE WS-RJNL-OLD-EFFECTIVE TO RJNL-OLD-EFFECTIVE-DATE
    MOVE WS-RATE-EFFECTIVE(WS-RATE-MAINT-INDEX)
        TO RJNL-NEW-EFFECTIVE-DATE
    MOVE WS-RJNL-OLD-EXPIRY TO RJNL-OLD-EXPIRY-DATE
    MOVE WS-RATE-EXPIRY(WS-RATE-MAINT-INDEX) TO RJNL-NEW-EXPIRY-DATE
    MOVE WS-RPND-MAKER(WS-RPND-MAINT-INDEX) TO RJNL-MAKER-ID
    MOVE WS-USER-ID TO RJNL-CHECKER-ID
    MOVE WS-BUSINESS-DATE TO RJNL-BUSINESS-DATE
    MOVE FUNCTION CURRENT-DATE(1:14) TO RJNL-APPLIED-TIMESTAMP
    OPEN EXTEND RATE-JOURNAL-FILE
    IF WS-RJNL-FILE-NOT-FOUND
        OPEN OUTPUT RATE-JOURNAL-FILE
    END-IF
    WRITE RATE-JOURNAL-RECORD
    CLOSE RATE-JOURNAL-FILE.

7610-SAVE-RATE-PENDING.
    OPEN OUTPUT RATE-PENDING-FILE
    PERFORM VARYING WS-RPND-INDEX FROM 1 BY 1
            UNTIL WS-RPND-INDEX > WS-RPND-COUNT
        MOVE WS-RPND-CODE(WS-RPND-INDEX) TO RPND-RATE-CODE
        MOVE WS-RPND-ACTION(WS-RPND-INDEX) TO RPND-ACTION
        MOVE WS-RPND-DESCRIPTION(WS-RPND-INDEX) TO RPND-DESCRIPTION
        MOVE WS-RPND-FACTOR(WS-RPND-INDEX) TO RPND-FACTOR
        MOVE WS-RPND-EFFECTIVE(WS-RPND-INDEX) TO RPND-EFFECTIVE-DATE
        MOVE WS-RPND-EXPIRY(WS-RPND-INDEX) TO RPND-EXPIRY-DATE
        MOVE WS-RPND-MAKER(WS-RPND-INDEX) TO RPND-MAKER-ID
        MOVE WS-RPND-REQUESTED(WS-RPND-INDEX) TO RPND-REQUEST-DATE
        MOVE WS-RPND-STATUS(WS-RPND-INDEX) TO RPND-STATUS
        MOVE WS-RPND-CHECKER(WS-RPND-INDEX) TO RPND-CHECKER-ID
        MOVE WS-RPND-DECIDED(WS-RPND-INDEX) TO RPND-DECISION-DATE
        WRITE RATE-PENDING-RECORD
    END-PERFORM
    CLOSE RATE-PENDING-FILE.

*> Pending requests always load. Decided ones are carried only
*> while their decision date is inside the retention window.
7620-LOAD-RATE-PENDING.
    MOVE 0 TO WS-RPND-COUNT
    MOVE "N" TO WS-RPND-LOAD-FULL-FLAG
    MOVE 0 TO WS-RPND-CUTOFF-DATE
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
    IF WS-DATE-INTEGER > WS-RPND-RETAIN-DAYS
        COMPUTE WS-RPND-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
            (WS-DATE-INTEGER - WS-RPND-RETAIN-DAYS)
    END-IF
    OPEN INPUT RATE-PENDING-FILE
    IF WS-RPND-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 7625-READ-RPND-RECORD
        PERFORM UNTIL WS-RPND-FILE-STATUS NOT = "00"
                OR WS-RPND-COUNT >= 100
            IF RPND-STATUS = "P"
                    OR (RPND-DECISION-DATE IS NUMERIC
                        AND RPND-DECISION-DATE >= WS-RPND-CUTOFF-DATE)
                ADD 1 TO WS-RPND-COUNT
                MOVE RPND-RATE-CODE TO WS-RPND-CODE(WS-RPND-COUNT)
                MOVE RPND-ACTION TO WS-RPND-ACTION(WS-RPND-COUNT)
                MOVE RPND-DESCRIPTION
                    TO WS-RPND-DESCRIPTION(WS-RPND-COUNT)
                MOVE RPND-FACTOR TO WS-RPND-FACTOR(WS-RPND-COUNT)
                MOVE RPND-EFFECTIVE-DATE
                    TO WS-RPND-EFFECTIVE(WS-RPND-COUNT)
                MOVE RPND-EXPIRY-DATE TO WS-RPND-EXPIRY(WS-RPND-COUNT)
                MOVE RPND-MAKER-ID TO WS-RPND-MAKER(WS-RPND-COUNT)
                MOVE RPND-REQUEST-DATE
                    TO WS-RPND-REQUESTED(WS-RPND-COUNT)
                MOVE RPND-STATUS TO WS-RPND-STATUS(WS-RPND-COUNT)
                MOVE RPND-CHECKER-ID TO WS-RPND-CHECKER(WS-RPND-COUNT)
                MOVE RPND-DECISION-DATE
                    TO WS-RPND-DECIDED(WS-RPND-COUNT)
            END-IF
            PERFORM 7625-READ-RPND-RECORD
        END-PERFORM
        IF WS-RPND-COUNT >= 100
                AND WS-RPND-FILE-STATUS = "00"
            SET WS-RPND-LOAD-FULL TO TRUE
        END-IF
        CLOSE RATE-PENDING-FILE
    END-IF.

7625-READ-RPND-RECORD.
    READ RATE-PENDING-FILE
        AT END
            MOVE "10" TO WS-RPND-FILE-STATUS
    END-READ.

7510-SAVE-RATE-TABLE.
    OPEN OUTPUT RATE-FILE
    PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
            MOVE "10" TO WS-RATE-FILE-STATUS
    END-READ.

*> No dual control here: the rules only narrow what a source may
*> send, and every change is stamped with the operator and date.
*> The table is reloaded on entry and left as saved, so a batch
*> started later in the same menu session applies what was keyed.
7700-MAINTAIN-SOURCE-RULES.
    DISPLAY "--- Maintain Source Business Rules ---"
    PERFORM 7720-LOAD-SOURCE-RULES
    IF WS-SRUL-COUNT = 0
        DISPLAY "(no source rules on file - every source unrestricted)"
    ELSE
        PERFORM VARYING WS-SRUL-MAINT-INDEX FROM 1 BY 1
                UNTIL WS-SRUL-MAINT-INDEX > WS-SRUL-COUNT
            PERFORM 7750-DISPLAY-SOURCE-RULE
        END-PERFORM
    END-IF

    MOVE "N" TO WS-SRUL-CHANGED-FLAG
    MOVE "N" TO WS-SRUL-DONE-FLAG
    PERFORM UNTIL WS-SRUL-MAINT-DONE
        DISPLAY "Enter source system to add/update (blank = return): "
        ACCEPT WS-SRUL-MAINT-SOURCE
        IF WS-SRUL-MAINT-SOURCE = SPACES
            SET WS-SRUL-MAINT-DONE TO TRUE
        ELSE
            PERFORM 7710-EDIT-SOURCE-RULE
        END-IF
    END-PERFORM

    IF WS-SRUL-CHANGED
        PERFORM 7730-SAVE-SOURCE-RULES
        DISPLAY "Source rules saved."
    END-IF.

7710-EDIT-SOURCE-RULE.
    MOVE 0 TO WS-SRUL-MAINT-INDEX
    PERFORM VARYING WS-SRUL-INDEX FROM 1 BY 1
            UNTIL WS-SRUL-INDEX > WS-SRUL-COUNT
        IF WS-SRUL-SOURCE(WS-SRUL-INDEX) = WS-SRUL-MAINT-SOURCE
            MOVE WS-SRUL-INDEX TO WS-SRUL-MAINT-INDEX
        END-IF
    END-PERFORM

    IF WS-SRUL-MAINT-INDEX > 0
        PERFORM 7750-DISPLAY-SOURCE-RULE
        DISPLAY "Delete the rules for this source? (Y/N): "
        ACCEPT WS-SRUL-MAINT-INPUT
        IF WS-SRUL-MAINT-INPUT(1:1) = "Y"
                OR WS-SRUL-MAINT-INPUT(1:1) = "y"
            PERFORM VARYING WS-SRUL-INDEX FROM WS-SRUL-MAINT-INDEX
                    BY 1 UNTIL WS-SRUL-INDEX >= WS-SRUL-COUNT
                MOVE WS-SRUL-ENTRY(WS-SRUL-INDEX + 1)
                    TO WS-SRUL-ENTRY(WS-SRUL-INDEX)
            END-PERFORM
            SUBTRACT 1 FROM WS-SRUL-COUNT
            SET WS-SRUL-CHANGED TO TRUE
            DISPLAY "Rules for source " WS-SRUL-MAINT-SOURCE
                " deleted - source is now unrestricted."
        ELSE
            PERFORM 7715-KEY-SOURCE-RULE
        END-IF
    ELSE
        IF WS-SRUL-COUNT >= 50
            DISPLAY "Source rule table is full - entry not added."
        ELSE
            ADD 1 TO WS-SRUL-COUNT
            MOVE WS-SRUL-COUNT TO WS-SRUL-MAINT-INDEX
            INITIALIZE WS-SRUL-ENTRY(WS-SRUL-MAINT-INDEX)
            MOVE WS-SRUL-MAINT-SOURCE
                TO WS-SRUL-SOURCE(WS-SRUL-MAINT-INDEX)
            MOVE "Y" TO WS-SRUL-CHAIN-OK(WS-SRUL-MAINT-INDEX)
            DISPLAY "New rules for source " WS-SRUL-MAINT-SOURCE
                " - starting from no restrictions."
            PERFORM 7715-KEY-SOURCE-RULE
        END-IF
    END-IF.

7715-KEY-SOURCE-RULE.
    DISPLAY "Enter allowed operators, e.g. +-*/ (blank = keep,"
        " * = any): "
    ACCEPT WS-SRUL-MAINT-INPUT
    IF WS-SRUL-MAINT-INPUT NOT = SPACES
        IF WS-SRUL-MAINT-INPUT(1:1) = "*"
            MOVE SPACES TO WS-SRUL-OPERATORS(WS-SRUL-MAINT-INDEX)
        ELSE
            MOVE WS-SRUL-MAINT-INPUT(1:10)
                TO WS-SRUL-OPERATORS(WS-SRUL-MAINT-INDEX)
        END-IF
    END-IF

    MOVE "NUM1" TO WS-SRUL-LIMIT-LABEL
    MOVE WS-SRUL-NUM1-MIN(WS-SRUL-MAINT-INDEX) TO WS-SRUL-WORK-MIN
    MOVE WS-SRUL-NUM1-MAX(WS-SRUL-MAINT-INDEX) TO WS-SRUL-WORK-MAX
    PERFORM 7716-KEY-OPERAND-LIMITS
    MOVE WS-SRUL-WORK-MIN TO WS-SRUL-NUM1-MIN(WS-SRUL-MAINT-INDEX)
    MOVE WS-SRUL-WORK-MAX TO WS-SRUL-NUM1-MAX(WS-SRUL-MAINT-INDEX)

    MOVE "NUM2" TO WS-SRUL-LIMIT-LABEL
    MOVE WS-SRUL-NUM2-MIN(WS-SRUL-MAINT-INDEX) TO WS-SRUL-WORK-MIN
    MOVE WS-SRUL-NUM2-MAX(WS-SRUL-MAINT-INDEX) TO WS-SRUL-WORK-MAX
    PERFORM 7716-KEY-OPERAND-LIMITS
    MOVE WS-SRUL-WORK-MIN TO WS-SRUL-NUM2-MIN(WS-SRUL-MAINT-INDEX)
    MOVE WS-SRUL-WORK-MAX TO WS-SRUL-NUM2-MAX(WS-SRUL-MAINT-INDEX)

    DISPLAY "Enter up to 5 allowed rate codes separated by spaces"
        " (blank = keep, * = any): "
    ACCEPT WS-SRUL-MAINT-INPUT
    IF WS-SRUL-MAINT-INPUT NOT = SPACES
        MOVE SPACES TO WS-SRUL-WORK-CODES
        IF WS-SRUL-MAINT-INPUT(1:1) NOT = "*"
            UNSTRING WS-SRUL-MAINT-INPUT DELIMITED BY ALL " "
                INTO WS-SRUL-WORK-CODE(1) WS-SRUL-WORK-CODE(2)
                     WS-SRUL-WORK-CODE(3) WS-SRUL-WORK-CODE(4)
                     WS-SRUL-WORK-CODE(5)
            END-UNSTRING
        END-IF
        PERFORM VARYING WS-SRUL-RATE-INDEX FROM 1 BY 1
                UNTIL WS-SRUL-RATE-INDEX > 5
            MOVE WS-SRUL-WORK-CODE(WS-SRUL-RATE-INDEX)
                TO WS-SRUL-RATE-CODE(WS-SRUL-MAINT-INDEX,
                    WS-SRUL-RATE-INDEX)
        END-PERFORM
    END-IF

    DISPLAY "Allow chained C continuations? (Y/N, blank = keep): "
    ACCEPT WS-SRUL-MAINT-INPUT
    EVALUATE WS-SRUL-MAINT-INPUT(1:1)
        WHEN "Y"
        WHEN "y"
            MOVE "Y" TO WS-SRUL-CHAIN-OK(WS-SRUL-MAINT-INDEX)
        WHEN "N"
        WHEN "n"
            MOVE "N" TO WS-SRUL-CHAIN-OK(WS-SRUL-MAINT-INDEX)
        WHEN SPACE
            CONTINUE
        WHEN OTHER
            DISPLAY "Answer not Y or N - chaining setting not changed."
    END-EVALUATE

    MOVE WS-USER-ID TO WS-SRUL-UPDATED-BY(WS-SRUL-MAINT-INDEX)
    MOVE WS-BUSINESS-DATE TO WS-SRUL-UPDATED-ON(WS-SRUL-MAINT-INDEX)
    SET WS-SRUL-CHANGED TO TRUE
    PERFORM 7750-DISPLAY-SOURCE-RULE.

*> Both limits are keyed before either is taken, so a pair whose
*> minimum would exceed its maximum is refused as a whole and the
*> limits on file stay in force. Zero for both = no range check.
7716-KEY-OPERAND-LIMITS.
    DISPLAY "Enter " WS-SRUL-LIMIT-LABEL
        " minimum (blank = keep current): "
    ACCEPT WS-SRUL-MAINT-INPUT
    IF WS-SRUL-MAINT-INPUT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION
                TRIM(WS-SRUL-MAINT-INPUT)) = 0
            COMPUTE WS-SRUL-WORK-MIN =
                FUNCTION NUMVAL(FUNCTION
                    TRIM(WS-SRUL-MAINT-INPUT))
        ELSE
            DISPLAY "Invalid numeric value - minimum not changed."
        END-IF
    END-IF

    DISPLAY "Enter " WS-SRUL-LIMIT-LABEL
        " maximum (blank = keep current): "
    ACCEPT WS-SRUL-MAINT-INPUT
    IF WS-SRUL-MAINT-INPUT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION
                TRIM(WS-SRUL-MAINT-INPUT)) = 0
            COMPUTE WS-SRUL-WORK-MAX =
                FUNCTION NUMVAL(FUNCTION
                    TRIM(WS-SRUL-MAINT-INPUT))
        ELSE
            DISPLAY "Invalid numeric value - maximum not changed."
        END-IF
    END-IF

    IF WS-SRUL-WORK-MIN > WS-SRUL-WORK-MAX
        DISPLAY WS-SRUL-LIMIT-LABEL " minimum exceeds maximum -"
            " limits not changed."
        IF WS-SRUL-LIMIT-LABEL = "NUM1"
            MOVE WS-SRUL-NUM1-MIN(WS-SRUL-MAINT-INDEX)
                TO WS-SRUL-WORK-MIN
            MOVE WS-SRUL-NUM1-MAX(WS-SRUL-MAINT-INDEX)
                TO WS-SRUL-WORK-MAX
        ELSE
            MOVE WS-SRUL-NUM2-MIN(WS-SRUL-MAINT-INDEX)
                TO WS-SRUL-WORK-MIN
            MOVE WS-SRUL-NUM2-MAX(WS-SRUL-MAINT-INDEX)
                TO WS-SRUL-WORK-MAX
        END-IF
    END-IF.

7720-LOAD-SOURCE-RULES.
    MOVE 0 TO WS-SRUL-COUNT
    OPEN INPUT SOURCE-RULE-FILE
    IF WS-SRUL-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 7740-READ-SRUL-RECORD
        PERFORM UNTIL WS-SRUL-FILE-STATUS NOT = "00"
                OR WS-SRUL-COUNT >= 50
            ADD 1 TO WS-SRUL-COUNT
            MOVE SRUL-SOURCE-SYSTEM TO WS-SRUL-SOURCE(WS-SRUL-COUNT)
            MOVE SRUL-ALLOWED-OPERATORS
                TO WS-SRUL-OPERATORS(WS-SRUL-COUNT)
            IF SRUL-NUM1-MIN IS NUMERIC AND SRUL-NUM1-MAX IS NUMERIC
                MOVE SRUL-NUM1-MIN TO WS-SRUL-NUM1-MIN(WS-SRUL-COUNT)
                MOVE SRUL-NUM1-MAX TO WS-SRUL-NUM1-MAX(WS-SRUL-COUNT)
            ELSE
                MOVE 0 TO WS-SRUL-NUM1-MIN(WS-SRUL-COUNT)
                MOVE 0 TO WS-SRUL-NUM1-MAX(WS-SRUL-COUNT)
            END-IF
            IF SRUL-NUM2-MIN IS NUMERIC AND SRUL-NUM2-MAX IS NUMERIC
                MOVE SRUL-NUM2-MIN TO WS-SRUL-NUM2-MIN(WS-SRUL-COUNT)
                MOVE SRUL-NUM2-MAX TO WS-SRUL-NUM2-MAX(WS-SRUL-COUNT)
            ELSE
                MOVE 0 TO WS-SRUL-NUM2-MIN(WS-SRUL-COUNT)
                MOVE 0 TO WS-SRUL-NUM2-MAX(WS-SRUL-COUNT)
            END-IF
            PERFORM VARYING WS-SRUL-RATE-INDEX FROM 1 BY 1
                    UNTIL WS-SRUL-RATE-INDEX > 5
                MOVE SRUL-RATE-CODE(WS-SRUL-RATE-INDEX)
                    TO WS-SRUL-RATE-CODE(WS-SRUL-COUNT,
                        WS-SRUL-RATE-INDEX)
            END-PERFORM
            IF SRUL-CHAIN-ALLOWED = "N"
                MOVE "N" TO WS-SRUL-CHAIN-OK(WS-SRUL-COUNT)
            ELSE
                MOVE "Y" TO WS-SRUL-CHAIN-OK(WS-SRUL-COUNT)
            END-IF
            MOVE SRUL-UPDATED-BY TO WS-SRUL-UPDATED-BY(WS-SRUL-COUNT)
            IF SRUL-UPDATED-DATE IS NUMERIC
                MOVE SRUL-UPDATED-DATE
                    TO WS-SRUL-UPDATED-ON(WS-SRUL-COUNT)
            ELSE
                MOVE 0 TO WS-SRUL-UPDATED-ON(WS-SRUL-COUNT)
            END-IF
            PERFORM 7740-READ-SRUL-RECORD
        END-PERFORM
        CLOSE SOURCE-RULE-FILE
    END-IF.

7730-SAVE-SOURCE-RULES.
    OPEN OUTPUT SOURCE-RULE-FILE
    PERFORM VARYING WS-SRUL-INDEX FROM 1 BY 1
            UNTIL WS-SRUL-INDEX > WS-SRUL-COUNT
        MOVE WS-SRUL-SOURCE(WS-SRUL-INDEX) TO SRUL-SOURCE-SYSTEM
        MOVE WS-SRUL-OPERATORS(WS-SRUL-INDEX)
            TO SRUL-ALLOWED-OPERATORS
        MOVE WS-SRUL-NUM1-MIN(WS-SRUL-INDEX) TO SRUL-NUM1-MIN
        MOVE WS-SRUL-NUM1-MAX(WS-SRUL-INDEX) TO SRUL-NUM1-MAX
        MOVE WS-SRUL-NUM2-MIN(WS-SRUL-INDEX) TO SRUL-NUM2-MIN
        MOVE WS-SRUL-NUM2-MAX(WS-SRUL-INDEX) TO SRUL-NUM2-MAX
        PERFORM VARYING WS-SRUL-RATE-INDEX FROM 1 BY 1
                UNTIL WS-SRUL-RATE-INDEX > 5
            MOVE WS-SRUL-RATE-CODE(WS-SRUL-INDEX, WS-SRUL-RATE-INDEX)
                TO SRUL-RATE-CODE(WS-SRUL-RATE-INDEX)
        END-PERFORM
        MOVE WS-SRUL-CHAIN-OK(WS-SRUL-INDEX) TO SRUL-CHAIN-ALLOWED
        MOVE WS-SRUL-UPDATED-BY(WS-SRUL-INDEX) TO SRUL-UPDATED-BY
        MOVE WS-SRUL-UPDATED-ON(WS-SRUL-INDEX) TO SRUL-UPDATED-DATE
        WRITE SOURCE-RULE-RECORD
    END-PERFORM
    CLOSE SOURCE-RULE-FILE.

7740-READ-SRUL-RECORD.
    READ SOURCE-RULE-FILE
        AT END
            MOVE "10" TO WS-SRUL-FILE-STATUS
    END-READ.

7750-DISPLAY-SOURCE-RULE.
    DISPLAY WS-SRUL-SOURCE(WS-SRUL-MAINT-INDEX)
        " OPS [" WS-SRUL-OPERATORS(WS-SRUL-MAINT-INDEX) "]"
        " NUM1 " WS-SRUL-NUM1-MIN(WS-SRUL-MAINT-INDEX)
        "/" WS-SRUL-NUM1-MAX(WS-SRUL-MAINT-INDEX)
        " NUM2 " WS-SRUL-NUM2-MIN(WS-SRUL-MAINT-INDEX)
        "/" WS-SRUL-NUM2-MAX(WS-SRUL-MAINT-INDEX)
        " CHAIN " WS-SRUL-CHAIN-OK(WS-SRUL-MAINT-INDEX)
    DISPLAY "         RATES "
        WS-SRUL-RATE-CODE(WS-SRUL-MAINT-INDEX, 1) " "
        WS-SRUL-RATE-CODE(WS-SRUL-MAINT-INDEX, 2) " "
        WS-SRUL-RATE-CODE(WS-SRUL-MAINT-INDEX, 3) " "
        WS-SRUL-RATE-CODE(WS-SRUL-MAINT-INDEX, 4) " "
        WS-SRUL-RATE-CODE(WS-SRUL-MAINT-INDEX, 5)
        " UPD " WS-SRUL-UPDATED-BY(WS-SRUL-MAINT-INDEX)
        " " WS-SRUL-UPDATED-ON(WS-SRUL-MAINT-INDEX).

*> Manual adjustments are keyed as a batch against control totals
*> declared up front, and post only through the next batch run.
*> Any level-2 operator may open a batch; only the operator who
*> opened it keys its items; releasing takes level 3 and must be
*> done by somebody else. A batch releases only when the keyed
*> item count and hash total agree with what was declared.
7800-MANUAL-ADJUSTMENTS.
    DISPLAY "--- Manual Adjustment Batches ---"
    PERFORM 7860-LOAD-MANUAL-BATCHES
    IF WS-MADJ-LOAD-FULL
        DISPLAY "Manual batch file overruns the 100-batch/2000-item"
            " tables - review PROD.CALC.MANADJ before keying."
    ELSE
        MOVE "N" TO WS-MADJ-DONE-FLAG
        PERFORM UNTIL WS-MADJ-DONE
            DISPLAY " "
            DISPLAY " 1. Open a new batch (declare control totals)"
            DISPLAY " 2. Key items into an open batch"
            DISPLAY " 3. Release a batch"
            DISPLAY " 4. Cancel a batch"
            DISPLAY " 5. List batches"
            DISPLAY " 6. Return to main menu"
            DISPLAY "Enter choice: "
            ACCEPT WS-MADJ-CHOICE
            EVALUATE WS-MADJ-CHOICE
                WHEN "1"
                    PERFORM 7810-OPEN-MANUAL-BATCH
                WHEN "2"
                    PERFORM 7820-KEY-MANUAL-ITEMS
                WHEN "3"
                    MOVE 3 TO WS-REQUIRED-LEVEL
                    PERFORM 7070-CHECK-AUTHORITY
                    IF WS-AUTH-OK
                        PERFORM 7830-RELEASE-MANUAL-BATCH
                    END-IF
                WHEN "4"
                    PERFORM 7835-CANCEL-MANUAL-BATCH
                WHEN "5"
                    PERFORM 7840-LIST-MANUAL-BATCHES
                WHEN "6"
                    SET WS-MADJ-DONE TO TRUE
                WHEN OTHER
                    DISPLAY "Invalid choice, please try again."
            END-EVALUATE
        END-PERFORM
    END-IF.

7810-OPEN-MANUAL-BATCH.
    MOVE "Y" TO WS-MADJ-ITEM-OK-FLAG
    IF WS-MADJ-COUNT >= 100
        DISPLAY "Manual batch table is full - batch not opened."
        MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
    END-IF

    IF WS-MADJ-ITEM-OK-FLAG = "Y"
        DISPLAY "Enter declared item count (1-500): "
        ACCEPT WS-MADJ-INPUT
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT)) = 0
            COMPUTE WS-MADJ-WORK-AMOUNT =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT))
        ELSE
            MOVE 0 TO WS-MADJ-WORK-AMOUNT
        END-IF
        IF WS-MADJ-WORK-AMOUNT < 1 OR WS-MADJ-WORK-AMOUNT > 500
                OR WS-MADJ-WORK-AMOUNT NOT =
                    FUNCTION INTEGER-PART(WS-MADJ-WORK-AMOUNT)
            DISPLAY "Invalid item count - batch not opened."
            MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
        ELSE
            MOVE WS-MADJ-WORK-AMOUNT TO WS-MADJ-NEW-COUNT
        END-IF
    END-IF

    IF WS-MADJ-ITEM-OK-FLAG = "Y"
        DISPLAY "Enter declared hash total (sum of every NUM1 and"
            " every keyed NUM2): "
        ACCEPT WS-MADJ-INPUT
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT)) = 0
            COMPUTE WS-MADJ-NEW-HASH =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT))
        ELSE
            DISPLAY "Invalid hash total - batch not opened."
            MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
        END-IF
    END-IF

    IF WS-MADJ-ITEM-OK-FLAG = "Y"
        ADD 1 TO WS-MADJ-COUNT
        MOVE WS-MADJ-COUNT TO WS-MADJ-CURRENT
        MOVE WS-MADJ-NEXT-NUMBER TO WS-MADJ-NUMBER(WS-MADJ-CURRENT)
        ADD 1 TO WS-MADJ-NEXT-NUMBER
        MOVE "O" TO WS-MADJ-STATUS(WS-MADJ-CURRENT)
        MOVE WS-MADJ-NEW-COUNT TO WS-MADJ-DECL-COUNT(WS-MADJ-CURRENT)
        MOVE WS-MADJ-NEW-HASH TO WS-MADJ-DECL-HASH(WS-MADJ-CURRENT)
        DISPLAY "Enter batch description: "
        ACCEPT WS-MADJ-DESCRIPTION(WS-MADJ-CURRENT)
        MOVE WS-USER-ID TO WS-MADJ-KEYED-BY(WS-MADJ-CURRENT)
        MOVE WS-BUSINESS-DATE TO WS-MADJ-OPENED(WS-MADJ-CURRENT)
        MOVE SPACES TO WS-MADJ-DECIDED-BY(WS-MADJ-CURRENT)
        MOVE 0 TO WS-MADJ-DECIDED(WS-MADJ-CURRENT)
        PERFORM 7870-SAVE-MANUAL-BATCHES
        DISPLAY "Manual batch " WS-MADJ-NUMBER(WS-MADJ-CURRENT)
            " opened - key its items under option 2."
    END-IF.

7820-KEY-MANUAL-ITEMS.
    PERFORM 7850-FIND-MANUAL-BATCH
    IF WS-MADJ-CURRENT > 0
        EVALUATE TRUE
            WHEN NOT WS-MADJ-OPEN(WS-MADJ-CURRENT)
                DISPLAY "Batch is not open - items cannot be keyed."
            WHEN WS-MADJ-KEYED-BY(WS-MADJ-CURRENT) NOT = WS-USER-ID
                DISPLAY "Batch was opened by "
                    WS-MADJ-KEYED-BY(WS-MADJ-CURRENT)
                    " - only that operator keys its items."
            WHEN OTHER
                PERFORM 7845-DISPLAY-MANUAL-BATCH
                MOVE "N" TO WS-MADJ-ITEM-DONE-FLAG
                PERFORM UNTIL WS-MADJ-ITEMS-DONE
                    DISPLAY "Enter NUM1 (blank = finish,"
                        " R = remove an item): "
                    ACCEPT WS-MADJ-INPUT
                    EVALUATE TRUE
                        WHEN WS-MADJ-INPUT = SPACES
                            SET WS-MADJ-ITEMS-DONE TO TRUE
                        WHEN WS-MADJ-INPUT(1:1) = "R"
                        WHEN WS-MADJ-INPUT(1:1) = "r"
                            PERFORM 7828-REMOVE-MANUAL-ITEM
                        WHEN OTHER
                            PERFORM 7825-KEY-ONE-ITEM
                    END-EVALUATE
                END-PERFORM
                PERFORM 7845-DISPLAY-MANUAL-BATCH
                IF WS-MADJ-KEYED-COUNT
                        = WS-MADJ-DECL-COUNT(WS-MADJ-CURRENT)
                        AND WS-MADJ-KEYED-HASH
                            = WS-MADJ-DECL-HASH(WS-MADJ-CURRENT)
                    DISPLAY "Control totals agree - batch is ready"
                        " for release by a second operator."
                ELSE
                    DISPLAY "Keyed items do not yet agree with the"
                        " declared control totals."
                END-IF
        END-EVALUATE
    END-IF.

*> WS-MADJ-INPUT holds the NUM1 just keyed. Every field is edited
*> here so nothing reaches the batch that CALCSTP would reject as
*> non-numeric or as an unknown rate code.
7825-KEY-ONE-ITEM.
    MOVE "Y" TO WS-MADJ-ITEM-OK-FLAG
    IF WS-MITM-COUNT >= 2000
        DISPLAY "Manual item table is full - item not keyed."
        MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
    END-IF

    IF WS-MADJ-ITEM-OK-FLAG = "Y"
        MOVE 100000 TO WS-MADJ-WORK-AMOUNT
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT)) = 0
            COMPUTE WS-MADJ-WORK-AMOUNT =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT))
        END-IF
        IF FUNCTION ABS(WS-MADJ-WORK-AMOUNT) >= 100000
            DISPLAY "Invalid NUM1 - item not keyed."
            MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
        ELSE
            MOVE WS-MADJ-WORK-AMOUNT TO WS-MADJ-NEW-NUM1
        END-IF
    END-IF

    IF WS-MADJ-ITEM-OK-FLAG = "Y"
        DISPLAY "Enter operator (+ - * / M % ^): "
        ACCEPT WS-MADJ-NEW-OPERATOR
        IF WS-MADJ-NEW-OPERATOR NOT = "+"
                AND WS-MADJ-NEW-OPERATOR NOT = "-"
                AND WS-MADJ-NEW-OPERATOR NOT = "*"
                AND WS-MADJ-NEW-OPERATOR NOT = "/"
                AND WS-MADJ-NEW-OPERATOR NOT = "M"
                AND WS-MADJ-NEW-OPERATOR NOT = "%"
                AND WS-MADJ-NEW-OPERATOR NOT = "^"
            DISPLAY "Invalid operator - item not keyed."
            MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
        END-IF
    END-IF

    IF WS-MADJ-ITEM-OK-FLAG = "Y"
        MOVE 0 TO WS-MADJ-NEW-NUM2
        DISPLAY "Enter rate code (blank = key NUM2 instead): "
        ACCEPT WS-MADJ-NEW-RATE-CODE
        IF WS-MADJ-NEW-RATE-CODE NOT = SPACES
            MOVE "N" TO WS-RATE-FOUND-FLAG
            PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                    UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                IF WS-RATE-CODE(WS-RATE-INDEX) = WS-MADJ-NEW-RATE-CODE
                    MOVE "Y" TO WS-RATE-FOUND-FLAG
                END-IF
            END-PERFORM
            IF NOT WS-RATE-FOUND
                DISPLAY "Rate code not on the rate table -"
                    " item not keyed."
                MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
            END-IF
        ELSE
            DISPLAY "Enter NUM2: "
            ACCEPT WS-MADJ-INPUT
            MOVE 100000 TO WS-MADJ-WORK-AMOUNT
            IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT)) = 0
                COMPUTE WS-MADJ-WORK-AMOUNT =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT))
            END-IF
            IF FUNCTION ABS(WS-MADJ-WORK-AMOUNT) >= 100000
                DISPLAY "Invalid NUM2 - item not keyed."
                MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
            ELSE
                MOVE WS-MADJ-WORK-AMOUNT TO WS-MADJ-NEW-NUM2
            END-IF
        END-IF
    END-IF

    IF WS-MADJ-ITEM-OK-FLAG = "Y"
        MOVE 0 TO WS-MITM-REMOVE-NUMBER
        PERFORM VARYING WS-MITM-INDEX FROM 1 BY 1
                UNTIL WS-MITM-INDEX > WS-MITM-COUNT
            IF WS-MITM-BATCH(WS-MITM-INDEX)
                    = WS-MADJ-NUMBER(WS-MADJ-CURRENT)
                    AND WS-MITM-NUMBER(WS-MITM-INDEX)
                        > WS-MITM-REMOVE-NUMBER
                MOVE WS-MITM-NUMBER(WS-MITM-INDEX)
                    TO WS-MITM-REMOVE-NUMBER
            END-IF
        END-PERFORM
        ADD 1 TO WS-MITM-COUNT
        MOVE WS-MADJ-NUMBER(WS-MADJ-CURRENT)
            TO WS-MITM-BATCH(WS-MITM-COUNT)
        COMPUTE WS-MITM-NUMBER(WS-MITM-COUNT) =
            WS-MITM-REMOVE-NUMBER + 1
        MOVE WS-MADJ-NEW-NUM1 TO WS-MITM-NUM1(WS-MITM-COUNT)
        MOVE WS-MADJ-NEW-NUM2 TO WS-MITM-NUM2(WS-MITM-COUNT)
        MOVE WS-MADJ-NEW-OPERATOR TO WS-MITM-OPERATOR(WS-MITM-COUNT)
        MOVE WS-MADJ-NEW-RATE-CODE TO WS-MITM-RATE-CODE(WS-MITM-COUNT)
        PERFORM 7870-SAVE-MANUAL-BATCHES
        PERFORM 7855-TOTAL-MANUAL-BATCH
        MOVE WS-MADJ-KEYED-COUNT TO WS-MADJ-KEYED-COUNT-ED
        MOVE WS-MADJ-KEYED-HASH TO WS-MADJ-KEYED-HASH-ED
        DISPLAY "Item " WS-MITM-NUMBER(WS-MITM-COUNT) " keyed."
            " Batch so far: " WS-MADJ-KEYED-COUNT-ED " items, hash "
            WS-MADJ-KEYED-HASH-ED
    END-IF.

7828-REMOVE-MANUAL-ITEM.
    PERFORM VARYING WS-MITM-INDEX FROM 1 BY 1
            UNTIL WS-MITM-INDEX > WS-MITM-COUNT
        IF WS-MITM-BATCH(WS-MITM-INDEX)
                = WS-MADJ-NUMBER(WS-MADJ-CURRENT)
            DISPLAY "  Item " WS-MITM-NUMBER(WS-MITM-INDEX) "  "
                WS-MITM-NUM1(WS-MITM-INDEX) " "
                WS-MITM-OPERATOR(WS-MITM-INDEX) " "
                WS-MITM-NUM2(WS-MITM-INDEX) " "
                WS-MITM-RATE-CODE(WS-MITM-INDEX)
        END-IF
    END-PERFORM
    DISPLAY "Enter item number to remove (blank = none): "
    ACCEPT WS-MADJ-INPUT
    MOVE 0 TO WS-MADJ-INDEX
    IF WS-MADJ-INPUT NOT = SPACES
            AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT)) = 0
        COMPUTE WS-MITM-REMOVE-NUMBER =
            FUNCTION NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT))
        PERFORM VARYING WS-MITM-INDEX FROM 1 BY 1
                UNTIL WS-MITM-INDEX > WS-MITM-COUNT
            IF WS-MITM-BATCH(WS-MITM-INDEX)
                    = WS-MADJ-NUMBER(WS-MADJ-CURRENT)
                    AND WS-MITM-NUMBER(WS-MITM-INDEX)
                        = WS-MITM-REMOVE-NUMBER
                MOVE 1 TO WS-MADJ-INDEX
                PERFORM VARYING WS-MITM-INDEX FROM WS-MITM-INDEX
                        BY 1 UNTIL WS-MITM-INDEX >= WS-MITM-COUNT
                    MOVE WS-MITM-ENTRY(WS-MITM-INDEX + 1)
                        TO WS-MITM-ENTRY(WS-MITM-INDEX)
                END-PERFORM
                SUBTRACT 1 FROM WS-MITM-COUNT
            END-IF
        END-PERFORM
    END-IF
    IF WS-MADJ-INDEX > 0
        PERFORM 7870-SAVE-MANUAL-BATCHES
        DISPLAY "Item " WS-MITM-REMOVE-NUMBER " removed."
    ELSE
        DISPLAY "No item removed."
    END-IF.

7830-RELEASE-MANUAL-BATCH.
    PERFORM 7850-FIND-MANUAL-BATCH
    IF WS-MADJ-CURRENT > 0
        PERFORM 7845-DISPLAY-MANUAL-BATCH
        PERFORM 7832-CHECK-MANUAL-REGISTERED
        EVALUATE TRUE
            WHEN NOT WS-MADJ-OPEN(WS-MADJ-CURRENT)
                DISPLAY "Batch is not open - nothing to release."
            WHEN WS-MADJ-KEYED-BY(WS-MADJ-CURRENT) = WS-USER-ID
                DISPLAY "This batch was keyed by " WS-USER-ID
                    " - a second operator must release it."
            WHEN WS-MADJ-KEYED-COUNT
                    NOT = WS-MADJ-DECL-COUNT(WS-MADJ-CURRENT)
                OR WS-MADJ-KEYED-HASH
                    NOT = WS-MADJ-DECL-HASH(WS-MADJ-CURRENT)
                DISPLAY "Keyed items do not agree with the declared"
                    " control totals - batch not released."
            WHEN WS-BREG-FOUND
                DISPLAY "The " WS-MADJ-SOURCE-SYSTEM " batch for "
                    WS-BUSINESS-DATE " has already been processed -"
                    " batch not released."
                DISPLAY "Release it after the business date rolls."
            WHEN OTHER
                DISPLAY "Release this batch for the next batch run?"
                    " (Y/N): "
                ACCEPT WS-MADJ-CHOICE
                IF WS-MADJ-CHOICE = "Y" OR WS-MADJ-CHOICE = "y"
                    PERFORM 7880-WRITE-MANUAL-RELEASE
                    IF WS-MADJ-ITEM-OK-FLAG = "Y"
                        MOVE "R" TO WS-MADJ-STATUS(WS-MADJ-CURRENT)
                        MOVE WS-USER-ID
                            TO WS-MADJ-DECIDED-BY(WS-MADJ-CURRENT)
                        MOVE WS-BUSINESS-DATE
                            TO WS-MADJ-DECIDED(WS-MADJ-CURRENT)
                        PERFORM 7870-SAVE-MANUAL-BATCHES
                        DISPLAY "Batch " WS-MADJ-NUMBER(WS-MADJ-CURRENT)
                            " released under source "
                            WS-MADJ-SOURCE-SYSTEM " for business date "
                            WS-BUSINESS-DATE "."
                    END-IF
                ELSE
                    DISPLAY "Batch left open."
                END-IF
        END-EVALUATE
    END-IF.

*> Release writes under the session business date, and the batch
*> register allows one MANUAL batch per date. Once CALCSTP has
*> registered that batch (a held or rerun day) a further release
*> would be bypassed as a duplicate and then emptied from the
*> release file by RSETMAN, so the release is refused until the
*> business date rolls.
7832-CHECK-MANUAL-REGISTERED.
    MOVE "N" TO WS-BREG-FOUND-FLAG
    OPEN INPUT BATCH-REG-FILE
    IF WS-BREG-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 2910-READ-BREG-RECORD
        PERFORM UNTIL WS-BREG-FILE-STATUS NOT = "00"
                OR WS-BREG-FOUND
            IF BREG-SOURCE-SYSTEM = WS-MADJ-SOURCE-SYSTEM
                    AND BREG-BUSINESS-DATE = WS-BUSINESS-DATE
                SET WS-BREG-FOUND TO TRUE
            END-IF
            PERFORM 2910-READ-BREG-RECORD
        END-PERFORM
        CLOSE BATCH-REG-FILE
    END-IF.

7835-CANCEL-MANUAL-BATCH.
    PERFORM 7850-FIND-MANUAL-BATCH
    IF WS-MADJ-CURRENT > 0
        PERFORM 7845-DISPLAY-MANUAL-BATCH
        EVALUATE TRUE
            WHEN NOT WS-MADJ-OPEN(WS-MADJ-CURRENT)
                DISPLAY "Only an open batch can be cancelled."
            WHEN WS-MADJ-KEYED-BY(WS-MADJ-CURRENT) NOT = WS-USER-ID
                    AND WS-USER-AUTH-LEVEL < 3
                DISPLAY "Only the keying operator or a level-3"
                    " operator can cancel this batch."
            WHEN OTHER
                DISPLAY "Cancel this batch? (Y/N): "
                ACCEPT WS-MADJ-CHOICE
                IF WS-MADJ-CHOICE = "Y" OR WS-MADJ-CHOICE = "y"
                    MOVE "C" TO WS-MADJ-STATUS(WS-MADJ-CURRENT)
                    MOVE WS-USER-ID
                        TO WS-MADJ-DECIDED-BY(WS-MADJ-CURRENT)
                    MOVE WS-BUSINESS-DATE
                        TO WS-MADJ-DECIDED(WS-MADJ-CURRENT)
                    PERFORM 7870-SAVE-MANUAL-BATCHES
                    DISPLAY "Batch " WS-MADJ-NUMBER(WS-MADJ-CURRENT)
                        " cancelled by " WS-USER-ID "."
                ELSE
                    DISPLAY "Batch left open."
                END-IF
        END-EVALUATE
    END-IF.

7840-LIST-MANUAL-BATCHES.
    DISPLAY "List which batches? (O = open, R = released,"
        " C = cancelled, blank = all): "
    ACCEPT WS-MADJ-CHOICE
    MOVE FUNCTION UPPER-CASE(WS-MADJ-CHOICE) TO WS-MADJ-CHOICE
    MOVE 0 TO WS-MADJ-LISTED
    PERFORM VARYING WS-MADJ-INDEX FROM 1 BY 1
            UNTIL WS-MADJ-INDEX > WS-MADJ-COUNT
        IF WS-MADJ-CHOICE = SPACE
                OR WS-MADJ-STATUS(WS-MADJ-INDEX) = WS-MADJ-CHOICE
            MOVE WS-MADJ-INDEX TO WS-MADJ-CURRENT
            PERFORM 7845-DISPLAY-MANUAL-BATCH
            ADD 1 TO WS-MADJ-LISTED
        END-IF
    END-PERFORM
    IF WS-MADJ-LISTED = 0
        DISPLAY "(no manual batches to list)"
    END-IF.

7845-DISPLAY-MANUAL-BATCH.
    PERFORM 7855-TOTAL-MANUAL-BATCH
    EVALUATE TRUE
        WHEN WS-MADJ-OPEN(WS-MADJ-CURRENT)
            MOVE "OPEN" TO WS-MADJ-STATUS-TEXT
        WHEN WS-MADJ-RELEASED(WS-MADJ-CURRENT)
            MOVE "RELEASED" TO WS-MADJ-STATUS-TEXT
        WHEN OTHER
            MOVE "CANCELLED" TO WS-MADJ-STATUS-TEXT
    END-EVALUATE
    MOVE WS-MADJ-DECL-COUNT(WS-MADJ-CURRENT) TO WS-MADJ-COUNT-ED
    MOVE WS-MADJ-DECL-HASH(WS-MADJ-CURRENT) TO WS-MADJ-HASH-ED
    MOVE WS-MADJ-KEYED-COUNT TO WS-MADJ-KEYED-COUNT-ED
    MOVE WS-MADJ-KEYED-HASH TO WS-MADJ-KEYED-HASH-ED
    DISPLAY "Batch " WS-MADJ-NUMBER(WS-MADJ-CURRENT) " "
        WS-MADJ-STATUS-TEXT " " WS-MADJ-DESCRIPTION(WS-MADJ-CURRENT)
        " keyed by " WS-MADJ-KEYED-BY(WS-MADJ-CURRENT)
        " on " WS-MADJ-OPENED(WS-MADJ-CURRENT)
    DISPLAY "  Declared " WS-MADJ-COUNT-ED " items, hash "
        WS-MADJ-HASH-ED "   Keyed " WS-MADJ-KEYED-COUNT-ED
        " items, hash " WS-MADJ-KEYED-HASH-ED
    IF NOT WS-MADJ-OPEN(WS-MADJ-CURRENT)
        DISPLAY "  " WS-MADJ-STATUS-TEXT " by "
            WS-MADJ-DECIDED-BY(WS-MADJ-CURRENT)
            " on " WS-MADJ-DECIDED(WS-MADJ-CURRENT)
    END-IF.

7850-FIND-MANUAL-BATCH.
    MOVE 0 TO WS-MADJ-CURRENT
    DISPLAY "Enter manual batch number: "
    ACCEPT WS-MADJ-INPUT
    IF WS-MADJ-INPUT NOT = SPACES
            AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT)) = 0
        COMPUTE WS-MADJ-WORK-AMOUNT =
            FUNCTION NUMVAL(FUNCTION TRIM(WS-MADJ-INPUT))
        PERFORM VARYING WS-MADJ-INDEX FROM 1 BY 1
                UNTIL WS-MADJ-INDEX > WS-MADJ-COUNT
            IF WS-MADJ-NUMBER(WS-MADJ-INDEX) = WS-MADJ-WORK-AMOUNT
                MOVE WS-MADJ-INDEX TO WS-MADJ-CURRENT
            END-IF
        END-PERFORM
    END-IF
    IF WS-MADJ-CURRENT = 0
        DISPLAY "No such manual batch."
    END-IF.

*> Keyed totals use the CALCIN trailer hash rule: every NUM1 plus
*> every NUM2 keyed as a value (a rate-coded item's NUM2 is not).
7855-TOTAL-MANUAL-BATCH.
    MOVE 0 TO WS-MADJ-KEYED-COUNT
    MOVE 0 TO WS-MADJ-KEYED-HASH
    PERFORM VARYING WS-MITM-INDEX FROM 1 BY 1
            UNTIL WS-MITM-INDEX > WS-MITM-COUNT
        IF WS-MITM-BATCH(WS-MITM-INDEX)
                = WS-MADJ-NUMBER(WS-MADJ-CURRENT)
            ADD 1 TO WS-MADJ-KEYED-COUNT
            ADD WS-MITM-NUM1(WS-MITM-INDEX) TO WS-MADJ-KEYED-HASH
            IF WS-MITM-RATE-CODE(WS-MITM-INDEX) = SPACES
                ADD WS-MITM-NUM2(WS-MITM-INDEX) TO WS-MADJ-KEYED-HASH
            END-IF
        END-IF
    END-PERFORM.

7860-LOAD-MANUAL-BATCHES.
    MOVE 0 TO WS-MADJ-COUNT
    MOVE 0 TO WS-MITM-COUNT
    MOVE 0 TO WS-MADJ-NEXT-NUMBER
    MOVE "N" TO WS-MADJ-LOAD-FULL-FLAG
    MOVE "N" TO WS-MADJ-KEEP-FLAG
    MOVE 0 TO WS-MADJ-CUTOFF-DATE
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
    IF WS-DATE-INTEGER > WS-MADJ-RETAIN-DAYS
        COMPUTE WS-MADJ-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
            (WS-DATE-INTEGER - WS-MADJ-RETAIN-DAYS)
    END-IF
    OPEN INPUT MANUAL-ADJ-FILE
    IF WS-MADJ-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 7865-READ-MADJ-RECORD
        PERFORM UNTIL WS-MADJ-FILE-STATUS NOT = "00"
                OR WS-MADJ-LOAD-FULL
            EVALUATE TRUE
                WHEN MADJ-BATCH-RECORD
                    IF MADJ-BATCH-NUMBER IS NUMERIC
                            AND MADJ-BATCH-NUMBER > WS-MADJ-NEXT-NUMBER
                        MOVE MADJ-BATCH-NUMBER TO WS-MADJ-NEXT-NUMBER
                    END-IF
                    MOVE "N" TO WS-MADJ-KEEP-FLAG
                    IF MADJ-STATUS = "O"
                            OR (MADJ-DECIDED-DATE IS NUMERIC
                                AND MADJ-DECIDED-DATE
                                    >= WS-MADJ-CUTOFF-DATE)
                        MOVE "Y" TO WS-MADJ-KEEP-FLAG
                    END-IF
                    IF WS-MADJ-KEEP-FLAG = "Y"
                        IF WS-MADJ-COUNT >= 100
                            SET WS-MADJ-LOAD-FULL TO TRUE
                        ELSE
                            ADD 1 TO WS-MADJ-COUNT
                            MOVE MADJ-BATCH-NUMBER
                                TO WS-MADJ-NUMBER(WS-MADJ-COUNT)
                            MOVE MADJ-STATUS
                                TO WS-MADJ-STATUS(WS-MADJ-COUNT)
                            MOVE MADJ-DECLARED-COUNT
                                TO WS-MADJ-DECL-COUNT(WS-MADJ-COUNT)
                            MOVE MADJ-DECLARED-HASH
                                TO WS-MADJ-DECL-HASH(WS-MADJ-COUNT)
                            MOVE MADJ-DESCRIPTION
                                TO WS-MADJ-DESCRIPTION(WS-MADJ-COUNT)
                            MOVE MADJ-KEYED-BY
                                TO WS-MADJ-KEYED-BY(WS-MADJ-COUNT)
                            MOVE MADJ-OPENED-DATE
                                TO WS-MADJ-OPENED(WS-MADJ-COUNT)
                            MOVE MADJ-DECIDED-BY
                                TO WS-MADJ-DECIDED-BY(WS-MADJ-COUNT)
                            MOVE MADJ-DECIDED-DATE
                                TO WS-MADJ-DECIDED(WS-MADJ-COUNT)
                        END-IF
                    END-IF
                WHEN MADJ-ITEM-RECORD
                    IF WS-MADJ-KEEP-FLAG = "Y"
                        IF WS-MITM-COUNT >= 2000
                            SET WS-MADJ-LOAD-FULL TO TRUE
                        ELSE
                            ADD 1 TO WS-MITM-COUNT
                            MOVE MADJ-BATCH-NUMBER
                                TO WS-MITM-BATCH(WS-MITM-COUNT)
                            MOVE MADJ-ITEM-NUMBER
                                TO WS-MITM-NUMBER(WS-MITM-COUNT)
                            MOVE MADJ-NUM1
                                TO WS-MITM-NUM1(WS-MITM-COUNT)
                            MOVE MADJ-NUM2
                                TO WS-MITM-NUM2(WS-MITM-COUNT)
                            MOVE MADJ-OPERATOR
                                TO WS-MITM-OPERATOR(WS-MITM-COUNT)
                            MOVE MADJ-RATE-CODE
                                TO WS-MITM-RATE-CODE(WS-MITM-COUNT)
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM 7865-READ-MADJ-RECORD
        END-PERFORM
        CLOSE MANUAL-ADJ-FILE
    END-IF
    ADD 1 TO WS-MADJ-NEXT-NUMBER.

7865-READ-MADJ-RECORD.
    READ MANUAL-ADJ-FILE
        AT END
            MOVE "10" TO WS-MADJ-FILE-STATUS
    END-READ.

7870-SAVE-MANUAL-BATCHES.
    OPEN OUTPUT MANUAL-ADJ-FILE
    PERFORM VARYING WS-MADJ-INDEX FROM 1 BY 1
            UNTIL WS-MADJ-INDEX > WS-MADJ-COUNT
        MOVE SPACES TO MANUAL-ADJ-RECORD
        MOVE "B" TO MADJ-RECORD-TYPE
        MOVE WS-MADJ-NUMBER(WS-MADJ-INDEX) TO MADJ-BATCH-NUMBER
        MOVE WS-MADJ-STATUS(WS-MADJ-INDEX) TO MADJ-STATUS
        MOVE WS-MADJ-DECL-COUNT(WS-MADJ-INDEX) TO MADJ-DECLARED-COUNT
        MOVE WS-MADJ-DECL-HASH(WS-MADJ-INDEX) TO MADJ-DECLARED-HASH
        MOVE WS-MADJ-DESCRIPTION(WS-MADJ-INDEX) TO MADJ-DESCRIPTION
        MOVE WS-MADJ-KEYED-BY(WS-MADJ-INDEX) TO MADJ-KEYED-BY
        MOVE WS-MADJ-OPENED(WS-MADJ-INDEX) TO MADJ-OPENED-DATE
        MOVE WS-MADJ-DECIDED-BY(WS-MADJ-INDEX) TO MADJ-DECIDED-BY
        MOVE WS-MADJ-DECIDED(WS-MADJ-INDEX) TO MADJ-DECIDED-DATE
        WRITE MANUAL-ADJ-RECORD
        PERFORM VARYING WS-MITM-INDEX FROM 1 BY 1
                UNTIL WS-MITM-INDEX > WS-MITM-COUNT
            IF WS-MITM-BATCH(WS-MITM-INDEX)
                    = WS-MADJ-NUMBER(WS-MADJ-INDEX)
                MOVE SPACES TO MANUAL-ADJ-RECORD
                MOVE "I" TO MADJ-RECORD-TYPE
                MOVE WS-MITM-BATCH(WS-MITM-INDEX) TO MADJ-BATCH-NUMBER
                MOVE WS-MITM-NUMBER(WS-MITM-INDEX) TO MADJ-ITEM-NUMBER
                MOVE WS-MITM-NUM1(WS-MITM-INDEX) TO MADJ-NUM1
                MOVE WS-MITM-NUM2(WS-MITM-INDEX) TO MADJ-NUM2
                MOVE WS-MITM-OPERATOR(WS-MITM-INDEX) TO MADJ-OPERATOR
                MOVE WS-MITM-RATE-CODE(WS-MITM-INDEX) TO MADJ-RATE-CODE
                WRITE MANUAL-ADJ-RECORD
            END-IF
        END-PERFORM
    END-PERFORM
    CLOSE MANUAL-ADJ-FILE.

*> Rewrites the release file with the batch at WS-MADJ-CURRENT
*> added to the MANUAL batch for the current business date (see
*> WS-MREL-TABLE). WS-MADJ-ITEM-OK-FLAG comes back "N" if the file
*> would overrun the table, in which case nothing is rewritten.
7880-WRITE-MANUAL-RELEASE.
    MOVE "Y" TO WS-MADJ-ITEM-OK-FLAG
    MOVE 0 TO WS-MREL-COUNT
    OPEN INPUT MANUAL-RELEASE-FILE
    IF WS-MREL-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 7885-READ-MREL-RECORD
        PERFORM UNTIL WS-MREL-FILE-STATUS NOT = "00"
                OR WS-MADJ-ITEM-OK-FLAG = "N"
            IF WS-MREL-COUNT >= 3000
                MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
            ELSE
                ADD 1 TO WS-MREL-COUNT
                MOVE MANUAL-RELEASE-BUFFER
                    TO WS-MREL-ENTRY(WS-MREL-COUNT)
                PERFORM 7885-READ-MREL-RECORD
            END-IF
        END-PERFORM
        CLOSE MANUAL-RELEASE-FILE
    END-IF
    IF WS-MREL-COUNT + WS-MADJ-KEYED-COUNT + 2 > 3000
        MOVE "N" TO WS-MADJ-ITEM-OK-FLAG
    END-IF
    IF WS-MADJ-ITEM-OK-FLAG = "N"
        DISPLAY "Release file PROD.CALC.MANUAL is too large to add"
            " to - batch not released."
    ELSE
        OPEN OUTPUT MANUAL-RELEASE-FILE
        MOVE "N" TO WS-MREL-TODAY-FLAG
        PERFORM VARYING WS-MREL-INDEX FROM 1 BY 1
                UNTIL WS-MREL-INDEX > WS-MREL-COUNT
            MOVE WS-MREL-ENTRY(WS-MREL-INDEX) TO WS-MREL-WORK
            EVALUATE WS-MREL-TYPE
                WHEN "H"
                    IF WS-MREL-SOURCE = WS-MADJ-SOURCE-SYSTEM
                            AND WS-MREL-BUS-DATE = WS-BUSINESS-DATE
                        MOVE "Y" TO WS-MREL-TODAY-FLAG
                    ELSE
                        MOVE "N" TO WS-MREL-TODAY-FLAG
                        WRITE MANUAL-RELEASE-BUFFER FROM WS-MREL-WORK
                    END-IF
                WHEN "T"
                    IF NOT WS-MREL-IN-TODAY
                        WRITE MANUAL-RELEASE-BUFFER FROM WS-MREL-WORK
                    END-IF
                    MOVE "N" TO WS-MREL-TODAY-FLAG
                WHEN OTHER
                    IF NOT WS-MREL-IN-TODAY
                        WRITE MANUAL-RELEASE-BUFFER FROM WS-MREL-WORK
                    END-IF
            END-EVALUATE
        END-PERFORM

        MOVE 0 TO WS-MREL-DETAIL-COUNT
        MOVE 0 TO WS-MREL-HASH-TOTAL
        MOVE SPACES TO WS-MREL-WORK
        MOVE "H" TO WS-MREL-TYPE
        MOVE WS-MADJ-SOURCE-SYSTEM TO WS-MREL-SOURCE
        MOVE WS-BUSINESS-DATE TO WS-MREL-BUS-DATE
        WRITE MANUAL-RELEASE-BUFFER FROM WS-MREL-WORK

        MOVE "N" TO WS-MREL-TODAY-FLAG
        PERFORM VARYING WS-MREL-INDEX FROM 1 BY 1
                UNTIL WS-MREL-INDEX > WS-MREL-COUNT
            MOVE WS-MREL-ENTRY(WS-MREL-INDEX) TO WS-MREL-WORK
            EVALUATE WS-MREL-TYPE
                WHEN "H"
                    IF WS-MREL-SOURCE = WS-MADJ-SOURCE-SYSTEM
                            AND WS-MREL-BUS-DATE = WS-BUSINESS-DATE
                        MOVE "Y" TO WS-MREL-TODAY-FLAG
                    ELSE
                        MOVE "N" TO WS-MREL-TODAY-FLAG
                    END-IF
                WHEN "T"
                    MOVE "N" TO WS-MREL-TODAY-FLAG
                WHEN OTHER
                    IF WS-MREL-IN-TODAY
                        PERFORM 7887-ADD-MREL-DETAIL
                        WRITE MANUAL-RELEASE-BUFFER FROM WS-MREL-WORK
                    END-IF
            END-EVALUATE
        END-PERFORM

        PERFORM VARYING WS-MITM-INDEX FROM 1 BY 1
                UNTIL WS-MITM-INDEX > WS-MITM-COUNT
            IF WS-MITM-BATCH(WS-MITM-INDEX)
                    = WS-MADJ-NUMBER(WS-MADJ-CURRENT)
                MOVE SPACES TO WS-MREL-WORK
                MOVE "D" TO WS-MREL-TYPE
                MOVE WS-MITM-NUM1(WS-MITM-INDEX) TO WS-MREL-NUM1
                MOVE WS-MITM-NUM2(WS-MITM-INDEX) TO WS-MREL-NUM2
                MOVE WS-MITM-OPERATOR(WS-MITM-INDEX) TO WS-MREL-OPERATOR
                MOVE WS-MITM-RATE-CODE(WS-MITM-INDEX)
                    TO WS-MREL-RATE-CODE
                PERFORM 7887-ADD-MREL-DETAIL
                WRITE MANUAL-RELEASE-BUFFER FROM WS-MREL-WORK
            END-IF
        END-PERFORM

        MOVE SPACES TO WS-MREL-WORK
        MOVE "T" TO WS-MREL-TYPE
        MOVE WS-MREL-DETAIL-COUNT TO WS-MREL-TRL-COUNT
        MOVE WS-MREL-HASH-TOTAL TO WS-MREL-TRL-HASH
        WRITE MANUAL-RELEASE-BUFFER FROM WS-MREL-WORK
        CLOSE MANUAL-RELEASE-FILE
    END-IF.

7885-READ-MREL-RECORD.
    READ MANUAL-RELEASE-FILE
        AT END
            MOVE "10" TO WS-MREL-FILE-STATUS
    END-READ.

7887-ADD-MREL-DETAIL.
    ADD 1 TO WS-MREL-DETAIL-COUNT
    IF WS-MREL-TYPE NOT = "C" AND WS-MREL-NUM1 IS NUMERIC
        ADD WS-MREL-NUM1 TO WS-MREL-HASH-TOTAL
    END-IF
    IF WS-MREL-RATE-CODE = SPACES AND WS-MREL-NUM2 IS NUMERIC
        ADD WS-MREL-NUM2 TO WS-MREL-HASH-TOTAL
    END-IF.

*> Closes, reopens and locks GL periods on the calendar finance
*> loads. Only an open period can be closed, only a closed one
*> reopened or locked; a locked period is final as far as this
*> screen goes. The calendar is rewritten at once and the session
*> re-checks its own posting period against it.
7900-MAINTAIN-GL-PERIODS.
    DISPLAY "--- GL Period Calendar ---"
    PERFORM 4750-LOAD-GL-PERIODS
    EVALUATE TRUE
        WHEN NOT WS-PCAL-ON-FILE
            DISPLAY "No GL period calendar on file - finance must"
                " load PROD.CALC.GLPERIOD first."
        WHEN WS-PCAL-LOAD-FULL
            DISPLAY "GL period calendar overruns the 120-period"
                " table - review PROD.CALC.GLPERIOD before changing it."
        WHEN OTHER
            MOVE "N" TO WS-PCAL-DONE-FLAG
            PERFORM UNTIL WS-PCAL-DONE
                DISPLAY " "
                PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
                        UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
                    PERFORM 7910-DISPLAY-GL-PERIOD
                END-PERFORM
                DISPLAY "Enter period (YYYYPP, blank = return): "
                ACCEPT WS-PCAL-MAINT-INPUT
                IF WS-PCAL-MAINT-INPUT = SPACES
                    SET WS-PCAL-DONE TO TRUE
                ELSE
                    PERFORM 7920-CHANGE-GL-PERIOD
                END-IF
            END-PERFORM
    END-EVALUATE.

7910-DISPLAY-GL-PERIOD.
    EVALUATE TRUE
        WHEN WS-PCAL-OPEN(WS-PCAL-INDEX)
            MOVE "OPEN" TO WS-PCAL-STATUS-TEXT
        WHEN WS-PCAL-CLOSED(WS-PCAL-INDEX)
            MOVE "CLOSED" TO WS-PCAL-STATUS-TEXT
        WHEN WS-PCAL-LOCKED(WS-PCAL-INDEX)
            MOVE "LOCKED" TO WS-PCAL-STATUS-TEXT
        WHEN OTHER
            MOVE "??????" TO WS-PCAL-STATUS-TEXT
    END-EVALUATE
    DISPLAY "  " WS-PCAL-PERIOD(WS-PCAL-INDEX) "  "
        WS-PCAL-START(WS-PCAL-INDEX) " - " WS-PCAL-END(WS-PCAL-INDEX)
        "  " WS-PCAL-STATUS-TEXT "  " WS-PCAL-UPDATED-BY(WS-PCAL-INDEX)
        " " WS-PCAL-UPDATED-ON(WS-PCAL-INDEX).

7920-CHANGE-GL-PERIOD.
    MOVE 0 TO WS-PCAL-HIT
    IF WS-PCAL-MAINT-INPUT(1:6) IS NUMERIC
        MOVE WS-PCAL-MAINT-INPUT(1:6) TO WS-PCAL-MAINT-PERIOD
        PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
                UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
            IF WS-PCAL-PERIOD(WS-PCAL-INDEX) = WS-PCAL-MAINT-PERIOD
                MOVE WS-PCAL-INDEX TO WS-PCAL-HIT
            END-IF
        END-PERFORM
    END-IF
    IF WS-PCAL-HIT = 0
        DISPLAY "No such GL period on the calendar."
    ELSE
        DISPLAY "Action (C = close, O = reopen, L = lock): "
        ACCEPT WS-PCAL-ACTION
        MOVE FUNCTION UPPER-CASE(WS-PCAL-ACTION) TO WS-PCAL-ACTION
        EVALUATE TRUE
            WHEN WS-PCAL-ACTION = "C" AND WS-PCAL-OPEN(WS-PCAL-HIT)
            WHEN WS-PCAL-ACTION = "O" AND WS-PCAL-CLOSED(WS-PCAL-HIT)
            WHEN WS-PCAL-ACTION = "L" AND WS-PCAL-CLOSED(WS-PCAL-HIT)
                MOVE WS-PCAL-ACTION TO WS-PCAL-STATUS(WS-PCAL-HIT)
                MOVE WS-USER-ID TO WS-PCAL-UPDATED-BY(WS-PCAL-HIT)
                MOVE WS-BUSINESS-DATE TO WS-PCAL-UPDATED-ON(WS-PCAL-HIT)
                PERFORM 7930-SAVE-GL-PERIODS
                DISPLAY "Period " WS-PCAL-MAINT-PERIOD " updated."
                PERFORM 1200-CHECK-GL-PERIOD
                IF WS-PERIOD-STOPPED
                    DISPLAY "Note: " FUNCTION TRIM(WS-PERIOD-STOP-TEXT)
                        " - this session can no longer post."
                END-IF
            WHEN WS-PCAL-ACTION = "C"
                DISPLAY "Only an open period can be closed."
            WHEN WS-PCAL-ACTION = "O"
                DISPLAY "Only a closed period can be reopened."
            WHEN WS-PCAL-ACTION = "L"
                DISPLAY "Only a closed period can be locked."
            WHEN OTHER
                DISPLAY "Invalid action."
        END-EVALUATE
    END-IF.

7930-SAVE-GL-PERIODS.
    OPEN OUTPUT GL-PERIOD-FILE
    PERFORM VARYING WS-PCAL-INDEX FROM 1 BY 1
            UNTIL WS-PCAL-INDEX > WS-PCAL-COUNT
        MOVE SPACES TO GL-PERIOD-RECORD
        MOVE WS-PCAL-PERIOD(WS-PCAL-INDEX) TO PCAL-PERIOD-ID
        MOVE WS-PCAL-START(WS-PCAL-INDEX) TO PCAL-START-DATE
        MOVE WS-PCAL-END(WS-PCAL-INDEX) TO PCAL-END-DATE
        MOVE WS-PCAL-STATUS(WS-PCAL-INDEX) TO PCAL-STATUS
        MOVE WS-PCAL-UPDATED-BY(WS-PCAL-INDEX) TO PCAL-UPDATED-BY
        MOVE WS-PCAL-UPDATED-ON(WS-PCAL-INDEX) TO PCAL-UPDATED-DATE
        WRITE GL-PERIOD-RECORD
    END-PERFORM
    CLOSE GL-PERIOD-FILE.

7210-SAVE-DEFAULTS.
    OPEN OUTPUT DEFAULTS-FILE
    MOVE WS-DEFAULT-NUM1 TO DFLT-NUM1
    ADD 1 TO WS-GL-SEQUENCE-NUMBER
    MOVE WS-GL-RUN-DATE TO GL-RUN-DATE
    MOVE WS-GL-SEQUENCE-NUMBER TO GL-SEQUENCE-NUMBER
    MOVE WS-GL-POST-DATE TO GL-POSTING-DATE
    MOVE WS-GL-REDIRECT-FLAG TO GL-PERIOD-REDIRECT-FLAG
    IF WS-GL-REDIRECTED
        ADD 1 TO WS-STAT-REDIRECT-COUNT
    END-IF
    MOVE WS-GL-POST-OPERATOR TO GL-OPERATOR-CODE
    MOVE FUNCTION ABS(WS-GL-POST-RESULT) TO GL-AMOUNT
    IF WS-GL-POST-RESULT < 0
            END-IF
            MOVE CKPT-SRC-BAL-STATUS(WS-SRC-INDEX)
                TO WS-SRC-BAL-STATUS(WS-SRC-INDEX)
            IF CKPT-SRC-RULE-REJECTS(WS-SRC-INDEX) IS NUMERIC
                MOVE CKPT-SRC-RULE-REJECTS(WS-SRC-INDEX)
                    TO WS-SRC-RULE-REJECTS(WS-SRC-INDEX)
            ELSE
                MOVE 0 TO WS-SRC-RULE-REJECTS(WS-SRC-INDEX)
            END-IF
        END-PERFORM
    END-IF.
