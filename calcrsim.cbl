IDENTIFICATION DIVISION.
PROGRAM-ID. CALCRSIM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT PROPOSED-RATE-FILE ASSIGN TO "CALCPRAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRAT-FILE-STATUS.

    SELECT GL-MAP-FILE ASSIGN TO "CALCGLM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLM-FILE-STATUS.

    SELECT SIMULATION-REPORT-FILE ASSIGN TO "CALCRSMR"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
    COPY CALCHIST.

FD  PROPOSED-RATE-FILE.
    COPY CALCRATE.

FD  GL-MAP-FILE.
    COPY CALCGLM.

FD  SIMULATION-REPORT-FILE.
    COPY CALCRPT.

WORKING-STORAGE SECTION.
01  WS-HIST-FILE-STATUS     PIC X(02).
    88  WS-HIST-FILE-NOT-FOUND      VALUE "35".
01  WS-PRAT-FILE-STATUS     PIC X(02).
    88  WS-PRAT-FILE-NOT-FOUND      VALUE "35".
01  WS-GLM-FILE-STATUS      PIC X(02).
    88  WS-GLM-FILE-NOT-FOUND       VALUE "35".

01  WS-COMMAND-LINE         PIC X(60).
01  WS-PARM-START-DATE      PIC X(08) VALUE SPACES.
01  WS-PARM-END-DATE        PIC X(08) VALUE SPACES.

01  WS-START-DATE           PIC 9(08) VALUE 0.
01  WS-END-DATE             PIC 9(08) VALUE 0.
01  WS-SIM-CONDITION        PIC 9(02) VALUE 0.

01  WS-BROWSE-DONE-FLAG     PIC X(01).
    88  WS-BROWSE-DONE              VALUE "Y".

01  NUM1                    PIC S9(5)V99.
01  NUM2                    PIC S9(5)V99.
01  RESULT                  PIC S9(5)V99.
01  OPERATOR                PIC X(01).
01  WS-CALC-OK-FLAG         PIC X(01).
    88  WS-CALC-OK                  VALUE "Y".

*> The simulation applies the rounding rule each calculation was
*> stamped with, exactly as CALCSTP and CALCRADJ do, so the only
*> difference it can show is the one the proposed factor makes.
01  WS-ROUND-RULE           PIC X(01) VALUE "T".
    88  WS-ROUND-HALF-UP            VALUE "U".
    88  WS-ROUND-HALF-EVEN          VALUE "E".
01  WS-CALC-WORK            PIC S9(7)V9(4) VALUE 0.
01  WS-ROUND-SCALED         PIC S9(11) VALUE 0.
01  WS-ROUND-CENTS          PIC S9(11) VALUE 0.
01  WS-ROUND-REM            PIC S9(4) VALUE 0.

*> Amounts are signed the way the calculation result was: a
*> positive result posts as a credit, a negative one as a debit.
*> A calculation that did not dispose OK contributes nothing on
*> the side where it failed.
01  WS-PROD-AMOUNT          PIC S9(5)V99 VALUE 0.
01  WS-SIM-AMOUNT           PIC S9(5)V99 VALUE 0.
01  WS-SIM-DELTA            PIC S9(6)V99 VALUE 0.
01  WS-SIM-ABS-DELTA        PIC 9(6)V99 VALUE 0.

*> Proposed factors, one per rate code. The effective and expiry
*> dates on the proposed file are not applied: the factor is tried
*> against the whole run-date range as if it had been in force.
*> A rate code the proposal does not mention is recalculated with
*> the factor production applied, and should show no difference.
01  WS-PRAT-TABLE.
    05  WS-PRAT-ENTRY OCCURS 50 TIMES.
        10  WS-PRAT-CODE        PIC X(08).
        10  WS-PRAT-DESCRIPTION PIC X(20).
        10  WS-PRAT-FACTOR      PIC S9(5)V99.
        10  WS-PRAT-USED        PIC 9(07).
01  WS-PRAT-COUNT           PIC 9(03) VALUE 0.
01  WS-PRAT-INDEX           PIC 9(03) VALUE 0.
01  WS-PRAT-HIT             PIC 9(03) VALUE 0.
01  WS-PRAT-DUPLICATE-COUNT PIC 9(03) VALUE 0.
01  WS-PRAT-BAD-COUNT       PIC 9(03) VALUE 0.

01  WS-GL-MAP-TABLE.
    05  WS-GLM-ENTRY OCCURS 100 TIMES.
        10  WS-GLM-SOURCE       PIC X(08).
        10  WS-GLM-OPERATOR     PIC X(01).
        10  WS-GLM-ACCOUNT      PIC X(12).
01  WS-GLM-COUNT            PIC 9(03) VALUE 0.
01  WS-GLM-INDEX            PIC 9(03) VALUE 0.
01  WS-GLM-FOUND-FLAG       PIC X(01).
    88  WS-GLM-FOUND                VALUE "Y".
01  WS-SUSPENSE-ACCOUNT     PIC X(12) VALUE "999999999999".
01  WS-SIM-ACCOUNT          PIC X(12) VALUE SPACES.

*> Impact lines by rate code, source system and GL account, held
*> in key order as they are built so the report needs no sort.
01  WS-IMP-TABLE.
    05  WS-IMP-ENTRY OCCURS 300 TIMES.
        10  WS-IMP-KEY.
            15  WS-IMP-RATE-CODE    PIC X(08).
            15  WS-IMP-SOURCE       PIC X(08).
            15  WS-IMP-ACCOUNT      PIC X(12).
        10  WS-IMP-ITEMS        PIC 9(07).
        10  WS-IMP-PROD-TOTAL   PIC S9(11)V99.
        10  WS-IMP-SIM-TOTAL    PIC S9(11)V99.
01  WS-IMP-COUNT            PIC 9(03) VALUE 0.
01  WS-IMP-INDEX            PIC 9(03) VALUE 0.
01  WS-IMP-HIT              PIC 9(03) VALUE 0.
01  WS-IMP-MOVE-INDEX       PIC 9(03) VALUE 0.
01  WS-IMP-POSITION-CHECK   PIC 9(03) VALUE 0.
01  WS-IMP-OVERFLOW-COUNT   PIC 9(07) VALUE 0.
01  WS-IMP-NEW-KEY.
    05  WS-IMP-NEW-RATE-CODE    PIC X(08).
    05  WS-IMP-NEW-SOURCE       PIC X(08).
    05  WS-IMP-NEW-ACCOUNT      PIC X(12).

*> The largest individual swings, biggest first.
01  WS-SWING-TABLE.
    05  WS-SWING-ENTRY OCCURS 10 TIMES.
        10  WS-SWING-BATCH-ID   PIC X(08).
        10  WS-SWING-SEQUENCE   PIC 9(09).
        10  WS-SWING-RUN-DATE   PIC 9(08).
        10  WS-SWING-RATE-CODE  PIC X(08).
        10  WS-SWING-PROD       PIC S9(5)V99.
        10  WS-SWING-SIM        PIC S9(5)V99.
        10  WS-SWING-DELTA      PIC S9(6)V99.
        10  WS-SWING-ABS        PIC 9(6)V99.
01  WS-SWING-COUNT          PIC 9(02) VALUE 0.
01  WS-SWING-INDEX          PIC 9(02) VALUE 0.
01  WS-SWING-POSITION       PIC 9(02) VALUE 0.
01  WS-SWING-MAX            PIC 9(02) VALUE 10.

01  WS-SCANNED-COUNT        PIC 9(07) VALUE 0.
01  WS-UNRATED-COUNT        PIC 9(07) VALUE 0.
01  WS-SIMULATED-COUNT      PIC 9(07) VALUE 0.
01  WS-PROPOSED-COUNT       PIC 9(07) VALUE 0.
01  WS-CHANGED-COUNT        PIC 9(07) VALUE 0.
01  WS-DISP-CHANGED-COUNT   PIC 9(07) VALUE 0.

01  WS-RATE-PROD-TOTAL      PIC S9(11)V99 VALUE 0.
01  WS-RATE-SIM-TOTAL       PIC S9(11)V99 VALUE 0.
01  WS-RATE-ITEMS           PIC 9(07) VALUE 0.
01  WS-GRAND-PROD-TOTAL     PIC S9(11)V99 VALUE 0.
01  WS-GRAND-SIM-TOTAL      PIC S9(11)V99 VALUE 0.
01  WS-GRAND-ITEMS          PIC 9(07) VALUE 0.
01  WS-PRINT-RATE-CODE      PIC X(08) VALUE SPACES.

01  WS-RPT-COUNT-ED         PIC ZZZZZZ9.
01  WS-RPT-ITEMS-ED         PIC ZZZZZ9.
01  WS-RPT-TOTAL-ED         PIC -(9)9.99.
01  WS-RPT-SIM-ED           PIC -(9)9.99.
01  WS-RPT-DIFF-ED          PIC -(9)9.99.
01  WS-RPT-FACTOR-ED        PIC -(5)9.99.
01  WS-RPT-OLD-ED           PIC -(5)9.99.
01  WS-RPT-NEW-ED           PIC -(5)9.99.
01  WS-RPT-DELTA-ED         PIC -(6)9.99.
01  WS-RPT-SEQ-ED           PIC 9(09).

*> Rate change impact simulation. PARM carries the run-date range;
*> the proposed rate table (CALCRATE layout) is read from CALCPRAT.
*> Every rate-coded calculation on the history file in the range
*> is recalculated with the proposed factor for its rate code,
*> through the same arithmetic and rounding as CALCSTP, and the
*> result is compared with what production posted. The history
*> file is opened for input only, and no GL extract, audit trail,
*> history or batch register record is written: the report is the
*> only output. Rate owners run it before a new factor is keyed
*> under menu option 6; CALCRADJ is the after-the-fact correction.
PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-PARSE-PARM
    IF WS-SIM-CONDITION NOT = 0
        MOVE WS-SIM-CONDITION TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 1600-LOAD-GL-MAP
    PERFORM 1800-LOAD-PROPOSED-RATES

    OPEN OUTPUT SIMULATION-REPORT-FILE
    PERFORM 5000-WRITE-REPORT-HEADER

    IF WS-PRAT-COUNT = 0
        MOVE SPACES TO RPT-LINE
        STRING "NO PROPOSED RATES ON CALCPRAT - NOTHING SIMULATED"
            DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
        MOVE 12 TO WS-SIM-CONDITION
    ELSE
        OPEN INPUT HISTORY-FILE
        IF WS-HIST-FILE-NOT-FOUND
            MOVE SPACES TO RPT-LINE
            STRING "HISTORY FILE NOT FOUND - NOTHING SIMULATED"
                DELIMITED BY SIZE INTO RPT-LINE
            WRITE REPORT-RECORD
            MOVE 12 TO WS-SIM-CONDITION
        ELSE
            PERFORM 2000-BROWSE-HISTORY
            CLOSE HISTORY-FILE
            PERFORM 5500-WRITE-IMPACT-LINES
            PERFORM 5800-WRITE-LARGEST-SWINGS
        END-IF
    END-IF

    PERFORM 6000-WRITE-REPORT-SUMMARY
    CLOSE SIMULATION-REPORT-FILE

    IF WS-SIM-CONDITION = 0
        IF WS-SIMULATED-COUNT = 0 OR WS-IMP-OVERFLOW-COUNT > 0
            MOVE 4 TO WS-SIM-CONDITION
        END-IF
    END-IF
    DISPLAY "CALCRSIM: " WS-SIMULATED-COUNT " calculations"
        " simulated, " WS-CHANGED-COUNT " changed by the proposal"
    MOVE WS-SIM-CONDITION TO RETURN-CODE
    GOBACK.

1000-PARSE-PARM.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-PARM-START-DATE WS-PARM-END-DATE
    END-UNSTRING

    IF WS-PARM-START-DATE(1:8) IS NUMERIC
            AND WS-PARM-END-DATE(1:8) IS NUMERIC
        MOVE WS-PARM-START-DATE(1:8) TO WS-START-DATE
        MOVE WS-PARM-END-DATE(1:8) TO WS-END-DATE
        IF WS-START-DATE > WS-END-DATE
            DISPLAY "CALCRSIM: start date " WS-START-DATE
                " is after end date " WS-END-DATE
            MOVE 12 TO WS-SIM-CONDITION
        END-IF
    ELSE
        DISPLAY "CALCRSIM: PARM must be 'STARTDATE ENDDATE'"
            " (numeric YYYYMMDD YYYYMMDD)"
        MOVE 12 TO WS-SIM-CONDITION
    END-IF.

1600-LOAD-GL-MAP.
    MOVE 0 TO WS-GLM-COUNT
    OPEN INPUT GL-MAP-FILE
    IF WS-GLM-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 1610-READ-GL-MAP-RECORD
        PERFORM UNTIL WS-GLM-FILE-STATUS NOT = "00"
                OR WS-GLM-COUNT >= 100
            IF GLM-SOURCE-SYSTEM = "*SUSPENS"
                MOVE GLM-ACCOUNT TO WS-SUSPENSE-ACCOUNT
            ELSE
                ADD 1 TO WS-GLM-COUNT
                MOVE GLM-SOURCE-SYSTEM
                    TO WS-GLM-SOURCE(WS-GLM-COUNT)
                MOVE GLM-OPERATOR-CODE
                    TO WS-GLM-OPERATOR(WS-GLM-COUNT)
                MOVE GLM-ACCOUNT TO WS-GLM-ACCOUNT(WS-GLM-COUNT)
            END-IF
            PERFORM 1610-READ-GL-MAP-RECORD
        END-PERFORM
        CLOSE GL-MAP-FILE
    END-IF.

1610-READ-GL-MAP-RECORD.
    READ GL-MAP-FILE
        AT END
            MOVE "10" TO WS-GLM-FILE-STATUS
    END-READ.

*> The first record for a rate code wins; later ones for the same
*> code, and records whose factor is not numeric, are counted and
*> reported but not used.
1800-LOAD-PROPOSED-RATES.
    MOVE 0 TO WS-PRAT-COUNT
    OPEN INPUT PROPOSED-RATE-FILE
    IF WS-PRAT-FILE-NOT-FOUND
        CONTINUE
    ELSE
        PERFORM 1810-READ-PROPOSED-RATE
        PERFORM UNTIL WS-PRAT-FILE-STATUS NOT = "00"
                OR WS-PRAT-COUNT >= 50
            MOVE 0 TO WS-PRAT-HIT
            PERFORM VARYING WS-PRAT-INDEX FROM 1 BY 1
                    UNTIL WS-PRAT-INDEX > WS-PRAT-COUNT
                IF WS-PRAT-CODE(WS-PRAT-INDEX) = RATE-CODE
                    MOVE WS-PRAT-INDEX TO WS-PRAT-HIT
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN RATE-CODE = SPACES
                    CONTINUE
                WHEN RATE-FACTOR IS NOT NUMERIC
                    ADD 1 TO WS-PRAT-BAD-COUNT
                WHEN WS-PRAT-HIT > 0
                    ADD 1 TO WS-PRAT-DUPLICATE-COUNT
                WHEN OTHER
                    ADD 1 TO WS-PRAT-COUNT
                    MOVE RATE-CODE TO WS-PRAT-CODE(WS-PRAT-COUNT)
                    MOVE RATE-DESCRIPTION
                        TO WS-PRAT-DESCRIPTION(WS-PRAT-COUNT)
                    MOVE RATE-FACTOR TO WS-PRAT-FACTOR(WS-PRAT-COUNT)
                    MOVE 0 TO WS-PRAT-USED(WS-PRAT-COUNT)
            END-EVALUATE
            PERFORM 1810-READ-PROPOSED-RATE
        END-PERFORM
        CLOSE PROPOSED-RATE-FILE
    END-IF.

1810-READ-PROPOSED-RATE.
    READ PROPOSED-RATE-FILE
        AT END
            MOVE "10" TO WS-PRAT-FILE-STATUS
    END-READ.

2000-BROWSE-HISTORY.
    MOVE "N" TO WS-BROWSE-DONE-FLAG
    MOVE WS-START-DATE TO HIST-RUN-DATE
    MOVE 0 TO HIST-SEQUENCE
    START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
        INVALID KEY
            SET WS-BROWSE-DONE TO TRUE
    END-START
    IF WS-HIST-FILE-STATUS NOT = "00"
        SET WS-BROWSE-DONE TO TRUE
    END-IF

    PERFORM UNTIL WS-BROWSE-DONE
        READ HISTORY-FILE NEXT RECORD
            AT END
                SET WS-BROWSE-DONE TO TRUE
            NOT AT END
                IF HIST-RUN-DATE > WS-END-DATE
                    SET WS-BROWSE-DONE TO TRUE
                ELSE
                    ADD 1 TO WS-SCANNED-COUNT
                    IF HIST-RATE-CODE = SPACES
                        ADD 1 TO WS-UNRATED-COUNT
                    ELSE
                        PERFORM 3000-SIMULATE-ONE-CALCULATION
                    END-IF
                END-IF
        END-READ
        IF WS-HIST-FILE-STATUS NOT = "00"
            SET WS-BROWSE-DONE TO TRUE
        END-IF
    END-PERFORM.

3000-SIMULATE-ONE-CALCULATION.
    ADD 1 TO WS-SIMULATED-COUNT
    MOVE 0 TO WS-PRAT-HIT
    PERFORM VARYING WS-PRAT-INDEX FROM 1 BY 1
            UNTIL WS-PRAT-INDEX > WS-PRAT-COUNT
        IF WS-PRAT-CODE(WS-PRAT-INDEX) = HIST-RATE-CODE
            MOVE WS-PRAT-INDEX TO WS-PRAT-HIT
        END-IF
    END-PERFORM

    MOVE HIST-NUM1 TO NUM1
    IF WS-PRAT-HIT > 0
        ADD 1 TO WS-PROPOSED-COUNT
        ADD 1 TO WS-PRAT-USED(WS-PRAT-HIT)
        MOVE WS-PRAT-FACTOR(WS-PRAT-HIT) TO NUM2
    ELSE
        MOVE HIST-APPLIED-FACTOR TO NUM2
    END-IF
    MOVE HIST-OPERATOR TO OPERATOR
    IF HIST-ROUND-RULE = "U" OR HIST-ROUND-RULE = "E"
        MOVE HIST-ROUND-RULE TO WS-ROUND-RULE
    ELSE
        MOVE "T" TO WS-ROUND-RULE
    END-IF

    PERFORM 3500-RECOMPUTE-RESULT

    IF HIST-DISPOSITION-CODE = "OK"
        MOVE HIST-RESULT TO WS-PROD-AMOUNT
    ELSE
        MOVE 0 TO WS-PROD-AMOUNT
    END-IF
    IF WS-CALC-OK
        MOVE RESULT TO WS-SIM-AMOUNT
    ELSE
        MOVE 0 TO WS-SIM-AMOUNT
    END-IF
    IF (HIST-DISPOSITION-CODE = "OK" AND NOT WS-CALC-OK)
            OR (HIST-DISPOSITION-CODE NOT = "OK" AND WS-CALC-OK)
        ADD 1 TO WS-DISP-CHANGED-COUNT
    END-IF
    COMPUTE WS-SIM-DELTA = WS-SIM-AMOUNT - WS-PROD-AMOUNT
    IF WS-SIM-DELTA NOT = 0
        ADD 1 TO WS-CHANGED-COUNT
        PERFORM 3800-TRACK-SWING
    END-IF

    PERFORM 3200-RESOLVE-GL-ACCOUNT
    PERFORM 3700-ACCUMULATE-IMPACT.

3200-RESOLVE-GL-ACCOUNT.
    MOVE "N" TO WS-GLM-FOUND-FLAG
    MOVE WS-SUSPENSE-ACCOUNT TO WS-SIM-ACCOUNT
    PERFORM VARYING WS-GLM-INDEX FROM 1 BY 1
            UNTIL WS-GLM-INDEX > WS-GLM-COUNT
                OR WS-GLM-FOUND
        IF WS-GLM-SOURCE(WS-GLM-INDEX) = HIST-BATCH-ID
                AND WS-GLM-OPERATOR(WS-GLM-INDEX) = HIST-OPERATOR
            SET WS-GLM-FOUND TO TRUE
            MOVE WS-GLM-ACCOUNT(WS-GLM-INDEX) TO WS-SIM-ACCOUNT
        END-IF
    END-PERFORM.

3500-RECOMPUTE-RESULT.
    MOVE "Y" TO WS-CALC-OK-FLAG
    MOVE 0 TO RESULT
    EVALUATE OPERATOR
        WHEN "+"
            COMPUTE RESULT = NUM1 + NUM2
                ON SIZE ERROR
                    MOVE "N" TO WS-CALC-OK-FLAG
            END-COMPUTE
        WHEN "-"
            COMPUTE RESULT = NUM1 - NUM2
                ON SIZE ERROR
                    MOVE "N" TO WS-CALC-OK-FLAG
            END-COMPUTE
        WHEN "*"
            COMPUTE WS-CALC-WORK = NUM1 * NUM2
                ON SIZE ERROR
                    MOVE "N" TO WS-CALC-OK-FLAG
                NOT ON SIZE ERROR
                    PERFORM 3600-APPLY-ROUNDING
            END-COMPUTE
        WHEN "/"
            IF NUM2 NOT = 0
                COMPUTE WS-CALC-WORK = NUM1 / NUM2
                    ON SIZE ERROR
                        MOVE "N" TO WS-CALC-OK-FLAG
                    NOT ON SIZE ERROR
                        PERFORM 3600-APPLY-ROUNDING
                END-COMPUTE
            ELSE
                MOVE "N" TO WS-CALC-OK-FLAG
            END-IF
        WHEN "M"
            IF NUM2 NOT = 0
                COMPUTE RESULT = FUNCTION MOD(NUM1, NUM2)
                    ON SIZE ERROR
                        MOVE "N" TO WS-CALC-OK-FLAG
                END-COMPUTE
            ELSE
                MOVE "N" TO WS-CALC-OK-FLAG
            END-IF
        WHEN "%"
            IF NUM1 NOT = 0
                COMPUTE WS-CALC-WORK = (NUM2 - NUM1) / NUM1 * 100
                    ON SIZE ERROR
                        MOVE "N" TO WS-CALC-OK-FLAG
                    NOT ON SIZE ERROR
                        PERFORM 3600-APPLY-ROUNDING
                END-COMPUTE
            ELSE
                MOVE "N" TO WS-CALC-OK-FLAG
            END-IF
        WHEN "^"
            COMPUTE WS-CALC-WORK = NUM1 ** NUM2
                ON SIZE ERROR
                    MOVE "N" TO WS-CALC-OK-FLAG
                NOT ON SIZE ERROR
                    PERFORM 3600-APPLY-ROUNDING
            END-COMPUTE
        WHEN OTHER
            MOVE "N" TO WS-CALC-OK-FLAG
    END-EVALUATE.

3600-APPLY-ROUNDING.
    COMPUTE WS-ROUND-SCALED = WS-CALC-WORK * 10000
    DIVIDE WS-ROUND-SCALED BY 100 GIVING WS-ROUND-CENTS
        REMAINDER WS-ROUND-REM
    EVALUATE TRUE
        WHEN WS-ROUND-HALF-UP
            IF WS-ROUND-REM >= 50
                ADD 1 TO WS-ROUND-CENTS
            END-IF
            IF WS-ROUND-REM <= -50
                SUBTRACT 1 FROM WS-ROUND-CENTS
            END-IF
        WHEN WS-ROUND-HALF-EVEN
            IF WS-ROUND-REM > 50
                    OR (WS-ROUND-REM = 50
                        AND FUNCTION MOD(WS-ROUND-CENTS, 2) NOT = 0)
                ADD 1 TO WS-ROUND-CENTS
            END-IF
            IF WS-ROUND-REM < -50
                    OR (WS-ROUND-REM = -50
                        AND FUNCTION MOD(WS-ROUND-CENTS, 2) NOT = 0)
                SUBTRACT 1 FROM WS-ROUND-CENTS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    COMPUTE RESULT = WS-ROUND-CENTS / 100
        ON SIZE ERROR
            MOVE 0 TO RESULT
            MOVE "N" TO WS-CALC-OK-FLAG
    END-COMPUTE.

*> Finds the impact line for this rate code, source and account,
*> or opens one in key order. A calculation that finds the table
*> full is still counted in the totals below the lines.
3700-ACCUMULATE-IMPACT.
    MOVE HIST-RATE-CODE TO WS-IMP-NEW-RATE-CODE
    MOVE HIST-BATCH-ID TO WS-IMP-NEW-SOURCE
    MOVE WS-SIM-ACCOUNT TO WS-IMP-NEW-ACCOUNT

    ADD 1 TO WS-GRAND-ITEMS
    ADD WS-PROD-AMOUNT TO WS-GRAND-PROD-TOTAL
    ADD WS-SIM-AMOUNT TO WS-GRAND-SIM-TOTAL

    MOVE 0 TO WS-IMP-HIT
    MOVE 0 TO WS-IMP-POSITION-CHECK
    PERFORM VARYING WS-IMP-INDEX FROM 1 BY 1
            UNTIL WS-IMP-INDEX > WS-IMP-COUNT
                OR WS-IMP-HIT > 0
                OR WS-IMP-POSITION-CHECK > 0
        EVALUATE TRUE
            WHEN WS-IMP-KEY(WS-IMP-INDEX) = WS-IMP-NEW-KEY
                MOVE WS-IMP-INDEX TO WS-IMP-HIT
            WHEN WS-IMP-KEY(WS-IMP-INDEX) > WS-IMP-NEW-KEY
                MOVE WS-IMP-INDEX TO WS-IMP-POSITION-CHECK
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM

    IF WS-IMP-HIT = 0
        IF WS-IMP-COUNT >= 300
            ADD 1 TO WS-IMP-OVERFLOW-COUNT
        ELSE
            IF WS-IMP-POSITION-CHECK = 0
                COMPUTE WS-IMP-POSITION-CHECK = WS-IMP-COUNT + 1
            ELSE
                PERFORM VARYING WS-IMP-MOVE-INDEX FROM WS-IMP-COUNT
                        BY -1
                        UNTIL WS-IMP-MOVE-INDEX < WS-IMP-POSITION-CHECK
                    MOVE WS-IMP-ENTRY(WS-IMP-MOVE-INDEX)
                        TO WS-IMP-ENTRY(WS-IMP-MOVE-INDEX + 1)
                END-PERFORM
            END-IF
            ADD 1 TO WS-IMP-COUNT
            MOVE WS-IMP-POSITION-CHECK TO WS-IMP-HIT
            MOVE WS-IMP-NEW-KEY TO WS-IMP-KEY(WS-IMP-HIT)
            MOVE 0 TO WS-IMP-ITEMS(WS-IMP-HIT)
            MOVE 0 TO WS-IMP-PROD-TOTAL(WS-IMP-HIT)
            MOVE 0 TO WS-IMP-SIM-TOTAL(WS-IMP-HIT)
        END-IF
    END-IF

    IF WS-IMP-HIT > 0
        ADD 1 TO WS-IMP-ITEMS(WS-IMP-HIT)
        ADD WS-PROD-AMOUNT TO WS-IMP-PROD-TOTAL(WS-IMP-HIT)
        ADD WS-SIM-AMOUNT TO WS-IMP-SIM-TOTAL(WS-IMP-HIT)
    END-IF.

*> Keeps the ten largest absolute differences, biggest first. A
*> swing no larger than the smallest kept is dropped.
3800-TRACK-SWING.
    IF WS-SIM-DELTA < 0
        COMPUTE WS-SIM-ABS-DELTA = 0 - WS-SIM-DELTA
    ELSE
        MOVE WS-SIM-DELTA TO WS-SIM-ABS-DELTA
    END-IF

    MOVE 0 TO WS-SWING-POSITION
    PERFORM VARYING WS-SWING-INDEX FROM 1 BY 1
            UNTIL WS-SWING-INDEX > WS-SWING-COUNT
                OR WS-SWING-POSITION > 0
        IF WS-SIM-ABS-DELTA > WS-SWING-ABS(WS-SWING-INDEX)
            MOVE WS-SWING-INDEX TO WS-SWING-POSITION
        END-IF
    END-PERFORM
    IF WS-SWING-POSITION = 0 AND WS-SWING-COUNT < WS-SWING-MAX
        COMPUTE WS-SWING-POSITION = WS-SWING-COUNT + 1
    END-IF

    IF WS-SWING-POSITION > 0
        IF WS-SWING-COUNT < WS-SWING-MAX
            ADD 1 TO WS-SWING-COUNT
        END-IF
        PERFORM VARYING WS-SWING-INDEX FROM WS-SWING-COUNT BY -1
                UNTIL WS-SWING-INDEX <= WS-SWING-POSITION
            MOVE WS-SWING-ENTRY(WS-SWING-INDEX - 1)
                TO WS-SWING-ENTRY(WS-SWING-INDEX)
        END-PERFORM
        MOVE HIST-BATCH-ID TO WS-SWING-BATCH-ID(WS-SWING-POSITION)
        MOVE HIST-SEQUENCE TO WS-SWING-SEQUENCE(WS-SWING-POSITION)
        MOVE HIST-RUN-DATE TO WS-SWING-RUN-DATE(WS-SWING-POSITION)
        MOVE HIST-RATE-CODE TO WS-SWING-RATE-CODE(WS-SWING-POSITION)
        MOVE WS-PROD-AMOUNT TO WS-SWING-PROD(WS-SWING-POSITION)
        MOVE WS-SIM-AMOUNT TO WS-SWING-SIM(WS-SWING-POSITION)
        MOVE WS-SIM-DELTA TO WS-SWING-DELTA(WS-SWING-POSITION)
        MOVE WS-SIM-ABS-DELTA TO WS-SWING-ABS(WS-SWING-POSITION)
    END-IF.

5000-WRITE-REPORT-HEADER.
    MOVE SPACES TO RPT-LINE
    STRING "CALCRSIM - RATE CHANGE IMPACT SIMULATION"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    STRING "RUN-DATE RANGE " DELIMITED BY SIZE
        WS-START-DATE DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-END-DATE DELIMITED BY SIZE
        "   SIMULATION ONLY - NOTHING POSTED" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    PERFORM VARYING WS-PRAT-INDEX FROM 1 BY 1
            UNTIL WS-PRAT-INDEX > WS-PRAT-COUNT
        MOVE WS-PRAT-FACTOR(WS-PRAT-INDEX) TO WS-RPT-FACTOR-ED
        MOVE SPACES TO RPT-LINE
        STRING "PROPOSED RATE " DELIMITED BY SIZE
            WS-PRAT-CODE(WS-PRAT-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-PRAT-DESCRIPTION(WS-PRAT-INDEX) DELIMITED BY SIZE
            " FACTOR " DELIMITED BY SIZE
            WS-RPT-FACTOR-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-PERFORM

    IF WS-PRAT-DUPLICATE-COUNT > 0
        MOVE WS-PRAT-DUPLICATE-COUNT TO WS-RPT-COUNT-ED
        MOVE SPACES TO RPT-LINE
        STRING "DUPLICATE PROPOSED RATES IGNORED " DELIMITED BY SIZE
            WS-RPT-COUNT-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF
    IF WS-PRAT-BAD-COUNT > 0
        MOVE WS-PRAT-BAD-COUNT TO WS-RPT-COUNT-ED
        MOVE SPACES TO RPT-LINE
        STRING "NON-NUMERIC PROPOSED RATES IGNORED " DELIMITED BY SIZE
            WS-RPT-COUNT-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF

    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD.

*> One line per rate code / source / GL account, a subtotal when
*> the rate code changes, and a grand total. Lines beyond the
*> table are in the grand total only.
5500-WRITE-IMPACT-LINES.
    MOVE SPACES TO RPT-LINE
    STRING "RATE     SOURCE   GL ACCOUNT    ITEMS" DELIMITED BY SIZE
        "    PRODUCTION     SIMULATED    DIFFERENCE"
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE SPACES TO WS-PRINT-RATE-CODE
    MOVE 0 TO WS-RATE-ITEMS
    MOVE 0 TO WS-RATE-PROD-TOTAL
    MOVE 0 TO WS-RATE-SIM-TOTAL
    PERFORM VARYING WS-IMP-INDEX FROM 1 BY 1
            UNTIL WS-IMP-INDEX > WS-IMP-COUNT
        IF WS-IMP-RATE-CODE(WS-IMP-INDEX) NOT = WS-PRINT-RATE-CODE
            IF WS-PRINT-RATE-CODE NOT = SPACES
                PERFORM 5600-WRITE-RATE-SUBTOTAL
            END-IF
            MOVE WS-IMP-RATE-CODE(WS-IMP-INDEX) TO WS-PRINT-RATE-CODE
            MOVE 0 TO WS-RATE-ITEMS
            MOVE 0 TO WS-RATE-PROD-TOTAL
            MOVE 0 TO WS-RATE-SIM-TOTAL
        END-IF
        ADD WS-IMP-ITEMS(WS-IMP-INDEX) TO WS-RATE-ITEMS
        ADD WS-IMP-PROD-TOTAL(WS-IMP-INDEX) TO WS-RATE-PROD-TOTAL
        ADD WS-IMP-SIM-TOTAL(WS-IMP-INDEX) TO WS-RATE-SIM-TOTAL

        MOVE WS-IMP-ITEMS(WS-IMP-INDEX) TO WS-RPT-ITEMS-ED
        MOVE WS-IMP-PROD-TOTAL(WS-IMP-INDEX) TO WS-RPT-TOTAL-ED
        MOVE WS-IMP-SIM-TOTAL(WS-IMP-INDEX) TO WS-RPT-SIM-ED
        COMPUTE WS-RPT-DIFF-ED = WS-IMP-SIM-TOTAL(WS-IMP-INDEX)
            - WS-IMP-PROD-TOTAL(WS-IMP-INDEX)
        MOVE SPACES TO RPT-LINE
        STRING WS-IMP-RATE-CODE(WS-IMP-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-IMP-SOURCE(WS-IMP-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-IMP-ACCOUNT(WS-IMP-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-ITEMS-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-TOTAL-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-SIM-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-RPT-DIFF-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-PERFORM
    IF WS-PRINT-RATE-CODE NOT = SPACES
        PERFORM 5600-WRITE-RATE-SUBTOTAL
    END-IF

    IF WS-IMP-OVERFLOW-COUNT > 0
        MOVE WS-IMP-OVERFLOW-COUNT TO WS-RPT-COUNT-ED
        MOVE SPACES TO RPT-LINE
        STRING "MORE THAN 300 IMPACT LINES - " DELIMITED BY SIZE
            WS-RPT-COUNT-ED DELIMITED BY SIZE
            " CALCULATIONS IN GRAND TOTAL ONLY" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF

    MOVE WS-GRAND-ITEMS TO WS-RPT-ITEMS-ED
    MOVE WS-GRAND-PROD-TOTAL TO WS-RPT-TOTAL-ED
    MOVE WS-GRAND-SIM-TOTAL TO WS-RPT-SIM-ED
    COMPUTE WS-RPT-DIFF-ED = WS-GRAND-SIM-TOTAL - WS-GRAND-PROD-TOTAL
    MOVE SPACES TO RPT-LINE
    STRING "ALL RATES                      " DELIMITED BY SIZE
        WS-RPT-ITEMS-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-SIM-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-DIFF-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD.

5600-WRITE-RATE-SUBTOTAL.
    MOVE WS-RATE-ITEMS TO WS-RPT-ITEMS-ED
    MOVE WS-RATE-PROD-TOTAL TO WS-RPT-TOTAL-ED
    MOVE WS-RATE-SIM-TOTAL TO WS-RPT-SIM-ED
    COMPUTE WS-RPT-DIFF-ED = WS-RATE-SIM-TOTAL - WS-RATE-PROD-TOTAL
    MOVE SPACES TO RPT-LINE
    STRING "  TOTAL " DELIMITED BY SIZE
        WS-PRINT-RATE-CODE DELIMITED BY SIZE
        "               " DELIMITED BY SIZE
        WS-RPT-ITEMS-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-TOTAL-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-SIM-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-RPT-DIFF-ED DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD.

5800-WRITE-LARGEST-SWINGS.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING "LARGEST SWINGS BY TRACE KEY" DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    IF WS-SWING-COUNT = 0
        MOVE SPACES TO RPT-LINE
        STRING "  NO CALCULATION CHANGED UNDER THE PROPOSED RATES"
            DELIMITED BY SIZE INTO RPT-LINE
        WRITE REPORT-RECORD
    ELSE
        MOVE SPACES TO RPT-LINE
        STRING "TRACE KEY          RUN DATE RATE     " DELIMITED BY SIZE
            " PRODUCTION  SIMULATED  DIFFERENCE" DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-IF
    PERFORM VARYING WS-SWING-INDEX FROM 1 BY 1
            UNTIL WS-SWING-INDEX > WS-SWING-COUNT
        MOVE WS-SWING-SEQUENCE(WS-SWING-INDEX) TO WS-RPT-SEQ-ED
        MOVE WS-SWING-PROD(WS-SWING-INDEX) TO WS-RPT-OLD-ED
        MOVE WS-SWING-SIM(WS-SWING-INDEX) TO WS-RPT-NEW-ED
        MOVE WS-SWING-DELTA(WS-SWING-INDEX) TO WS-RPT-DELTA-ED
        MOVE SPACES TO RPT-LINE
        STRING WS-SWING-BATCH-ID(WS-SWING-INDEX) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            WS-RPT-SEQ-ED DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-SWING-RUN-DATE(WS-SWING-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-SWING-RATE-CODE(WS-SWING-INDEX) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-RPT-OLD-ED DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-RPT-NEW-ED DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-RPT-DELTA-ED DELIMITED BY SIZE
            INTO RPT-LINE
        WRITE REPORT-RECORD
    END-PERFORM.

6000-WRITE-REPORT-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-SCANNED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "HISTORY RECORDS SCANNED    " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-UNRATED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "NO RATE CODE - UNAFFECTED  " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-SIMULATED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "RATE-CODED RECALCULATED    " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-PROPOSED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "  AT A PROPOSED FACTOR     " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "RESULT CHANGED             " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    MOVE WS-DISP-CHANGED-COUNT TO WS-RPT-COUNT-ED
    MOVE SPACES TO RPT-LINE
    STRING "OK/FAILED DISPOSITION FLIP " DELIMITED BY SIZE
        WS-RPT-COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
    WRITE REPORT-RECORD

    PERFORM VARYING WS-PRAT-INDEX FROM 1 BY 1
            UNTIL WS-PRAT-INDEX > WS-PRAT-COUNT
        IF WS-PRAT-USED(WS-PRAT-INDEX) = 0
            MOVE SPACES TO RPT-LINE
            STRING "PROPOSED RATE " DELIMITED BY SIZE
                WS-PRAT-CODE(WS-PRAT-INDEX) DELIMITED BY SIZE
                " NOT USED IN THE RANGE" DELIMITED BY SIZE
                INTO RPT-LINE
            WRITE REPORT-RECORD
        END-IF
    END-PERFORM.
