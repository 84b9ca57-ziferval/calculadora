        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDTE-FILE-STATUS.

    SELECT GL-PERIOD-FILE ASSIGN TO "CALCPCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDTE.

FD  GL-PERIOD-FILE.
    COPY CALCPCAL.

WORKING-STORAGE SECTION.
01  WS-BDTE-FILE-STATUS     PIC X(02).
    88  WS-BDTE-FILE-NOT-FOUND      VALUE "35".
01  WS-PCAL-FILE-STATUS     PIC X(02).
    88  WS-PCAL-FILE-NOT-FOUND      VALUE "35".

01  WS-CURRENT-DATE         PIC 9(08) VALUE 0.
01  WS-NEXT-DATE            PIC 9(08) VALUE 0.
01  WS-DATE-INTEGER         PIC 9(08) VALUE 0.
01  WS-PERIOD-FOUND-FLAG    PIC X(01) VALUE "N".
    88  WS-PERIOD-FOUND             VALUE "Y".
01  WS-PCAL-READ-COUNT      PIC 9(05) VALUE 0.

*> Explicit end-of-day roll of the business-date control file.
*> Run once per processing day, after the day has archived cleanly;
*> it refuses (CC 12) rather than invent a date when the control
*> file is missing or unreadable, so operations must seed the file
*> by hand before the first run and after any damage.
*> It also refuses (CC 12) to roll into a date no period on the GL
*> period calendar covers, so finance must define the next period
*> before the business date can reach it. With no calendar on file
*> the roll is not checked.
PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-READ-BUSINESS-DATE
    ADD 1 TO WS-DATE-INTEGER
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO WS-NEXT-DATE

    PERFORM 1500-FIND-NEXT-PERIOD
    IF NOT WS-PERIOD-FOUND
        DISPLAY "CALCEOD: no GL period defined for " WS-NEXT-DATE
            " - roll refused, business date stays " WS-CURRENT-DATE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 2000-WRITE-BUSINESS-DATE

    DISPLAY "CALCEOD: business date rolled from " WS-CURRENT-DATE
        CLOSE BUSINESS-DATE-FILE
    END-IF.

1500-FIND-NEXT-PERIOD.
    MOVE "N" TO WS-PERIOD-FOUND-FLAG
    OPEN INPUT GL-PERIOD-FILE
    IF WS-PCAL-FILE-NOT-FOUND
        SET WS-PERIOD-FOUND TO TRUE
        DISPLAY "CALCEOD: no GL period calendar on file -"
            " roll not checked against GL periods."
    ELSE
        PERFORM 1510-READ-PCAL-RECORD
        PERFORM UNTIL WS-PCAL-FILE-STATUS NOT = "00"
                OR WS-PERIOD-FOUND
            ADD 1 TO WS-PCAL-READ-COUNT
            IF PCAL-START-DATE IS NUMERIC
                    AND PCAL-END-DATE IS NUMERIC
                    AND PCAL-START-DATE <= WS-NEXT-DATE
                    AND PCAL-END-DATE >= WS-NEXT-DATE
                SET WS-PERIOD-FOUND TO TRUE
            END-IF
            PERFORM 1510-READ-PCAL-RECORD
        END-PERFORM
        CLOSE GL-PERIOD-FILE
        IF WS-PCAL-READ-COUNT = 0
            SET WS-PERIOD-FOUND TO TRUE
            DISPLAY "CALCEOD: GL period calendar is empty -"
                " roll not checked against GL periods."
        END-IF
    END-IF.

1510-READ-PCAL-RECORD.
    READ GL-PERIOD-FILE
        AT END
            MOVE "10" TO WS-PCAL-FILE-STATUS
    END-READ.

2000-WRITE-BUSINESS-DATE.
    OPEN OUTPUT BUSINESS-DATE-FILE
    MOVE WS-NEXT-DATE TO BDTE-BUSINESS-DATE
