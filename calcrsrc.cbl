        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT POSTING-STATUS-FILE ASSIGN TO "CALCPST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PST-KEY
        FILE STATUS IS WS-PST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
01  REJECT-ARCH-BUFFER      PIC X(87).

FD  GL-EXTRACT-FILE.
01  GL-BUFFER               PIC X(102).

FD  GL-ARCHIVE-FILE.
01  GL-ARCH-BUFFER          PIC X(102).

FD  CALC-OUT-FILE.
01  CALC-OUT-BUFFER         PIC X(56).
FD  HISTORY-FILE.
    COPY CALCHIST.

FD  POSTING-STATUS-FILE.
    COPY CALCPST.

WORKING-STORAGE SECTION.
01  WS-AUDIT-FILE-STATUS    PIC X(02).
    88  WS-AUDIT-FILE-NOT-FOUND     VALUE "35".
    88  WS-RTNA-FILE-NOT-FOUND      VALUE "35".
01  WS-HIST-FILE-STATUS     PIC X(02).
    88  WS-HIST-FILE-NOT-FOUND      VALUE "35".
01  WS-PST-FILE-STATUS      PIC X(02).
    88  WS-PST-FILE-NOT-FOUND       VALUE "35".

*> The sequential files and their archive generations are read
*> into plain buffers and unpacked through these working-storage
    END-IF.

4400-SHOW-GL-POSTINGS.
    OPEN INPUT POSTING-STATUS-FILE
    MOVE "LIVE" TO WS-FILE-ORIGIN
    MOVE "N" TO WS-SCAN-DONE-FLAG
    OPEN INPUT GL-EXTRACT-FILE
            END-READ
        END-PERFORM
        CLOSE GL-ARCHIVE-FILE
    END-IF
    IF NOT WS-PST-FILE-NOT-FOUND
        CLOSE POSTING-STATUS-FILE
    END-IF.

4410-MATCH-GL-RECORD.
            GL-SEQUENCE-NUMBER " " GL-DEBIT-CREDIT " "
            GL-AMOUNT "  ACCT " GL-ACCOUNT " CC " GL-COST-CENTER
            "  SUSPENSE " GL-SUSPENSE-FLAG
        PERFORM 4420-SHOW-FINANCE-STATUS
    END-IF.

*> What finance said about the line, from the posting-status file
*> CALCACKM keeps. A line still on the live extract has not been
*> sent yet, so it has no status record.
4420-SHOW-FINANCE-STATUS.
    IF WS-PST-FILE-NOT-FOUND
        DISPLAY "FINANCE: (posting-status file not available)"
    ELSE
        MOVE GL-RUN-DATE TO PST-RUN-DATE
        MOVE GL-SEQUENCE-NUMBER TO PST-SEQUENCE-NUMBER
        READ POSTING-STATUS-FILE
            INVALID KEY
                DISPLAY "FINANCE: NOT YET SENT/REGISTERED"
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN PST-REJECTED
                        DISPLAY "FINANCE: *** REJECTED "
                            PST-ACK-DATE " " PST-REASON
                    WHEN PST-ACCEPTED
                        DISPLAY "FINANCE: ACCEPTED " PST-ACK-DATE
                    WHEN OTHER
                        DISPLAY "FINANCE: SENT, NOT ACKNOWLEDGED"
                END-EVALUATE
        END-READ
    END-IF.

4500-SHOW-CALCOUT.
