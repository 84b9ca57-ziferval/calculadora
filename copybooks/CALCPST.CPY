*> CALCPST.CPY - Keyed GL posting-status record
*> One record per GL extract line sent to finance, keyed the same
*> way as the line itself (run date plus GL sequence number), so
*> whether finance posted a line can be answered directly instead
*> of at month-end reconciliation. CALCACKM adds a record when a
*> line first appears on the archived extract and updates it from
*> the finance acknowledgment file; CALCRSRC reads it by key.
*> PST-STATUS: "U" = sent, not yet acknowledged, "A" = accepted,
*> "R" = rejected by finance (PST-REASON holds finance's reason).
*> PST-ACK-DATE is the business date the acknowledgment was
*> matched, zero while unacknowledged.
01  POSTING-STATUS-RECORD.
    05  PST-KEY.
        10  PST-RUN-DATE        PIC 9(08).
        10  PST-SEQUENCE-NUMBER PIC 9(09).
    05  PST-TRACE-BATCH-ID      PIC X(08).
    05  PST-TRACE-SEQUENCE      PIC 9(09).
    05  PST-OPERATOR-CODE       PIC X(01).
    05  PST-AMOUNT              PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
    05  PST-DEBIT-CREDIT        PIC X(01).
    05  PST-ACCOUNT             PIC X(12).
    05  PST-STATUS              PIC X(01).
        88  PST-UNACKNOWLEDGED          VALUE "U".
        88  PST-ACCEPTED                VALUE "A".
        88  PST-REJECTED                VALUE "R".
    05  PST-REASON              PIC X(40).
    05  PST-ACK-DATE            PIC 9(08).
