*> CALCACK.CPY - Finance posting acknowledgment record
*> One record per GL extract line finance has processed, sent back
*> by the finance system and matched by CALCACKM to the line we
*> sent on the archived extract by its GL-RUN-DATE and
*> GL-SEQUENCE-NUMBER.
*> ACK-STATUS: "A" = accepted and posted, "R" = rejected by finance;
*> ACK-REASON is finance's own text and is expected on a rejection.
01  ACKNOWLEDGMENT-RECORD.
    05  ACK-RUN-DATE            PIC 9(08).
    05  ACK-SEQUENCE-NUMBER     PIC 9(09).
    05  ACK-STATUS              PIC X(01).
    05  ACK-REASON              PIC X(40).
