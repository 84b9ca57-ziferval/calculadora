        10  CKPT-SRC-REJECTED   PIC 9(07).
        10  CKPT-SRC-DUPLICATES PIC 9(09).
        10  CKPT-SRC-BAL-STATUS PIC X(04).
*>  Business-rule rejects per source, parallel to CKPT-SRC-ENTRY.
*>  Kept after the entries so a checkpoint written before the field
*>  existed still lines up; spaces there seed as zero.
    05  CKPT-SRC-RULE-REJECTS   PIC 9(07) OCCURS 20 TIMES.
