*> CALCMADJ.CPY - Manual adjustment batch record
*> Manual adjustments keyed under menu option 9 are held here as
*> batches, not posted. Each batch is one "B" record carrying the
*> control totals the operator declared before keying, followed by
*> its "I" item records. MADJ-STATUS: "O" = open (still being
*> keyed), "R" = released, "C" = cancelled. A batch releases only
*> when its items agree with the declared item count and hash total
*> (sum of every NUM1 and every keyed NUM2, as on a CALCIN trailer),
*> and only by an operator other than the one who keyed it; it is
*> then written as a MANUAL source H/detail/T batch for the next
*> CALCSTP run. Released and cancelled batches stay on file for a
*> retention window so they can still be listed.
01  MANUAL-ADJ-RECORD.
    05  MADJ-RECORD-TYPE        PIC X(01).
        88  MADJ-BATCH-RECORD           VALUE "B".
        88  MADJ-ITEM-RECORD            VALUE "I".
    05  MADJ-BATCH-NUMBER       PIC 9(06).
    05  MADJ-BATCH-FIELDS.
        10  MADJ-STATUS             PIC X(01).
        10  MADJ-DECLARED-COUNT     PIC 9(05).
        10  MADJ-DECLARED-HASH      PIC S9(11)V99 SIGN IS TRAILING
                                        SEPARATE.
        10  MADJ-DESCRIPTION        PIC X(20).
        10  MADJ-KEYED-BY           PIC X(08).
        10  MADJ-OPENED-DATE        PIC 9(08).
        10  MADJ-DECIDED-BY         PIC X(08).
        10  MADJ-DECIDED-DATE       PIC 9(08).
    05  MADJ-ITEM-FIELDS REDEFINES MADJ-BATCH-FIELDS.
        10  MADJ-ITEM-NUMBER        PIC 9(04).
        10  MADJ-NUM1               PIC S9(5)V99 SIGN IS TRAILING
                                        SEPARATE.
        10  MADJ-NUM2               PIC S9(5)V99 SIGN IS TRAILING
                                        SEPARATE.
        10  MADJ-OPERATOR           PIC X(01).
        10  MADJ-RATE-CODE          PIC X(08).
        10  FILLER                  PIC X(43).
