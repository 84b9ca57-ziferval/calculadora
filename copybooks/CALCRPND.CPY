*> CALCRPND.CPY - Pending rate change record (dual control)
*> One record per rate table change keyed through the maintenance
*> screen. A change is only a request until a second level-4
*> operator, not the one who keyed it, approves it; only then is
*> the CALCRATE entry updated and the change journaled on CALCRJNL.
*> RPND-ACTION: "A" = new rate code, "C" = change to an existing
*> code. RPND-STATUS: "P" = pending, "A" = approved and applied,
*> "D" = declined. A rate code carries at most one pending change
*> at a time. Decided records stay on the queue for a retention
*> window so the screen can show recent decisions; the journal is
*> the permanent record of what was applied.
01  RATE-PENDING-RECORD.
    05  RPND-RATE-CODE          PIC X(08).
    05  RPND-ACTION             PIC X(01).
    05  RPND-DESCRIPTION        PIC X(20).
    05  RPND-FACTOR             PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
    05  RPND-EFFECTIVE-DATE     PIC 9(08).
    05  RPND-EXPIRY-DATE        PIC 9(08).
    05  RPND-MAKER-ID           PIC X(08).
    05  RPND-REQUEST-DATE       PIC 9(08).
    05  RPND-STATUS             PIC X(01).
    05  RPND-CHECKER-ID         PIC X(08).
    05  RPND-DECISION-DATE      PIC 9(08).
