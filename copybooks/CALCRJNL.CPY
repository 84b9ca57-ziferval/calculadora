*> CALCRJNL.CPY - Rate change journal record
*> One record per approved rate change, appended at the moment the
*> change is applied to CALCRATE and never rewritten. It keeps the
*> factor and dates in force before the change alongside the new
*> ones, with the operator who keyed the change (maker), the
*> operator who approved it (checker) and the business date it
*> was applied under, so the factor in force on any date can be
*> rebuilt -- which is what a CALCRADJ correction needs to know.
*> RJNL-ACTION: "A" = new rate code (the before fields are zero),
*> "C" = change to an existing code.
01  RATE-JOURNAL-RECORD.
    05  RJNL-RATE-CODE          PIC X(08).
    05  RJNL-ACTION             PIC X(01).
    05  RJNL-DESCRIPTION        PIC X(20).
    05  RJNL-OLD-FACTOR         PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
    05  RJNL-NEW-FACTOR         PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
    05  RJNL-OLD-EFFECTIVE-DATE PIC 9(08).
    05  RJNL-NEW-EFFECTIVE-DATE PIC 9(08).
    05  RJNL-OLD-EXPIRY-DATE    PIC 9(08).
    05  RJNL-NEW-EXPIRY-DATE    PIC 9(08).
    05  RJNL-MAKER-ID           PIC X(08).
    05  RJNL-CHECKER-ID         PIC X(08).
    05  RJNL-BUSINESS-DATE      PIC 9(08).
    05  RJNL-APPLIED-TIMESTAMP  PIC X(14).
