*> CALCPCAL.CPY - GL accounting period calendar record
*> One record per fiscal period, giving the dates it covers and
*> whether GL postings may still be made into it. Periods must not
*> overlap. The calendar is loaded by finance the same way as the
*> GL account map; the status is changed under menu option 10.
*> PCAL-STATUS: "O" = open, "C" = closed (postings dated inside the
*> period are redirected to the first open period after it and
*> flagged on the GL record), "L" = locked (a posting run dated
*> inside the period stops with a control failure; a locked period
*> is only unlocked by finance on the file itself).
01  GL-PERIOD-RECORD.
    05  PCAL-PERIOD-ID          PIC 9(06).
    05  PCAL-START-DATE         PIC 9(08).
    05  PCAL-END-DATE           PIC 9(08).
    05  PCAL-STATUS             PIC X(01).
        88  PCAL-PERIOD-OPEN            VALUE "O".
        88  PCAL-PERIOD-CLOSED          VALUE "C".
        88  PCAL-PERIOD-LOCKED          VALUE "L".
    05  PCAL-UPDATED-BY         PIC X(08).
    05  PCAL-UPDATED-DATE       PIC 9(08).
