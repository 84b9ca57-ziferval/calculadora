*> CALCSTIN.CPY - Standing instruction record
*> One record per calculation that recurs on a fixed schedule
*> (fixed fees, standard markups) and would otherwise be keyed by
*> hand every week or month. CALCSTGN reads this file each night
*> and writes the instructions due on the business date into the
*> feed as an ordinary H/detail/T batch, one batch per
*> STIN-SOURCE-SYSTEM, so they balance, register on CALCBREG and
*> map through CALCGLM like any other source. A blank source
*> system posts under "STANDING".
*> STIN-RATE-CODE, when not spaces, names the CALCRATE entry used
*> in place of NUM2, exactly as CT-RATE-CODE does on the feed.
*> STIN-FREQUENCY: "D" = every business date, "W" = weekly on the
*> start date's day of the week, "M" = monthly on the start
*> date's day of the month, "Q" = every third month from the start
*> date, "A" = annually. A monthly day past the end of a short
*> month falls on that month's last day. A zero end date means
*> open-ended; an instruction past its end date is skipped and
*> listed as expired.
01  STANDING-INSTR-RECORD.
    05  STIN-INSTRUCTION-ID     PIC X(08).
    05  STIN-DESCRIPTION        PIC X(20).
    05  STIN-SOURCE-SYSTEM      PIC X(08).
    05  STIN-NUM1               PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
    05  STIN-NUM1-RAW           REDEFINES STIN-NUM1 PIC X(08).
    05  STIN-NUM2               PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
    05  STIN-NUM2-RAW           REDEFINES STIN-NUM2 PIC X(08).
    05  STIN-OPERATOR           PIC X(01).
    05  STIN-RATE-CODE          PIC X(08).
    05  STIN-ROUND-RULE         PIC X(01).
    05  STIN-FREQUENCY          PIC X(01).
        88  STIN-DAILY                  VALUE "D".
        88  STIN-WEEKLY                 VALUE "W".
        88  STIN-MONTHLY                VALUE "M".
        88  STIN-QUARTERLY              VALUE "Q".
        88  STIN-ANNUAL                 VALUE "A".
    05  STIN-START-DATE         PIC 9(08).
    05  STIN-END-DATE           PIC 9(08).
