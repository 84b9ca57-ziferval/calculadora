*> CALCSRUL.CPY - Per-source business rule record
*> One record per source system (CT-HDR-SOURCE-SYSTEM), holding the
*> edits a detail from that source must pass on top of the numeric
*> and rate-code checks. A source with no record is not restricted.
*> SRUL-ALLOWED-OPERATORS lists the operator codes the source may
*> send, one per byte in any order; spaces = any operator.
*> A min/max pair of zero means the operand is not range checked;
*> NUM2 limits apply only to a keyed NUM2, not a rate factor.
*> SRUL-RATE-CODE lists the rate codes the source may name; all
*> spaces = any code on the rate table.
*> SRUL-CHAIN-ALLOWED "N" rejects "C" continuation records.
*> Maintained under menu option 8 (authority level 4).
01  SOURCE-RULE-RECORD.
    05  SRUL-SOURCE-SYSTEM      PIC X(08).
    05  SRUL-ALLOWED-OPERATORS  PIC X(10).
    05  SRUL-NUM1-MIN           PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
    05  SRUL-NUM1-MAX           PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
    05  SRUL-NUM2-MIN           PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
    05  SRUL-NUM2-MAX           PIC S9(5)V99 SIGN IS TRAILING
                                    SEPARATE.
    05  SRUL-RATE-CODE          PIC X(08) OCCURS 5 TIMES.
    05  SRUL-CHAIN-ALLOWED      PIC X(01).
    05  SRUL-UPDATED-BY         PIC X(08).
    05  SRUL-UPDATED-DATE       PIC 9(08).
