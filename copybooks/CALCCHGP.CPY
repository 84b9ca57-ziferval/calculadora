*> CALCCHGP.CPY - Chargeback price table record
*> One record per source system (CT-HDR-SOURCE-SYSTEM), pricing the
*> processing CALCCHGB charges that source for a fiscal month.
*> CHGP-OPERATOR-PRICE holds up to seven operator codes with the
*> unit price of one calculation under each; an operator code not
*> listed is carried on the statement at no charge. The reject,
*> rate-coded and resend prices are charged on top: a rate-coded
*> calculation pays its operator price plus the rate-coded price.
*> The month's charge is debited to CHGP-CHARGE-ACCOUNT and cost
*> center and credited to CHGP-RECOVERY-ACCOUNT. A source with
*> activity but no record here is listed and not charged.
*> Maintained by finance, like the GL account map.
01  CHARGEBACK-PRICE-RECORD.
    05  CHGP-SOURCE-SYSTEM      PIC X(08).
    05  CHGP-OPERATOR-PRICE OCCURS 7 TIMES.
        10  CHGP-OPERATOR       PIC X(01).
        10  CHGP-UNIT-PRICE     PIC 9(03)V9(04).
    05  CHGP-REJECT-PRICE       PIC 9(03)V9(04).
    05  CHGP-RATE-CODED-PRICE   PIC 9(03)V9(04).
    05  CHGP-RESEND-PRICE       PIC 9(03)V9(04).
    05  CHGP-CHARGE-ACCOUNT     PIC X(12).
    05  CHGP-CHARGE-COST-CENTER PIC X(06).
    05  CHGP-RECOVERY-ACCOUNT   PIC X(12).
    05  CHGP-UPDATED-BY         PIC X(08).
    05  CHGP-UPDATED-DATE       PIC 9(08).
