    05  BREG-BUSINESS-DATE      PIC 9(08).
    05  BREG-PROCESSED-TIMESTAMP PIC X(14).
    05  BREG-DETAIL-COUNT       PIC 9(09).
*> BREG-RESEND-COUNT counts the resends of this batch that were
*> bypassed as duplicates, for the monthly chargeback.
    05  BREG-RESEND-COUNT       PIC 9(05).
