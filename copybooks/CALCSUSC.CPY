*> CALCSUSC.CPY - Suspense clearing register record
*> One record per suspense posting CALCSUSP has moved out of
*> suspense, appended in the same run that writes the reversal and
*> repost. The live and archived GL extracts are never rewritten, so
*> a cleared item still carries GL-SUSPENSE-FLAG "Y" there; the
*> register is what tells the next clearing run it has already been
*> worked. Matched on the original trace key.
*> SUSC-ORIG-* is the suspense posting as it stands on the extract;
*> SUSC-NEW-* is where the repost went.
01  SUSPENSE-CLEAR-RECORD.
    05  SUSC-TRACE-BATCH-ID     PIC X(08).
    05  SUSC-TRACE-SEQUENCE     PIC 9(09).
    05  SUSC-TRACE-TIMESTAMP    PIC X(14).
    05  SUSC-ORIG-RUN-DATE      PIC 9(08).
    05  SUSC-ORIG-SEQUENCE      PIC 9(09).
    05  SUSC-OPERATOR-CODE      PIC X(01).
    05  SUSC-AMOUNT             PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
    05  SUSC-DEBIT-CREDIT       PIC X(01).
    05  SUSC-NEW-ACCOUNT        PIC X(12).
    05  SUSC-NEW-COST-CENTER    PIC X(06).
    05  SUSC-CLEARED-DATE       PIC 9(08).
