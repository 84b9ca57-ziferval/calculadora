*> CALCGLJ.CPY - Balanced GL journal interface record
*> The daily double-entry journal CALCGLJN builds from the
*> reconciled GL extract for finance to post as it stands. The
*> single-sided extract lines are summarized by account, cost
*> center and debit/credit, and each summary carries its matching
*> offset line on the extract's offset account, so the journal
*> nets to zero by construction.
*> GLJ-RECORD-TYPE: "H" = journal header (journal id + business
*> date), "D" = journal line, "T" = trailer (line count, total
*> debits, total credits). GLJ-LINE-ROLE: "P" = primary line on
*> GL-ACCOUNT, "O" = generated offset line on GL-OFFSET-ACCOUNT.
*> GLJ-ITEM-COUNT is the number of extract lines summarized into
*> the journal line. GLJ-HDR-POSTING-DATE is the date finance posts
*> the journal under: the business date, or the start of the open
*> GL period the day's postings were redirected to.
01  GL-JOURNAL-RECORD.
    05  GLJ-RECORD-TYPE         PIC X(01).
    05  GLJ-DETAIL-FIELDS.
        10  GLJ-LINE-NUMBER     PIC 9(07).
        10  GLJ-ACCOUNT         PIC X(12).
        10  GLJ-COST-CENTER     PIC X(06).
        10  GLJ-DEBIT-CREDIT    PIC X(01).
        10  GLJ-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING
                                    SEPARATE.
        10  GLJ-ITEM-COUNT      PIC 9(07).
        10  GLJ-LINE-ROLE       PIC X(01).
        10  GLJ-SUSPENSE-FLAG   PIC X(01).
    05  GLJ-HEADER-FIELDS REDEFINES GLJ-DETAIL-FIELDS.
        10  GLJ-HDR-JOURNAL-ID    PIC X(12).
        10  GLJ-HDR-BUSINESS-DATE PIC 9(08).
        10  GLJ-HDR-CREATED-TIMESTAMP PIC X(14).
        10  GLJ-HDR-POSTING-DATE  PIC 9(08).
        10  FILLER                PIC X(07).
    05  GLJ-TRAILER-FIELDS REDEFINES GLJ-DETAIL-FIELDS.
        10  GLJ-TRL-LINE-COUNT    PIC 9(07).
        10  GLJ-TRL-DEBIT-TOTAL   PIC S9(13)V99 SIGN IS TRAILING
                                      SEPARATE.
        10  GLJ-TRL-CREDIT-TOTAL  PIC S9(13)V99 SIGN IS TRAILING
                                      SEPARATE.
        10  FILLER                PIC X(10).
