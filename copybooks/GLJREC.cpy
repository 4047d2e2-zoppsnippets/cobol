      *-----------------------------------------------------------------
      * General-ledger journal record, the ledger's interface format.
      * mprb05gj writes one journal per settled business day to GLJRNL:
      * a header ('H') naming the business date, one entry ('D') per
      * GL account and side - the day's postings summarised by the
      * account the GLMAP mapping gives their trancode - and a trailer
      * ('T') carrying the entry count and the debit and credit
      * control totals, which are always equal. Amounts are house
      * currency. The same header and trailer are appended to the
      * GLHIST journal history, which is how a second journal for a
      * business date already booked is refused. COPY under the FD
      * in every program that reads or writes the journal so the
      * layout can't drift.
      *-----------------------------------------------------------------
       01  GL-JOURNAL-RECORD.
           02  GJ-RECORD-TYPE       PIC X.
               88  GJ-IS-HEADER           VALUE 'H'.
               88  GJ-IS-ENTRY            VALUE 'D'.
               88  GJ-IS-TRAILER          VALUE 'T'.
           02  GJ-BUSINESS-DATE     PIC 9(8).
           02  GJ-SOURCE            PIC X(8).
           02  GJ-DATA              PIC X(63).
           02  GJ-HEADER-DATA REDEFINES GJ-DATA.
               03  GJ-CREATED-DATE  PIC 9(8).
               03  GJ-CREATED-TIME  PIC 9(8).
               03  GJ-CURRENCY      PIC X(3).
               03  FILLER           PIC X(44).
           02  GJ-ENTRY-DATA REDEFINES GJ-DATA.
               03  GJ-GL-ACCOUNT    PIC X(12).
               03  GJ-SIDE          PIC X.
                   88  GJ-IS-DEBIT        VALUE 'D'.
                   88  GJ-IS-CREDIT       VALUE 'C'.
               03  GJ-AMOUNT        PIC 9(13)V99.
               03  GJ-POSTING-COUNT PIC 9(9).
               03  FILLER           PIC X(26).
           02  GJ-TRAILER-DATA REDEFINES GJ-DATA.
               03  GJ-ENTRY-COUNT   PIC 9(7).
               03  GJ-TOTAL-DEBIT   PIC 9(13)V99.
               03  GJ-TOTAL-CREDIT  PIC 9(13)V99.
               03  FILLER           PIC X(26).
