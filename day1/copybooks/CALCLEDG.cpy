      *> Calibration ledger master record, keyed by source and basis and
      *> maintained only by ledgerpost. LG-BASIS 'D' carries the
      *> digits-only values (CF-CALIBRATION-VALUE), 'W' the
      *> digits-plus-words values (CF-CALIBRATION-VALUE-WORDS); both
      *> carry the same record and rejected counts. LG-DEPT-CODE is
      *> copied from the source master at each posting.
      *> Each bucket holds records posted (D, R and A lines), rejected
      *> lines within them, and the calibration value total. Lines of a
      *> reversing feed (CF-VALUE-SIGN '-') post negative, so counts and
      *> values are signed. Feeds written before the parallel run carry
      *> no words value, so they post counts but no value to 'W'.
      *>   DAY  the batch date in LG-DAY-DATE, reset when a new batch
      *>        date posts
      *>   MTD  the open period, zeroed by the month-end roll
      *>   YTD  the open fiscal year, zeroed by the year-end close
      *> One control record per ledger, LG-SOURCE-ID '*CONTROL' with
      *> LG-BASIS space, carries LG-CONTROL-DATA instead of balances:
      *> LC-OPEN-PERIOD is the month (YYYYMM) postings go to,
      *> LC-FISCAL-YEAR the fiscal year it belongs to (the calendar year
      *> the fiscal year ends in), LC-FISCAL-START-MONTH the first month
      *> of every fiscal year, and LC-YEAR-END-PENDING 'Y' once the
      *> month-end roll has closed the last month of the fiscal year,
      *> holding further postings until the year-end close has run.
       01 LedgerRecord.
           05 LG-KEY.
               10 LG-SOURCE-ID     PIC X(30).
               10 LG-BASIS         PIC X(1).
           05 FILLER               PIC X(1).
           05 LG-DEPT-CODE         PIC X(4).
           05 FILLER               PIC X(1).
           05 LG-BALANCE-DATA.
               10 LG-DAY-DATE      PIC X(8).
               10 FILLER           PIC X(1).
               10 LG-LAST-POSTED   PIC X(8).
               10 FILLER           PIC X(1).
               10 LG-DAY-RECORDS   PIC S9(9) SIGN LEADING SEPARATE.
               10 LG-DAY-REJECTED  PIC S9(9) SIGN LEADING SEPARATE.
               10 LG-DAY-VALUE     PIC S9(13) SIGN LEADING SEPARATE.
               10 FILLER           PIC X(1).
               10 LG-MTD-RECORDS   PIC S9(9) SIGN LEADING SEPARATE.
               10 LG-MTD-REJECTED  PIC S9(9) SIGN LEADING SEPARATE.
               10 LG-MTD-VALUE     PIC S9(13) SIGN LEADING SEPARATE.
               10 FILLER           PIC X(1).
               10 LG-YTD-RECORDS   PIC S9(9) SIGN LEADING SEPARATE.
               10 LG-YTD-REJECTED  PIC S9(9) SIGN LEADING SEPARATE.
               10 LG-YTD-VALUE     PIC S9(13) SIGN LEADING SEPARATE.
           05 LG-CONTROL-DATA REDEFINES LG-BALANCE-DATA.
               10 LC-OPEN-PERIOD   PIC X(6).
               10 FILLER           PIC X(1).
               10 LC-FISCAL-YEAR   PIC X(4).
               10 FILLER           PIC X(1).
               10 LC-FISCAL-START-MONTH PIC 9(2).
               10 FILLER           PIC X(1).
               10 LC-YEAR-END-PENDING PIC X(1).
               10 FILLER           PIC X(1).
               10 LC-LAST-MONTH-END PIC X(8).
               10 FILLER           PIC X(1).
               10 LC-LAST-YEAR-END PIC X(8).
               10 FILLER           PIC X(88).
