      *> GL journal record layout written by gljournal from the
      *> summarized feed and the day's reprocess adjustments.
      *> GJ-RECORD-TYPE 'H' = journal header (first record),
      *> 'L' = journal line, 'T' = journal trailer (last record).
      *> GJ-JOURNAL-NUMBER is 'CJ' + batch date + cycle, so there is
      *> exactly one journal per batch date and cycle. A reversing
      *> journal written by batchrev is numbered 'RJ' + its own
      *> transmission sequence, keeps the batch date and cycle of the
      *> journal it reverses and carries each reversed line with
      *> GJ-DR-CR swapped.
      *> On 'L' records GJ-DR-CR 'D' debits, 'C' credits GJ-ACCOUNT under
      *> GJ-COST-CENTER. Every source yields a debit line and a matching
      *> credit line for the same amount. GJ-ORIGIN 'S' = summarized
      *> feed, 'A' = reprocess adjustment; GJ-ORIGINAL-DATE is the batch
      *> date the value first belonged to.
      *> The header carries the transmission sequence number assigned
      *> from the transmission register and the full name of the summary
      *> feed journalled;
      *> the trailer carries the line count, debit and credit totals
      *> (always equal) and the sources left in suspense for want of an
      *> account mapping, with their value.
       01 JournalRecord.
           05 GJ-RECORD-TYPE       PIC X(1).
           05 GJ-JOURNAL-NUMBER    PIC X(12).
           05 GJ-BATCH-DATE        PIC X(8).
           05 GJ-CYCLE-NUMBER      PIC X(2).
           05 GJ-LINE-DATA.
               10 GJ-LINE-NUMBER   PIC 9(6).
               10 GJ-DR-CR         PIC X(1).
               10 GJ-ACCOUNT       PIC X(10).
               10 GJ-COST-CENTER   PIC X(6).
               10 GJ-AMOUNT        PIC 9(12).
               10 GJ-SOURCE-ID     PIC X(30).
               10 GJ-ORIGIN        PIC X(1).
               10 GJ-ORIGINAL-DATE PIC X(8).
               10 FILLER           PIC X(132).
           05 GJ-HEADER-DATA REDEFINES GJ-LINE-DATA.
               10 GJH-SEQUENCE-NUMBER PIC 9(6).
               10 GJH-SUMMARY-FEED PIC X(200).
           05 GJ-TRAILER-DATA REDEFINES GJ-LINE-DATA.
               10 GJT-LINE-COUNT   PIC 9(6).
               10 GJT-DEBIT-TOTAL  PIC 9(12).
               10 GJT-CREDIT-TOTAL PIC 9(12).
               10 GJT-SUSPENSE-COUNT PIC 9(6).
               10 GJT-SUSPENSE-VALUE PIC 9(12).
               10 FILLER           PIC X(158).
