      *> writes) and feedack (which reconciles GL's acknowledgments).
      *> TX-STATUS 'P' = sent, pending acknowledgment,
      *> 'A' = acknowledged and in balance,
      *> 'X' = acknowledgment exception (counts or value disagreed),
      *> 'R' = wholly reversed by batchrev; an 'R' entry is no longer
      *> pending. When a whole batch (*ALL) is reversed its feed,
      *> summary feed and journal are renamed with '_rev' + the
      *> reversing sequence so the batch can be rerun, and
      *> TX-FEED-FILE-NAME follows the rename.
      *> Reversing single sources leaves the status and the names
      *> alone: the basis 'R' entry's TX-RELATED-SEQUENCE points back
      *> to the feed and the reversal register names the sources.
      *> TX-CYCLE-NUMBER is the processing cycle within TX-BATCH-DATE;
      *> entries written before cycles existed carry spaces there and
      *> are read as cycle 01.
      *> 'D' = detail feed from trebuchet, 'S' = summarized feed from
      *> feedsummary; entries written before the summary feed was
      *> registrable carry spaces there and are read as 'D'.
      *> 'R' = reversing feed from batchrev; TX-TOTAL-VALUE then carries
      *> the amount backed out, which GL loads as a negative.
      *> 'J' = balanced GL journal from gljournal; TX-RECORD-COUNT then
      *> carries the journal line count and TX-TOTAL-VALUE the debit
      *> total (equal to the credit total). batchrev registers its
      *> reversing journal under basis 'J' as well.
      *> TX-RELATED-SEQUENCE links a reversal to what it reversed: on a
      *> basis 'R' entry, or a basis 'J' reversing journal, it is the
      *> sequence of the feed or journal reversed, on an 'R' status
      *> entry the sequence of the (first) reversing feed or journal.
      *> Spaces everywhere else.
       01 TransmitRegisterRecord.
           05 TX-SEQUENCE-NUMBER   PIC 9(6).
           05 FILLER               PIC X(1).
           05 TX-CYCLE-NUMBER      PIC X(2).
           05 FILLER               PIC X(1).
           05 TX-BASIS             PIC X(1).
           05 FILLER               PIC X(1).
           05 TX-RELATED-SEQUENCE  PIC X(6).
