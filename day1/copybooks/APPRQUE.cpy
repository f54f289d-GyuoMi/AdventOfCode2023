      *> Maker-checker approval item, shared by srcmaint and parmmaint.
      *> Every maintenance transaction is keyed onto the approval queue
      *> (AQ-STATUS 'P') and only reaches the source master or the
      *> run-control parameter file once a different operator approves
      *> it. AQ-FUNCTION says which program owns the item:
      *>   'SRC '  source master maintenance (srcmaint)
      *>   'PARM'  run-control parameter maintenance (parmmaint)
      *> AQ-ITEM-ID is unique across the queue and the approval log;
      *> checkers quote it on their decisions (see APPRDEC).
      *> When an item is decided it leaves the queue and the same layout
      *> is appended to the approval log with its final AQ-STATUS:
      *>   'A' approved and applied (or deferred, if effective-dated);
      *>       if it then failed validation against the file it was
      *>       meant to change, AQ-REASON says so
      *>   'R' rejected by the checker (AQ-REASON says why)
      *>   'E' expired - undecided for more than APPROVAL-EXPIRY-DAYS
      *>   'X' decision refused (checker blank or the same as the
      *>       maker); the item itself stays on the queue
      *> AQ-TRANS-IMAGE carries the transaction exactly as keyed, in the
      *> owning program's transaction layout including the maker ID.
       01 ApprovalQueueRecord.
           05 AQ-ITEM-ID           PIC 9(6).
           05 FILLER               PIC X(1).
           05 AQ-FUNCTION          PIC X(4).
           05 FILLER               PIC X(1).
           05 AQ-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 AQ-KEYED-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 AQ-MAKER-ID          PIC X(8).
           05 FILLER               PIC X(1).
           05 AQ-DECIDED-DATE      PIC X(8).
           05 FILLER               PIC X(1).
           05 AQ-CHECKER-ID        PIC X(8).
           05 FILLER               PIC X(1).
           05 AQ-REASON            PIC X(40).
           05 FILLER               PIC X(1).
           05 AQ-TRANS-IMAGE       PIC X(118).
