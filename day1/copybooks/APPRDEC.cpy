      *> Checker decision on a maker-checker approval item, keyed by the
      *> approving operator and read by srcmaint (source items) and
      *> parmmaint (parameter items). AD-ITEM-ID is the AQ-ITEM-ID of
      *> the queued item (see APPRQUE). AD-DECISION 'A' = approve,
      *> 'R' = reject. AD-CHECKER-ID must differ from the item's maker
      *> or the decision is refused. AD-REASON should say why on a
      *> rejection; it is carried to the approval log.
       01 ApprovalDecisionRecord.
           05 AD-ITEM-ID           PIC X(6).
           05 FILLER               PIC X(1).
           05 AD-DECISION          PIC X(1).
           05 FILLER               PIC X(1).
           05 AD-CHECKER-ID        PIC X(8).
           05 FILLER               PIC X(1).
           05 AD-REASON            PIC X(40).
