      *> Chart-of-accounts mapping entry read by gljournal to turn the
      *> summarized feed into journal lines. An entry with GA-SOURCE-ID
      *> spaces maps every source of department GA-DEPT-CODE (matched
      *> against SM-DEPT-CODE on the source master). An entry with
      *> GA-SOURCE-ID set overrides the department entry for that one
      *> source, whatever department the source master gives it;
      *> GA-DEPT-CODE is then for reference only. Each source's value
      *> is debited to GA-DEBIT-ACCOUNT and credited to
      *> GA-CREDIT-ACCOUNT, both under GA-COST-CENTER. A source with no
      *> override and no entry for its department goes to suspense.
       01 GlAccountMapRecord.
           05 GA-DEPT-CODE         PIC X(4).
           05 FILLER               PIC X(1).
           05 GA-SOURCE-ID         PIC X(30).
           05 FILLER               PIC X(1).
           05 GA-DEBIT-ACCOUNT     PIC X(10).
           05 FILLER               PIC X(1).
           05 GA-CREDIT-ACCOUNT    PIC X(10).
           05 FILLER               PIC X(1).
           05 GA-COST-CENTER       PIC X(6).
           05 FILLER               PIC X(1).
           05 GA-DESCRIPTION       PIC X(30).
