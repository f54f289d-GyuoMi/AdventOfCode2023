      *> CR-SOURCE-ID identify the original run and input file,
      *> CR-LINE-NUMBER the rejected input line, and CR-CORRECTED-TEXT
      *> the repaired calibration line to run back through the
      *> first/last-digit logic. CR-CYCLE-NUMBER is the cycle of the
      *> original run; corrections keyed without it carry spaces and
      *> their adjustments cannot be placed in a cycle.
       01 CorrectionRecord.
           05 CR-BATCH-DATE        PIC X(8).
           05 CR-SOURCE-ID         PIC X(30).
           05 CR-LINE-NUMBER       PIC 9(9).
           05 CR-CORRECTED-TEXT    PIC X(100).
           05 CR-CYCLE-NUMBER      PIC X(2).
