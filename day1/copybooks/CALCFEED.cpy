      *> cutover); on the trailer it carries the run total on that
      *> basis. Feeds written before the parallel run carry spaces
      *> there - test IS NUMERIC before using it.
      *> CF-VALUE-SIGN '-' marks a record of a reversing feed written
      *> by batchrev: both calibration values on the record (on the
      *> trailer, both run totals) are to be taken as negative, and the
      *> header carries '-' too so the whole feed reads as a reversal.
      *> Every other feed carries a space there.
      *> CF-ORIGINAL-CYCLE, on 'A' records only, is the cycle of the run
      *> that rejected the corrected line (CF-CYCLE-NUMBER being the
      *> reprocess run's own cycle). Spaces where the correction did not
      *> give it, and on every other record.
       01 CalcFeedRecord.
           05 CF-RECORD-TYPE       PIC X(1).
           05 CF-BATCH-DATE        PIC X(8).
           05 CF-LINE-NUMBER       PIC 9(9).
           05 CF-CALIBRATION-VALUE PIC 9(10).
           05 CF-CYCLE-NUMBER      PIC X(2).
           05 CF-VALUE-SIGN        PIC X(1).
           05 CF-ORIGINAL-CYCLE    PIC X(2).
           05 FILLER               PIC X(4).
           05 CF-CALIBRATION-VALUE-WORDS PIC 9(10).
