      *> Reversal register entry, one per batch reversal run through
      *> batchrev. RV-REVERSAL-DATE/RV-REVERSAL-CYCLE are the batch the
      *> reversal was processed in; RV-BATCH-DATE/RV-CYCLE-NUMBER are
      *> the posted batch that was backed out. RV-SOURCE-ID is the
      *> source reversed, or '*ALL' when every source of the batch was.
      *> RV-REASON-CODE 'WD' = posted under the wrong batch date,
      *> 'WF' = posted from the wrong input file, 'DP' = posted twice,
      *> 'OT' = other (RV-REASON-TEXT must then say why).
      *> RV-ORIGINAL-SEQUENCE is the transmission sequence of the feed
      *> that was reversed, RV-REVERSAL-SEQUENCE the sequence the
      *> reversing feed went out under. Counts and values are those of
      *> the original records backed out; the reversing feed carries
      *> the same amounts negated.
       01 ReversalRegisterRecord.
           05 RV-REVERSAL-DATE     PIC X(8).
           05 FILLER               PIC X(1).
           05 RV-REVERSAL-CYCLE    PIC X(2).
           05 FILLER               PIC X(1).
           05 RV-BATCH-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 RV-CYCLE-NUMBER      PIC X(2).
           05 FILLER               PIC X(1).
           05 RV-SOURCE-ID         PIC X(30).
           05 FILLER               PIC X(1).
           05 RV-REASON-CODE       PIC X(2).
           05 FILLER               PIC X(1).
           05 RV-ORIGINAL-SEQUENCE PIC 9(6).
           05 FILLER               PIC X(1).
           05 RV-REVERSAL-SEQUENCE PIC 9(6).
           05 FILLER               PIC X(1).
           05 RV-RECORD-COUNT      PIC 9(9).
           05 FILLER               PIC X(1).
           05 RV-TOTAL-VALUE       PIC 9(10).
           05 FILLER               PIC X(1).
           05 RV-TOTAL-VALUE-WORDS PIC 9(10).
           05 FILLER               PIC X(1).
           05 RV-FEED-FILE-NAME    PIC X(60).
           05 FILLER               PIC X(1).
           05 RV-REASON-TEXT       PIC X(60).
