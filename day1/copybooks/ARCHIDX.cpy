      *> Archive index entry written by housekeep for every generation
      *> it appends to a per-type archive file, and read by genrestore
      *> to rebuild one generation from that archive.
      *> AX-BATCH-DATE, AX-CYCLE-NUMBER and AX-TYPE are copied from the
      *> generation register entry (cycle is spaces for generations
      *> registered before the register carried it - read as 01).
      *> AX-ARCHIVE-FILE-NAME is the archive the records went to;
      *> AX-START-POSITION is the record number (from 1) of the
      *> generation's first record within that archive, and
      *> AX-RECORD-COUNT how many records follow from there.
      *> AX-CONTROL-TOTAL proves the rebuilt generation: for the feed
      *> types (FEED, ADJUSTMENT, REVERSAL) it is the sum of
      *> CF-CALIBRATION-VALUE over the 'D' and 'A' records, taking
      *> CF-VALUE-SIGN into account, with AX-CONTROL-SIGN '-' when the
      *> sum is negative; for report types it is the sum of the record
      *> lengths with trailing spaces dropped, and the sign is a space.
      *> AX-ARCHIVED-DATE is the day housekeep archived the generation.
      *> AX-FILE-NAME is the generation's original file name, which
      *> genrestore writes it back under.
       01 ArchiveIndexRecord.
           05 AX-BATCH-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 AX-CYCLE-NUMBER      PIC X(2).
           05 FILLER               PIC X(1).
           05 AX-TYPE              PIC X(10).
           05 FILLER               PIC X(1).
           05 AX-ARCHIVE-FILE-NAME PIC X(60).
           05 FILLER               PIC X(1).
           05 AX-START-POSITION    PIC 9(9).
           05 FILLER               PIC X(1).
           05 AX-RECORD-COUNT      PIC 9(9).
           05 FILLER               PIC X(1).
           05 AX-CONTROL-SIGN      PIC X(1).
           05 AX-CONTROL-TOTAL     PIC 9(12).
           05 FILLER               PIC X(1).
           05 AX-ARCHIVED-DATE     PIC X(8).
           05 FILLER               PIC X(1).
           05 AX-FILE-NAME         PIC X(200).
