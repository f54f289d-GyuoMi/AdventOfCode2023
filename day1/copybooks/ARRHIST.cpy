      *> Arrival history entry written by arrivchk, one per source per
      *> check: every source expected that day, plus every file on the
      *> day's file list that no schedule expected. Read by arrivrate for
      *> the monthly on-time rate. A rerun of the check for the same
      *> batch date appends again; the last entry for a date and source
      *> is the one that counts.
      *> AH-STATUS 'O' = arrived on time, 'L' = arrived after the cutoff,
      *> 'M' = missing (not on disk), 'S' = stale (the file on disk was
      *> last modified before the batch date - left over from an
      *> earlier day, so nothing new arrived), 'Z' = zero-byte file,
      *> 'N' = on disk but not on the file list (trebuchet will not read
      *> it), 'U' = unexpected (on the file list, not scheduled that day).
      *> AH-REQUIREMENT is AS-REQUIREMENT from the schedule, spaces on
      *> 'U' entries. AH-ARRIVAL-DATE/TIME are the file's last-modified
      *> stamp (spaces when not on disk). AH-RELEASED 'Y' marks a
      *> mandatory source missing on a day the hold was released with
      *> ARRIVAL-RELEASE-DATE.
       01 ArrivalHistoryRecord.
           05 AH-BATCH-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 AH-CYCLE-NUMBER      PIC X(2).
           05 FILLER               PIC X(1).
           05 AH-SOURCE-ID         PIC X(30).
           05 FILLER               PIC X(1).
           05 AH-REQUIREMENT       PIC X(1).
           05 FILLER               PIC X(1).
           05 AH-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 AH-ARRIVAL-DATE      PIC X(8).
           05 FILLER               PIC X(1).
           05 AH-ARRIVAL-TIME      PIC X(6).
           05 FILLER               PIC X(1).
           05 AH-CUTOFF-TIME       PIC X(6).
           05 FILLER               PIC X(1).
           05 AH-FILE-SIZE         PIC 9(12).
           05 FILLER               PIC X(1).
           05 AH-RELEASED          PIC X(1).
