      *> Expected-arrival schedule entry for one upstream source, read by
      *> arrivchk. AS-SOURCE-ID matches SM-SOURCE-ID on the source master
      *> (the input file name trebuchet feeds from).
      *> AS-SEND-DAYS holds one flag per weekday, Monday first: 'Y' = the
      *> source sends on that weekday when it is a business day ('B' or
      *> 'E' on BUSCAL). AS-MONTH-END-ONLY 'Y' narrows that to month-end
      *> cutoff ('E') days only. Nothing is expected on weekends and
      *> holidays ('W'/'H'), nor from a source inactive on the master.
      *> AS-CUTOFF-TIME (HHMMSS) is the time the file must have landed
      *> by, falling AS-CUTOFF-DAYS calendar days after the batch date
      *> so a cutoff past midnight can still be expressed (blank time =
      *> no cutoff, never late). Landing after it is flagged LATE.
      *> AS-REQUIREMENT 'M' = mandatory: if it has not arrived the cycle
      *> is held unless ARRIVAL-RELEASE-DATE on the run parameters names
      *> the batch date; 'O' = optional: reported only.
       01 ArrivalScheduleRecord.
           05 AS-SOURCE-ID         PIC X(30).
           05 FILLER               PIC X(1).
           05 AS-SEND-DAYS         PIC X(7).
           05 FILLER               PIC X(1).
           05 AS-MONTH-END-ONLY    PIC X(1).
           05 FILLER               PIC X(1).
           05 AS-CUTOFF-DAYS       PIC X(1).
           05 FILLER               PIC X(1).
           05 AS-CUTOFF-TIME       PIC X(6).
           05 FILLER               PIC X(1).
           05 AS-REQUIREMENT       PIC X(1).
           05 FILLER               PIC X(1).
           05 AS-DESCRIPTION       PIC X(40).
