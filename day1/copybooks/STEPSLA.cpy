      *> Batch-window target for one cycle-plan step, read by slareport.
      *> ST-STEP-NAME matches CP-STEP-NAME on the cycle plan; two
      *> reserved names cover the whole run rather than one step:
      *>   *CYCLE   a cycledrv cycle, CYCLE START to COMPLETE/HELD
      *>   *RUN     a trebuchet run, RUN START to RUN END on the runlog
      *> ST-TARGET-SECONDS is the expected elapsed time; a step that
      *> takes longer is flagged OVER TARGET (zero or blank = no target).
      *> ST-FINISH-TIME (HHMMSS) is the must-finish-by time of day,
      *> falling ST-FINISH-DAYS calendar days after the batch date so a
      *> window that runs past midnight can still be expressed (blank
      *> time = no deadline). Finishing after it is flagged LATE.
       01 StepSlaRecord.
           05 ST-STEP-NAME         PIC X(12).
           05 FILLER               PIC X(1).
           05 ST-TARGET-SECONDS    PIC X(6).
           05 FILLER               PIC X(1).
           05 ST-FINISH-DAYS       PIC X(1).
           05 FILLER               PIC X(1).
           05 ST-FINISH-TIME       PIC X(6).
           05 FILLER               PIC X(1).
           05 ST-DESCRIPTION       PIC X(40).
