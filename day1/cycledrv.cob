                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

           SELECT CalendarFile ASSIGN TO DYNAMIC CalendarFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CalendarFileStatus.

           SELECT PostedBatchFile ASSIGN TO DYNAMIC PostedBatchFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostedBatchFileStatus.

           SELECT CatchupCheckpointFile
                  ASSIGN TO DYNAMIC CatchupCheckpointFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatchupCheckpointFileStatus.

           SELECT CatchupSummaryFile
                  ASSIGN TO DYNAMIC CatchupSummaryFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatchupSummaryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CyclePlanFile.
       FD BatchControlFile.
       COPY BATCHCTL.

       FD CalendarFile.
       COPY BUSCAL.

       FD PostedBatchFile.
       01 PostedBatchRecord.
           05 PB-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 PB-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 PB-CYCLE-NUMBER PIC X(2).

       FD CatchupCheckpointFile.
       01 CatchupCheckpointRecord PIC X(60).

       FD CatchupSummaryFile.
       01 CatchupSummaryRecord PIC X(132).

       WORKING-STORAGE SECTION.
       01 CyclePlanFileName PIC X(200) VALUE SPACES.
       01 CyclePlanFileStatus PIC XX.
       01 CycleCheckpointFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CalendarFileName PIC X(200) VALUE SPACES.
       01 CalendarFileStatus PIC XX.
       01 PostedBatchFileName PIC X(200) VALUE SPACES.
       01 PostedBatchFileStatus PIC XX.
       01 CatchupCheckpointFileName PIC X(200) VALUE SPACES.
       01 CatchupCheckpointFileStatus PIC XX.
       01 CatchupSummaryFileName PIC X(200) VALUE SPACES.
       01 CatchupSummaryFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 EndOfCyclePlan PIC X VALUE 'N'.
       01 EndOfCalendarFile PIC X VALUE 'N'.
       01 EndOfPostedFile PIC X VALUE 'N'.
       01 CycleLogAvailable PIC X VALUE 'N'.
       01 CatchupSummaryAvailable PIC X VALUE 'N'.

       01 RunBatchDate PIC X(8).
       01 CurrentDateTime PIC X(21).
       01 StepRawStatus PIC S9(9) COMP VALUE 0.
       01 StepReturnCode PIC 9(4) VALUE 0.
       01 CycleReturnCode PIC 99 VALUE 0.
       01 HeldStepName PIC X(12) VALUE SPACES.

       01 CatchupMode PIC X VALUE 'N'.
       01 CatchupRangeValid PIC X VALUE 'N'.
       01 CatchupStopped PIC X VALUE 'N'.
       01 CatchupFromDate PIC X(8) VALUE SPACES.
       01 CatchupToDate PIC X(8) VALUE SPACES.
       01 CatchupFromInteger PIC 9(7) VALUE 0.
       01 CatchupToInteger PIC 9(7) VALUE 0.
       01 DailyPlanName PIC X(200) VALUE SPACES.
       01 MonthEndPlanName PIC X(200) VALUE SPACES.
       01 ResumeDate PIC X(8) VALUE SPACES.
       01 ResumePhase PIC X(1) VALUE SPACE.
       01 DayPhase PIC X(1) VALUE SPACE.
       01 CheckpointFromText PIC X(20) VALUE SPACES.
       01 CheckpointToText PIC X(20) VALUE SPACES.
       01 CheckpointDayText PIC X(20) VALUE SPACES.
       01 CheckpointPhaseText PIC X(20) VALUE SPACES.
       01 PostedCycleNumber PIC 9(2) VALUE 0.

       01 DayTable.
           05 DayEntry OCCURS 366 TIMES.
               10 DT-DATE PIC X(8).
               10 DT-DAY-TYPE PIC X(1).
               10 DT-POSTED PIC X(1).
               10 DT-OUTCOME PIC X(8).
               10 DT-HELD-PLAN PIC X(1).
               10 DT-HELD-STEP PIC 9(4).
               10 DT-HELD-STEP-NAME PIC X(12).
       01 DayCount PIC 9(4) VALUE 0.
       01 DayIndex PIC 9(4) VALUE 0.
       01 DayInteger PIC 9(7) VALUE 0.

       01 DaysRun PIC 9(4) VALUE 0.
       01 DaysRunMonthEnd PIC 9(4) VALUE 0.
       01 DaysAlreadyPosted PIC 9(4) VALUE 0.
       01 DaysNonBusiness PIC 9(4) VALUE 0.
       01 DaysEarlierRun PIC 9(4) VALUE 0.
       01 DaysNotReached PIC 9(4) VALUE 0.
       01 DaysNotOnCalendar PIC 9(4) VALUE 0.
       01 SummaryText PIC X(132) VALUE SPACES.
       01 OutcomeText PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
           MOVE CurrentDateTime(1:14) TO RunId

           PERFORM DETERMINE-CATCHUP-RANGE.

           IF CatchupMode = 'Y'
               PERFORM RUN-CATCHUP
           ELSE
               PERFORM DETERMINE-BATCH-DATE
               PERFORM RUN-ONE-CYCLE
           END-IF

           MOVE CycleReturnCode TO RETURN-CODE.

           STOP RUN.

       RUN-ONE-CYCLE.
           MOVE 0 TO StepNumber
           MOVE 0 TO StepsSkipped
           MOVE 0 TO StepsRunThisCycle
           MOVE 0 TO CycleWarningCount
           MOVE 'N' TO CycleStopped
           MOVE SPACES TO HeldStepName

           PERFORM DERIVE-CYCLE-FILE-NAMES.
           PERFORM OPEN-CYCLE-LOG.
           PERFORM LOAD-CYCLE-CHECKPOINT.

           PERFORM CLOSE-CYCLE-LOG.

       DETERMINE-FILE-NAMES.
           MOVE SPACES TO CommandLineArg
           DISPLAY 1 UPON ARGUMENT-NUMBER
           END-IF.

       DERIVE-CYCLE-FILE-NAMES.
           MOVE SPACES TO CycleLogFileName
           ACCEPT CycleLogFileName FROM ENVIRONMENT 'CYCLE_LOG'
           IF CycleLogFileName = SPACES
               MOVE SPACES TO CycleLogFileName

       HOLD-CYCLE-AT-STEP.
           MOVE 'Y' TO CycleStopped
           MOVE CP-STEP-NAME TO HeldStepName
           PERFORM SET-CYCLE-ERROR-CODE
           PERFORM SAVE-CYCLE-CHECKPOINT

           IF CycleReturnCode < 4
               MOVE 4 TO CycleReturnCode
           END-IF.

       DETERMINE-CATCHUP-RANGE.
           MOVE 'N' TO CatchupMode
           MOVE 'N' TO CatchupRangeValid

           MOVE SPACES TO CommandLineArg
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT
           IF CommandLineArg NOT = SPACES
               MOVE CommandLineArg TO CatchupFromDate
               MOVE SPACES TO CommandLineArg
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CommandLineArg FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CommandLineArg
               END-ACCEPT
               MOVE CommandLineArg TO CatchupToDate
           ELSE
               ACCEPT CatchupFromDate FROM ENVIRONMENT 'CATCHUP_FROM'
               ACCEPT CatchupToDate FROM ENVIRONMENT 'CATCHUP_TO'
           END-IF

           IF CatchupFromDate NOT = SPACES OR CatchupToDate NOT = SPACES
               MOVE 'Y' TO CatchupMode
               EVALUATE TRUE
                   WHEN CatchupFromDate IS NOT NUMERIC
                           OR CatchupToDate IS NOT NUMERIC
                       DISPLAY 'CATCHUP REFUSED: catch-up needs a from '
                               'and a to date (YYYYMMDD) - got "'
                               FUNCTION TRIM(CatchupFromDate) '" to "'
                               FUNCTION TRIM(CatchupToDate) '"'
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(CatchupFromDate)) NOT = 0
                           OR FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(CatchupToDate)) NOT = 0
                       DISPLAY 'CATCHUP REFUSED: ' CatchupFromDate
                               ' to ' CatchupToDate
                               ' is not a valid date range'
                   WHEN CatchupFromDate > CatchupToDate
                       DISPLAY 'CATCHUP REFUSED: from date '
                               CatchupFromDate ' is after to date '
                               CatchupToDate
                   WHEN OTHER
                       COMPUTE CatchupFromInteger =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(CatchupFromDate))
                       COMPUTE CatchupToInteger =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(CatchupToDate))
                       IF CatchupToInteger - CatchupFromInteger >= 366
                           DISPLAY 'CATCHUP REFUSED: ' CatchupFromDate
                                   ' to ' CatchupToDate
                                   ' spans more than 366 days'
                       ELSE
                           MOVE 'Y' TO CatchupRangeValid
                       END-IF
               END-EVALUATE
               IF CatchupRangeValid = 'N'
                   MOVE 'Y' TO CatchupStopped
                   PERFORM SET-CYCLE-ERROR-CODE
               END-IF
           END-IF.

       RUN-CATCHUP.
           IF CatchupStopped = 'N'
               MOVE CyclePlanFileName TO DailyPlanName
               PERFORM DETERMINE-CATCHUP-FILE-NAMES
               PERFORM LOAD-CATCHUP-DAYS
           END-IF

           IF CatchupStopped = 'N'
               PERFORM LOAD-POSTED-DAYS
               PERFORM LOAD-CATCHUP-CHECKPOINT

               DISPLAY 'CATCHUP START ' CatchupFromDate ' to '
                       CatchupToDate ' plan '
                       FUNCTION TRIM(DailyPlanName)
                       ' month-end plan '
                       FUNCTION TRIM(MonthEndPlanName)
               IF ResumeDate NOT = SPACES
                   DISPLAY 'CATCHUP RESTART: resuming at batch '
                           ResumeDate
               END-IF

               PERFORM VARYING DayIndex FROM 1 BY 1
                       UNTIL DayIndex > DayCount
                           OR CatchupStopped = 'Y'
                   PERFORM CATCHUP-ONE-DAY
               END-PERFORM

               IF CatchupStopped = 'N'
                   PERFORM CLEAR-CATCHUP-CHECKPOINT
               END-IF

               PERFORM WRITE-CATCHUP-SUMMARY
           END-IF.

       DETERMINE-CATCHUP-FILE-NAMES.
           ACCEPT MonthEndPlanName FROM ENVIRONMENT
               'CYCLE_PLAN_MONTHEND'
           IF MonthEndPlanName = SPACES
               MOVE 'cycle_plan_monthend.txt' TO MonthEndPlanName
           END-IF

           ACCEPT BatchControlFileName FROM ENVIRONMENT
               'BATCH_CONTROL'
           IF BatchControlFileName = SPACES
               MOVE 'batch_control.txt' TO BatchControlFileName
           END-IF

           ACCEPT CalendarFileName FROM ENVIRONMENT 'BUS_CALENDAR'
           IF CalendarFileName = SPACES
               MOVE 'business_calendar.txt' TO CalendarFileName
           END-IF

           ACCEPT PostedBatchFileName FROM ENVIRONMENT
               'POSTED_REGISTER'
           IF PostedBatchFileName = SPACES
               MOVE 'posted_batches.txt' TO PostedBatchFileName
           END-IF

           MOVE SPACES TO CatchupCheckpointFileName
           STRING FUNCTION TRIM(DailyPlanName) DELIMITED BY SIZE
                  '.catchup' DELIMITED BY SIZE
               INTO CatchupCheckpointFileName

           ACCEPT CatchupSummaryFileName FROM ENVIRONMENT
               'CATCHUP_SUMMARY'
           IF CatchupSummaryFileName = SPACES
               STRING 'catchup_summary_' DELIMITED BY SIZE
                      CatchupFromDate DELIMITED BY SIZE
                      '_' DELIMITED BY SIZE
                      CatchupToDate DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO CatchupSummaryFileName
           END-IF.

       LOAD-CATCHUP-DAYS.
           MOVE 0 TO DayCount
           PERFORM VARYING DayInteger FROM CatchupFromInteger BY 1
                   UNTIL DayInteger > CatchupToInteger
               ADD 1 TO DayCount
               MOVE FUNCTION DATE-OF-INTEGER(DayInteger)
                   TO DT-DATE(DayCount)
               MOVE SPACE TO DT-DAY-TYPE(DayCount)
               MOVE 'N' TO DT-POSTED(DayCount)
               MOVE SPACES TO DT-OUTCOME(DayCount)
               MOVE SPACE TO DT-HELD-PLAN(DayCount)
               MOVE 0 TO DT-HELD-STEP(DayCount)
               MOVE SPACES TO DT-HELD-STEP-NAME(DayCount)
           END-PERFORM

           MOVE 'N' TO EndOfCalendarFile
           OPEN INPUT CalendarFile
           IF CalendarFileStatus NOT = '00'
               DISPLAY 'CATCHUP REFUSED: unable to open business '
                       'calendar ' FUNCTION TRIM(CalendarFileName)
                       ' (status ' CalendarFileStatus ') - cannot '
                       'tell business days from weekends and holidays'
               MOVE 'Y' TO CatchupStopped
               PERFORM SET-CYCLE-ERROR-CODE
           ELSE
               PERFORM UNTIL EndOfCalendarFile = 'Y'
                   READ CalendarFile
                       AT END
                           MOVE 'Y' TO EndOfCalendarFile
                       NOT AT END
                           IF CAL-DATE IS NUMERIC
                                   AND CAL-DATE >= CatchupFromDate
                                   AND CAL-DATE <= CatchupToDate
                               COMPUTE DayIndex =
                                   FUNCTION INTEGER-OF-DATE(
                                       FUNCTION NUMVAL(CAL-DATE))
                                   - CatchupFromInteger + 1
                               MOVE CAL-DAY-TYPE
                                   TO DT-DAY-TYPE(DayIndex)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       LOAD-POSTED-DAYS.
           MOVE 'N' TO EndOfPostedFile
           OPEN INPUT PostedBatchFile
           IF PostedBatchFileStatus = '00'
               PERFORM UNTIL EndOfPostedFile = 'Y'
                   READ PostedBatchFile
                       AT END
                           MOVE 'Y' TO EndOfPostedFile
                       NOT AT END
                           PERFORM NOTE-POSTED-DAY
                   END-READ
               END-PERFORM
               CLOSE PostedBatchFile
           END-IF.

       NOTE-POSTED-DAY.
           MOVE 1 TO PostedCycleNumber
           IF PB-CYCLE-NUMBER IS NUMERIC
                   AND FUNCTION NUMVAL(PB-CYCLE-NUMBER) > 0
               MOVE FUNCTION NUMVAL(PB-CYCLE-NUMBER)
                   TO PostedCycleNumber
           END-IF

           IF PB-BATCH-DATE IS NUMERIC
                   AND PB-BATCH-DATE >= CatchupFromDate
                   AND PB-BATCH-DATE <= CatchupToDate
                   AND PostedCycleNumber = 1
               COMPUTE DayIndex =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PB-BATCH-DATE))
                   - CatchupFromInteger + 1
               MOVE 'Y' TO DT-POSTED(DayIndex)
           END-IF.

       LOAD-CATCHUP-CHECKPOINT.
           MOVE SPACES TO ResumeDate
           MOVE SPACE TO ResumePhase

           OPEN INPUT CatchupCheckpointFile
           IF CatchupCheckpointFileStatus = '00'
               READ CatchupCheckpointFile
                   NOT AT END
                       IF CatchupCheckpointRecord NOT = SPACES
                           PERFORM PARSE-CATCHUP-CHECKPOINT
                       END-IF
               END-READ
               CLOSE CatchupCheckpointFile
           END-IF.

       PARSE-CATCHUP-CHECKPOINT.
           MOVE SPACES TO CheckpointFromText
           MOVE SPACES TO CheckpointToText
           MOVE SPACES TO CheckpointDayText
           MOVE SPACES TO CheckpointPhaseText
           UNSTRING CatchupCheckpointRecord DELIMITED BY ','
               INTO CheckpointFromText
                    CheckpointToText
                    CheckpointDayText
                    CheckpointPhaseText

           IF CheckpointFromText(1:8) = CatchupFromDate
                   AND CheckpointToText(1:8) = CatchupToDate
                   AND CheckpointDayText(1:8) >= CatchupFromDate
                   AND CheckpointDayText(1:8) <= CatchupToDate
                   AND (CheckpointPhaseText(1:1) = 'D'
                       OR CheckpointPhaseText(1:1) = 'M')
               MOVE CheckpointDayText(1:8) TO ResumeDate
               MOVE CheckpointPhaseText(1:1) TO ResumePhase
           ELSE
               DISPLAY 'WARNING: catch-up checkpoint '
                       FUNCTION TRIM(CatchupCheckpointFileName)
                       ' is for another range or unreadable - '
                       'starting the catch-up from ' CatchupFromDate
               PERFORM SET-CYCLE-WARNING-CODE
           END-IF.

       SAVE-CATCHUP-CHECKPOINT.
           MOVE SPACES TO CatchupCheckpointRecord
           STRING CatchupFromDate DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CatchupToDate DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  DT-DATE(DayIndex) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  DayPhase DELIMITED BY SIZE
               INTO CatchupCheckpointRecord
           OPEN OUTPUT CatchupCheckpointFile
           WRITE CatchupCheckpointRecord
           CLOSE CatchupCheckpointFile.

       CLEAR-CATCHUP-CHECKPOINT.
           OPEN OUTPUT CatchupCheckpointFile
           CLOSE CatchupCheckpointFile.

       CATCHUP-ONE-DAY.
           EVALUATE TRUE
               WHEN ResumeDate NOT = SPACES
                       AND DT-DATE(DayIndex) < ResumeDate
                   MOVE 'EARLIER' TO DT-OUTCOME(DayIndex)
                   ADD 1 TO DaysEarlierRun
               WHEN DT-DATE(DayIndex) = ResumeDate
                   MOVE ResumePhase TO DayPhase
                   PERFORM CATCHUP-RUN-DAY
               WHEN DT-DAY-TYPE(DayIndex) = 'W'
                       OR DT-DAY-TYPE(DayIndex) = 'H'
                   MOVE 'NONBUS' TO DT-OUTCOME(DayIndex)
                   ADD 1 TO DaysNonBusiness
               WHEN DT-POSTED(DayIndex) = 'Y'
                   MOVE 'POSTED' TO DT-OUTCOME(DayIndex)
                   ADD 1 TO DaysAlreadyPosted
               WHEN OTHER
                   MOVE 'D' TO DayPhase
                   PERFORM CATCHUP-RUN-DAY
           END-EVALUATE.

       CATCHUP-RUN-DAY.
           MOVE DT-DATE(DayIndex) TO RunBatchDate
           MOVE 1 TO RunCycleNumber

           IF DT-DAY-TYPE(DayIndex) NOT = 'B'
                   AND DT-DAY-TYPE(DayIndex) NOT = 'E'
                   AND DT-DAY-TYPE(DayIndex) NOT = 'W'
                   AND DT-DAY-TYPE(DayIndex) NOT = 'H'
               ADD 1 TO DaysNotOnCalendar
               DISPLAY 'WARNING: batch ' RunBatchDate ' is not on the '
                       'business calendar - run as a business day'
               PERFORM SET-CYCLE-WARNING-CODE
           END-IF

           PERFORM WRITE-BATCH-CONTROL

           IF CatchupStopped = 'N' AND DayPhase = 'D'
               PERFORM SAVE-CATCHUP-CHECKPOINT
               MOVE DailyPlanName TO CyclePlanFileName
               PERFORM RUN-ONE-CYCLE
               IF CycleStopped = 'Y'
                   PERFORM HOLD-CATCHUP-AT-DAY
               ELSE
                   IF DT-DAY-TYPE(DayIndex) = 'E'
                       MOVE 'M' TO DayPhase
                   END-IF
               END-IF
           END-IF

           IF CatchupStopped = 'N' AND DayPhase = 'M'
               PERFORM SAVE-CATCHUP-CHECKPOINT
               MOVE MonthEndPlanName TO CyclePlanFileName
               PERFORM RUN-ONE-CYCLE
               IF CycleStopped = 'Y'
                   PERFORM HOLD-CATCHUP-AT-DAY
               END-IF
           END-IF

           MOVE DailyPlanName TO CyclePlanFileName

           IF CatchupStopped = 'N'
               ADD 1 TO DaysRun
               IF DayPhase = 'M'
                   ADD 1 TO DaysRunMonthEnd
                   MOVE 'RUNME' TO DT-OUTCOME(DayIndex)
               ELSE
                   MOVE 'RUN' TO DT-OUTCOME(DayIndex)
               END-IF
           END-IF.

       WRITE-BATCH-CONTROL.
           OPEN OUTPUT BatchControlFile
           IF BatchControlFileStatus NOT = '00'
               DISPLAY 'CATCHUP FAILED: unable to rewrite batch control '
                       FUNCTION TRIM(BatchControlFileName)
                       ' (status ' BatchControlFileStatus ') for batch '
                       RunBatchDate
               MOVE SPACES TO HeldStepName
               MOVE 0 TO StepNumber
               PERFORM HOLD-CATCHUP-AT-DAY
           ELSE
               MOVE SPACES TO BatchControlRecord
               MOVE RunBatchDate TO BC-BATCH-DATE
               MOVE '01' TO BC-CYCLE-NUMBER
               WRITE BatchControlRecord
               CLOSE BatchControlFile
           END-IF.

       HOLD-CATCHUP-AT-DAY.
           MOVE 'Y' TO CatchupStopped
           PERFORM SET-CYCLE-ERROR-CODE
           MOVE 'HELD' TO DT-OUTCOME(DayIndex)
           MOVE DayPhase TO DT-HELD-PLAN(DayIndex)
           MOVE StepNumber TO DT-HELD-STEP(DayIndex)
           MOVE HeldStepName TO DT-HELD-STEP-NAME(DayIndex).

       WRITE-CATCHUP-SUMMARY.
           MOVE 'N' TO CatchupSummaryAvailable
           OPEN OUTPUT CatchupSummaryFile
           IF CatchupSummaryFileStatus = '00'
               MOVE 'Y' TO CatchupSummaryAvailable
           ELSE
               DISPLAY 'WARNING: unable to open catch-up summary '
                       FUNCTION TRIM(CatchupSummaryFileName)
                       ' (status ' CatchupSummaryFileStatus ') - '
                       'summary shown here only'
               PERFORM SET-CYCLE-WARNING-CODE
           END-IF

           MOVE SPACES TO SummaryText
           STRING '=== Catch-up Summary: ' DELIMITED BY SIZE
                  CatchupFromDate DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  CatchupToDate DELIMITED BY SIZE
                  ' ===' DELIMITED BY SIZE
               INTO SummaryText
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SummaryText
           STRING 'Daily plan ' DELIMITED BY SIZE
                  FUNCTION TRIM(DailyPlanName) DELIMITED BY SIZE
                  '   month-end plan ' DELIMITED BY SIZE
                  FUNCTION TRIM(MonthEndPlanName) DELIMITED BY SIZE
               INTO SummaryText
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SummaryText
           PERFORM WRITE-SUMMARY-LINE

           PERFORM VARYING DayIndex FROM 1 BY 1
                   UNTIL DayIndex > DayCount
               PERFORM WRITE-SUMMARY-DAY
           END-PERFORM

           MOVE SPACES TO SummaryText
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SummaryText
           STRING 'Days run: ' DELIMITED BY SIZE
                  DaysRun DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  DaysRunMonthEnd DELIMITED BY SIZE
                  ' with month-end steps)   skipped as already '
                      DELIMITED BY SIZE
                  'posted: ' DELIMITED BY SIZE
                  DaysAlreadyPosted DELIMITED BY SIZE
                  '   weekends/holidays: ' DELIMITED BY SIZE
                  DaysNonBusiness DELIMITED BY SIZE
               INTO SummaryText
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SummaryText
           STRING 'Completed by an earlier catch-up run: '
                      DELIMITED BY SIZE
                  DaysEarlierRun DELIMITED BY SIZE
                  '   not reached: ' DELIMITED BY SIZE
                  DaysNotReached DELIMITED BY SIZE
                  '   not on the calendar: ' DELIMITED BY SIZE
                  DaysNotOnCalendar DELIMITED BY SIZE
               INTO SummaryText
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO SummaryText
           IF CatchupStopped = 'N'
               STRING 'CATCHUP COMPLETE ' DELIMITED BY SIZE
                      CatchupFromDate DELIMITED BY SIZE
                      ' to ' DELIMITED BY SIZE
                      CatchupToDate DELIMITED BY SIZE
                   INTO SummaryText
           ELSE
               STRING 'CATCHUP STOPPED at batch ' DELIMITED BY SIZE
                      RunBatchDate DELIMITED BY SIZE
                      ' - fix the held step and rerun with the same '
                          DELIMITED BY SIZE
                      'range to resume there' DELIMITED BY SIZE
                   INTO SummaryText
           END-IF
           PERFORM WRITE-SUMMARY-LINE

           IF CatchupSummaryAvailable = 'Y'
               CLOSE CatchupSummaryFile
           END-IF.

       WRITE-SUMMARY-DAY.
           MOVE SPACES TO OutcomeText
           EVALUATE DT-OUTCOME(DayIndex)
               WHEN 'RUN'
                   MOVE 'run' TO OutcomeText
               WHEN 'RUNME'
                   MOVE 'run, with month-end steps' TO OutcomeText
               WHEN 'POSTED'
                   MOVE 'skipped - already on the posted-batch register'
                       TO OutcomeText
               WHEN 'NONBUS'
                   IF DT-DAY-TYPE(DayIndex) = 'W'
                       MOVE 'skipped - weekend' TO OutcomeText
                   ELSE
                       MOVE 'skipped - holiday' TO OutcomeText
                   END-IF
               WHEN 'EARLIER'
                   MOVE 'completed by an earlier catch-up run'
                       TO OutcomeText
               WHEN 'HELD'
                   PERFORM BUILD-HELD-OUTCOME
               WHEN OTHER
                   ADD 1 TO DaysNotReached
                   MOVE 'not reached' TO OutcomeText
           END-EVALUATE

           MOVE SPACES TO SummaryText
           STRING '  ' DELIMITED BY SIZE
                  DT-DATE(DayIndex) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DT-DAY-TYPE(DayIndex) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(OutcomeText) DELIMITED BY SIZE
               INTO SummaryText
           PERFORM WRITE-SUMMARY-LINE.

       BUILD-HELD-OUTCOME.
           IF DT-HELD-STEP-NAME(DayIndex) = SPACES
               IF DT-HELD-PLAN(DayIndex) = 'M'
                   MOVE 'HELD - month-end plan could not be run'
                       TO OutcomeText
               ELSE
                   MOVE 'HELD - daily plan could not be run'
                       TO OutcomeText
               END-IF
           ELSE
               IF DT-HELD-PLAN(DayIndex) = 'M'
                   STRING 'HELD at month-end step ' DELIMITED BY SIZE
                          DT-HELD-STEP(DayIndex) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(DT-HELD-STEP-NAME(DayIndex))
                              DELIMITED BY SIZE
                       INTO OutcomeText
               ELSE
                   STRING 'HELD at step ' DELIMITED BY SIZE
                          DT-HELD-STEP(DayIndex) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(DT-HELD-STEP-NAME(DayIndex))
                              DELIMITED BY SIZE
                       INTO OutcomeText
               END-IF
           END-IF.

       WRITE-SUMMARY-LINE.
           DISPLAY FUNCTION TRIM(SummaryText TRAILING)
           IF CatchupSummaryAvailable = 'Y'
               MOVE SummaryText TO CatchupSummaryRecord
               WRITE CatchupSummaryRecord
           END-IF.
