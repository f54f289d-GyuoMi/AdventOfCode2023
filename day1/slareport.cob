       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. slareport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CycleLogFile ASSIGN TO DYNAMIC CycleLogFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CycleLogFileStatus.

           SELECT RunLogFile ASSIGN TO DYNAMIC RunLogFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunLogFileStatus.

           SELECT StepSlaFile ASSIGN TO DYNAMIC StepSlaFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StepSlaFileStatus.

           SELECT SlaReportFile ASSIGN TO DYNAMIC SlaReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SlaReportFileStatus.

           SELECT CalendarFile ASSIGN TO DYNAMIC CalendarFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CalendarFileStatus.

           SELECT RunParamFile ASSIGN TO DYNAMIC RunParamFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunParamFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CycleLogFile.
       01 CycleLogRecord PIC X(250).

       FD RunLogFile.
       01 RunLogRecord PIC X(250).

       FD StepSlaFile.
       COPY STEPSLA.

       FD SlaReportFile.
       01 SlaReportRecord PIC X(132).

       FD CalendarFile.
       COPY BUSCAL.

       FD RunParamFile.
       COPY RUNPARM.

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 CycleLogFileName PIC X(200) VALUE SPACES.
       01 CycleLogFileStatus PIC XX.
       01 RunLogFileName PIC X(200) VALUE SPACES.
       01 RunLogFileStatus PIC XX.
       01 StepSlaFileName PIC X(200) VALUE SPACES.
       01 StepSlaFileStatus PIC XX.
       01 SlaReportFileName PIC X(200) VALUE SPACES.
       01 SlaReportFileStatus PIC XX.
       01 CalendarFileName PIC X(200) VALUE SPACES.
       01 CalendarFileStatus PIC XX.
       01 RunParamFileName PIC X(200) VALUE SPACES.
       01 RunParamFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 EndOfLogFile PIC X VALUE 'N'.
       01 EndOfStepSlaFile PIC X VALUE 'N'.
       01 EndOfCalendarFile PIC X VALUE 'N'.
       01 EndOfParamFile PIC X VALUE 'N'.
       01 RunParamsLoaded PIC X VALUE 'N'.
       01 CalendarAvailable PIC X VALUE 'N'.
       01 ReportStopped PIC X VALUE 'N'.

       01 SlaTrendDays PIC 9(3) VALUE 5.
       01 SlaTrendPercent PIC 9(3) VALUE 20.

       01 RangeFromDate PIC X(8) VALUE SPACES.
       01 RangeToDate PIC X(8) VALUE SPACES.
       01 RangeFromInteger PIC 9(7) VALUE 0.
       01 RangeToInteger PIC 9(7) VALUE 0.

       01 DayTable.
           05 DayEntry OCCURS 366 TIMES.
               10 DT-DATE PIC X(8).
               10 DT-DAY-TYPE PIC X(1).
               10 DT-CYCLE-LOG-FOUND PIC X(1).
               10 DT-RUN-LOG-FOUND PIC X(1).
       01 DayCount PIC 9(4) VALUE 0.
       01 DayIndex PIC 9(4) VALUE 0.
       01 DayInteger PIC 9(7) VALUE 0.
       01 CycleLogsFound PIC 9(4) VALUE 0.
       01 RunLogsFound PIC 9(4) VALUE 0.

       01 TargetTable.
           05 TargetEntry OCCURS 200 TIMES.
               10 TG-STEP-NAME PIC X(12).
               10 TG-TARGET-SECONDS PIC 9(6).
               10 TG-FINISH-DAYS PIC 9(1).
               10 TG-FINISH-TIME PIC X(6).
       01 TargetCount PIC 9(4) VALUE 0.
       01 TargetOverflowCount PIC 9(6) VALUE 0.
       01 TargetIndex PIC 9(4) VALUE 0.

       01 TimingTable.
           05 TimingEntry OCCURS 3000 TIMES.
               10 SR-KIND PIC X(1).
               10 SR-BATCH-DATE PIC X(8).
               10 SR-DAY-TYPE PIC X(1).
               10 SR-CYCLE-NUMBER PIC X(2).
               10 SR-RUN-ID PIC X(14).
               10 SR-STEP-NUMBER PIC X(4).
               10 SR-STEP-NAME PIC X(12).
               10 SR-PARENT PIC 9(4).
               10 SR-START-STAMP PIC X(15).
               10 SR-END-STAMP PIC X(15).
               10 SR-ELAPSED PIC 9(7).
               10 SR-RETURN-CODE PIC 9(4).
               10 SR-RESULT PIC X(10).
               10 SR-FLAGS PIC X(44).
       01 TimingCount PIC 9(4) VALUE 0.
       01 TimingOverflowCount PIC 9(6) VALUE 0.
       01 I PIC 9(4) VALUE 0.
       01 J PIC 9(4) VALUE 0.
       01 FoundIndex PIC 9(4) VALUE 0.

       01 LogStamp PIC X(15).
       01 LogRunId PIC X(14).
       01 LogMessage PIC X(200).
       01 MessageWord1 PIC X(40).
       01 MessageWord2 PIC X(40).
       01 MessageWord3 PIC X(40).
       01 MessageWord4 PIC X(40).
       01 MessageWord5 PIC X(40).
       01 MessageWord6 PIC X(40).
       01 MessageBeforeStatus PIC X(200).
       01 MessageAfterStatus PIC X(200).
       01 StepReturnCode PIC 9(4) VALUE 0.

       01 StampText PIC X(15).
       01 StampSeconds PIC 9(12) VALUE 0.
       01 StartSeconds PIC 9(12) VALUE 0.
       01 EndSeconds PIC 9(12) VALUE 0.
       01 DeadlineSeconds PIC 9(12) VALUE 0.
       01 DeadlineDate PIC 9(8) VALUE 0.
       01 DeadlineText PIC X(15) VALUE SPACES.

       01 FlagText PIC X(44) VALUE SPACES.
       01 FlagPointer PIC 9(3) VALUE 1.
       01 FlagWord PIC X(30) VALUE SPACES.

       01 CyclesReported PIC 9(6) VALUE 0.
       01 CyclesLate PIC 9(6) VALUE 0.
       01 CyclesNotComplete PIC 9(6) VALUE 0.
       01 StepsReported PIC 9(6) VALUE 0.
       01 StepsOverTarget PIC 9(6) VALUE 0.
       01 StepsLate PIC 9(6) VALUE 0.
       01 StepsFailed PIC 9(6) VALUE 0.
       01 RunsReported PIC 9(6) VALUE 0.
       01 RunsOverTarget PIC 9(6) VALUE 0.
       01 RunsLate PIC 9(6) VALUE 0.
       01 EntriesWithoutEnd PIC 9(6) VALUE 0.
       01 TrendingSlowerCount PIC 9(4) VALUE 0.

       01 TrendNameTable.
           05 TrendNameEntry OCCURS 200 TIMES.
               10 TN-STEP-NAME PIC X(12).
       01 TrendNameCount PIC 9(4) VALUE 0.
       01 TrendNameIndex PIC 9(4) VALUE 0.
       01 TrendSeriesTable.
           05 TrendSeriesEntry OCCURS 366 TIMES.
               10 TS-BATCH-DATE PIC X(8).
               10 TS-ELAPSED PIC 9(7).
       01 TrendSeriesCount PIC 9(4) VALUE 0.
       01 TrendWindowStart PIC 9(4) VALUE 0.
       01 TrendWindowStartSigned PIC S9(5) VALUE 0.
       01 TrendSum PIC 9(12) VALUE 0.
       01 TrendCount PIC 9(4) VALUE 0.
       01 TrendAverage PIC 9(7)V99 VALUE 0.
       01 TrendDeltaPct PIC S9(5)V99 VALUE 0.

       01 ElapsedSeconds PIC 9(7) VALUE 0.
       01 ElapsedHours PIC 9(3) VALUE 0.
       01 ElapsedMinutes PIC 9(2) VALUE 0.
       01 ElapsedRemainder PIC 9(7) VALUE 0.
       01 ElapsedSecondsPart PIC 9(2) VALUE 0.
       01 ElapsedHoursText PIC ZZ9.
       01 ElapsedText PIC X(9) VALUE SPACES.
       01 TargetText PIC X(9) VALUE SPACES.
       01 ReturnCodeText PIC X(4) VALUE SPACES.
       01 TrendDeltaText PIC -(5)9.99.
       01 TrendCountText PIC ZZ9.
       01 PreviousBatchDate PIC X(8) VALUE SPACES.
       01 RunHeadingWritten PIC X VALUE 'N'.
       01 DetailNameText PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM DETERMINE-FILE-NAMES.
           PERFORM DETERMINE-DATE-RANGE.
           PERFORM LOAD-RUN-PARAMETERS.

           IF ReportStopped = 'N'
               PERFORM LOAD-SLA-TARGETS
               PERFORM LOAD-CALENDAR-DAYS
               PERFORM VARYING DayIndex FROM 1 BY 1
                       UNTIL DayIndex > DayCount
                   PERFORM LOAD-CYCLE-LOG
                   PERFORM LOAD-RUN-LOG
               END-PERFORM
               PERFORM OPEN-SLA-REPORT
           END-IF

           IF ReportStopped = 'N'
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > TimingCount
                   PERFORM JUDGE-TIMING-ENTRY
               END-PERFORM
               PERFORM WRITE-TIMING-SECTION
               PERFORM WRITE-TREND-SECTION
               PERFORM WRITE-SLA-SUMMARY
               CLOSE SlaReportFile

               DISPLAY 'SLA report for ' RangeFromDate ' to '
                       RangeToDate ' written to '
                       FUNCTION TRIM(SlaReportFileName) ': '
                       CyclesReported ' cycle(s), ' CyclesLate
                       ' late, ' StepsOverTarget
                       ' step(s) over target, ' TrendingSlowerCount
                       ' trending slower'
           END-IF

           IF ReportStopped = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CyclesLate > 0 OR CyclesNotComplete > 0
                       OR StepsOverTarget > 0 OR StepsLate > 0
                       OR RunsOverTarget > 0 OR RunsLate > 0
                       OR TrendingSlowerCount > 0
                       OR TimingOverflowCount > 0
                       OR TimingCount = 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           STOP RUN.

       DETERMINE-BATCH-DATE.
           MOVE CurrentDateTime(1:8) TO RunBatchDate

           ACCEPT BatchControlFileName FROM ENVIRONMENT
               'BATCH_CONTROL'
           IF BatchControlFileName = SPACES
               MOVE 'batch_control.txt' TO BatchControlFileName
           END-IF

           OPEN INPUT BatchControlFile
           IF BatchControlFileStatus = '00'
               READ BatchControlFile
                   NOT AT END
                       IF BC-BATCH-DATE IS NUMERIC
                           MOVE BC-BATCH-DATE TO RunBatchDate
                       END-IF
               END-READ
               CLOSE BatchControlFile
           END-IF.

       DETERMINE-FILE-NAMES.
           ACCEPT StepSlaFileName FROM ENVIRONMENT 'SLA_TARGETS'
           IF StepSlaFileName = SPACES
               MOVE 'step_sla_targets.txt' TO StepSlaFileName
           END-IF

           ACCEPT CalendarFileName FROM ENVIRONMENT 'BUS_CALENDAR'
           IF CalendarFileName = SPACES
               MOVE 'business_calendar.txt' TO CalendarFileName
           END-IF

           ACCEPT RunParamFileName FROM ENVIRONMENT 'RUN_PARAMS'
           IF RunParamFileName = SPACES
               MOVE 'run_control_params.txt' TO RunParamFileName
           END-IF.

       DETERMINE-DATE-RANGE.
           MOVE SPACES TO CommandLineArg
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT
           IF CommandLineArg NOT = SPACES
               MOVE CommandLineArg TO RangeFromDate
           ELSE
               ACCEPT RangeFromDate FROM ENVIRONMENT 'SLA_FROM'
           END-IF

           MOVE SPACES TO CommandLineArg
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT
           IF CommandLineArg NOT = SPACES
               MOVE CommandLineArg TO RangeToDate
           ELSE
               ACCEPT RangeToDate FROM ENVIRONMENT 'SLA_TO'
           END-IF

           IF RangeToDate = SPACES
               MOVE RunBatchDate TO RangeToDate
           END-IF
           IF RangeFromDate = SPACES
               MOVE RangeToDate TO RangeFromDate
           END-IF

           IF RangeFromDate IS NOT NUMERIC
                   OR RangeToDate IS NOT NUMERIC
               DISPLAY 'SLA REPORT REFUSED: date range ' RangeFromDate
                       ' to ' RangeToDate ' is not two YYYYMMDD dates'
               MOVE 'Y' TO ReportStopped
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(RangeFromDate)) NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(RangeToDate)) NOT = 0
                   DISPLAY 'SLA REPORT REFUSED: date range '
                           RangeFromDate ' to ' RangeToDate
                           ' holds an invalid calendar date'
                   MOVE 'Y' TO ReportStopped
               END-IF
           END-IF

           IF ReportStopped = 'N'
               MOVE FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RangeFromDate))
                   TO RangeFromInteger
               MOVE FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RangeToDate))
                   TO RangeToInteger
               IF RangeFromInteger > RangeToInteger
                   DISPLAY 'SLA REPORT REFUSED: from date '
                           RangeFromDate ' is after to date '
                           RangeToDate
                   MOVE 'Y' TO ReportStopped
               ELSE
                   IF RangeToInteger - RangeFromInteger >= 366
                       DISPLAY 'SLA REPORT REFUSED: date range '
                               RangeFromDate ' to ' RangeToDate
                               ' spans more than 366 days'
                       MOVE 'Y' TO ReportStopped
                   END-IF
               END-IF
           END-IF

           IF ReportStopped = 'N'
               MOVE 0 TO DayCount
               PERFORM VARYING DayInteger FROM RangeFromInteger BY 1
                       UNTIL DayInteger > RangeToInteger
                   ADD 1 TO DayCount
                   MOVE FUNCTION DATE-OF-INTEGER(DayInteger)
                       TO DT-DATE(DayCount)
                   MOVE SPACE TO DT-DAY-TYPE(DayCount)
                   MOVE 'N' TO DT-CYCLE-LOG-FOUND(DayCount)
                   MOVE 'N' TO DT-RUN-LOG-FOUND(DayCount)
               END-PERFORM

               ACCEPT SlaReportFileName FROM ENVIRONMENT 'SLA_REPORT'
               IF SlaReportFileName = SPACES
                   STRING 'sla_report_' DELIMITED BY SIZE
                          RangeFromDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          RangeToDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO SlaReportFileName
               END-IF
           END-IF.

       LOAD-RUN-PARAMETERS.
           MOVE 'N' TO RunParamsLoaded
           MOVE 'N' TO EndOfParamFile

           OPEN INPUT RunParamFile
           IF RunParamFileStatus = '00'
               MOVE 'Y' TO RunParamsLoaded
               PERFORM UNTIL EndOfParamFile = 'Y'
                   READ RunParamFile
                       AT END
                           MOVE 'Y' TO EndOfParamFile
                       NOT AT END
                           IF RunParamRecord NOT = SPACES
                               PERFORM APPLY-RUN-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunParamFile
           END-IF.

       APPLY-RUN-PARAMETER.
           IF FUNCTION TRIM(PR-PARAM-VALUE) NOT = SPACES
                   AND FUNCTION TRIM(PR-PARAM-VALUE) IS NUMERIC
               EVALUATE FUNCTION TRIM(PR-PARAM-NAME)
                   WHEN 'SLA-TREND-DAYS'
                       IF FUNCTION NUMVAL(PR-PARAM-VALUE) >= 1
                               AND FUNCTION NUMVAL(PR-PARAM-VALUE)
                                   <= 365
                           MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                               TO SlaTrendDays
                       END-IF
                   WHEN 'SLA-TREND-PERCENT'
                       IF FUNCTION NUMVAL(PR-PARAM-VALUE) <= 999
                           MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                               TO SlaTrendPercent
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-SLA-TARGETS.
           MOVE 0 TO TargetCount
           MOVE 'N' TO EndOfStepSlaFile

           OPEN INPUT StepSlaFile
           IF StepSlaFileStatus NOT = '00'
               DISPLAY 'NOTE: step targets file '
                       FUNCTION TRIM(StepSlaFileName)
                       ' unavailable (status ' StepSlaFileStatus
                       ') - timings reported without targets'
           ELSE
               PERFORM UNTIL EndOfStepSlaFile = 'Y'
                   READ StepSlaFile
                       AT END
                           MOVE 'Y' TO EndOfStepSlaFile
                       NOT AT END
                           IF ST-STEP-NAME NOT = SPACES
                               IF TargetCount < 200
                                   PERFORM STORE-SLA-TARGET
                               ELSE
                                   ADD 1 TO TargetOverflowCount
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StepSlaFile

               IF TargetOverflowCount > 0
                   DISPLAY 'WARNING: step targets file '
                           FUNCTION TRIM(StepSlaFileName)
                           ' holds more than 200 entries - '
                           TargetOverflowCount ' ignored'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       STORE-SLA-TARGET.
           ADD 1 TO TargetCount
           MOVE ST-STEP-NAME TO TG-STEP-NAME(TargetCount)
           MOVE 0 TO TG-TARGET-SECONDS(TargetCount)
           MOVE 0 TO TG-FINISH-DAYS(TargetCount)
           MOVE SPACES TO TG-FINISH-TIME(TargetCount)

           IF FUNCTION TRIM(ST-TARGET-SECONDS) NOT = SPACES
                   AND FUNCTION TRIM(ST-TARGET-SECONDS) IS NUMERIC
               MOVE FUNCTION NUMVAL(ST-TARGET-SECONDS)
                   TO TG-TARGET-SECONDS(TargetCount)
           END-IF
           IF ST-FINISH-DAYS IS NUMERIC
               MOVE ST-FINISH-DAYS TO TG-FINISH-DAYS(TargetCount)
           END-IF
           IF ST-FINISH-TIME IS NUMERIC
               MOVE ST-FINISH-TIME TO TG-FINISH-TIME(TargetCount)
           ELSE
               IF ST-FINISH-TIME NOT = SPACES
                   DISPLAY 'WARNING: step target '
                           FUNCTION TRIM(ST-STEP-NAME)
                           ' finish-by time ' ST-FINISH-TIME
                           ' is not HHMMSS - deadline ignored'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-CALENDAR-DAYS.
           MOVE 'N' TO CalendarAvailable
           MOVE 'N' TO EndOfCalendarFile

           OPEN INPUT CalendarFile
           IF CalendarFileStatus NOT = '00'
               DISPLAY 'NOTE: business calendar '
                       FUNCTION TRIM(CalendarFileName)
                       ' unavailable (status ' CalendarFileStatus
                       ') - every day in the range counts toward '
                       'the trend'
           ELSE
               MOVE 'Y' TO CalendarAvailable
               PERFORM UNTIL EndOfCalendarFile = 'Y'
                   READ CalendarFile
                       AT END
                           MOVE 'Y' TO EndOfCalendarFile
                       NOT AT END
                           IF CAL-DATE >= RangeFromDate
                                   AND CAL-DATE <= RangeToDate
                                   AND CAL-DATE IS NUMERIC
                               COMPUTE DayIndex =
                                   FUNCTION INTEGER-OF-DATE
                                       (FUNCTION NUMVAL(CAL-DATE))
                                   - RangeFromInteger + 1
                               MOVE CAL-DAY-TYPE
                                   TO DT-DAY-TYPE(DayIndex)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       LOAD-CYCLE-LOG.
           MOVE SPACES TO CycleLogFileName
           STRING 'cycle_log_' DELIMITED BY SIZE
                  DT-DATE(DayIndex) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO CycleLogFileName

           MOVE 'N' TO EndOfLogFile
           OPEN INPUT CycleLogFile
           IF CycleLogFileStatus = '00'
               MOVE 'Y' TO DT-CYCLE-LOG-FOUND(DayIndex)
               ADD 1 TO CycleLogsFound
               PERFORM UNTIL EndOfLogFile = 'Y'
                   READ CycleLogFile
                       AT END
                           MOVE 'Y' TO EndOfLogFile
                       NOT AT END
                           IF CycleLogRecord(1:8) IS NUMERIC
                                   AND CycleLogRecord(9:1) = '-'
                               MOVE CycleLogRecord(1:15) TO LogStamp
                               MOVE CycleLogRecord(17:14) TO LogRunId
                               MOVE CycleLogRecord(32:200)
                                   TO LogMessage
                               PERFORM APPLY-CYCLE-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CycleLogFile
           END-IF.

       APPLY-CYCLE-LOG-LINE.
           EVALUATE TRUE
               WHEN LogMessage(1:18) = 'CYCLE START batch '
                   PERFORM ADD-TIMING-ENTRY
                   IF FoundIndex > 0
                       MOVE 'C' TO SR-KIND(FoundIndex)
                       MOVE LogMessage(34:2)
                           TO SR-CYCLE-NUMBER(FoundIndex)
                       MOVE '*CYCLE' TO SR-STEP-NAME(FoundIndex)
                   END-IF
               WHEN LogMessage(1:21) = 'CYCLE COMPLETE batch '
                   PERFORM FIND-OPEN-CYCLE
                   IF FoundIndex > 0
                       MOVE LogStamp TO SR-END-STAMP(FoundIndex)
                       MOVE 'COMPLETE' TO SR-RESULT(FoundIndex)
                   END-IF
               WHEN LogMessage(1:17) = 'CYCLE HELD batch '
                   PERFORM FIND-OPEN-CYCLE
                   IF FoundIndex > 0
                       MOVE LogStamp TO SR-END-STAMP(FoundIndex)
                       MOVE 'HELD' TO SR-RESULT(FoundIndex)
                       IF SR-RETURN-CODE(FoundIndex) < 8
                           MOVE 8 TO SR-RETURN-CODE(FoundIndex)
                       END-IF
                   END-IF
               WHEN LogMessage(1:13) = 'CYCLE FAILED:'
                   PERFORM FIND-OPEN-CYCLE
                   IF FoundIndex > 0
                       MOVE LogStamp TO SR-END-STAMP(FoundIndex)
                       MOVE 'FAILED' TO SR-RESULT(FoundIndex)
                       MOVE 8 TO SR-RETURN-CODE(FoundIndex)
                   END-IF
               WHEN LogMessage(1:5) = 'STEP '
                   PERFORM APPLY-STEP-LOG-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-STEP-LOG-LINE.
           MOVE SPACES TO MessageWord1 MessageWord2 MessageWord3
                          MessageWord4 MessageWord5 MessageWord6
           UNSTRING LogMessage DELIMITED BY ALL SPACE
               INTO MessageWord1 MessageWord2 MessageWord3
                    MessageWord4 MessageWord5 MessageWord6

           EVALUATE TRUE
               WHEN MessageWord4 = 'START:'
                   PERFORM FIND-OPEN-CYCLE
                   MOVE FoundIndex TO J
                   PERFORM ADD-TIMING-ENTRY
                   IF FoundIndex > 0
                       MOVE 'S' TO SR-KIND(FoundIndex)
                       MOVE MessageWord2 TO SR-STEP-NUMBER(FoundIndex)
                       MOVE MessageWord3 TO SR-STEP-NAME(FoundIndex)
                       MOVE J TO SR-PARENT(FoundIndex)
                       IF J > 0
                           MOVE SR-CYCLE-NUMBER(J)
                               TO SR-CYCLE-NUMBER(FoundIndex)
                       END-IF
                   END-IF
               WHEN MessageWord4 = 'END' OR MessageWord4 = 'FAILED'
                   PERFORM FIND-OPEN-STEP
                   IF FoundIndex > 0
                       MOVE LogStamp TO SR-END-STAMP(FoundIndex)
                       MOVE 0 TO StepReturnCode
                       IF FUNCTION TRIM(MessageWord6) IS NUMERIC
                           MOVE FUNCTION NUMVAL(MessageWord6)
                               TO StepReturnCode
                       END-IF
                       MOVE StepReturnCode
                           TO SR-RETURN-CODE(FoundIndex)
                       EVALUATE TRUE
                           WHEN MessageWord4 = 'FAILED'
                               MOVE 'FAILED' TO SR-RESULT(FoundIndex)
                           WHEN StepReturnCode = 0
                               MOVE 'OK' TO SR-RESULT(FoundIndex)
                           WHEN OTHER
                               MOVE 'WARNING' TO SR-RESULT(FoundIndex)
                       END-EVALUATE
                       MOVE SR-PARENT(FoundIndex) TO J
                       IF J > 0
                           IF StepReturnCode > SR-RETURN-CODE(J)
                               MOVE StepReturnCode
                                   TO SR-RETURN-CODE(J)
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-RUN-LOG.
           MOVE SPACES TO RunLogFileName
           STRING 'runlog_' DELIMITED BY SIZE
                  DT-DATE(DayIndex) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO RunLogFileName

           MOVE 'N' TO EndOfLogFile
           OPEN INPUT RunLogFile
           IF RunLogFileStatus = '00'
               MOVE 'Y' TO DT-RUN-LOG-FOUND(DayIndex)
               ADD 1 TO RunLogsFound
               PERFORM UNTIL EndOfLogFile = 'Y'
                   READ RunLogFile
                       AT END
                           MOVE 'Y' TO EndOfLogFile
                       NOT AT END
                           IF RunLogRecord(1:8) IS NUMERIC
                                   AND RunLogRecord(9:1) = '-'
                               MOVE RunLogRecord(1:15) TO LogStamp
                               MOVE RunLogRecord(17:14) TO LogRunId
                               MOVE RunLogRecord(32:200) TO LogMessage
                               PERFORM APPLY-RUN-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunLogFile
           END-IF.

       APPLY-RUN-LOG-LINE.
           EVALUATE TRUE
               WHEN LogMessage(1:16) = 'RUN START batch '
                   PERFORM ADD-TIMING-ENTRY
                   IF FoundIndex > 0
                       MOVE 'R' TO SR-KIND(FoundIndex)
                       MOVE LogMessage(32:2)
                           TO SR-CYCLE-NUMBER(FoundIndex)
                       MOVE '*RUN' TO SR-STEP-NAME(FoundIndex)
                   END-IF
               WHEN LogMessage(1:14) = 'RUN END batch '
                   PERFORM FIND-OPEN-RUN
                   IF FoundIndex > 0
                       MOVE LogStamp TO SR-END-STAMP(FoundIndex)
                       MOVE SPACES TO MessageBeforeStatus
                       MOVE SPACES TO MessageAfterStatus
                       UNSTRING LogMessage DELIMITED BY ' status '
                           INTO MessageBeforeStatus
                                MessageAfterStatus
                       MOVE 0 TO StepReturnCode
                       IF MessageAfterStatus(1:2) IS NUMERIC
                           MOVE MessageAfterStatus(1:2)
                               TO StepReturnCode
                       END-IF
                       MOVE StepReturnCode
                           TO SR-RETURN-CODE(FoundIndex)
                       EVALUATE TRUE
                           WHEN StepReturnCode = 0
                               MOVE 'OK' TO SR-RESULT(FoundIndex)
                           WHEN StepReturnCode < 8
                               MOVE 'WARNING' TO SR-RESULT(FoundIndex)
                           WHEN OTHER
                               MOVE 'FAILED' TO SR-RESULT(FoundIndex)
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-TIMING-ENTRY.
           MOVE 0 TO FoundIndex
           IF TimingCount < 3000
               ADD 1 TO TimingCount
               MOVE TimingCount TO FoundIndex
               MOVE SPACES TO TimingEntry(FoundIndex)
               MOVE DT-DATE(DayIndex) TO SR-BATCH-DATE(FoundIndex)
               MOVE DT-DAY-TYPE(DayIndex) TO SR-DAY-TYPE(FoundIndex)
               MOVE LogRunId TO SR-RUN-ID(FoundIndex)
               MOVE LogStamp TO SR-START-STAMP(FoundIndex)
               MOVE 0 TO SR-PARENT(FoundIndex)
               MOVE 0 TO SR-ELAPSED(FoundIndex)
               MOVE 0 TO SR-RETURN-CODE(FoundIndex)
           ELSE
               ADD 1 TO TimingOverflowCount
           END-IF.

       FIND-OPEN-CYCLE.
           MOVE 0 TO FoundIndex
           PERFORM VARYING I FROM TimingCount BY -1
                   UNTIL I = 0 OR FoundIndex > 0
               IF SR-KIND(I) = 'C'
                       AND SR-RUN-ID(I) = LogRunId
                       AND SR-END-STAMP(I) = SPACES
                   MOVE I TO FoundIndex
               END-IF
           END-PERFORM.

       FIND-OPEN-STEP.
           MOVE 0 TO FoundIndex
           PERFORM VARYING I FROM TimingCount BY -1
                   UNTIL I = 0 OR FoundIndex > 0
               IF SR-KIND(I) = 'S'
                       AND SR-RUN-ID(I) = LogRunId
                       AND SR-STEP-NUMBER(I) = MessageWord2
                       AND SR-END-STAMP(I) = SPACES
                   MOVE I TO FoundIndex
               END-IF
           END-PERFORM.

       FIND-OPEN-RUN.
           MOVE 0 TO FoundIndex
           PERFORM VARYING I FROM TimingCount BY -1
                   UNTIL I = 0 OR FoundIndex > 0
               IF SR-KIND(I) = 'R'
                       AND SR-RUN-ID(I) = LogRunId
                       AND SR-END-STAMP(I) = SPACES
                   MOVE I TO FoundIndex
               END-IF
           END-PERFORM.

       OPEN-SLA-REPORT.
           OPEN OUTPUT SlaReportFile
           IF SlaReportFileStatus NOT = '00'
               DISPLAY 'SLA REPORT FAILED: unable to open report '
                       FUNCTION TRIM(SlaReportFileName)
                       ' (status ' SlaReportFileStatus ')'
               MOVE 'Y' TO ReportStopped
           END-IF.

       JUDGE-TIMING-ENTRY.
           MOVE SPACES TO FlagText
           MOVE 1 TO FlagPointer

           EVALUATE SR-KIND(I)
               WHEN 'C'
                   ADD 1 TO CyclesReported
               WHEN 'S'
                   ADD 1 TO StepsReported
               WHEN OTHER
                   ADD 1 TO RunsReported
           END-EVALUATE

           MOVE SR-START-STAMP(I) TO StampText
           PERFORM STAMP-TO-SECONDS
           MOVE StampSeconds TO StartSeconds

           IF SR-END-STAMP(I) = SPACES
               ADD 1 TO EntriesWithoutEnd
               MOVE 'NO END LOGGED' TO FlagWord
               PERFORM ADD-FLAG-WORD
               IF SR-KIND(I) = 'C'
                   ADD 1 TO CyclesNotComplete
               END-IF
           ELSE
               MOVE SR-END-STAMP(I) TO StampText
               PERFORM STAMP-TO-SECONDS
               MOVE StampSeconds TO EndSeconds
               IF EndSeconds >= StartSeconds
                   COMPUTE SR-ELAPSED(I) = EndSeconds - StartSeconds
               END-IF

               IF SR-KIND(I) = 'C' AND SR-RESULT(I) NOT = 'COMPLETE'
                   ADD 1 TO CyclesNotComplete
                   MOVE 'NOT COMPLETE' TO FlagWord
                   PERFORM ADD-FLAG-WORD
               END-IF
               IF SR-KIND(I) = 'S' AND SR-RESULT(I) = 'FAILED'
                   ADD 1 TO StepsFailed
               END-IF

               PERFORM FIND-STEP-TARGET
               IF TargetIndex > 0
                   PERFORM CHECK-STEP-TARGET
               END-IF
           END-IF

           MOVE FlagText TO SR-FLAGS(I).

       FIND-STEP-TARGET.
           MOVE 0 TO TargetIndex
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TargetCount OR TargetIndex > 0
               IF TG-STEP-NAME(J) = SR-STEP-NAME(I)
                   MOVE J TO TargetIndex
               END-IF
           END-PERFORM.

       CHECK-STEP-TARGET.
           IF TG-TARGET-SECONDS(TargetIndex) > 0
                   AND SR-ELAPSED(I) > TG-TARGET-SECONDS(TargetIndex)
               MOVE 'OVER TARGET' TO FlagWord
               PERFORM ADD-FLAG-WORD
               EVALUATE SR-KIND(I)
                   WHEN 'S'
                       ADD 1 TO StepsOverTarget
                   WHEN 'R'
                       ADD 1 TO RunsOverTarget
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF TG-FINISH-TIME(TargetIndex) NOT = SPACES
               COMPUTE DeadlineDate = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(SR-BATCH-DATE(I)))
                    + TG-FINISH-DAYS(TargetIndex))
               MOVE SPACES TO DeadlineText
               STRING DeadlineDate DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      TG-FINISH-TIME(TargetIndex) DELIMITED BY SIZE
                   INTO DeadlineText
               MOVE DeadlineText TO StampText
               PERFORM STAMP-TO-SECONDS
               MOVE StampSeconds TO DeadlineSeconds
               IF EndSeconds > DeadlineSeconds
                   MOVE SPACES TO FlagWord
                   STRING 'LATE (due ' DELIMITED BY SIZE
                          DeadlineText DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO FlagWord
                   PERFORM ADD-FLAG-WORD
                   EVALUATE SR-KIND(I)
                       WHEN 'C'
                           ADD 1 TO CyclesLate
                       WHEN 'S'
                           ADD 1 TO StepsLate
                       WHEN OTHER
                           ADD 1 TO RunsLate
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-FLAG-WORD.
           IF FlagPointer > 1
               STRING ', ' DELIMITED BY SIZE
                   INTO FlagText
                   WITH POINTER FlagPointer
           END-IF
           STRING FUNCTION TRIM(FlagWord) DELIMITED BY SIZE
               INTO FlagText
               WITH POINTER FlagPointer.

       STAMP-TO-SECONDS.
           MOVE 0 TO StampSeconds
           IF StampText(1:8) IS NUMERIC
                   AND StampText(10:6) IS NUMERIC
               COMPUTE StampSeconds =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(StampText(1:8))) * 86400
                   + FUNCTION NUMVAL(StampText(10:2)) * 3600
                   + FUNCTION NUMVAL(StampText(12:2)) * 60
                   + FUNCTION NUMVAL(StampText(14:2))
           END-IF.

       FORMAT-ELAPSED.
           COMPUTE ElapsedHours = ElapsedSeconds / 3600
           COMPUTE ElapsedRemainder =
               ElapsedSeconds - (ElapsedHours * 3600)
           COMPUTE ElapsedMinutes = ElapsedRemainder / 60
           COMPUTE ElapsedSecondsPart =
               ElapsedRemainder - (ElapsedMinutes * 60)
           MOVE ElapsedHours TO ElapsedHoursText
           MOVE SPACES TO ElapsedText
           STRING ElapsedHoursText DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  ElapsedMinutes DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  ElapsedSecondsPart DELIMITED BY SIZE
               INTO ElapsedText.

       WRITE-TIMING-SECTION.
           MOVE SPACES TO SlaReportRecord
           STRING '=== Batch Window Timing and SLA Report: '
                      DELIMITED BY SIZE
                  RangeFromDate DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  RangeToDate DELIMITED BY SIZE
                  ' ===' DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           MOVE SPACES TO SlaReportRecord
           STRING 'Cycle logs found: ' DELIMITED BY SIZE
                  CycleLogsFound DELIMITED BY SIZE
                  '   run logs found: ' DELIMITED BY SIZE
                  RunLogsFound DELIMITED BY SIZE
                  '   days in range: ' DELIMITED BY SIZE
                  DayCount DELIMITED BY SIZE
                  '   step targets: ' DELIMITED BY SIZE
                  TargetCount DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           IF TimingCount = 0
               MOVE SPACES TO SlaReportRecord
               WRITE SlaReportRecord
               MOVE 'No cycle or run log entries found in the range'
                   TO SlaReportRecord
               WRITE SlaReportRecord
           END-IF

           MOVE SPACES TO PreviousBatchDate
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TimingCount
               IF SR-BATCH-DATE(I) NOT = PreviousBatchDate
                   PERFORM WRITE-DAY-HEADING
               END-IF
               IF SR-KIND(I) = 'R' AND RunHeadingWritten = 'N'
                   MOVE 'Y' TO RunHeadingWritten
                   MOVE SPACES TO SlaReportRecord
                   STRING '  trebuchet runs (runlog_' DELIMITED BY SIZE
                          SR-BATCH-DATE(I) DELIMITED BY SIZE
                          '.txt):' DELIMITED BY SIZE
                       INTO SlaReportRecord
                   WRITE SlaReportRecord
               END-IF
               PERFORM WRITE-TIMING-LINE
           END-PERFORM.

       WRITE-DAY-HEADING.
           MOVE SR-BATCH-DATE(I) TO PreviousBatchDate
           MOVE 'N' TO RunHeadingWritten

           MOVE SPACES TO SlaReportRecord
           WRITE SlaReportRecord
           MOVE SPACES TO SlaReportRecord
           EVALUATE SR-DAY-TYPE(I)
               WHEN 'B'
                   STRING '--- Batch date ' DELIMITED BY SIZE
                          SR-BATCH-DATE(I) DELIMITED BY SIZE
                          ' (business day) ---' DELIMITED BY SIZE
                       INTO SlaReportRecord
               WHEN 'E'
                   STRING '--- Batch date ' DELIMITED BY SIZE
                          SR-BATCH-DATE(I) DELIMITED BY SIZE
                          ' (month-end cutoff) ---' DELIMITED BY SIZE
                       INTO SlaReportRecord
               WHEN 'W'
               WHEN 'H'
                   STRING '--- Batch date ' DELIMITED BY SIZE
                          SR-BATCH-DATE(I) DELIMITED BY SIZE
                          ' (non-business day) ---' DELIMITED BY SIZE
                       INTO SlaReportRecord
               WHEN OTHER
                   STRING '--- Batch date ' DELIMITED BY SIZE
                          SR-BATCH-DATE(I) DELIMITED BY SIZE
                          ' ---' DELIMITED BY SIZE
                       INTO SlaReportRecord
           END-EVALUATE
           WRITE SlaReportRecord

           MOVE SPACES TO SlaReportRecord
           STRING '  Cy Step Name           Start'
                      DELIMITED BY SIZE
                  '           End               Elapsed RC  '
                      DELIMITED BY SIZE
                  '    Target Result   Flags' DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord.

       WRITE-TIMING-LINE.
           MOVE SR-ELAPSED(I) TO ElapsedSeconds
           PERFORM FORMAT-ELAPSED
           IF SR-END-STAMP(I) = SPACES
               MOVE SPACES TO ElapsedText
               MOVE SPACES TO ReturnCodeText
           ELSE
               MOVE SR-RETURN-CODE(I) TO ReturnCodeText
           END-IF

           MOVE SPACES TO TargetText
           PERFORM FIND-STEP-TARGET
           IF TargetIndex > 0
               IF TG-TARGET-SECONDS(TargetIndex) > 0
                   MOVE TG-TARGET-SECONDS(TargetIndex)
                       TO ElapsedSeconds
                   PERFORM FORMAT-ELAPSED
                   MOVE ElapsedText TO TargetText
                   MOVE SR-ELAPSED(I) TO ElapsedSeconds
                   PERFORM FORMAT-ELAPSED
                   IF SR-END-STAMP(I) = SPACES
                       MOVE SPACES TO ElapsedText
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO DetailNameText
           IF SR-KIND(I) = 'S'
               STRING '  ' DELIMITED BY SIZE
                      SR-STEP-NAME(I) DELIMITED BY SIZE
                   INTO DetailNameText
           ELSE
               MOVE SR-STEP-NAME(I) TO DetailNameText
           END-IF

           MOVE SPACES TO SlaReportRecord
           STRING '  ' DELIMITED BY SIZE
                  SR-CYCLE-NUMBER(I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-STEP-NUMBER(I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DetailNameText DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-START-STAMP(I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-END-STAMP(I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ElapsedText DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ReturnCodeText DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TargetText DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-RESULT(I)(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-FLAGS(I) DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord.

       WRITE-TREND-SECTION.
           MOVE 0 TO TrendNameCount
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TimingCount
               MOVE 0 TO FoundIndex
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > TrendNameCount OR FoundIndex > 0
                   IF TN-STEP-NAME(J) = SR-STEP-NAME(I)
                       MOVE J TO FoundIndex
                   END-IF
               END-PERFORM
               IF FoundIndex = 0 AND TrendNameCount < 200
                   ADD 1 TO TrendNameCount
                   MOVE SR-STEP-NAME(I) TO TN-STEP-NAME(TrendNameCount)
               END-IF
           END-PERFORM

           MOVE SPACES TO SlaReportRecord
           WRITE SlaReportRecord
           MOVE SPACES TO SlaReportRecord
           MOVE SlaTrendDays TO TrendCountText
           STRING '=== Elapsed-time trend: latest business day vs '
                      DELIMITED BY SIZE
                  'average of up to' DELIMITED BY SIZE
                  TrendCountText DELIMITED BY SIZE
                  ' prior business day(s), alert above +'
                      DELIMITED BY SIZE
                  SlaTrendPercent DELIMITED BY SIZE
                  '% ===' DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           IF RunParamsLoaded = 'N'
               MOVE 'Trend limits: defaults (no run-control file)'
                   TO SlaReportRecord
               WRITE SlaReportRecord
           END-IF

           MOVE SPACES TO SlaReportRecord
           STRING '  Step Name    Latest     Elapsed  Prior avg Days'
                      DELIMITED BY SIZE
                  '    Change   Verdict' DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           PERFORM VARYING TrendNameIndex FROM 1 BY 1
                   UNTIL TrendNameIndex > TrendNameCount
               PERFORM JUDGE-STEP-TREND
           END-PERFORM.

       JUDGE-STEP-TREND.
           MOVE 0 TO TrendSeriesCount
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TimingCount
               IF SR-STEP-NAME(I) = TN-STEP-NAME(TrendNameIndex)
                       AND SR-END-STAMP(I) NOT = SPACES
                       AND SR-DAY-TYPE(I) NOT = 'W'
                       AND SR-DAY-TYPE(I) NOT = 'H'
                       AND (SR-RESULT(I) = 'OK'
                           OR SR-RESULT(I) = 'WARNING'
                           OR SR-RESULT(I) = 'COMPLETE')
                   IF TrendSeriesCount > 0
                           AND TS-BATCH-DATE(TrendSeriesCount)
                               = SR-BATCH-DATE(I)
                       MOVE SR-ELAPSED(I)
                           TO TS-ELAPSED(TrendSeriesCount)
                   ELSE
                       ADD 1 TO TrendSeriesCount
                       MOVE SR-BATCH-DATE(I)
                           TO TS-BATCH-DATE(TrendSeriesCount)
                       MOVE SR-ELAPSED(I)
                           TO TS-ELAPSED(TrendSeriesCount)
                   END-IF
               END-IF
           END-PERFORM

           IF TrendSeriesCount > 0
               COMPUTE TrendWindowStartSigned =
                   TrendSeriesCount - SlaTrendDays
               IF TrendWindowStartSigned < 1
                   MOVE 1 TO TrendWindowStart
               ELSE
                   MOVE TrendWindowStartSigned TO TrendWindowStart
               END-IF

               MOVE 0 TO TrendSum
               MOVE 0 TO TrendCount
               MOVE 0 TO TrendAverage
               MOVE 0 TO TrendDeltaPct
               PERFORM VARYING J FROM TrendWindowStart BY 1
                       UNTIL J >= TrendSeriesCount
                   ADD TS-ELAPSED(J) TO TrendSum
                   ADD 1 TO TrendCount
               END-PERFORM

               IF TrendCount > 0
                   COMPUTE TrendAverage ROUNDED = TrendSum / TrendCount
                   IF TrendAverage > 0
                       COMPUTE TrendDeltaPct ROUNDED =
                           ((TS-ELAPSED(TrendSeriesCount)
                               - TrendAverage) / TrendAverage) * 100
                   END-IF
               END-IF
               PERFORM WRITE-TREND-LINE
           END-IF.

       WRITE-TREND-LINE.
           MOVE TS-ELAPSED(TrendSeriesCount) TO ElapsedSeconds
           PERFORM FORMAT-ELAPSED
           MOVE ElapsedText TO TargetText
           COMPUTE ElapsedSeconds ROUNDED = TrendAverage
           PERFORM FORMAT-ELAPSED
           MOVE TrendCount TO TrendCountText
           MOVE TrendDeltaPct TO TrendDeltaText

           MOVE SPACES TO SlaReportRecord
           IF TrendCount < 2
               STRING '  ' DELIMITED BY SIZE
                      TN-STEP-NAME(TrendNameIndex) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TS-BATCH-DATE(TrendSeriesCount) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TargetText DELIMITED BY SIZE
                      '             ' DELIMITED BY SIZE
                      TrendCountText DELIMITED BY SIZE
                      '           not enough business days'
                          DELIMITED BY SIZE
                   INTO SlaReportRecord
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      TN-STEP-NAME(TrendNameIndex) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TS-BATCH-DATE(TrendSeriesCount) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TargetText DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      ElapsedText DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      TrendCountText DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TrendDeltaText DELIMITED BY SIZE
                      '%  ' DELIMITED BY SIZE
                   INTO SlaReportRecord
               IF TrendDeltaPct > SlaTrendPercent
                   ADD 1 TO TrendingSlowerCount
                   MOVE 'TRENDING SLOWER' TO SlaReportRecord(63:20)
               ELSE
                   MOVE 'OK' TO SlaReportRecord(63:20)
               END-IF
           END-IF
           WRITE SlaReportRecord.

       WRITE-SLA-SUMMARY.
           MOVE SPACES TO SlaReportRecord
           WRITE SlaReportRecord
           MOVE '=== Summary ===' TO SlaReportRecord
           WRITE SlaReportRecord

           MOVE SPACES TO SlaReportRecord
           STRING 'Cycles: ' DELIMITED BY SIZE
                  CyclesReported DELIMITED BY SIZE
                  '   late: ' DELIMITED BY SIZE
                  CyclesLate DELIMITED BY SIZE
                  '   not complete: ' DELIMITED BY SIZE
                  CyclesNotComplete DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           MOVE SPACES TO SlaReportRecord
           STRING 'Steps: ' DELIMITED BY SIZE
                  StepsReported DELIMITED BY SIZE
                  '   over target: ' DELIMITED BY SIZE
                  StepsOverTarget DELIMITED BY SIZE
                  '   late: ' DELIMITED BY SIZE
                  StepsLate DELIMITED BY SIZE
                  '   failed: ' DELIMITED BY SIZE
                  StepsFailed DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           MOVE SPACES TO SlaReportRecord
           STRING 'trebuchet runs: ' DELIMITED BY SIZE
                  RunsReported DELIMITED BY SIZE
                  '   over target: ' DELIMITED BY SIZE
                  RunsOverTarget DELIMITED BY SIZE
                  '   late: ' DELIMITED BY SIZE
                  RunsLate DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           MOVE SPACES TO SlaReportRecord
           STRING 'Entries with no end logged: ' DELIMITED BY SIZE
                  EntriesWithoutEnd DELIMITED BY SIZE
                  '   steps trending slower: ' DELIMITED BY SIZE
                  TrendingSlowerCount DELIMITED BY SIZE
               INTO SlaReportRecord
           WRITE SlaReportRecord

           IF TimingOverflowCount > 0
               MOVE SPACES TO SlaReportRecord
               STRING 'WARNING: more than 3000 timed events in the '
                          DELIMITED BY SIZE
                      'range - ' DELIMITED BY SIZE
                      TimingOverflowCount DELIMITED BY SIZE
                      ' not reported; narrow the date range'
                          DELIMITED BY SIZE
                   INTO SlaReportRecord
               WRITE SlaReportRecord
               DISPLAY FUNCTION TRIM(SlaReportRecord)
           END-IF.
