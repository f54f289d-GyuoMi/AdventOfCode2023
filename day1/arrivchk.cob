       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arrivchk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArrivalScheduleFile
                  ASSIGN TO DYNAMIC ArrivalScheduleFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArrivalScheduleFileStatus.

           SELECT FileListFile ASSIGN TO DYNAMIC FileListName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FileListFileStatus.

           SELECT SourceMasterFile
                  ASSIGN TO DYNAMIC SourceMasterFileName
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SOURCE-ID
                  FILE STATUS IS SourceMasterFileStatus.

           SELECT CalendarFile ASSIGN TO DYNAMIC CalendarFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CalendarFileStatus.

           SELECT ArrivalReportFile
                  ASSIGN TO DYNAMIC ArrivalReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArrivalReportFileStatus.

           SELECT ArrivalHistoryFile
                  ASSIGN TO DYNAMIC ArrivalHistoryFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArrivalHistoryFileStatus.

           SELECT RunParamFile ASSIGN TO DYNAMIC RunParamFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunParamFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ArrivalScheduleFile.
       COPY ARRSCHD.

       FD FileListFile.
       01 FileListRecord PIC X(200).

       FD SourceMasterFile.
       COPY SRCMAST.

       FD CalendarFile.
       COPY BUSCAL.

       FD ArrivalReportFile.
       01 ArrivalReportRecord PIC X(132).

       FD ArrivalHistoryFile.
       COPY ARRHIST.

       FD RunParamFile.
       COPY RUNPARM.

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ArrivalScheduleFileName PIC X(200) VALUE SPACES.
       01 ArrivalScheduleFileStatus PIC XX.
       01 FileListName PIC X(200) VALUE SPACES.
       01 FileListFileStatus PIC XX.
       01 SourceMasterFileName PIC X(200) VALUE SPACES.
       01 SourceMasterFileStatus PIC XX.
       01 SourceMasterAvailable PIC X VALUE 'N'.
       01 CalendarFileName PIC X(200) VALUE SPACES.
       01 CalendarFileStatus PIC XX.
       01 ArrivalReportFileName PIC X(200) VALUE SPACES.
       01 ArrivalReportFileStatus PIC XX.
       01 ArrivalHistoryFileName PIC X(200) VALUE SPACES.
       01 ArrivalHistoryFileStatus PIC XX.
       01 RunParamFileName PIC X(200) VALUE SPACES.
       01 RunParamFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 RunCycleNumber PIC 9(2) VALUE 1.
       01 EndOfScheduleFile PIC X VALUE 'N'.
       01 EndOfFileList PIC X VALUE 'N'.
       01 EndOfCalendarFile PIC X VALUE 'N'.
       01 EndOfParamFile PIC X VALUE 'N'.
       01 SingleFileMode PIC X VALUE 'N'.
       01 ArrivalCheckStopped PIC X VALUE 'N'.
       01 HistoryAvailable PIC X VALUE 'N'.

       01 ArrivalReleaseDate PIC 9(8) VALUE 0.
       01 HoldReleased PIC X VALUE 'N'.

       01 DayType PIC X(1) VALUE SPACE.
       01 DayTypeKnown PIC X VALUE 'N'.
       01 BatchDateInteger PIC 9(9) VALUE 0.
       01 WeekdayNumber PIC 9(1) VALUE 1.

       01 WeekdayNameValues.
           05 FILLER PIC X(3) VALUE 'Mon'.
           05 FILLER PIC X(3) VALUE 'Tue'.
           05 FILLER PIC X(3) VALUE 'Wed'.
           05 FILLER PIC X(3) VALUE 'Thu'.
           05 FILLER PIC X(3) VALUE 'Fri'.
           05 FILLER PIC X(3) VALUE 'Sat'.
           05 FILLER PIC X(3) VALUE 'Sun'.
       01 WeekdayNameTable REDEFINES WeekdayNameValues.
           05 WeekdayName OCCURS 7 TIMES PIC X(3).

       01 FileListTable.
           05 FileListEntry OCCURS 500 TIMES.
               10 FL-FILE-NAME PIC X(200).
               10 FL-EXPECTED PIC X(1).
               10 FL-SCHEDULED PIC X(1).
       01 FileListCount PIC 9(4) VALUE 0.
       01 FileListOverflowCount PIC 9(6) VALUE 0.
       01 FileIndex PIC 9(4) VALUE 0.
       01 FileMatchIndex PIC 9(4) VALUE 0.

       01 CheckFileName PIC X(200) VALUE SPACES.
       01 FileDetails.
           05 FI-SIZE PIC X(8) COMP-X.
           05 FI-DAY PIC X COMP-X.
           05 FI-MONTH PIC X COMP-X.
           05 FI-YEAR PIC X(2) COMP-X.
           05 FI-HOURS PIC X COMP-X.
           05 FI-MINUTES PIC X COMP-X.
           05 FI-SECONDS PIC X COMP-X.
           05 FI-HUNDREDTHS PIC X COMP-X.
       01 CheckFileResult PIC S9(9) VALUE 0.
       01 SavedReturnCode PIC S9(9) VALUE 0.
       01 FileOnDisk PIC X VALUE 'N'.
       01 FileSize PIC 9(12) VALUE 0.
       01 ArrivalDate PIC 9(8) VALUE 0.
       01 ArrivalTime PIC 9(6) VALUE 0.
       01 ArrivalDateInteger PIC 9(9) VALUE 0.
       01 CutoffDateInteger PIC 9(9) VALUE 0.
       01 CutoffTime PIC 9(6) VALUE 0.
       01 CutoffDays PIC 9(1) VALUE 0.
       01 CutoffSet PIC X VALUE 'N'.

       01 SourceExpected PIC X VALUE 'N'.
       01 SourceStatus PIC X(1) VALUE SPACE.
       01 SourceRequirement PIC X(1) VALUE SPACE.
       01 SourceId PIC X(30) VALUE SPACES.
       01 StatusWord PIC X(12) VALUE SPACES.
       01 ReportNote PIC X(40) VALUE SPACES.

       01 SchedulesRead PIC 9(4) VALUE 0.
       01 SourcesExpected PIC 9(4) VALUE 0.
       01 SourcesNotDue PIC 9(4) VALUE 0.
       01 OnTimeCount PIC 9(4) VALUE 0.
       01 LateCount PIC 9(4) VALUE 0.
       01 MissingCount PIC 9(4) VALUE 0.
       01 ZeroByteCount PIC 9(4) VALUE 0.
       01 StaleCount PIC 9(4) VALUE 0.
       01 NotListedCount PIC 9(4) VALUE 0.
       01 UnexpectedCount PIC 9(4) VALUE 0.
       01 MandatoryMissingCount PIC 9(4) VALUE 0.
       01 OptionalMissingCount PIC 9(4) VALUE 0.

       01 ArrivalStampText PIC X(15) VALUE SPACES.
       01 CutoffText PIC X(8) VALUE SPACES.
       01 FileSizeText PIC Z(11)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM DETERMINE-FILE-NAMES.
           PERFORM LOAD-RUN-PARAMETERS.

           IF ArrivalReleaseDate > 0
                   AND ArrivalReleaseDate = FUNCTION NUMVAL(RunBatchDate)
               MOVE 'Y' TO HoldReleased
           END-IF

           PERFORM DETERMINE-DAY-TYPE.
           PERFORM LOAD-FILE-LIST.

           IF ArrivalCheckStopped = 'N'
               OPEN INPUT ArrivalScheduleFile
               IF ArrivalScheduleFileStatus NOT = '00'
                   DISPLAY 'ARRIVAL CHECK FAILED: unable to open '
                           'arrival schedule '
                           FUNCTION TRIM(ArrivalScheduleFileName)
                           ' (status ' ArrivalScheduleFileStatus ')'
                   MOVE 'Y' TO ArrivalCheckStopped
               END-IF
           END-IF

           IF ArrivalCheckStopped = 'N'
               OPEN OUTPUT ArrivalReportFile
               IF ArrivalReportFileStatus NOT = '00'
                   DISPLAY 'ARRIVAL CHECK FAILED: unable to open '
                           'report '
                           FUNCTION TRIM(ArrivalReportFileName)
                           ' (status ' ArrivalReportFileStatus ')'
                   CLOSE ArrivalScheduleFile
                   MOVE 'Y' TO ArrivalCheckStopped
               END-IF
           END-IF

           IF ArrivalCheckStopped = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-SOURCE-MASTER.
           PERFORM OPEN-ARRIVAL-HISTORY.
           PERFORM WRITE-REPORT-HEADING.

           MOVE 'N' TO EndOfScheduleFile
           PERFORM UNTIL EndOfScheduleFile = 'Y'
               READ ArrivalScheduleFile
                   AT END
                       MOVE 'Y' TO EndOfScheduleFile
                   NOT AT END
                       IF ArrivalScheduleRecord NOT = SPACES
                           ADD 1 TO SchedulesRead
                           PERFORM CHECK-SCHEDULED-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArrivalScheduleFile

           IF SourcesExpected = 0
               MOVE SPACES TO ArrivalReportRecord
               MOVE '  (no source expected today)'
                   TO ArrivalReportRecord
               WRITE ArrivalReportRecord
           END-IF

           PERFORM WRITE-UNEXPECTED-SECTION.
           PERFORM WRITE-ARRIVAL-SUMMARY.

           CLOSE ArrivalReportFile
           IF HistoryAvailable = 'Y'
               CLOSE ArrivalHistoryFile
           END-IF
           IF SourceMasterAvailable = 'Y'
               CLOSE SourceMasterFile
           END-IF

           DISPLAY 'Arrival check ' RunBatchDate ' cycle '
                   RunCycleNumber ': ' SourcesExpected ' expected, '
                   OnTimeCount ' on time, ' LateCount ' late, '
                   MissingCount ' missing, ' StaleCount ' stale, '
                   ZeroByteCount ' zero-byte, ' NotListedCount
                   ' not listed, '
                   UnexpectedCount ' unexpected - report in '
                   FUNCTION TRIM(ArrivalReportFileName)

           IF MandatoryMissingCount > 0
               IF HoldReleased = 'Y'
                   DISPLAY 'WARNING: ' MandatoryMissingCount
                           ' mandatory source(s) have not arrived - '
                           'hold released by ARRIVAL-RELEASE-DATE '
                           RunBatchDate
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'ARRIVAL CHECK HOLD: ' MandatoryMissingCount
                           ' mandatory source(s) have not arrived - '
                           'supply the file(s) and rerun, or release '
                           'the day with ARRIVAL-RELEASE-DATE '
                           RunBatchDate
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF (LateCount > 0 OR UnexpectedCount > 0
                       OR OptionalMissingCount > 0)
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

       DETERMINE-BATCH-DATE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
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
                       IF BC-CYCLE-NUMBER IS NUMERIC
                               AND FUNCTION NUMVAL(BC-CYCLE-NUMBER)
                                   >= 1
                               AND FUNCTION NUMVAL(BC-CYCLE-NUMBER)
                                   <= 9
                           MOVE FUNCTION NUMVAL(BC-CYCLE-NUMBER)
                               TO RunCycleNumber
                       END-IF
               END-READ
               CLOSE BatchControlFile
           END-IF.

       DETERMINE-FILE-NAMES.
           ACCEPT FileListName FROM ENVIRONMENT 'FILE_LIST'

           IF FileListName = SPACES
               MOVE 'Y' TO SingleFileMode
               MOVE SPACES TO CommandLineArg
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT CommandLineArg FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CommandLineArg
               END-ACCEPT

               IF CommandLineArg NOT = SPACES
                   MOVE CommandLineArg TO CheckFileName
               ELSE
                   ACCEPT CheckFileName FROM ENVIRONMENT 'INPUT_FILE'
                   IF CheckFileName = SPACES
                       MOVE 'input.txt' TO CheckFileName
                   END-IF
               END-IF
           END-IF

           ACCEPT ArrivalScheduleFileName FROM ENVIRONMENT
               'ARRIVAL_SCHEDULE'
           IF ArrivalScheduleFileName = SPACES
               MOVE 'arrival_schedule.txt' TO ArrivalScheduleFileName
           END-IF

           ACCEPT ArrivalReportFileName FROM ENVIRONMENT
               'ARRIVAL_REPORT'
           IF ArrivalReportFileName = SPACES
               IF RunCycleNumber > 1
                   STRING 'arrival_report_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          RunCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO ArrivalReportFileName
               ELSE
                   STRING 'arrival_report_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO ArrivalReportFileName
               END-IF
           END-IF

           ACCEPT ArrivalHistoryFileName FROM ENVIRONMENT
               'ARRIVAL_HISTORY'
           IF ArrivalHistoryFileName = SPACES
               MOVE 'arrival_history.txt' TO ArrivalHistoryFileName
           END-IF

           ACCEPT SourceMasterFileName FROM ENVIRONMENT 'SOURCE_MASTER'
           IF SourceMasterFileName = SPACES
               MOVE 'source_master.dat' TO SourceMasterFileName
           END-IF

           ACCEPT CalendarFileName FROM ENVIRONMENT 'BUS_CALENDAR'
           IF CalendarFileName = SPACES
               MOVE 'business_calendar.txt' TO CalendarFileName
           END-IF

           ACCEPT RunParamFileName FROM ENVIRONMENT 'RUN_PARAMS'
           IF RunParamFileName = SPACES
               MOVE 'run_control_params.txt' TO RunParamFileName
           END-IF.

       LOAD-RUN-PARAMETERS.
           MOVE 'N' TO EndOfParamFile

           OPEN INPUT RunParamFile
           IF RunParamFileStatus = '00'
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
                   WHEN 'ARRIVAL-RELEASE-DATE'
                       MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                           TO ArrivalReleaseDate
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       DETERMINE-DAY-TYPE.
           MOVE 'B' TO DayType
           MOVE 'N' TO DayTypeKnown
           MOVE 'N' TO EndOfCalendarFile

           COMPUTE BatchDateInteger =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunBatchDate))
           COMPUTE WeekdayNumber =
               FUNCTION MOD(BatchDateInteger - 1, 7) + 1

           OPEN INPUT CalendarFile
           IF CalendarFileStatus NOT = '00'
               DISPLAY 'WARNING: business calendar '
                       FUNCTION TRIM(CalendarFileName)
                       ' unavailable (status ' CalendarFileStatus
                       ') - ' RunBatchDate ' checked as a business day'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL EndOfCalendarFile = 'Y'
                   READ CalendarFile
                       AT END
                           MOVE 'Y' TO EndOfCalendarFile
                       NOT AT END
                           IF CAL-DATE = RunBatchDate
                               MOVE CAL-DAY-TYPE TO DayType
                               MOVE 'Y' TO DayTypeKnown
                               MOVE 'Y' TO EndOfCalendarFile
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile

               IF DayTypeKnown = 'N'
                   DISPLAY 'WARNING: ' RunBatchDate ' is not on the '
                           'business calendar '
                           FUNCTION TRIM(CalendarFileName)
                           ' - checked as a business day'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-FILE-LIST.
           MOVE 0 TO FileListCount

           IF SingleFileMode = 'Y'
               MOVE 1 TO FileListCount
               MOVE CheckFileName TO FL-FILE-NAME(1)
               MOVE 'N' TO FL-EXPECTED(1)
               MOVE 'N' TO FL-SCHEDULED(1)
           ELSE
               MOVE 'N' TO EndOfFileList
               OPEN INPUT FileListFile
               IF FileListFileStatus NOT = '00'
                   DISPLAY 'ARRIVAL CHECK FAILED: unable to open file '
                           'list ' FUNCTION TRIM(FileListName)
                           ' (status ' FileListFileStatus ')'
                   MOVE 'Y' TO ArrivalCheckStopped
               ELSE
                   PERFORM UNTIL EndOfFileList = 'Y'
                       READ FileListFile
                           AT END
                               MOVE 'Y' TO EndOfFileList
                           NOT AT END
                               IF FileListRecord NOT = SPACES
                                   PERFORM NOTE-FILE-LIST-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileListFile

                   IF FileListOverflowCount > 0
                       DISPLAY 'WARNING: file list holds more than 500 '
                               'files - ' FileListOverflowCount
                               ' not checked'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-FILE-LIST-ENTRY.
           IF FileListCount < 500
               ADD 1 TO FileListCount
               MOVE FUNCTION TRIM(FileListRecord)
                   TO FL-FILE-NAME(FileListCount)
               MOVE 'N' TO FL-EXPECTED(FileListCount)
               MOVE 'N' TO FL-SCHEDULED(FileListCount)
           ELSE
               ADD 1 TO FileListOverflowCount
           END-IF.

       OPEN-SOURCE-MASTER.
           MOVE 'N' TO SourceMasterAvailable
           OPEN INPUT SourceMasterFile
           IF SourceMasterFileStatus = '00'
               MOVE 'Y' TO SourceMasterAvailable
           ELSE
               DISPLAY 'WARNING: source master '
                       FUNCTION TRIM(SourceMasterFileName)
                       ' unavailable (status ' SourceMasterFileStatus
                       ') - every scheduled source is taken as active'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       OPEN-ARRIVAL-HISTORY.
           MOVE 'N' TO HistoryAvailable
           OPEN EXTEND ArrivalHistoryFile
           IF ArrivalHistoryFileStatus = '05'
                   OR ArrivalHistoryFileStatus = '35'
               OPEN OUTPUT ArrivalHistoryFile
           END-IF

           IF ArrivalHistoryFileStatus = '00'
               MOVE 'Y' TO HistoryAvailable
           ELSE
               DISPLAY 'WARNING: unable to update arrival history '
                       FUNCTION TRIM(ArrivalHistoryFileName)
                       ' (status ' ArrivalHistoryFileStatus
                       ') - today will be missing from the on-time '
                       'rate'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ArrivalReportRecord
           STRING '=== Source Arrival Check: batch ' DELIMITED BY SIZE
                  RunBatchDate DELIMITED BY SIZE
                  ' cycle ' DELIMITED BY SIZE
                  RunCycleNumber DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WeekdayName(WeekdayNumber) DELIMITED BY SIZE
                  ', day type ' DELIMITED BY SIZE
                  DayType DELIMITED BY SIZE
                  ') ===' DELIMITED BY SIZE
               INTO ArrivalReportRecord
           WRITE ArrivalReportRecord

           MOVE SPACES TO ArrivalReportRecord
           IF SingleFileMode = 'Y'
               STRING 'Input file: ' DELIMITED BY SIZE
                      FUNCTION TRIM(CheckFileName) DELIMITED BY SIZE
                   INTO ArrivalReportRecord
           ELSE
               STRING 'File list: ' DELIMITED BY SIZE
                      FUNCTION TRIM(FileListName) DELIMITED BY SIZE
                   INTO ArrivalReportRecord
           END-IF
           WRITE ArrivalReportRecord

           MOVE SPACES TO ArrivalReportRecord
           MOVE 'Expected sources:' TO ArrivalReportRecord
           WRITE ArrivalReportRecord.

       CHECK-SCHEDULED-SOURCE.
           MOVE AS-SOURCE-ID TO SourceId
           MOVE AS-REQUIREMENT TO SourceRequirement
           IF SourceRequirement NOT = 'O'
               MOVE 'M' TO SourceRequirement
           END-IF

           PERFORM FIND-ON-FILE-LIST
           IF FileMatchIndex > 0
               MOVE 'Y' TO FL-SCHEDULED(FileMatchIndex)
           END-IF

           PERFORM JUDGE-SOURCE-EXPECTED

           IF SourceExpected = 'N'
               ADD 1 TO SourcesNotDue
           ELSE
               ADD 1 TO SourcesExpected
               IF FileMatchIndex > 0
                   MOVE 'Y' TO FL-EXPECTED(FileMatchIndex)
               END-IF

               MOVE SourceId TO CheckFileName
               PERFORM CHECK-FILE-ON-DISK
               PERFORM SET-CUTOFF

               EVALUATE TRUE
                   WHEN FileOnDisk = 'N'
                       MOVE 'M' TO SourceStatus
                       ADD 1 TO MissingCount
                   WHEN ArrivalDateInteger < BatchDateInteger
                       MOVE 'S' TO SourceStatus
                       ADD 1 TO StaleCount
                   WHEN FileSize = 0
                       MOVE 'Z' TO SourceStatus
                       ADD 1 TO ZeroByteCount
                   WHEN FileMatchIndex = 0
                       MOVE 'N' TO SourceStatus
                       ADD 1 TO NotListedCount
                   WHEN CutoffSet = 'Y'
                           AND (ArrivalDateInteger > CutoffDateInteger
                                OR (ArrivalDateInteger
                                        = CutoffDateInteger
                                    AND ArrivalTime > CutoffTime))
                       MOVE 'L' TO SourceStatus
                       ADD 1 TO LateCount
                   WHEN OTHER
                       MOVE 'O' TO SourceStatus
                       ADD 1 TO OnTimeCount
               END-EVALUATE

               IF SourceStatus = 'M' OR SourceStatus = 'S'
                       OR SourceStatus = 'Z' OR SourceStatus = 'N'
                   IF SourceRequirement = 'M'
                       ADD 1 TO MandatoryMissingCount
                   ELSE
                       ADD 1 TO OptionalMissingCount
                   END-IF
               END-IF

               PERFORM WRITE-ARRIVAL-LINE
               PERFORM WRITE-ARRIVAL-HISTORY
           END-IF.

       FIND-ON-FILE-LIST.
           MOVE 0 TO FileMatchIndex
           PERFORM VARYING FileIndex FROM 1 BY 1
                   UNTIL FileIndex > FileListCount
                      OR FileMatchIndex > 0
               IF FL-FILE-NAME(FileIndex) = SourceId
                   MOVE FileIndex TO FileMatchIndex
               END-IF
           END-PERFORM.

       JUDGE-SOURCE-EXPECTED.
           MOVE 'Y' TO SourceExpected

           IF DayType = 'W' OR DayType = 'H'
               MOVE 'N' TO SourceExpected
           END-IF

           IF AS-SEND-DAYS(WeekdayNumber:1) NOT = 'Y'
               MOVE 'N' TO SourceExpected
           END-IF

           IF AS-MONTH-END-ONLY = 'Y' AND DayType NOT = 'E'
               MOVE 'N' TO SourceExpected
           END-IF

           IF SourceExpected = 'Y' AND SourceMasterAvailable = 'Y'
               MOVE SourceId TO SM-SOURCE-ID
               READ SourceMasterFile
                   INVALID KEY
                       DISPLAY 'NOTE: scheduled source '
                               FUNCTION TRIM(SourceId)
                               ' is not on the source master - '
                               'checked all the same'
                   NOT INVALID KEY
                       IF SM-STATUS NOT = 'A'
                           MOVE 'N' TO SourceExpected
                       END-IF
               END-READ
           END-IF.

       CHECK-FILE-ON-DISK.
           MOVE 'N' TO FileOnDisk
           MOVE 0 TO FileSize
           MOVE 0 TO ArrivalDate
           MOVE 0 TO ArrivalTime
           MOVE 0 TO ArrivalDateInteger

           MOVE RETURN-CODE TO SavedReturnCode
           CALL 'CBL_CHECK_FILE_EXIST' USING CheckFileName FileDetails
           MOVE RETURN-CODE TO CheckFileResult
           MOVE SavedReturnCode TO RETURN-CODE

           IF CheckFileResult = 0
               MOVE 'Y' TO FileOnDisk
               MOVE FI-SIZE TO FileSize
               COMPUTE ArrivalDate =
                   FI-YEAR * 10000 + FI-MONTH * 100 + FI-DAY
               COMPUTE ArrivalTime =
                   FI-HOURS * 10000 + FI-MINUTES * 100 + FI-SECONDS
               COMPUTE ArrivalDateInteger =
                   FUNCTION INTEGER-OF-DATE(ArrivalDate)
           END-IF.

       SET-CUTOFF.
           MOVE 'N' TO CutoffSet
           MOVE SPACES TO CutoffText
           IF AS-CUTOFF-TIME IS NUMERIC
               MOVE 'Y' TO CutoffSet
               MOVE AS-CUTOFF-TIME TO CutoffTime
               IF AS-CUTOFF-DAYS IS NUMERIC
                   MOVE AS-CUTOFF-DAYS TO CutoffDays
               ELSE
                   MOVE 0 TO CutoffDays
               END-IF
               COMPUTE CutoffDateInteger =
                   BatchDateInteger + CutoffDays
               STRING AS-CUTOFF-TIME DELIMITED BY SIZE
                      '+' DELIMITED BY SIZE
                      CutoffDays DELIMITED BY SIZE
                   INTO CutoffText
           END-IF.

       WRITE-ARRIVAL-LINE.
           EVALUATE SourceStatus
               WHEN 'O'
                   MOVE 'on time' TO StatusWord
               WHEN 'L'
                   MOVE 'LATE' TO StatusWord
               WHEN 'M'
                   MOVE 'MISSING' TO StatusWord
               WHEN 'S'
                   MOVE 'STALE' TO StatusWord
               WHEN 'Z'
                   MOVE 'ZERO-BYTE' TO StatusWord
               WHEN 'N'
                   MOVE 'NOT LISTED' TO StatusWord
               WHEN OTHER
                   MOVE 'UNEXPECTED' TO StatusWord
           END-EVALUATE

           MOVE SPACES TO ReportNote
           EVALUATE SourceStatus
               WHEN 'S'
                   MOVE 'left over from an earlier day'
                       TO ReportNote
               WHEN 'N'
                   MOVE 'on disk but not on the file list'
                       TO ReportNote
               WHEN 'U'
                   IF FL-SCHEDULED(FileIndex) = 'Y'
                       MOVE 'not scheduled to send today'
                           TO ReportNote
                   ELSE
                       MOVE 'no arrival schedule' TO ReportNote
                   END-IF
           END-EVALUATE

           IF SourceRequirement = 'M' AND HoldReleased = 'Y'
                   AND (SourceStatus = 'M' OR SourceStatus = 'S'
                        OR SourceStatus = 'Z' OR SourceStatus = 'N')
               MOVE 'hold released' TO ReportNote
           END-IF

           MOVE SPACES TO ArrivalStampText
           IF FileOnDisk = 'Y'
               STRING ArrivalDate DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ArrivalTime DELIMITED BY SIZE
                   INTO ArrivalStampText
           ELSE
               MOVE '(not on disk)' TO ArrivalStampText
           END-IF
           MOVE FileSize TO FileSizeText

           MOVE SPACES TO ArrivalReportRecord
           STRING '  ' DELIMITED BY SIZE
                  SourceId DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SourceRequirement DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StatusWord DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ArrivalStampText DELIMITED BY SIZE
                  ' cutoff ' DELIMITED BY SIZE
                  CutoffText DELIMITED BY SIZE
                  ' bytes ' DELIMITED BY SIZE
                  FileSizeText DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ReportNote DELIMITED BY SIZE
               INTO ArrivalReportRecord
           WRITE ArrivalReportRecord.

       WRITE-ARRIVAL-HISTORY.
           IF HistoryAvailable = 'Y'
               MOVE SPACES TO ArrivalHistoryRecord
               MOVE RunBatchDate TO AH-BATCH-DATE
               MOVE RunCycleNumber TO AH-CYCLE-NUMBER
               MOVE SourceId TO AH-SOURCE-ID
               IF SourceStatus NOT = 'U'
                   MOVE SourceRequirement TO AH-REQUIREMENT
               END-IF
               MOVE SourceStatus TO AH-STATUS
               IF FileOnDisk = 'Y'
                   MOVE ArrivalDate TO AH-ARRIVAL-DATE
                   MOVE ArrivalTime TO AH-ARRIVAL-TIME
               END-IF
               IF CutoffSet = 'Y' AND SourceStatus NOT = 'U'
                   MOVE AS-CUTOFF-TIME TO AH-CUTOFF-TIME
               END-IF
               MOVE FileSize TO AH-FILE-SIZE
               IF SourceRequirement = 'M'
                       AND (SourceStatus = 'M' OR SourceStatus = 'S'
                            OR SourceStatus = 'Z' OR SourceStatus = 'N')
                       AND HoldReleased = 'Y'
                   MOVE 'Y' TO AH-RELEASED
               ELSE
                   MOVE 'N' TO AH-RELEASED
               END-IF
               WRITE ArrivalHistoryRecord
           END-IF.

       WRITE-UNEXPECTED-SECTION.
           MOVE SPACES TO ArrivalReportRecord
           MOVE 'Unexpected files on the file list:'
               TO ArrivalReportRecord
           WRITE ArrivalReportRecord

           MOVE 'N' TO CutoffSet
           MOVE SPACES TO CutoffText
           MOVE SPACE TO SourceRequirement
           PERFORM VARYING FileIndex FROM 1 BY 1
                   UNTIL FileIndex > FileListCount
               IF FL-EXPECTED(FileIndex) = 'N'
                   ADD 1 TO UnexpectedCount
                   MOVE FL-FILE-NAME(FileIndex) TO SourceId
                   MOVE FL-FILE-NAME(FileIndex) TO CheckFileName
                   PERFORM CHECK-FILE-ON-DISK
                   MOVE 'U' TO SourceStatus
                   PERFORM WRITE-ARRIVAL-LINE
                   PERFORM WRITE-ARRIVAL-HISTORY
               END-IF
           END-PERFORM

           IF UnexpectedCount = 0
               MOVE SPACES TO ArrivalReportRecord
               MOVE '  (none)' TO ArrivalReportRecord
               WRITE ArrivalReportRecord
           END-IF.

       WRITE-ARRIVAL-SUMMARY.
           MOVE SPACES TO ArrivalReportRecord
           STRING 'Schedules read ' DELIMITED BY SIZE
                  SchedulesRead DELIMITED BY SIZE
                  ', expected today ' DELIMITED BY SIZE
                  SourcesExpected DELIMITED BY SIZE
                  ', not due today ' DELIMITED BY SIZE
                  SourcesNotDue DELIMITED BY SIZE
               INTO ArrivalReportRecord
           WRITE ArrivalReportRecord

           MOVE SPACES TO ArrivalReportRecord
           STRING 'On time ' DELIMITED BY SIZE
                  OnTimeCount DELIMITED BY SIZE
                  ', late ' DELIMITED BY SIZE
                  LateCount DELIMITED BY SIZE
                  ', missing ' DELIMITED BY SIZE
                  MissingCount DELIMITED BY SIZE
                  ', stale ' DELIMITED BY SIZE
                  StaleCount DELIMITED BY SIZE
                  ', zero-byte ' DELIMITED BY SIZE
                  ZeroByteCount DELIMITED BY SIZE
                  ', not listed ' DELIMITED BY SIZE
                  NotListedCount DELIMITED BY SIZE
                  ', unexpected ' DELIMITED BY SIZE
                  UnexpectedCount DELIMITED BY SIZE
               INTO ArrivalReportRecord
           WRITE ArrivalReportRecord

           MOVE SPACES TO ArrivalReportRecord
           EVALUATE TRUE
               WHEN MandatoryMissingCount > 0 AND HoldReleased = 'Y'
                   STRING 'Outcome: RELEASED - ' DELIMITED BY SIZE
                          MandatoryMissingCount DELIMITED BY SIZE
                          ' mandatory source(s) not arrived, hold '
                              DELIMITED BY SIZE
                          'released by ARRIVAL-RELEASE-DATE'
                              DELIMITED BY SIZE
                       INTO ArrivalReportRecord
               WHEN MandatoryMissingCount > 0
                   STRING 'Outcome: HOLD - ' DELIMITED BY SIZE
                          MandatoryMissingCount DELIMITED BY SIZE
                          ' mandatory source(s) not arrived'
                              DELIMITED BY SIZE
                       INTO ArrivalReportRecord
               WHEN OTHER
                   MOVE 'Outcome: all mandatory sources arrived'
                       TO ArrivalReportRecord
           END-EVALUATE
           WRITE ArrivalReportRecord.
