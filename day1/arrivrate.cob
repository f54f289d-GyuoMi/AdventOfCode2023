       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arrivrate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArrivalHistoryFile
                  ASSIGN TO DYNAMIC ArrivalHistoryFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArrivalHistoryFileStatus.

           SELECT ArrivalRateFile ASSIGN TO DYNAMIC ArrivalRateFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArrivalRateFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ArrivalHistoryFile.
       COPY ARRHIST.

       FD ArrivalRateFile.
       01 ArrivalRateRecord PIC X(132).

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ArrivalHistoryFileName PIC X(200) VALUE SPACES.
       01 ArrivalHistoryFileStatus PIC XX.
       01 ArrivalRateFileName PIC X(200) VALUE SPACES.
       01 ArrivalRateFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 EndOfHistoryFile PIC X VALUE 'N'.
       01 ReportStopped PIC X VALUE 'N'.

       01 RateMonth PIC X(6) VALUE SPACES.
       01 DayNumber PIC 9(2) VALUE 0.

       01 SourceTable.
           05 SourceEntry OCCURS 200 TIMES.
               10 SR-SOURCE-ID PIC X(30).
               10 SR-REQUIREMENT PIC X(1).
               10 SR-DAY-STATUS OCCURS 31 TIMES PIC X(1).
               10 SR-DAY-RELEASED OCCURS 31 TIMES PIC X(1).
               10 SR-EXPECTED PIC 9(3).
               10 SR-ON-TIME PIC 9(3).
               10 SR-LATE PIC 9(3).
               10 SR-MISSING PIC 9(3).
               10 SR-STALE PIC 9(3).
               10 SR-ZERO-BYTE PIC 9(3).
               10 SR-NOT-LISTED PIC 9(3).
               10 SR-RELEASED PIC 9(3).
               10 SR-UNEXPECTED PIC 9(3).
       01 SourceCount PIC 9(3) VALUE 0.
       01 SourceIndex PIC 9(3) VALUE 0.
       01 SourceMatchIndex PIC 9(3) VALUE 0.
       01 SourceOverflowCount PIC 9(9) VALUE 0.

       01 HistoryEntriesRead PIC 9(9) VALUE 0.
       01 HistoryEntriesInMonth PIC 9(9) VALUE 0.

       01 TotalExpected PIC 9(6) VALUE 0.
       01 TotalOnTime PIC 9(6) VALUE 0.
       01 TotalLate PIC 9(6) VALUE 0.
       01 TotalMissing PIC 9(6) VALUE 0.
       01 TotalStale PIC 9(6) VALUE 0.
       01 TotalZeroByte PIC 9(6) VALUE 0.
       01 TotalNotListed PIC 9(6) VALUE 0.
       01 TotalReleased PIC 9(6) VALUE 0.
       01 TotalUnexpected PIC 9(6) VALUE 0.

       01 RateLine.
           05 RL-SOURCE-ID PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-REQUIREMENT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-EXPECTED PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-ON-TIME PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-LATE PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-MISSING PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-STALE PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-ZERO-BYTE PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-NOT-LISTED PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-RELEASED PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-UNEXPECTED PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-RATE PIC X(6).

       01 OnTimeRate PIC 9(3)V9 VALUE 0.
       01 OnTimeRateText PIC X(6) VALUE SPACES.
       01 RateEdited PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-RUN-PARAMETERS.

           IF ReportStopped = 'N'
               INITIALIZE SourceTable
               PERFORM READ-ARRIVAL-HISTORY
           END-IF

           IF ReportStopped = 'N'
               PERFORM VARYING SourceIndex FROM 1 BY 1
                       UNTIL SourceIndex > SourceCount
                   PERFORM COUNT-SOURCE-DAYS
               END-PERFORM
               PERFORM WRITE-RATE-REPORT
           END-IF

           IF ReportStopped = 'N'
               PERFORM SET-TOTAL-RATE
               DISPLAY 'Arrival on-time rate for ' RateMonth
                       ' written to '
                       FUNCTION TRIM(ArrivalRateFileName) ': '
                       SourceCount ' source(s), ' TotalExpected
                       ' expected arrival(s), ' TotalOnTime
                       ' on time (' FUNCTION TRIM(OnTimeRateText) ')'

               IF HistoryEntriesInMonth = 0
                   DISPLAY 'NOTE: no arrival checks on '
                           FUNCTION TRIM(ArrivalHistoryFileName)
                           ' for ' RateMonth
               END-IF

               IF SourceOverflowCount > 0
                   DISPLAY 'WARNING: more than 200 sources in the '
                           'arrival history - ' SourceOverflowCount
                           ' entr(ies) were not counted'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       DETERMINE-RUN-PARAMETERS.
           MOVE SPACES TO CommandLineArg
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE TO CurrentDateTime

           IF CommandLineArg NOT = SPACES
               MOVE CommandLineArg(1:6) TO RateMonth
           ELSE
               ACCEPT RateMonth FROM ENVIRONMENT 'ARRIVAL_MONTH'
               IF RateMonth = SPACES
                   PERFORM DEFAULT-MONTH-FROM-CONTROL
               END-IF
           END-IF

           IF RateMonth IS NOT NUMERIC
               DISPLAY 'ARRIVAL RATE REFUSED: month "'
                       FUNCTION TRIM(RateMonth) '" is not YYYYMM'
               MOVE 'Y' TO ReportStopped
           ELSE
               IF RateMonth(5:2) < '01' OR RateMonth(5:2) > '12'
                   DISPLAY 'ARRIVAL RATE REFUSED: month ' RateMonth
                           ' is not a valid month'
                   MOVE 'Y' TO ReportStopped
               END-IF
           END-IF

           ACCEPT ArrivalHistoryFileName FROM ENVIRONMENT
               'ARRIVAL_HISTORY'
           IF ArrivalHistoryFileName = SPACES
               MOVE 'arrival_history.txt' TO ArrivalHistoryFileName
           END-IF

           ACCEPT ArrivalRateFileName FROM ENVIRONMENT 'ARRIVAL_RATE'
           IF ArrivalRateFileName = SPACES
               STRING 'arrival_rate_' DELIMITED BY SIZE
                      RateMonth DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ArrivalRateFileName
           END-IF.

       DEFAULT-MONTH-FROM-CONTROL.
           MOVE CurrentDateTime(1:6) TO RateMonth

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
                           MOVE BC-BATCH-DATE(1:6) TO RateMonth
                       END-IF
               END-READ
               CLOSE BatchControlFile
           END-IF.

       READ-ARRIVAL-HISTORY.
           MOVE 'N' TO EndOfHistoryFile
           OPEN INPUT ArrivalHistoryFile

           IF ArrivalHistoryFileStatus NOT = '00'
               DISPLAY 'ARRIVAL RATE FAILED: unable to open arrival '
                       'history ' FUNCTION TRIM(ArrivalHistoryFileName)
                       ' (status ' ArrivalHistoryFileStatus ')'
               MOVE 'Y' TO ReportStopped
           ELSE
               PERFORM UNTIL EndOfHistoryFile = 'Y'
                   READ ArrivalHistoryFile
                       AT END
                           MOVE 'Y' TO EndOfHistoryFile
                       NOT AT END
                           IF ArrivalHistoryRecord NOT = SPACES
                               ADD 1 TO HistoryEntriesRead
                               IF AH-BATCH-DATE(1:6) = RateMonth
                                       AND AH-BATCH-DATE IS NUMERIC
                                   PERFORM TAKE-HISTORY-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArrivalHistoryFile
           END-IF.

       TAKE-HISTORY-ENTRY.
           ADD 1 TO HistoryEntriesInMonth

           MOVE 0 TO SourceMatchIndex
           PERFORM VARYING SourceIndex FROM 1 BY 1
                   UNTIL SourceIndex > SourceCount
                      OR SourceMatchIndex > 0
               IF SR-SOURCE-ID(SourceIndex) = AH-SOURCE-ID
                   MOVE SourceIndex TO SourceMatchIndex
               END-IF
           END-PERFORM

           IF SourceMatchIndex = 0
               IF SourceCount < 200
                   ADD 1 TO SourceCount
                   MOVE SourceCount TO SourceMatchIndex
                   MOVE AH-SOURCE-ID
                       TO SR-SOURCE-ID(SourceMatchIndex)
               ELSE
                   ADD 1 TO SourceOverflowCount
               END-IF
           END-IF

           IF SourceMatchIndex > 0
               MOVE AH-BATCH-DATE(7:2) TO DayNumber
               MOVE AH-STATUS
                   TO SR-DAY-STATUS(SourceMatchIndex, DayNumber)
               MOVE AH-RELEASED
                   TO SR-DAY-RELEASED(SourceMatchIndex, DayNumber)
               IF AH-REQUIREMENT NOT = SPACE
                   MOVE AH-REQUIREMENT
                       TO SR-REQUIREMENT(SourceMatchIndex)
               END-IF
           END-IF.

       COUNT-SOURCE-DAYS.
           PERFORM VARYING DayNumber FROM 1 BY 1 UNTIL DayNumber > 31
               EVALUATE SR-DAY-STATUS(SourceIndex, DayNumber)
                   WHEN 'O'
                       ADD 1 TO SR-EXPECTED(SourceIndex)
                       ADD 1 TO SR-ON-TIME(SourceIndex)
                   WHEN 'L'
                       ADD 1 TO SR-EXPECTED(SourceIndex)
                       ADD 1 TO SR-LATE(SourceIndex)
                   WHEN 'M'
                       ADD 1 TO SR-EXPECTED(SourceIndex)
                       ADD 1 TO SR-MISSING(SourceIndex)
                   WHEN 'S'
                       ADD 1 TO SR-EXPECTED(SourceIndex)
                       ADD 1 TO SR-STALE(SourceIndex)
                   WHEN 'Z'
                       ADD 1 TO SR-EXPECTED(SourceIndex)
                       ADD 1 TO SR-ZERO-BYTE(SourceIndex)
                   WHEN 'N'
                       ADD 1 TO SR-EXPECTED(SourceIndex)
                       ADD 1 TO SR-NOT-LISTED(SourceIndex)
                   WHEN 'U'
                       ADD 1 TO SR-UNEXPECTED(SourceIndex)
               END-EVALUATE
               IF SR-DAY-RELEASED(SourceIndex, DayNumber) = 'Y'
                   ADD 1 TO SR-RELEASED(SourceIndex)
               END-IF
           END-PERFORM

           ADD SR-EXPECTED(SourceIndex) TO TotalExpected
           ADD SR-ON-TIME(SourceIndex) TO TotalOnTime
           ADD SR-LATE(SourceIndex) TO TotalLate
           ADD SR-MISSING(SourceIndex) TO TotalMissing
           ADD SR-STALE(SourceIndex) TO TotalStale
           ADD SR-ZERO-BYTE(SourceIndex) TO TotalZeroByte
           ADD SR-NOT-LISTED(SourceIndex) TO TotalNotListed
           ADD SR-RELEASED(SourceIndex) TO TotalReleased
           ADD SR-UNEXPECTED(SourceIndex) TO TotalUnexpected.

       WRITE-RATE-REPORT.
           OPEN OUTPUT ArrivalRateFile
           IF ArrivalRateFileStatus NOT = '00'
               DISPLAY 'ARRIVAL RATE FAILED: unable to open report '
                       FUNCTION TRIM(ArrivalRateFileName)
                       ' (status ' ArrivalRateFileStatus ')'
               MOVE 'Y' TO ReportStopped
           ELSE
               MOVE SPACES TO ArrivalRateRecord
               STRING '=== Source Arrival On-Time Rate: '
                          DELIMITED BY SIZE
                      RateMonth DELIMITED BY SIZE
                      ' ===' DELIMITED BY SIZE
                   INTO ArrivalRateRecord
               WRITE ArrivalRateRecord

               MOVE SPACES TO ArrivalRateRecord
               STRING 'Source                          Req Expect '
                          DELIMITED BY SIZE
                      'OnTime   Late Missng  Stale ZeroBy NotLst '
                          DELIMITED BY SIZE
                      'Releas  Unexp   Rate' DELIMITED BY SIZE
                   INTO ArrivalRateRecord
               WRITE ArrivalRateRecord

               PERFORM VARYING SourceIndex FROM 1 BY 1
                       UNTIL SourceIndex > SourceCount
                   PERFORM WRITE-SOURCE-RATE-LINE
               END-PERFORM

               IF SourceCount = 0
                   MOVE SPACES TO ArrivalRateRecord
                   MOVE '  (no arrival checks for the month)'
                       TO ArrivalRateRecord
                   WRITE ArrivalRateRecord
               END-IF

               PERFORM SET-TOTAL-RATE
               MOVE 'All sources' TO RL-SOURCE-ID
               MOVE SPACE TO RL-REQUIREMENT
               MOVE TotalExpected TO RL-EXPECTED
               MOVE TotalOnTime TO RL-ON-TIME
               MOVE TotalLate TO RL-LATE
               MOVE TotalMissing TO RL-MISSING
               MOVE TotalStale TO RL-STALE
               MOVE TotalZeroByte TO RL-ZERO-BYTE
               MOVE TotalNotListed TO RL-NOT-LISTED
               MOVE TotalReleased TO RL-RELEASED
               MOVE TotalUnexpected TO RL-UNEXPECTED
               MOVE OnTimeRateText TO RL-RATE
               MOVE RateLine TO ArrivalRateRecord
               WRITE ArrivalRateRecord

               MOVE SPACES TO ArrivalRateRecord
               STRING 'Rate = on time / expected. Late, missing, '
                          DELIMITED BY SIZE
                      'stale, zero-byte and not-listed days count '
                          DELIMITED BY SIZE
                      'against it;' DELIMITED BY SIZE
                   INTO ArrivalRateRecord
               WRITE ArrivalRateRecord
               MOVE SPACES TO ArrivalRateRecord
               STRING 'unexpected files do not. A day checked more '
                          DELIMITED BY SIZE
                      'than once counts its last check.'
                          DELIMITED BY SIZE
                   INTO ArrivalRateRecord
               WRITE ArrivalRateRecord

               CLOSE ArrivalRateFile
           END-IF.

       WRITE-SOURCE-RATE-LINE.
           IF SR-EXPECTED(SourceIndex) > 0
               COMPUTE OnTimeRate ROUNDED =
                   SR-ON-TIME(SourceIndex) * 100
                   / SR-EXPECTED(SourceIndex)
               MOVE OnTimeRate TO RateEdited
               MOVE SPACES TO OnTimeRateText
               STRING RateEdited DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO OnTimeRateText
           ELSE
               MOVE '   n/a' TO OnTimeRateText
           END-IF

           MOVE SR-SOURCE-ID(SourceIndex) TO RL-SOURCE-ID
           MOVE SR-REQUIREMENT(SourceIndex) TO RL-REQUIREMENT
           MOVE SR-EXPECTED(SourceIndex) TO RL-EXPECTED
           MOVE SR-ON-TIME(SourceIndex) TO RL-ON-TIME
           MOVE SR-LATE(SourceIndex) TO RL-LATE
           MOVE SR-MISSING(SourceIndex) TO RL-MISSING
           MOVE SR-STALE(SourceIndex) TO RL-STALE
           MOVE SR-ZERO-BYTE(SourceIndex) TO RL-ZERO-BYTE
           MOVE SR-NOT-LISTED(SourceIndex) TO RL-NOT-LISTED
           MOVE SR-RELEASED(SourceIndex) TO RL-RELEASED
           MOVE SR-UNEXPECTED(SourceIndex) TO RL-UNEXPECTED
           MOVE OnTimeRateText TO RL-RATE
           MOVE RateLine TO ArrivalRateRecord
           WRITE ArrivalRateRecord.

       SET-TOTAL-RATE.
           IF TotalExpected > 0
               COMPUTE OnTimeRate ROUNDED =
                   TotalOnTime * 100 / TotalExpected
               MOVE OnTimeRate TO RateEdited
               MOVE SPACES TO OnTimeRateText
               STRING RateEdited DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO OnTimeRateText
           ELSE
               MOVE '   n/a' TO OnTimeRateText
           END-IF.
