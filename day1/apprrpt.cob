       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apprrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalQueueFile
                  ASSIGN TO DYNAMIC ApprovalQueueFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ApprovalQueueFileStatus.

           SELECT ApprovalLogFile
                  ASSIGN TO DYNAMIC ApprovalLogFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ApprovalLogFileStatus.

           SELECT ApprovalReportFile
                  ASSIGN TO DYNAMIC ApprovalReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ApprovalReportFileStatus.

           SELECT RunParamFile ASSIGN TO DYNAMIC RunParamFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunParamFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ApprovalQueueFile.
       COPY APPRQUE.

       FD ApprovalLogFile.
       COPY APPRQUE REPLACING ==ApprovalQueueRecord== BY ==ApprovalLogRecord==
                              LEADING ==AQ-== BY ==AL-==.

       FD ApprovalReportFile.
       01 ApprovalReportRecord PIC X(132).

       FD RunParamFile.
       COPY RUNPARM.

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 ApprovalQueueFileName PIC X(200) VALUE SPACES.
       01 ApprovalQueueFileStatus PIC XX.
       01 ApprovalLogFileName PIC X(200) VALUE SPACES.
       01 ApprovalLogFileStatus PIC XX.
       01 ApprovalReportFileName PIC X(200) VALUE SPACES.
       01 ApprovalReportFileStatus PIC XX.
       01 RunParamFileName PIC X(200) VALUE SPACES.
       01 RunParamFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 ReportDate PIC X(8) VALUE SPACES.
       01 EndOfQueueFile PIC X VALUE 'N'.
       01 EndOfApprovalLog PIC X VALUE 'N'.
       01 EndOfParamFile PIC X VALUE 'N'.
       01 ReportStopped PIC X VALUE 'N'.

       01 ApprovalExpiryDays PIC 9(3) VALUE 5.

       01 ItemAgeDays PIC S9(7) VALUE 0.
       01 ItemAgeText PIC Z(6)9.
       01 LineStatus PIC X(1) VALUE SPACE.
       01 ImageFunction PIC X(4) VALUE SPACES.
       01 SectionHeading PIC X(60) VALUE SPACES.
       01 SectionCount PIC 9(6) VALUE 0.

       01 ItemsAwaiting PIC 9(6) VALUE 0.
       01 ItemsDueToExpire PIC 9(6) VALUE 0.
       01 ItemsApproved PIC 9(6) VALUE 0.
       01 ItemsRejected PIC 9(6) VALUE 0.
       01 ItemsExpired PIC 9(6) VALUE 0.
       01 DecisionsRefused PIC 9(6) VALUE 0.

       01 ItemImage PIC X(118).
       01 SourceItemImage REDEFINES ItemImage.
           05 SI-ACTION            PIC X(1).
           05 SI-SOURCE-ID         PIC X(30).
           05 SI-DESCRIPTION       PIC X(40).
           05 SI-STATUS            PIC X(1).
           05 SI-MIN-VOLUME        PIC X(9).
           05 SI-MAX-VOLUME        PIC X(9).
           05 SI-DEPT-CODE         PIC X(4).
           05 SI-EFFECTIVE-DATE    PIC X(8).
           05 SI-MAKER-ID          PIC X(8).
           05 SI-CHECKER-ID        PIC X(8).
       01 ParmItemImage REDEFINES ItemImage.
           05 PI-ACTION            PIC X(1).
           05 FILLER               PIC X(1).
           05 PI-PARAM-NAME        PIC X(30).
           05 FILLER               PIC X(1).
           05 PI-PARAM-VALUE       PIC X(20).
           05 FILLER               PIC X(65).
       01 ItemSummary PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM DETERMINE-FILE-NAMES.
           PERFORM LOAD-RUN-PARAMETERS.

           IF ReportStopped = 'N'
               OPEN OUTPUT ApprovalReportFile
               IF ApprovalReportFileStatus NOT = '00'
                   DISPLAY 'APPROVAL REPORT FAILED: unable to open '
                           FUNCTION TRIM(ApprovalReportFileName)
                           ' (status ' ApprovalReportFileStatus ')'
                   MOVE 'Y' TO ReportStopped
               END-IF
           END-IF

           IF ReportStopped = 'N'
               MOVE SPACES TO ApprovalReportRecord
               STRING '=== Maker-Checker Approval Report: '
                          DELIMITED BY SIZE
                      ReportDate DELIMITED BY SIZE
                      ' ===' DELIMITED BY SIZE
                   INTO ApprovalReportRecord
               WRITE ApprovalReportRecord

               PERFORM WRITE-AWAITING-SECTION
               MOVE 'A' TO LineStatus
               MOVE '--- Approved ---' TO SectionHeading
               PERFORM WRITE-DECIDED-SECTION
               MOVE 'R' TO LineStatus
               MOVE '--- Rejected by the checker ---' TO SectionHeading
               PERFORM WRITE-DECIDED-SECTION
               MOVE 'E' TO LineStatus
               MOVE '--- Expired without a decision ---'
                   TO SectionHeading
               PERFORM WRITE-DECIDED-SECTION
               MOVE 'X' TO LineStatus
               MOVE '--- Decisions refused (checker blank or the maker) ---'
                   TO SectionHeading
               PERFORM WRITE-DECIDED-SECTION
               PERFORM WRITE-REPORT-SUMMARY
               CLOSE ApprovalReportFile

               DISPLAY 'Approval report for ' ReportDate
                       ' written to '
                       FUNCTION TRIM(ApprovalReportFileName) ': '
                       ItemsAwaiting ' awaiting, ' ItemsApproved
                       ' approved, ' ItemsRejected ' rejected, '
                       ItemsExpired ' expired, ' DecisionsRefused
                       ' refused'
           END-IF

           IF ReportStopped = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ItemsExpired > 0 OR DecisionsRefused > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

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
               END-READ
               CLOSE BatchControlFile
           END-IF.

       DETERMINE-FILE-NAMES.
           MOVE SPACES TO CommandLineArg
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT

           IF CommandLineArg NOT = SPACES
               MOVE CommandLineArg TO ReportDate
           ELSE
               MOVE RunBatchDate TO ReportDate
           END-IF

           IF ReportDate IS NOT NUMERIC
               DISPLAY 'APPROVAL REPORT REFUSED: report date "'
                       FUNCTION TRIM(CommandLineArg)
                       '" is not YYYYMMDD'
               MOVE 'Y' TO ReportStopped
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(ReportDate)) NOT = 0
                   DISPLAY 'APPROVAL REPORT REFUSED: report date '
                           ReportDate ' is not a valid date'
                   MOVE 'Y' TO ReportStopped
               END-IF
           END-IF

           ACCEPT ApprovalQueueFileName FROM ENVIRONMENT
               'APPROVAL_QUEUE'
           IF ApprovalQueueFileName = SPACES
               MOVE 'approval_queue.txt' TO ApprovalQueueFileName
           END-IF

           ACCEPT ApprovalLogFileName FROM ENVIRONMENT 'APPROVAL_LOG'
           IF ApprovalLogFileName = SPACES
               MOVE 'approval_log.txt' TO ApprovalLogFileName
           END-IF

           ACCEPT RunParamFileName FROM ENVIRONMENT 'RUN_PARAMS'
           IF RunParamFileName = SPACES
               MOVE 'run_control_params.txt' TO RunParamFileName
           END-IF

           ACCEPT ApprovalReportFileName FROM ENVIRONMENT
               'APPROVAL_REPORT'
           IF ApprovalReportFileName = SPACES
               STRING 'approval_report_' DELIMITED BY SIZE
                      ReportDate DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ApprovalReportFileName
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
                   WHEN 'APPROVAL-EXPIRY-DAYS'
                       IF FUNCTION NUMVAL(PR-PARAM-VALUE) <= 999
                           MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                               TO ApprovalExpiryDays
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-AWAITING-SECTION.
           MOVE SPACES TO ApprovalReportRecord
           WRITE ApprovalReportRecord
           MOVE '--- Awaiting approval (currently on the queue) ---'
               TO ApprovalReportRecord
           WRITE ApprovalReportRecord

           MOVE 'N' TO EndOfQueueFile
           OPEN INPUT ApprovalQueueFile
           IF ApprovalQueueFileStatus NOT = '00'
               MOVE SPACES TO ApprovalReportRecord
               STRING '  (no approval queue '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(ApprovalQueueFileName)
                          DELIMITED BY SIZE
                      ' - nothing awaiting approval)'
                          DELIMITED BY SIZE
                   INTO ApprovalReportRecord
               WRITE ApprovalReportRecord
           ELSE
               PERFORM UNTIL EndOfQueueFile = 'Y'
                   READ ApprovalQueueFile
                       AT END
                           MOVE 'Y' TO EndOfQueueFile
                       NOT AT END
                           IF ApprovalQueueRecord NOT = SPACES
                               PERFORM WRITE-AWAITING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ApprovalQueueFile
               IF ItemsAwaiting = 0
                   MOVE '  (none)' TO ApprovalReportRecord
                   WRITE ApprovalReportRecord
               END-IF
           END-IF.

       WRITE-AWAITING-LINE.
           ADD 1 TO ItemsAwaiting
           MOVE AQ-TRANS-IMAGE TO ItemImage
           MOVE AQ-FUNCTION TO ImageFunction
           PERFORM BUILD-ITEM-SUMMARY

           MOVE 0 TO ItemAgeDays
           IF AQ-KEYED-DATE IS NUMERIC
                   AND AQ-KEYED-DATE <= ReportDate
               COMPUTE ItemAgeDays =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ReportDate))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(AQ-KEYED-DATE))
           END-IF
           MOVE ItemAgeDays TO ItemAgeText

           MOVE SPACES TO ApprovalReportRecord
           STRING '  ' DELIMITED BY SIZE
                  AQ-ITEM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AQ-FUNCTION DELIMITED BY SIZE
                  ' keyed ' DELIMITED BY SIZE
                  AQ-KEYED-DATE DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  AQ-MAKER-ID DELIMITED BY SIZE
                  ' age ' DELIMITED BY SIZE
                  FUNCTION TRIM(ItemAgeText) DELIMITED BY SIZE
                  ' day(s): ' DELIMITED BY SIZE
                  FUNCTION TRIM(ItemSummary) DELIMITED BY SIZE
               INTO ApprovalReportRecord
           WRITE ApprovalReportRecord

           IF ApprovalExpiryDays > 0
                   AND ItemAgeDays >= ApprovalExpiryDays
               ADD 1 TO ItemsDueToExpire
               MOVE SPACES TO ApprovalReportRecord
               STRING '         expires at the next run unless '
                          DELIMITED BY SIZE
                      'decided (limit ' DELIMITED BY SIZE
                      ApprovalExpiryDays DELIMITED BY SIZE
                      ' days)' DELIMITED BY SIZE
                   INTO ApprovalReportRecord
               WRITE ApprovalReportRecord
           END-IF.

       WRITE-DECIDED-SECTION.
           MOVE SPACES TO ApprovalReportRecord
           WRITE ApprovalReportRecord
           MOVE SectionHeading TO ApprovalReportRecord
           WRITE ApprovalReportRecord

           MOVE 0 TO SectionCount
           MOVE 'N' TO EndOfApprovalLog
           OPEN INPUT ApprovalLogFile
           IF ApprovalLogFileStatus = '00'
               PERFORM UNTIL EndOfApprovalLog = 'Y'
                   READ ApprovalLogFile
                       AT END
                           MOVE 'Y' TO EndOfApprovalLog
                       NOT AT END
                           IF AL-STATUS = LineStatus
                                   AND AL-DECIDED-DATE = ReportDate
                               PERFORM WRITE-DECIDED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ApprovalLogFile
           END-IF

           IF SectionCount = 0
               MOVE '  (none)' TO ApprovalReportRecord
               WRITE ApprovalReportRecord
           END-IF.

       WRITE-DECIDED-LINE.
           ADD 1 TO SectionCount
           EVALUATE LineStatus
               WHEN 'A'
                   ADD 1 TO ItemsApproved
               WHEN 'R'
                   ADD 1 TO ItemsRejected
               WHEN 'E'
                   ADD 1 TO ItemsExpired
               WHEN 'X'
                   ADD 1 TO DecisionsRefused
           END-EVALUATE

           MOVE AL-TRANS-IMAGE TO ItemImage
           MOVE AL-FUNCTION TO ImageFunction
           PERFORM BUILD-ITEM-SUMMARY

           MOVE SPACES TO ApprovalReportRecord
           STRING '  ' DELIMITED BY SIZE
                  AL-ITEM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-FUNCTION DELIMITED BY SIZE
                  ' keyed ' DELIMITED BY SIZE
                  AL-KEYED-DATE DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  AL-MAKER-ID DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(ItemSummary) DELIMITED BY SIZE
               INTO ApprovalReportRecord
           WRITE ApprovalReportRecord

           MOVE SPACES TO ApprovalReportRecord
           IF AL-CHECKER-ID = SPACES
               STRING '         ' DELIMITED BY SIZE
                      FUNCTION TRIM(AL-REASON) DELIMITED BY SIZE
                   INTO ApprovalReportRecord
           ELSE
               STRING '         checker ' DELIMITED BY SIZE
                      FUNCTION TRIM(AL-CHECKER-ID) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(AL-REASON) DELIMITED BY SIZE
                   INTO ApprovalReportRecord
           END-IF
           WRITE ApprovalReportRecord.

       BUILD-ITEM-SUMMARY.
           MOVE SPACES TO ItemSummary
           IF ImageFunction = 'SRC '
               IF SI-EFFECTIVE-DATE = SPACES
                   STRING 'action ' DELIMITED BY SIZE
                          SI-ACTION DELIMITED BY SIZE
                          ' source ' DELIMITED BY SIZE
                          FUNCTION TRIM(SI-SOURCE-ID) DELIMITED BY SIZE
                          ' status ' DELIMITED BY SIZE
                          SI-STATUS DELIMITED BY SIZE
                          ' dept ' DELIMITED BY SIZE
                          SI-DEPT-CODE DELIMITED BY SIZE
                       INTO ItemSummary
               ELSE
                   STRING 'action ' DELIMITED BY SIZE
                          SI-ACTION DELIMITED BY SIZE
                          ' source ' DELIMITED BY SIZE
                          FUNCTION TRIM(SI-SOURCE-ID) DELIMITED BY SIZE
                          ' status ' DELIMITED BY SIZE
                          SI-STATUS DELIMITED BY SIZE
                          ' dept ' DELIMITED BY SIZE
                          SI-DEPT-CODE DELIMITED BY SIZE
                          ' effective ' DELIMITED BY SIZE
                          SI-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO ItemSummary
               END-IF
           ELSE
               STRING 'action ' DELIMITED BY SIZE
                      PI-ACTION DELIMITED BY SIZE
                      ' parameter ' DELIMITED BY SIZE
                      FUNCTION TRIM(PI-PARAM-NAME) DELIMITED BY SIZE
                      ' = ' DELIMITED BY SIZE
                      FUNCTION TRIM(PI-PARAM-VALUE) DELIMITED BY SIZE
                   INTO ItemSummary
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO ApprovalReportRecord
           WRITE ApprovalReportRecord
           MOVE SPACES TO ApprovalReportRecord
           STRING 'Awaiting approval: ' DELIMITED BY SIZE
                  ItemsAwaiting DELIMITED BY SIZE
                  '   due to expire: ' DELIMITED BY SIZE
                  ItemsDueToExpire DELIMITED BY SIZE
                  '   expiry limit: ' DELIMITED BY SIZE
                  ApprovalExpiryDays DELIMITED BY SIZE
                  ' day(s) (0 = never)' DELIMITED BY SIZE
               INTO ApprovalReportRecord
           WRITE ApprovalReportRecord

           MOVE SPACES TO ApprovalReportRecord
           STRING 'Decided on ' DELIMITED BY SIZE
                  ReportDate DELIMITED BY SIZE
                  ': approved ' DELIMITED BY SIZE
                  ItemsApproved DELIMITED BY SIZE
                  '   rejected ' DELIMITED BY SIZE
                  ItemsRejected DELIMITED BY SIZE
                  '   expired ' DELIMITED BY SIZE
                  ItemsExpired DELIMITED BY SIZE
                  '   refused ' DELIMITED BY SIZE
                  DecisionsRefused DELIMITED BY SIZE
               INTO ApprovalReportRecord
           WRITE ApprovalReportRecord.
