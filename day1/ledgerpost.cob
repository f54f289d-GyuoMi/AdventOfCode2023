       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ledgerpost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO DYNAMIC LedgerFileName
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-KEY
                  FILE STATUS IS LedgerFileStatus.

           SELECT SourceMasterFile
                  ASSIGN TO DYNAMIC SourceMasterFileName
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SOURCE-ID
                  FILE STATUS IS SourceMasterFileStatus.

           SELECT FeedFile ASSIGN TO DYNAMIC FeedFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FeedFileStatus.

           SELECT PostingRegisterFile
                  ASSIGN TO DYNAMIC PostingRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostingRegisterFileStatus.

           SELECT PostedBatchFile
                  ASSIGN TO DYNAMIC PostedBatchFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostedBatchFileStatus.

           SELECT TransmitRegisterFile
                  ASSIGN TO DYNAMIC TransmitRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TransmitRegisterFileStatus.

           SELECT LedgerArchiveFile
                  ASSIGN TO DYNAMIC LedgerArchiveFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LedgerArchiveFileStatus.

           SELECT LedgerReportFile
                  ASSIGN TO DYNAMIC LedgerReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LedgerReportFileStatus.

           SELECT RunParamFile ASSIGN TO DYNAMIC RunParamFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunParamFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
       COPY CALCLEDG.

       FD SourceMasterFile.
       COPY SRCMAST.

       FD FeedFile.
       COPY CALCFEED.

       FD PostingRegisterFile.
       01 PostingRegisterRecord.
           05 LP-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 LP-CYCLE-NUMBER PIC X(2).
           05 FILLER PIC X(1).
           05 LP-FEED-TYPE PIC X(10).
           05 FILLER PIC X(1).
           05 LP-OPEN-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 LP-POSTED-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 LP-RECORD-COUNT PIC 9(9).
           05 FILLER PIC X(1).
           05 LP-FEED-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 LP-TRANSMIT-SEQUENCE PIC X(9).

       FD PostedBatchFile.
       01 PostedBatchRecord.
           05 PB-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 PB-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 PB-CYCLE-NUMBER PIC X(2).

       FD TransmitRegisterFile.
       COPY FEEDXMIT.

       FD LedgerArchiveFile.
       COPY CALCLEDG REPLACING ==LedgerRecord== BY ==LedgerArchiveRecord==
                               LEADING ==LG-== BY ==LA-==
                               LEADING ==LC-== BY ==LZ-==.

       FD LedgerReportFile.
       01 LedgerReportRecord PIC X(132).

       FD RunParamFile.
       COPY RUNPARM.

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 LedgerFileName PIC X(200) VALUE SPACES.
       01 LedgerFileStatus PIC XX.
       01 SourceMasterFileName PIC X(200) VALUE SPACES.
       01 SourceMasterFileStatus PIC XX.
       01 SourceMasterAvailable PIC X VALUE 'N'.
       01 FeedFileName PIC X(200) VALUE SPACES.
       01 FeedFileStatus PIC XX.
       01 PostingRegisterFileName PIC X(200) VALUE SPACES.
       01 PostingRegisterFileStatus PIC XX.
       01 PostedBatchFileName PIC X(200) VALUE SPACES.
       01 PostedBatchFileStatus PIC XX.
       01 TransmitRegisterFileName PIC X(200) VALUE SPACES.
       01 TransmitRegisterFileStatus PIC XX.
       01 LedgerArchiveFileName PIC X(200) VALUE SPACES.
       01 LedgerArchiveFileStatus PIC XX.
       01 LedgerReportFileName PIC X(200) VALUE SPACES.
       01 LedgerReportFileStatus PIC XX.
       01 RunParamFileName PIC X(200) VALUE SPACES.
       01 RunParamFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 RunCycleNumber PIC 9(2) VALUE 1.
       01 RunMode PIC X(10) VALUE SPACES.
       01 LedgerStopped PIC X VALUE 'N'.
       01 LedgerOpen PIC X VALUE 'N'.
       01 EndOfFeedFile PIC X VALUE 'N'.
       01 EndOfPostingRegister PIC X VALUE 'N'.
       01 EndOfPostedFile PIC X VALUE 'N'.
       01 EndOfTransmitRegister PIC X VALUE 'N'.
       01 EndOfLedgerFile PIC X VALUE 'N'.
       01 EndOfParamFile PIC X VALUE 'N'.

       01 ParamFiscalStartMonth PIC 9(2) VALUE 1.

       01 OpenPeriod PIC X(6) VALUE SPACES.
       01 OpenPeriodYear PIC 9(4) VALUE 0.
       01 OpenPeriodMonth PIC 9(2) VALUE 0.
       01 FiscalYear PIC 9(4) VALUE 0.
       01 FiscalStartMonth PIC 9(2) VALUE 1.
       01 FiscalLastMonth PIC 9(2) VALUE 12.
       01 YearEndPending PIC X VALUE 'N'.
       01 LastMonthEnd PIC X(8) VALUE SPACES.
       01 LastYearEnd PIC X(8) VALUE SPACES.
       01 PeriodYear PIC 9(4) VALUE 0.
       01 PeriodMonth PIC 9(2) VALUE 0.
       01 ClosedPeriod PIC X(6) VALUE SPACES.

       01 BatchMarkedPosted PIC X VALUE 'N'.
       01 PostedCycleNumber PIC 9(2) VALUE 1.
       01 FeedAlreadyPosted PIC X VALUE 'N'.
       01 FeedTransmitSequence PIC X(9) VALUE SPACES.
       01 FeedSequenceNumber PIC 9(9) VALUE 0.
       01 FeedRequired PIC X VALUE 'N'.
       01 FeedType PIC X(10) VALUE SPACES.
       01 FeedRecordsPosted PIC 9(9) VALUE 0.
       01 FeedsPosted PIC 9(4) VALUE 0.
       01 FeedsSkipped PIC 9(4) VALUE 0.

       01 PostingTable.
           05 PostingEntry OCCURS 500 TIMES.
               10 PT-SOURCE-ID PIC X(30).
               10 PT-RECORDS PIC S9(9).
               10 PT-REJECTED PIC S9(9).
               10 PT-VALUE PIC S9(13).
               10 PT-VALUE-WORDS PIC S9(13).
       01 PostingCount PIC 9(4) VALUE 0.
       01 PostingIndex PIC 9(4) VALUE 0.
       01 PostingOverflowCount PIC 9(6) VALUE 0.
       01 RecordSign PIC S9(1) VALUE 1.
       01 PostBasis PIC X(1) VALUE SPACE.
       01 PostRecords PIC S9(9) VALUE 0.
       01 PostRejected PIC S9(9) VALUE 0.
       01 PostValue PIC S9(13) VALUE 0.
       01 LedgerRecordFound PIC X VALUE 'N'.
       01 LedgerRecordsWritten PIC 9(6) VALUE 0.

       01 ReversalFeedTable.
           05 ReversalFeedEntry OCCURS 100 TIMES.
               10 RF-FEED-FILE-NAME PIC X(60).
               10 RF-CYCLE-NUMBER PIC X(2).
       01 ReversalFeedCount PIC 9(4) VALUE 0.
       01 ReversalFeedIndex PIC 9(4) VALUE 0.

       01 OriginalFeedTable.
           05 OriginalFeedEntry OCCURS 2000 TIMES.
               10 OF-SEQUENCE-NUMBER PIC 9(6).
               10 OF-FILE-NAME PIC X(60).
       01 OriginalFeedCount PIC 9(4) VALUE 0.
       01 OriginalFeedIndex PIC 9(4) VALUE 0.
       01 OriginalFeedOverflowCount PIC 9(6) VALUE 0.
       01 ReversedSequenceNumber PIC 9(6) VALUE 0.
       01 ReversedFeedKnown PIC X VALUE 'N'.
       01 ReversedFeedPosted PIC X VALUE 'Y'.
       01 ReversedNameTally PIC 9(4) VALUE 0.
       01 ReversedFeedFileName PIC X(200) VALUE SPACES.
       01 NettedFeedFileName PIC X(200) VALUE SPACES.
       01 NettedTransmitSequence PIC X(9) VALUE SPACES.

       01 RolledRecordCount PIC 9(6) VALUE 0.

       01 DeptTable.
           05 DeptEntry OCCURS 100 TIMES.
               10 DP-DEPT-CODE PIC X(4).
               10 DP-BASIS PIC X(1).
               10 DP-SOURCES PIC 9(4).
               10 DP-MTD-RECORDS PIC S9(9).
               10 DP-MTD-VALUE PIC S9(13).
               10 DP-YTD-RECORDS PIC S9(9).
               10 DP-YTD-REJECTED PIC S9(9).
               10 DP-YTD-VALUE PIC S9(13).
       01 DeptCount PIC 9(4) VALUE 0.
       01 DeptIndex PIC 9(4) VALUE 0.
       01 DeptOverflowCount PIC 9(6) VALUE 0.
       01 ReportDeptCode PIC X(4) VALUE SPACES.

       01 CountText1 PIC -(9)9.
       01 CountText2 PIC -(9)9.
       01 CountText3 PIC -(9)9.
       01 CountText4 PIC -(9)9.
       01 ValueText1 PIC -(13)9.
       01 ValueText2 PIC -(13)9.
       01 ValueText3 PIC -(13)9.
       01 SourceCountText PIC ZZZ9.
       01 I PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM DETERMINE-FILE-NAMES.
           PERFORM LOAD-RUN-PARAMETERS.

           IF LedgerStopped = 'N'
               PERFORM OPEN-LEDGER
           END-IF
           IF LedgerStopped = 'N'
               PERFORM LOAD-LEDGER-CONTROL
           END-IF

           IF LedgerStopped = 'N'
               EVALUATE RunMode
                   WHEN 'POST'
                       PERFORM POST-BATCH
                   WHEN 'MONTHEND'
                       PERFORM ROLL-MONTH-END
                   WHEN 'YEAREND'
                       PERFORM CLOSE-YEAR-END
                   WHEN 'REPORT'
                       PERFORM WRITE-LEDGER-REPORT
               END-EVALUATE
           END-IF

           IF LedgerOpen = 'Y'
               CLOSE LedgerFile
           END-IF

           IF LedgerStopped = 'Y'
               MOVE 8 TO RETURN-CODE
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

       DETERMINE-RUN-MODE.
           MOVE SPACES TO CommandLineArg
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT

           IF CommandLineArg = SPACES
               ACCEPT CommandLineArg FROM ENVIRONMENT 'LEDGER_MODE'
           END-IF
           IF CommandLineArg = SPACES
               MOVE 'POST' TO RunMode
           ELSE
               MOVE FUNCTION UPPER-CASE(CommandLineArg) TO RunMode
           END-IF

           IF RunMode NOT = 'POST' AND RunMode NOT = 'MONTHEND'
                   AND RunMode NOT = 'YEAREND'
                   AND RunMode NOT = 'REPORT'
               DISPLAY 'LEDGER REFUSED: unknown mode '
                       FUNCTION TRIM(RunMode)
                       ' - use POST, MONTHEND, YEAREND or REPORT'
               MOVE 'Y' TO LedgerStopped
           END-IF.

       DETERMINE-FILE-NAMES.
           ACCEPT LedgerFileName FROM ENVIRONMENT 'LEDGER_MASTER'
           IF LedgerFileName = SPACES
               MOVE 'calib_ledger.dat' TO LedgerFileName
           END-IF

           ACCEPT SourceMasterFileName FROM ENVIRONMENT 'SOURCE_MASTER'
           IF SourceMasterFileName = SPACES
               MOVE 'source_master.dat' TO SourceMasterFileName
           END-IF

           ACCEPT PostingRegisterFileName FROM ENVIRONMENT
               'LEDGER_POSTINGS'
           IF PostingRegisterFileName = SPACES
               MOVE 'ledger_postings.txt' TO PostingRegisterFileName
           END-IF

           ACCEPT PostedBatchFileName FROM ENVIRONMENT
               'POSTED_REGISTER'
           IF PostedBatchFileName = SPACES
               MOVE 'posted_batches.txt' TO PostedBatchFileName
           END-IF

           ACCEPT TransmitRegisterFileName FROM ENVIRONMENT
               'XMIT_REGISTER'
           IF TransmitRegisterFileName = SPACES
               MOVE 'feed_transmit_register.txt'
                   TO TransmitRegisterFileName
           END-IF

           ACCEPT LedgerReportFileName FROM ENVIRONMENT
               'LEDGER_REPORT'
           IF LedgerReportFileName = SPACES
               STRING 'ledger_report_' DELIMITED BY SIZE
                      RunBatchDate DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO LedgerReportFileName
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
                   WHEN 'LEDGER-FISCAL-START-MONTH'
                       IF FUNCTION NUMVAL(PR-PARAM-VALUE) >= 1
                               AND FUNCTION NUMVAL(PR-PARAM-VALUE)
                                   <= 12
                           MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                               TO ParamFiscalStartMonth
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       OPEN-LEDGER.
           OPEN I-O LedgerFile
           IF LedgerFileStatus = '35'
               DISPLAY 'Ledger master ' FUNCTION TRIM(LedgerFileName)
                       ' not found - creating a new ledger'
               OPEN OUTPUT LedgerFile
               CLOSE LedgerFile
               OPEN I-O LedgerFile
           END-IF

           IF LedgerFileStatus NOT = '00'
               DISPLAY 'LEDGER FAILED: unable to open ledger master '
                       FUNCTION TRIM(LedgerFileName)
                       ' (status ' LedgerFileStatus ')'
               MOVE 'Y' TO LedgerStopped
           ELSE
               MOVE 'Y' TO LedgerOpen
           END-IF.

       LOAD-LEDGER-CONTROL.
           MOVE SPACES TO LedgerRecord
           MOVE '*CONTROL' TO LG-SOURCE-ID
           MOVE SPACE TO LG-BASIS
           READ LedgerFile
               INVALID KEY
                   PERFORM CREATE-LEDGER-CONTROL
               NOT INVALID KEY
                   MOVE LC-OPEN-PERIOD TO OpenPeriod
                   MOVE LC-FISCAL-YEAR TO FiscalYear
                   MOVE LC-FISCAL-START-MONTH TO FiscalStartMonth
                   MOVE LC-YEAR-END-PENDING TO YearEndPending
                   MOVE LC-LAST-MONTH-END TO LastMonthEnd
                   MOVE LC-LAST-YEAR-END TO LastYearEnd
           END-READ

           IF FiscalStartMonth = 1
               MOVE 12 TO FiscalLastMonth
           ELSE
               COMPUTE FiscalLastMonth = FiscalStartMonth - 1
           END-IF

           IF LedgerStopped = 'N'
                   AND ParamFiscalStartMonth NOT = FiscalStartMonth
               DISPLAY 'WARNING: LEDGER-FISCAL-START-MONTH is '
                       ParamFiscalStartMonth ' but the ledger was '
                       'opened with fiscal start month '
                       FiscalStartMonth ' - the ledger keeps '
                       FiscalStartMonth
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF LedgerStopped = 'N'
               DISPLAY 'Ledger open period ' OpenPeriod
                       ', fiscal year ' FiscalYear
                       ' (starts month ' FiscalStartMonth ')'
           END-IF.

       CREATE-LEDGER-CONTROL.
           MOVE RunBatchDate(1:6) TO OpenPeriod
           MOVE ParamFiscalStartMonth TO FiscalStartMonth
           MOVE 'N' TO YearEndPending
           MOVE SPACES TO LastMonthEnd
           MOVE SPACES TO LastYearEnd
           MOVE RunBatchDate(1:4) TO OpenPeriodYear
           MOVE RunBatchDate(5:2) TO OpenPeriodMonth
           IF FiscalStartMonth > 1
                   AND OpenPeriodMonth >= FiscalStartMonth
               COMPUTE FiscalYear = OpenPeriodYear + 1
           ELSE
               MOVE OpenPeriodYear TO FiscalYear
           END-IF

           MOVE SPACES TO LedgerRecord
           MOVE '*CONTROL' TO LG-SOURCE-ID
           MOVE SPACE TO LG-BASIS
           PERFORM FILL-LEDGER-CONTROL
           WRITE LedgerRecord
               INVALID KEY
                   DISPLAY 'LEDGER FAILED: unable to create the '
                           'ledger control record (status '
                           LedgerFileStatus ')'
                   MOVE 'Y' TO LedgerStopped
               NOT INVALID KEY
                   DISPLAY 'Ledger control created: open period '
                           OpenPeriod ', fiscal year ' FiscalYear
           END-WRITE.

       FILL-LEDGER-CONTROL.
           MOVE SPACES TO LG-CONTROL-DATA
           MOVE OpenPeriod TO LC-OPEN-PERIOD
           MOVE FiscalYear TO LC-FISCAL-YEAR
           MOVE FiscalStartMonth TO LC-FISCAL-START-MONTH
           MOVE YearEndPending TO LC-YEAR-END-PENDING
           MOVE LastMonthEnd TO LC-LAST-MONTH-END
           MOVE LastYearEnd TO LC-LAST-YEAR-END.

       SAVE-LEDGER-CONTROL.
           MOVE SPACES TO LedgerRecord
           MOVE '*CONTROL' TO LG-SOURCE-ID
           MOVE SPACE TO LG-BASIS
           READ LedgerFile
               INVALID KEY
                   DISPLAY 'LEDGER FAILED: ledger control record '
                           'missing on update (status '
                           LedgerFileStatus ')'
                   MOVE 'Y' TO LedgerStopped
               NOT INVALID KEY
                   PERFORM FILL-LEDGER-CONTROL
                   REWRITE LedgerRecord
                       INVALID KEY
                           DISPLAY 'LEDGER FAILED: unable to update '
                                   'the ledger control record (status '
                                   LedgerFileStatus ')'
                           MOVE 'Y' TO LedgerStopped
                   END-REWRITE
           END-READ.

       POST-BATCH.
           IF YearEndPending = 'Y'
               DISPLAY 'LEDGER REFUSED: fiscal year ' FiscalYear
                       ' has had its last month-end roll - run '
                       'YEAREND before posting batch ' RunBatchDate
               MOVE 'Y' TO LedgerStopped
           END-IF

           IF LedgerStopped = 'N'
               IF RunBatchDate(1:6) > OpenPeriod
                   DISPLAY 'LEDGER REFUSED: batch ' RunBatchDate
                           ' falls after open period ' OpenPeriod
                           ' - run MONTHEND for ' OpenPeriod ' first'
                   MOVE 'Y' TO LedgerStopped
               END-IF
               IF RunBatchDate(1:6) < OpenPeriod
                   DISPLAY 'LEDGER REFUSED: batch ' RunBatchDate
                           ' belongs to a closed period (open period '
                           'is ' OpenPeriod ')'
                   MOVE 'Y' TO LedgerStopped
               END-IF
           END-IF

           IF LedgerStopped = 'N'
               PERFORM CHECK-BATCH-MARKED-POSTED
               IF BatchMarkedPosted = 'N'
                   DISPLAY 'LEDGER REFUSED: batch ' RunBatchDate
                           ' cycle ' RunCycleNumber
                           ' is not marked posted on '
                           FUNCTION TRIM(PostedBatchFileName)
                           ' - nothing posted to the ledger'
                   MOVE 'Y' TO LedgerStopped
               END-IF
           END-IF

           IF LedgerStopped = 'N'
               PERFORM OPEN-SOURCE-MASTER

               MOVE SPACES TO FeedFileName
               IF RunCycleNumber > 1
                   STRING 'gl_feed_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          RunCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO FeedFileName
               ELSE
                   STRING 'gl_feed_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO FeedFileName
               END-IF
               MOVE 'FEED' TO FeedType
               MOVE 'Y' TO FeedRequired
               PERFORM POST-ONE-FEED

               MOVE SPACES TO FeedFileName
               IF RunCycleNumber > 1
                   STRING 'gl_adjustments_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          RunCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO FeedFileName
               ELSE
                   STRING 'gl_adjustments_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO FeedFileName
               END-IF
               MOVE 'ADJUSTMENT' TO FeedType
               MOVE 'N' TO FeedRequired
               IF LedgerStopped = 'N'
                   PERFORM POST-ONE-FEED
               END-IF

               PERFORM LOAD-REVERSAL-FEEDS
               PERFORM VARYING ReversalFeedIndex FROM 1 BY 1
                       UNTIL ReversalFeedIndex > ReversalFeedCount
                           OR LedgerStopped = 'Y'
                   MOVE SPACES TO FeedFileName
                   MOVE RF-FEED-FILE-NAME(ReversalFeedIndex)
                       TO FeedFileName
                   MOVE 'REVERSAL' TO FeedType
                   MOVE 'Y' TO FeedRequired
                   PERFORM POST-ONE-FEED
               END-PERFORM

               IF SourceMasterAvailable = 'Y'
                   CLOSE SourceMasterFile
               END-IF

               DISPLAY 'Ledger posting complete for batch '
                       RunBatchDate ' cycle ' RunCycleNumber ': '
                       FeedsPosted ' feed(s) posted, ' FeedsSkipped
                       ' already on the posting register'
           END-IF.

       CHECK-BATCH-MARKED-POSTED.
           MOVE 'N' TO BatchMarkedPosted
           MOVE 'N' TO EndOfPostedFile

           OPEN INPUT PostedBatchFile
           IF PostedBatchFileStatus = '00'
               PERFORM UNTIL EndOfPostedFile = 'Y'
                   READ PostedBatchFile
                       AT END
                           MOVE 'Y' TO EndOfPostedFile
                       NOT AT END
                           IF PB-CYCLE-NUMBER IS NUMERIC
                                   AND FUNCTION
                                       NUMVAL(PB-CYCLE-NUMBER) > 0
                               MOVE FUNCTION NUMVAL(PB-CYCLE-NUMBER)
                                   TO PostedCycleNumber
                           ELSE
                               MOVE 1 TO PostedCycleNumber
                           END-IF
                           IF PB-BATCH-DATE = RunBatchDate
                                   AND PostedCycleNumber
                                       = RunCycleNumber
                               MOVE 'Y' TO BatchMarkedPosted
                               MOVE 'Y' TO EndOfPostedFile
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostedBatchFile
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
                       ') - department codes on the ledger are not '
                       'refreshed'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-REVERSAL-FEEDS.
           MOVE 0 TO ReversalFeedCount
           MOVE 0 TO OriginalFeedCount
           MOVE 0 TO OriginalFeedOverflowCount
           MOVE 'N' TO EndOfTransmitRegister

           OPEN INPUT TransmitRegisterFile
           IF TransmitRegisterFileStatus = '00'
               PERFORM UNTIL EndOfTransmitRegister = 'Y'
                   READ TransmitRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfTransmitRegister
                       NOT AT END
                           IF TransmitRegisterRecord NOT = SPACES
                               EVALUATE TRUE
                                   WHEN TX-BASIS = 'R'
                                           AND TX-BATCH-DATE
                                               <= RunBatchDate
                                       PERFORM NOTE-REVERSAL-FEED
                                   WHEN TX-BASIS = 'D'
                                           OR TX-BASIS = SPACE
                                       PERFORM NOTE-ORIGINAL-FEED
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransmitRegisterFile
           END-IF.

       NOTE-REVERSAL-FEED.
           MOVE SPACES TO FeedFileName
           MOVE TX-FEED-FILE-NAME TO FeedFileName
           MOVE TX-SEQUENCE-NUMBER TO FeedSequenceNumber
           MOVE FeedSequenceNumber TO FeedTransmitSequence
           PERFORM SCAN-POSTING-REGISTER
           IF FeedAlreadyPosted = 'N'
               PERFORM CHECK-REVERSED-FEED-POSTED
               EVALUATE TRUE
                   WHEN ReversedFeedPosted = 'N'
                       PERFORM RECORD-FEED-NETTED
                   WHEN ReversalFeedCount < 100
                       ADD 1 TO ReversalFeedCount
                       MOVE TX-FEED-FILE-NAME
                           TO RF-FEED-FILE-NAME(ReversalFeedCount)
                       MOVE TX-CYCLE-NUMBER
                           TO RF-CYCLE-NUMBER(ReversalFeedCount)
                   WHEN OTHER
                       DISPLAY 'WARNING: more than 100 reversing feeds '
                               'awaiting posting - '
                               FUNCTION TRIM(TX-FEED-FILE-NAME)
                               ' left for the next posting run'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF.

       NOTE-ORIGINAL-FEED.
           IF OriginalFeedCount >= 2000
               ADD 1 TO OriginalFeedOverflowCount
           ELSE
               ADD 1 TO OriginalFeedCount
               MOVE TX-SEQUENCE-NUMBER
                   TO OF-SEQUENCE-NUMBER(OriginalFeedCount)
               MOVE TX-FEED-FILE-NAME TO OF-FILE-NAME(OriginalFeedCount)
           END-IF.

       CHECK-REVERSED-FEED-POSTED.
           MOVE FeedFileName TO NettedFeedFileName
           MOVE FeedTransmitSequence TO NettedTransmitSequence
           MOVE 'Y' TO ReversedFeedPosted
           MOVE 'N' TO ReversedFeedKnown
           MOVE SPACES TO ReversedFeedFileName

           IF TX-RELATED-SEQUENCE IS NUMERIC
               MOVE TX-RELATED-SEQUENCE TO ReversedSequenceNumber
               PERFORM VARYING OriginalFeedIndex FROM 1 BY 1
                       UNTIL OriginalFeedIndex > OriginalFeedCount
                   IF OF-SEQUENCE-NUMBER(OriginalFeedIndex)
                           = ReversedSequenceNumber
                       MOVE 'Y' TO ReversedFeedKnown
                       MOVE OF-FILE-NAME(OriginalFeedIndex)
                           TO ReversedFeedFileName
                   END-IF
               END-PERFORM

               IF ReversedFeedKnown = 'N'
                       AND OriginalFeedOverflowCount > 0
                   DISPLAY 'WARNING: more than 2000 detail feeds on '
                           FUNCTION TRIM(TransmitRegisterFileName)
                           ' - whether feed seq '
                           ReversedSequenceNumber ' reached the '
                           'ledger is not checked before posting '
                           FUNCTION TRIM(NettedFeedFileName)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 0 TO ReversedNameTally
                   INSPECT ReversedFeedFileName
                       TALLYING ReversedNameTally FOR ALL '_rev'
                   MOVE SPACES TO FeedFileName
                   IF ReversedNameTally > 0
                       STRING ReversedFeedFileName DELIMITED BY '_rev'
                              '.txt' DELIMITED BY SIZE
                           INTO FeedFileName
                   ELSE
                       MOVE ReversedFeedFileName TO FeedFileName
                   END-IF
                   MOVE ReversedSequenceNumber TO FeedSequenceNumber
                   MOVE FeedSequenceNumber TO FeedTransmitSequence
                   PERFORM SCAN-POSTING-REGISTER
                   MOVE FeedAlreadyPosted TO ReversedFeedPosted
               END-IF
           END-IF

           MOVE NettedFeedFileName TO FeedFileName
           MOVE NettedTransmitSequence TO FeedTransmitSequence
           MOVE 'N' TO FeedAlreadyPosted.

       RECORD-FEED-NETTED.
           OPEN EXTEND PostingRegisterFile
           IF PostingRegisterFileStatus = '05'
                   OR PostingRegisterFileStatus = '35'
               OPEN OUTPUT PostingRegisterFile
           END-IF

           IF PostingRegisterFileStatus NOT = '00'
               DISPLAY 'WARNING: reversing feed '
                       FUNCTION TRIM(FeedFileName)
                       ' not posted - feed seq '
                       ReversedSequenceNumber ' it reverses never '
                       'reached the ledger, and the posting register '
                       FUNCTION TRIM(PostingRegisterFileName)
                       ' could not be opened (status '
                       PostingRegisterFileStatus ') to record it'
           ELSE
               MOVE SPACES TO PostingRegisterRecord
               MOVE RunBatchDate TO LP-BATCH-DATE
               MOVE RunCycleNumber TO LP-CYCLE-NUMBER
               MOVE 'NETTED' TO LP-FEED-TYPE
               MOVE OpenPeriod TO LP-OPEN-PERIOD
               MOVE CurrentDateTime(1:8) TO LP-POSTED-DATE
               MOVE 0 TO LP-RECORD-COUNT
               MOVE FeedFileName TO LP-FEED-FILE-NAME
               MOVE FeedTransmitSequence TO LP-TRANSMIT-SEQUENCE
               WRITE PostingRegisterRecord
               CLOSE PostingRegisterFile
               DISPLAY 'WARNING: reversing feed '
                       FUNCTION TRIM(FeedFileName)
                       ' not posted - feed seq '
                       ReversedSequenceNumber ' it reverses never '
                       'reached the ledger, so the two net to nothing;'
                       ' recorded as NETTED on '
                       FUNCTION TRIM(PostingRegisterFileName)
           END-IF
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       POST-ONE-FEED.
           PERFORM CHECK-FEED-ALREADY-POSTED
           IF FeedAlreadyPosted = 'Y'
               ADD 1 TO FeedsSkipped
           ELSE
               PERFORM ACCUMULATE-FEED
           END-IF.

       CHECK-FEED-ALREADY-POSTED.
           PERFORM READ-FEED-SEQUENCE
           PERFORM SCAN-POSTING-REGISTER.

       READ-FEED-SEQUENCE.
           MOVE SPACES TO FeedTransmitSequence
           OPEN INPUT FeedFile
           IF FeedFileStatus = '00'
               READ FeedFile
                   NOT AT END
                       IF CF-RECORD-TYPE = 'H'
                               AND CF-LINE-NUMBER IS NUMERIC
                               AND CF-LINE-NUMBER > 0
                           MOVE CF-LINE-NUMBER TO FeedTransmitSequence
                       END-IF
               END-READ
               CLOSE FeedFile
           END-IF.

       SCAN-POSTING-REGISTER.
           MOVE 'N' TO FeedAlreadyPosted
           MOVE 'N' TO EndOfPostingRegister

           OPEN INPUT PostingRegisterFile
           IF PostingRegisterFileStatus = '00'
               PERFORM UNTIL EndOfPostingRegister = 'Y'
                   READ PostingRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfPostingRegister
                       NOT AT END
                           PERFORM MATCH-POSTING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PostingRegisterFile
           END-IF.

       MATCH-POSTING-ENTRY.
           IF LP-TRANSMIT-SEQUENCE NOT = SPACES
                   AND FeedTransmitSequence NOT = SPACES
               IF LP-TRANSMIT-SEQUENCE = FeedTransmitSequence
                   MOVE 'Y' TO FeedAlreadyPosted
                   MOVE 'Y' TO EndOfPostingRegister
               END-IF
           ELSE
               IF FUNCTION TRIM(LP-FEED-FILE-NAME)
                       = FUNCTION TRIM(FeedFileName)
                   MOVE 'Y' TO FeedAlreadyPosted
                   MOVE 'Y' TO EndOfPostingRegister
               END-IF
           END-IF.

       ACCUMULATE-FEED.
           MOVE 0 TO PostingCount
           MOVE 0 TO PostingOverflowCount
           MOVE 0 TO FeedRecordsPosted
           MOVE 'N' TO EndOfFeedFile

           OPEN INPUT FeedFile
           IF FeedFileStatus NOT = '00'
               IF FeedRequired = 'Y'
                   DISPLAY 'LEDGER FAILED: unable to open '
                           FUNCTION LOWER-CASE(FeedType) ' feed '
                           FUNCTION TRIM(FeedFileName)
                           ' (status ' FeedFileStatus
                           ') - it has not been posted'
                   MOVE 'Y' TO LedgerStopped
               END-IF
           ELSE
               PERFORM UNTIL EndOfFeedFile = 'Y'
                   READ FeedFile
                       AT END
                           MOVE 'Y' TO EndOfFeedFile
                       NOT AT END
                           IF CF-RECORD-TYPE = 'D'
                                   OR CF-RECORD-TYPE = 'R'
                                   OR CF-RECORD-TYPE = 'A'
                               PERFORM ACCUMULATE-FEED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeedFile

               IF PostingOverflowCount > 0
                   DISPLAY 'LEDGER FAILED: ' FUNCTION TRIM(FeedFileName)
                           ' names more than 500 sources - it has '
                           'not been posted'
                   MOVE 'Y' TO LedgerStopped
               ELSE
                   PERFORM APPLY-POSTING-TABLE
                   IF LedgerStopped = 'N'
                       PERFORM RECORD-FEED-POSTED
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-FEED-RECORD.
           IF CF-VALUE-SIGN = '-'
               MOVE -1 TO RecordSign
           ELSE
               MOVE 1 TO RecordSign
           END-IF

           MOVE 0 TO PostingIndex
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PostingCount OR PostingIndex > 0
               IF PT-SOURCE-ID(I) = CF-SOURCE-ID
                   MOVE I TO PostingIndex
               END-IF
           END-PERFORM

           IF PostingIndex = 0
               IF PostingCount < 500
                   ADD 1 TO PostingCount
                   MOVE PostingCount TO PostingIndex
                   MOVE CF-SOURCE-ID TO PT-SOURCE-ID(PostingIndex)
                   MOVE 0 TO PT-RECORDS(PostingIndex)
                   MOVE 0 TO PT-REJECTED(PostingIndex)
                   MOVE 0 TO PT-VALUE(PostingIndex)
                   MOVE 0 TO PT-VALUE-WORDS(PostingIndex)
               ELSE
                   ADD 1 TO PostingOverflowCount
               END-IF
           END-IF

           IF PostingIndex > 0
               ADD 1 TO FeedRecordsPosted
               ADD RecordSign TO PT-RECORDS(PostingIndex)
               IF CF-RECORD-TYPE = 'R'
                   ADD RecordSign TO PT-REJECTED(PostingIndex)
               ELSE
                   COMPUTE PT-VALUE(PostingIndex) =
                       PT-VALUE(PostingIndex)
                       + (CF-CALIBRATION-VALUE * RecordSign)
                   IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
                       COMPUTE PT-VALUE-WORDS(PostingIndex) =
                           PT-VALUE-WORDS(PostingIndex)
                           + (CF-CALIBRATION-VALUE-WORDS * RecordSign)
                   END-IF
               END-IF
           END-IF.

       APPLY-POSTING-TABLE.
           PERFORM VARYING PostingIndex FROM 1 BY 1
                   UNTIL PostingIndex > PostingCount
                       OR LedgerStopped = 'Y'
               MOVE PT-RECORDS(PostingIndex) TO PostRecords
               MOVE PT-REJECTED(PostingIndex) TO PostRejected

               MOVE 'D' TO PostBasis
               MOVE PT-VALUE(PostingIndex) TO PostValue
               PERFORM POST-LEDGER-RECORD

               MOVE 'W' TO PostBasis
               MOVE PT-VALUE-WORDS(PostingIndex) TO PostValue
               IF LedgerStopped = 'N'
                   PERFORM POST-LEDGER-RECORD
               END-IF
           END-PERFORM.

       POST-LEDGER-RECORD.
           MOVE SPACES TO LedgerRecord
           MOVE PT-SOURCE-ID(PostingIndex) TO LG-SOURCE-ID
           MOVE PostBasis TO LG-BASIS
           READ LedgerFile
               INVALID KEY
                   MOVE 'N' TO LedgerRecordFound
               NOT INVALID KEY
                   MOVE 'Y' TO LedgerRecordFound
           END-READ

           IF LedgerRecordFound = 'N'
               MOVE SPACES TO LedgerRecord
               MOVE PT-SOURCE-ID(PostingIndex) TO LG-SOURCE-ID
               MOVE PostBasis TO LG-BASIS
               MOVE RunBatchDate TO LG-DAY-DATE
               PERFORM ZERO-DAY-BUCKET
               PERFORM ZERO-MONTH-BUCKET
               PERFORM ZERO-YEAR-BUCKET
           END-IF

           IF LG-DAY-DATE NOT = RunBatchDate
               MOVE RunBatchDate TO LG-DAY-DATE
               PERFORM ZERO-DAY-BUCKET
           END-IF

           IF SourceMasterAvailable = 'Y'
               MOVE PT-SOURCE-ID(PostingIndex) TO SM-SOURCE-ID
               READ SourceMasterFile
                   NOT INVALID KEY
                       MOVE SM-DEPT-CODE TO LG-DEPT-CODE
               END-READ
           END-IF

           ADD PostRecords TO LG-DAY-RECORDS LG-MTD-RECORDS
                              LG-YTD-RECORDS
           ADD PostRejected TO LG-DAY-REJECTED LG-MTD-REJECTED
                               LG-YTD-REJECTED
           ADD PostValue TO LG-DAY-VALUE LG-MTD-VALUE LG-YTD-VALUE
           MOVE RunBatchDate TO LG-LAST-POSTED

           IF LedgerRecordFound = 'Y'
               REWRITE LedgerRecord
                   INVALID KEY
                       DISPLAY 'LEDGER FAILED: unable to update ledger '
                               'record ' FUNCTION TRIM(LG-SOURCE-ID)
                               ' basis ' LG-BASIS ' (status '
                               LedgerFileStatus ')'
                       MOVE 'Y' TO LedgerStopped
               END-REWRITE
           ELSE
               WRITE LedgerRecord
                   INVALID KEY
                       DISPLAY 'LEDGER FAILED: unable to add ledger '
                               'record ' FUNCTION TRIM(LG-SOURCE-ID)
                               ' basis ' LG-BASIS ' (status '
                               LedgerFileStatus ')'
                       MOVE 'Y' TO LedgerStopped
               END-WRITE
           END-IF.

       ZERO-DAY-BUCKET.
           MOVE 0 TO LG-DAY-RECORDS
           MOVE 0 TO LG-DAY-REJECTED
           MOVE 0 TO LG-DAY-VALUE.

       ZERO-MONTH-BUCKET.
           MOVE 0 TO LG-MTD-RECORDS
           MOVE 0 TO LG-MTD-REJECTED
           MOVE 0 TO LG-MTD-VALUE.

       ZERO-YEAR-BUCKET.
           MOVE 0 TO LG-YTD-RECORDS
           MOVE 0 TO LG-YTD-REJECTED
           MOVE 0 TO LG-YTD-VALUE.

       RECORD-FEED-POSTED.
           OPEN EXTEND PostingRegisterFile
           IF PostingRegisterFileStatus = '05'
                   OR PostingRegisterFileStatus = '35'
               OPEN OUTPUT PostingRegisterFile
           END-IF

           IF PostingRegisterFileStatus NOT = '00'
               DISPLAY 'LEDGER FAILED: ' FUNCTION TRIM(FeedFileName)
                       ' posted but the posting register '
                       FUNCTION TRIM(PostingRegisterFileName)
                       ' could not be opened (status '
                       PostingRegisterFileStatus ') - record it by '
                       'hand before the next posting run'
               MOVE 'Y' TO LedgerStopped
           ELSE
               MOVE SPACES TO PostingRegisterRecord
               MOVE RunBatchDate TO LP-BATCH-DATE
               MOVE RunCycleNumber TO LP-CYCLE-NUMBER
               MOVE FeedType TO LP-FEED-TYPE
               MOVE OpenPeriod TO LP-OPEN-PERIOD
               MOVE CurrentDateTime(1:8) TO LP-POSTED-DATE
               MOVE FeedRecordsPosted TO LP-RECORD-COUNT
               MOVE FeedFileName TO LP-FEED-FILE-NAME
               MOVE FeedTransmitSequence TO LP-TRANSMIT-SEQUENCE
               WRITE PostingRegisterRecord
               CLOSE PostingRegisterFile
               ADD 1 TO FeedsPosted
               DISPLAY 'Posted ' FUNCTION LOWER-CASE(FeedType)
                       ' feed ' FUNCTION TRIM(FeedFileName) ': '
                       FeedRecordsPosted ' record(s) across '
                       PostingCount ' source(s)'
           END-IF.

       ROLL-MONTH-END.
           IF YearEndPending = 'Y'
               DISPLAY 'LEDGER REFUSED: fiscal year ' FiscalYear
                       ' is awaiting its year-end close - run YEAREND '
                       'before the next month-end roll'
               MOVE 'Y' TO LedgerStopped
           END-IF

           IF LedgerStopped = 'N' AND RunBatchDate(1:6) < OpenPeriod
               DISPLAY 'LEDGER REFUSED: batch ' RunBatchDate
                       ' falls before open period ' OpenPeriod
                       ' - its month-end roll has already run'
               MOVE 'Y' TO LedgerStopped
           END-IF

           IF LedgerStopped = 'N'
               MOVE SPACES TO LedgerArchiveFileName
               ACCEPT LedgerArchiveFileName FROM ENVIRONMENT
                   'LEDGER_ARCHIVE'
               IF LedgerArchiveFileName = SPACES
                   STRING 'ledger_monthend_' DELIMITED BY SIZE
                          OpenPeriod DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO LedgerArchiveFileName
               END-IF
               PERFORM OPEN-LEDGER-ARCHIVE
           END-IF

           IF LedgerStopped = 'N'
               MOVE 0 TO RolledRecordCount
               PERFORM START-LEDGER-SCAN
               PERFORM UNTIL EndOfLedgerFile = 'Y'
                       OR LedgerStopped = 'Y'
                   READ LedgerFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfLedgerFile
                       NOT AT END
                           IF LG-SOURCE-ID NOT = '*CONTROL'
                               PERFORM ARCHIVE-LEDGER-RECORD
                               IF LedgerStopped = 'N'
                                   PERFORM ZERO-DAY-BUCKET
                                   PERFORM ZERO-MONTH-BUCKET
                                   PERFORM REWRITE-ROLLED-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerArchiveFile
           END-IF

           IF LedgerStopped = 'N'
               MOVE OpenPeriod TO ClosedPeriod
               MOVE OpenPeriod(1:4) TO PeriodYear
               MOVE OpenPeriod(5:2) TO PeriodMonth
               IF PeriodMonth = FiscalLastMonth
                   MOVE 'Y' TO YearEndPending
               END-IF
               IF PeriodMonth = 12
                   ADD 1 TO PeriodYear
                   MOVE 1 TO PeriodMonth
               ELSE
                   ADD 1 TO PeriodMonth
               END-IF
               MOVE SPACES TO OpenPeriod
               STRING PeriodYear DELIMITED BY SIZE
                      PeriodMonth DELIMITED BY SIZE
                   INTO OpenPeriod
               MOVE RunBatchDate TO LastMonthEnd
               PERFORM SAVE-LEDGER-CONTROL
           END-IF

           IF LedgerStopped = 'N'
               DISPLAY 'Month-end roll complete: period ' ClosedPeriod
                       ' closed, ' RolledRecordCount
                       ' ledger record(s) archived to '
                       FUNCTION TRIM(LedgerArchiveFileName)
                       ' and month-to-date zeroed; open period now '
                       OpenPeriod
               IF YearEndPending = 'Y'
                   DISPLAY 'NOTE: ' ClosedPeriod ' was the last month '
                           'of fiscal year ' FiscalYear
                           ' - run YEAREND before posting again'
               END-IF
           END-IF.

       CLOSE-YEAR-END.
           IF YearEndPending NOT = 'Y'
               DISPLAY 'LEDGER REFUSED: fiscal year ' FiscalYear
                       ' is still open (period ' OpenPeriod
                       ') - its last month-end roll has not run'
               MOVE 'Y' TO LedgerStopped
           END-IF

           IF LedgerStopped = 'N'
               MOVE SPACES TO LedgerArchiveFileName
               ACCEPT LedgerArchiveFileName FROM ENVIRONMENT
                   'LEDGER_ARCHIVE'
               IF LedgerArchiveFileName = SPACES
                   STRING 'ledger_yearend_' DELIMITED BY SIZE
                          FiscalYear DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO LedgerArchiveFileName
               END-IF
               PERFORM OPEN-LEDGER-ARCHIVE
           END-IF

           IF LedgerStopped = 'N'
               MOVE 0 TO RolledRecordCount
               PERFORM START-LEDGER-SCAN
               PERFORM UNTIL EndOfLedgerFile = 'Y'
                       OR LedgerStopped = 'Y'
                   READ LedgerFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfLedgerFile
                       NOT AT END
                           IF LG-SOURCE-ID NOT = '*CONTROL'
                               PERFORM ARCHIVE-LEDGER-RECORD
                               IF LedgerStopped = 'N'
                                   PERFORM ZERO-YEAR-BUCKET
                                   PERFORM REWRITE-ROLLED-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LedgerArchiveFile
           END-IF

           IF LedgerStopped = 'N'
               ADD 1 TO FiscalYear
               MOVE 'N' TO YearEndPending
               MOVE RunBatchDate TO LastYearEnd
               PERFORM SAVE-LEDGER-CONTROL
           END-IF

           IF LedgerStopped = 'N'
               DISPLAY 'Year-end close complete: closing balances of '
                       RolledRecordCount ' ledger record(s) archived '
                       'to ' FUNCTION TRIM(LedgerArchiveFileName)
                       ' and year-to-date zeroed; fiscal year now '
                       FiscalYear
           END-IF.

       OPEN-LEDGER-ARCHIVE.
           OPEN INPUT LedgerArchiveFile
           IF LedgerArchiveFileStatus = '00'
               CLOSE LedgerArchiveFile
               DISPLAY 'LEDGER REFUSED: archive '
                       FUNCTION TRIM(LedgerArchiveFileName)
                       ' already exists - it would be overwritten'
               MOVE 'Y' TO LedgerStopped
           ELSE
               OPEN OUTPUT LedgerArchiveFile
               IF LedgerArchiveFileStatus NOT = '00'
                   DISPLAY 'LEDGER FAILED: unable to open archive '
                           FUNCTION TRIM(LedgerArchiveFileName)
                           ' (status ' LedgerArchiveFileStatus ')'
                   MOVE 'Y' TO LedgerStopped
               END-IF
           END-IF.

       START-LEDGER-SCAN.
           MOVE 'N' TO EndOfLedgerFile
           MOVE LOW-VALUES TO LG-KEY
           START LedgerFile KEY IS NOT LESS THAN LG-KEY
               INVALID KEY
                   MOVE 'Y' TO EndOfLedgerFile
           END-START.

       ARCHIVE-LEDGER-RECORD.
           MOVE LedgerRecord TO LedgerArchiveRecord
           WRITE LedgerArchiveRecord
           IF LedgerArchiveFileStatus NOT = '00'
               DISPLAY 'LEDGER FAILED: unable to archive ledger '
                       'record ' FUNCTION TRIM(LG-SOURCE-ID)
                       ' basis ' LG-BASIS ' to '
                       FUNCTION TRIM(LedgerArchiveFileName)
                       ' (status ' LedgerArchiveFileStatus
                       ') - record not rolled; restore the ledger '
                       'and rerun'
               MOVE 'Y' TO LedgerStopped
           END-IF.

       REWRITE-ROLLED-RECORD.
           REWRITE LedgerRecord
               INVALID KEY
                   DISPLAY 'LEDGER FAILED: unable to roll ledger '
                           'record ' FUNCTION TRIM(LG-SOURCE-ID)
                           ' basis ' LG-BASIS ' (status '
                           LedgerFileStatus ') - restore the ledger '
                           'and rerun'
                   MOVE 'Y' TO LedgerStopped
               NOT INVALID KEY
                   ADD 1 TO RolledRecordCount
           END-REWRITE.

       WRITE-LEDGER-REPORT.
           OPEN OUTPUT LedgerReportFile
           IF LedgerReportFileStatus NOT = '00'
               DISPLAY 'LEDGER FAILED: unable to open ledger report '
                       FUNCTION TRIM(LedgerReportFileName)
                       ' (status ' LedgerReportFileStatus ')'
               MOVE 'Y' TO LedgerStopped
           ELSE
               MOVE SPACES TO LedgerReportRecord
               STRING '=== Calibration Ledger: open period '
                          DELIMITED BY SIZE
                      OpenPeriod DELIMITED BY SIZE
                      ', fiscal year ' DELIMITED BY SIZE
                      FiscalYear DELIMITED BY SIZE
                      ' (as at batch ' DELIMITED BY SIZE
                      RunBatchDate DELIMITED BY SIZE
                      ') ===' DELIMITED BY SIZE
                   INTO LedgerReportRecord
               WRITE LedgerReportRecord
               IF YearEndPending = 'Y'
                   MOVE 'NOTE: year-end close pending - YTD columns are '
                       & 'the closing balances of the fiscal year'
                       TO LedgerReportRecord
                   WRITE LedgerReportRecord
               END-IF
               MOVE SPACES TO LedgerReportRecord
               WRITE LedgerReportRecord
               MOVE SPACES TO LedgerReportRecord
               STRING 'Source                         B Dept'
                          DELIMITED BY SIZE
                      '      Day value' DELIMITED BY SIZE
                      ' MTD record    MTD rej' DELIMITED BY SIZE
                      '      MTD value' DELIMITED BY SIZE
                      ' YTD record    YTD rej' DELIMITED BY SIZE
                      '      YTD value' DELIMITED BY SIZE
                   INTO LedgerReportRecord
               WRITE LedgerReportRecord

               MOVE 0 TO DeptCount
               PERFORM START-LEDGER-SCAN
               PERFORM UNTIL EndOfLedgerFile = 'Y'
                   READ LedgerFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfLedgerFile
                       NOT AT END
                           IF LG-SOURCE-ID NOT = '*CONTROL'
                               PERFORM WRITE-LEDGER-LINE
                               PERFORM ACCUMULATE-DEPARTMENT
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM WRITE-DEPARTMENT-RECAP
               CLOSE LedgerReportFile
               DISPLAY 'Ledger report written to '
                       FUNCTION TRIM(LedgerReportFileName)
           END-IF.

       WRITE-LEDGER-LINE.
           IF LG-DAY-DATE = RunBatchDate
               MOVE LG-DAY-VALUE TO ValueText1
           ELSE
               MOVE 0 TO ValueText1
           END-IF
           MOVE LG-MTD-RECORDS TO CountText1
           MOVE LG-MTD-REJECTED TO CountText2
           MOVE LG-MTD-VALUE TO ValueText2
           MOVE LG-YTD-RECORDS TO CountText3
           MOVE LG-YTD-REJECTED TO CountText4
           MOVE LG-YTD-VALUE TO ValueText3
           IF LG-DEPT-CODE = SPACES
               MOVE '????' TO ReportDeptCode
           ELSE
               MOVE LG-DEPT-CODE TO ReportDeptCode
           END-IF

           MOVE SPACES TO LedgerReportRecord
           STRING LG-SOURCE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LG-BASIS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ReportDeptCode DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ValueText1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CountText1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CountText2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ValueText2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CountText3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CountText4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ValueText3 DELIMITED BY SIZE
               INTO LedgerReportRecord
           WRITE LedgerReportRecord.

       ACCUMULATE-DEPARTMENT.
           MOVE 0 TO DeptIndex
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DeptCount OR DeptIndex > 0
               IF DP-DEPT-CODE(I) = ReportDeptCode
                       AND DP-BASIS(I) = LG-BASIS
                   MOVE I TO DeptIndex
               END-IF
           END-PERFORM

           IF DeptIndex = 0
               IF DeptCount < 100
                   ADD 1 TO DeptCount
                   MOVE DeptCount TO DeptIndex
                   MOVE ReportDeptCode TO DP-DEPT-CODE(DeptIndex)
                   MOVE LG-BASIS TO DP-BASIS(DeptIndex)
                   MOVE 0 TO DP-SOURCES(DeptIndex)
                   MOVE 0 TO DP-MTD-RECORDS(DeptIndex)
                   MOVE 0 TO DP-MTD-VALUE(DeptIndex)
                   MOVE 0 TO DP-YTD-RECORDS(DeptIndex)
                   MOVE 0 TO DP-YTD-REJECTED(DeptIndex)
                   MOVE 0 TO DP-YTD-VALUE(DeptIndex)
               ELSE
                   ADD 1 TO DeptOverflowCount
               END-IF
           END-IF

           IF DeptIndex > 0
               ADD 1 TO DP-SOURCES(DeptIndex)
               ADD LG-MTD-RECORDS TO DP-MTD-RECORDS(DeptIndex)
               ADD LG-MTD-VALUE TO DP-MTD-VALUE(DeptIndex)
               ADD LG-YTD-RECORDS TO DP-YTD-RECORDS(DeptIndex)
               ADD LG-YTD-REJECTED TO DP-YTD-REJECTED(DeptIndex)
               ADD LG-YTD-VALUE TO DP-YTD-VALUE(DeptIndex)
           END-IF.

       WRITE-DEPARTMENT-RECAP.
           MOVE SPACES TO LedgerReportRecord
           WRITE LedgerReportRecord
           MOVE '=== Department recap ===' TO LedgerReportRecord
           WRITE LedgerReportRecord
           MOVE SPACES TO LedgerReportRecord
           STRING 'Dept B Sources MTD record' DELIMITED BY SIZE
                  '      MTD value YTD record    YTD rej'
                      DELIMITED BY SIZE
                  '      YTD value' DELIMITED BY SIZE
               INTO LedgerReportRecord
           WRITE LedgerReportRecord

           PERFORM VARYING DeptIndex FROM 1 BY 1
                   UNTIL DeptIndex > DeptCount
               MOVE DP-SOURCES(DeptIndex) TO SourceCountText
               MOVE DP-MTD-RECORDS(DeptIndex) TO CountText1
               MOVE DP-MTD-VALUE(DeptIndex) TO ValueText2
               MOVE DP-YTD-RECORDS(DeptIndex) TO CountText3
               MOVE DP-YTD-REJECTED(DeptIndex) TO CountText4
               MOVE DP-YTD-VALUE(DeptIndex) TO ValueText3
               MOVE SPACES TO LedgerReportRecord
               STRING DP-DEPT-CODE(DeptIndex) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DP-BASIS(DeptIndex) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      SourceCountText DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CountText1 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ValueText2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CountText3 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CountText4 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ValueText3 DELIMITED BY SIZE
                   INTO LedgerReportRecord
               WRITE LedgerReportRecord
           END-PERFORM

           IF DeptOverflowCount > 0
               MOVE SPACES TO LedgerReportRecord
               STRING 'WARNING: more than 100 department/basis pairs - '
                          DELIMITED BY SIZE
                      DeptOverflowCount DELIMITED BY SIZE
                      ' ledger record(s) left out of the recap'
                          DELIMITED BY SIZE
                   INTO LedgerReportRecord
               WRITE LedgerReportRecord
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
