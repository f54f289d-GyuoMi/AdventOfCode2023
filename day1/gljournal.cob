       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gljournal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SummaryFile ASSIGN TO DYNAMIC SummaryFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SummaryFileStatus.

           SELECT AdjustmentFeedFile
                  ASSIGN TO DYNAMIC AdjustmentFeedFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AdjustmentFeedFileStatus.

           SELECT AccountMapFile ASSIGN TO DYNAMIC AccountMapFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AccountMapFileStatus.

           SELECT SourceMasterFile
                  ASSIGN TO DYNAMIC SourceMasterFileName
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SOURCE-ID
                  FILE STATUS IS SourceMasterFileStatus.

           SELECT JournalFile ASSIGN TO DYNAMIC JournalFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JournalFileStatus.

           SELECT SuspenseReportFile
                  ASSIGN TO DYNAMIC SuspenseReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SuspenseReportFileStatus.

           SELECT GenerationRegisterFile
                  ASSIGN TO DYNAMIC GenerationRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GenerationRegisterFileStatus.

           SELECT TransmitRegisterFile
                  ASSIGN TO DYNAMIC TransmitRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TransmitRegisterFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SummaryFile.
       COPY CALCSUMM.

       FD AdjustmentFeedFile.
       COPY CALCFEED.

       FD AccountMapFile.
       COPY GLACCT.

       FD SourceMasterFile.
       COPY SRCMAST.

       FD JournalFile.
       COPY GLJRNL.

       FD SuspenseReportFile.
       01 SuspenseReportRecord PIC X(132).

       FD GenerationRegisterFile.
       01 GenerationRegisterRecord.
           05 GR-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 GR-TYPE PIC X(10).
           05 FILLER PIC X(1).
           05 GR-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 GR-CYCLE-NUMBER PIC X(2).
           05 FILLER PIC X(1).
           05 GR-RESTORED-DATE PIC X(8).

       FD TransmitRegisterFile.
       COPY FEEDXMIT.

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 SummaryFileName PIC X(200) VALUE SPACES.
       01 SummaryFileStatus PIC XX.
       01 AdjustmentFeedFileName PIC X(200) VALUE SPACES.
       01 AdjustmentFeedFileStatus PIC XX.
       01 AccountMapFileName PIC X(200) VALUE SPACES.
       01 AccountMapFileStatus PIC XX.
       01 SourceMasterFileName PIC X(200) VALUE SPACES.
       01 SourceMasterFileStatus PIC XX.
       01 SourceMasterAvailable PIC X VALUE 'N'.
       01 JournalFileName PIC X(200) VALUE SPACES.
       01 JournalFileStatus PIC XX.
       01 SuspenseReportFileName PIC X(200) VALUE SPACES.
       01 SuspenseReportFileStatus PIC XX.
       01 GenerationRegisterFileName PIC X(200) VALUE SPACES.
       01 GenerationRegisterFileStatus PIC XX.
       01 TransmitRegisterFileName PIC X(200) VALUE SPACES.
       01 TransmitRegisterFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 RunCycleNumber PIC 9(2) VALUE 1.

       01 EndOfSummaryFile PIC X VALUE 'N'.
       01 EndOfAdjustmentFeed PIC X VALUE 'N'.
       01 EndOfAccountMap PIC X VALUE 'N'.
       01 EndOfGenerationRegister PIC X VALUE 'N'.
       01 EndOfTransmitRegister PIC X VALUE 'N'.
       01 JournalRefused PIC X VALUE 'N'.

       01 JournalNumber PIC X(12) VALUE SPACES.
       01 JournalBatchDate PIC X(8) VALUE SPACES.
       01 JournalCycleNumber PIC 9(2) VALUE 1.
       01 RegisterCycleNumber PIC X(2) VALUE SPACES.

       01 SummaryHeaderFound PIC X VALUE 'N'.
       01 SummaryTrailerFound PIC X VALUE 'N'.
       01 SummarySourceCount PIC 9(6) VALUE 0.
       01 SummarySourceTotal PIC S9(12) COMP VALUE 0.
       01 SummaryGrandTotal PIC S9(12) COMP VALUE 0.

       01 AdjustmentFeedTable.
           05 AdjustmentFeedEntry OCCURS 50 TIMES.
               10 AF-FILE-NAME PIC X(200).
       01 AdjustmentFeedCount PIC 9(4) VALUE 0.
       01 AdjustmentFeedIndex PIC 9(4) VALUE 0.
       01 AdjustmentFeedOverflowCount PIC 9(6) VALUE 0.
       01 AdjustmentFeedTrailerFound PIC X VALUE 'N'.
       01 AdjustmentFeedRecordCount PIC 9(9) VALUE 0.
       01 AdjustmentFeedTotal PIC S9(12) COMP VALUE 0.
       01 AdjustmentRecordsRead PIC 9(9) VALUE 0.
       01 AdjustmentGrandTotal PIC S9(12) COMP VALUE 0.

       01 AccountMapTable.
           05 AccountMapEntry OCCURS 500 TIMES.
               10 AM-DEPT-CODE PIC X(4).
               10 AM-SOURCE-ID PIC X(30).
               10 AM-DEBIT-ACCOUNT PIC X(10).
               10 AM-CREDIT-ACCOUNT PIC X(10).
               10 AM-COST-CENTER PIC X(6).
       01 AccountMapCount PIC 9(4) VALUE 0.
       01 AccountMapIndex PIC 9(4) VALUE 0.
       01 AccountMapMatchIndex PIC 9(4) VALUE 0.
       01 AccountMapOverflowCount PIC 9(6) VALUE 0.

       01 JournalSourceTable.
           05 JournalSourceEntry OCCURS 1000 TIMES.
               10 JS-SOURCE-ID PIC X(30).
               10 JS-ORIGIN PIC X(1).
               10 JS-ORIGINAL-DATE PIC X(8).
               10 JS-VALUE PIC S9(12) COMP.
               10 JS-MAPPED PIC X(1).
               10 JS-DEPT-CODE PIC X(4).
               10 JS-DEBIT-ACCOUNT PIC X(10).
               10 JS-CREDIT-ACCOUNT PIC X(10).
               10 JS-COST-CENTER PIC X(6).
               10 JS-SUSPENSE-REASON PIC X(50).
       01 JournalSourceCount PIC 9(4) VALUE 0.
       01 JournalSourceIndex PIC 9(4) VALUE 0.
       01 JournalSourceMatchIndex PIC 9(4) VALUE 0.
       01 JournalSourceOverflowCount PIC 9(6) VALUE 0.

       01 EntrySourceId PIC X(30) VALUE SPACES.
       01 EntryOrigin PIC X(1) VALUE SPACE.
       01 EntryOriginalDate PIC X(8) VALUE SPACES.
       01 EntryValue PIC S9(12) COMP VALUE 0.
       01 EntryDeptCode PIC X(4) VALUE SPACES.

       01 JournalLineCount PIC 9(6) VALUE 0.
       01 JournalDebitTotal PIC S9(12) COMP VALUE 0.
       01 JournalCreditTotal PIC S9(12) COMP VALUE 0.
       01 SuspenseCount PIC 9(6) VALUE 0.
       01 SuspenseValue PIC S9(12) COMP VALUE 0.
       01 ControlTotal PIC S9(12) COMP VALUE 0.
       01 AccountedTotal PIC S9(12) COMP VALUE 0.

       01 NextSequenceNumber PIC 9(6) VALUE 1.
       01 HighestSequenceNumber PIC 9(6) VALUE 0.

       01 TotalValueText PIC -9(12).
       01 TotalValueText2 PIC -9(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM DETERMINE-FILE-NAMES.

           INITIALIZE AccountMapTable
           INITIALIZE JournalSourceTable
           INITIALIZE AdjustmentFeedTable

           PERFORM READ-SUMMARY-FEED.
           IF JournalRefused = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINE-JOURNAL-FILE-NAMES.

           OPEN INPUT JournalFile
           IF JournalFileStatus = '00'
               CLOSE JournalFile
               DISPLAY 'GL JOURNAL REFUSED: journal '
                       FUNCTION TRIM(JournalFileName)
                       ' already exists - transmit or archive it '
                       'first, or name a new journal with GL_JOURNAL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ADJUSTMENT-FEEDS.
           PERFORM VARYING AdjustmentFeedIndex FROM 1 BY 1
                   UNTIL AdjustmentFeedIndex > AdjustmentFeedCount
                      OR JournalRefused = 'Y'
               PERFORM READ-ADJUSTMENT-FEED
           END-PERFORM
           IF JournalRefused = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF JournalSourceOverflowCount > 0
               DISPLAY 'GL JOURNAL FAILED: more than 1000 source '
                       'values to journal - ' JournalSourceOverflowCount
                       ' not held; no journal written'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ACCOUNT-MAP.
           IF AccountMapFileStatus NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-SOURCE-MASTER.
           PERFORM VARYING JournalSourceIndex FROM 1 BY 1
                   UNTIL JournalSourceIndex > JournalSourceCount
               PERFORM MAP-JOURNAL-SOURCE
           END-PERFORM
           IF SourceMasterAvailable = 'Y'
               CLOSE SourceMasterFile
           END-IF

           PERFORM PROVE-JOURNAL-BALANCE.
           IF JournalRefused = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-TRANSMIT-REGISTER.
           PERFORM WRITE-JOURNAL.
           IF JournalFileStatus NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-JOURNAL-GENERATION.
           IF JournalLineCount > 0
               PERFORM RECORD-TRANSMISSION
           ELSE
               DISPLAY 'Empty journal ' FUNCTION TRIM(JournalFileName)
                       ' not queued for transmission'
           END-IF

           PERFORM WRITE-SUSPENSE-REPORT.

           MOVE JournalDebitTotal TO TotalValueText
           MOVE JournalCreditTotal TO TotalValueText2
           DISPLAY 'GL journal ' JournalNumber ' written to '
                   FUNCTION TRIM(JournalFileName)
           DISPLAY 'Summary sources read: ' SummarySourceCount
           DISPLAY 'Adjustment feeds read: ' AdjustmentFeedCount
                   ', adjustment lines: ' AdjustmentRecordsRead
           DISPLAY 'Journal lines: ' JournalLineCount
           DISPLAY 'Debit total:  ' TotalValueText
           DISPLAY 'Credit total: ' TotalValueText2

           IF SuspenseCount > 0
               MOVE SuspenseValue TO TotalValueText
               DISPLAY 'WARNING: ' SuspenseCount ' source value(s) '
                       'totalling ' TotalValueText ' have no account '
                       'mapping and were left out of the journal - see '
                       FUNCTION TRIM(SuspenseReportFileName)
               IF RETURN-CODE < 4
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
           MOVE SPACES TO CommandLineArg
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT

           IF CommandLineArg NOT = SPACES
               MOVE CommandLineArg TO SummaryFileName
           ELSE
               ACCEPT SummaryFileName FROM ENVIRONMENT 'FEED_SUMMARY'
               IF SummaryFileName = SPACES
                   IF RunCycleNumber > 1
                       STRING 'gl_feed_summary_' DELIMITED BY SIZE
                              RunBatchDate DELIMITED BY SIZE
                              '_' DELIMITED BY SIZE
                              RunCycleNumber DELIMITED BY SIZE
                              '.txt' DELIMITED BY SIZE
                           INTO SummaryFileName
                   ELSE
                       STRING 'gl_feed_summary_' DELIMITED BY SIZE
                              RunBatchDate DELIMITED BY SIZE
                              '.txt' DELIMITED BY SIZE
                           INTO SummaryFileName
                   END-IF
               END-IF
           END-IF

           ACCEPT AccountMapFileName FROM ENVIRONMENT 'GL_ACCOUNT_MAP'
           IF AccountMapFileName = SPACES
               MOVE 'gl_account_map.txt' TO AccountMapFileName
           END-IF

           ACCEPT SourceMasterFileName FROM ENVIRONMENT 'SOURCE_MASTER'
           IF SourceMasterFileName = SPACES
               MOVE 'source_master.dat' TO SourceMasterFileName
           END-IF

           ACCEPT GenerationRegisterFileName FROM ENVIRONMENT
               'GEN_REGISTER'
           IF GenerationRegisterFileName = SPACES
               MOVE 'report_generations.txt'
                   TO GenerationRegisterFileName
           END-IF

           ACCEPT TransmitRegisterFileName FROM ENVIRONMENT
               'XMIT_REGISTER'
           IF TransmitRegisterFileName = SPACES
               MOVE 'feed_transmit_register.txt'
                   TO TransmitRegisterFileName
           END-IF.

       DETERMINE-JOURNAL-FILE-NAMES.
           MOVE SPACES TO JournalNumber
           STRING 'CJ' DELIMITED BY SIZE
                  JournalBatchDate DELIMITED BY SIZE
                  JournalCycleNumber DELIMITED BY SIZE
               INTO JournalNumber

           ACCEPT JournalFileName FROM ENVIRONMENT 'GL_JOURNAL'
           IF JournalFileName = SPACES
               IF JournalCycleNumber > 1
                   STRING 'gl_journal_' DELIMITED BY SIZE
                          JournalBatchDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          JournalCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO JournalFileName
               ELSE
                   STRING 'gl_journal_' DELIMITED BY SIZE
                          JournalBatchDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO JournalFileName
               END-IF
           END-IF

           ACCEPT SuspenseReportFileName FROM ENVIRONMENT
               'GL_SUSPENSE_REPORT'
           IF SuspenseReportFileName = SPACES
               IF JournalCycleNumber > 1
                   STRING 'gl_journal_suspense_' DELIMITED BY SIZE
                          JournalBatchDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          JournalCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO SuspenseReportFileName
               ELSE
                   STRING 'gl_journal_suspense_' DELIMITED BY SIZE
                          JournalBatchDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO SuspenseReportFileName
               END-IF
           END-IF.

       READ-SUMMARY-FEED.
           MOVE 'N' TO EndOfSummaryFile
           MOVE RunBatchDate TO JournalBatchDate
           MOVE RunCycleNumber TO JournalCycleNumber

           OPEN INPUT SummaryFile
           IF SummaryFileStatus NOT = '00'
               DISPLAY 'GL JOURNAL FAILED: unable to open summary feed '
                       FUNCTION TRIM(SummaryFileName)
                       ' (status ' SummaryFileStatus ')'
               MOVE 'Y' TO JournalRefused
           ELSE
               PERFORM UNTIL EndOfSummaryFile = 'Y'
                   READ SummaryFile
                       AT END
                           MOVE 'Y' TO EndOfSummaryFile
                       NOT AT END
                           PERFORM TAKE-SUMMARY-RECORD
                   END-READ
               END-PERFORM
               CLOSE SummaryFile
               PERFORM CHECK-SUMMARY-TOTALS
           END-IF.

       TAKE-SUMMARY-RECORD.
           EVALUATE SF-RECORD-TYPE
               WHEN 'H'
                   MOVE 'Y' TO SummaryHeaderFound
                   IF SF-BATCH-DATE IS NUMERIC
                       MOVE SF-BATCH-DATE TO JournalBatchDate
                   END-IF
                   IF SF-CYCLE-NUMBER IS NUMERIC
                       MOVE SF-CYCLE-NUMBER TO JournalCycleNumber
                   ELSE
                       MOVE 1 TO JournalCycleNumber
                   END-IF
               WHEN 'S'
                   ADD 1 TO SummarySourceCount
                   ADD SF-TOTAL-VALUE TO SummarySourceTotal
                   IF SF-TOTAL-VALUE > 0
                       MOVE SF-SOURCE-ID TO EntrySourceId
                       MOVE 'S' TO EntryOrigin
                       MOVE SF-BATCH-DATE TO EntryOriginalDate
                       MOVE SF-TOTAL-VALUE TO EntryValue
                       PERFORM TALLY-JOURNAL-SOURCE
                   END-IF
               WHEN 'G'
                   MOVE 'Y' TO SummaryTrailerFound
                   MOVE SF-TOTAL-VALUE TO SummaryGrandTotal
           END-EVALUATE.

       CHECK-SUMMARY-TOTALS.
           IF SummaryHeaderFound = 'N'
               DISPLAY 'GL JOURNAL REFUSED: summary feed '
                       FUNCTION TRIM(SummaryFileName)
                       ' has no transmission header'
               MOVE 'Y' TO JournalRefused
           ELSE
               IF SummaryTrailerFound = 'N'
                   DISPLAY 'GL JOURNAL REFUSED: summary feed '
                           FUNCTION TRIM(SummaryFileName)
                           ' has no grand trailer - it may be '
                           'incomplete'
                   MOVE 'Y' TO JournalRefused
               ELSE
                   IF SummarySourceTotal NOT = SummaryGrandTotal
                       MOVE SummarySourceTotal TO TotalValueText
                       MOVE SummaryGrandTotal TO TotalValueText2
                       DISPLAY 'GL JOURNAL REFUSED: summary feed '
                               FUNCTION TRIM(SummaryFileName)
                               ' sources total ' TotalValueText
                               ' but the grand trailer says '
                               TotalValueText2
                       MOVE 'Y' TO JournalRefused
                   END-IF
               END-IF
           END-IF

           IF JournalRefused = 'N'
                   AND (JournalBatchDate NOT = RunBatchDate
                        OR JournalCycleNumber NOT = RunCycleNumber)
               DISPLAY 'NOTE: summary feed is for batch '
                       JournalBatchDate ' cycle ' JournalCycleNumber
                       ', not the current batch ' RunBatchDate
                       ' cycle ' RunCycleNumber
                       ' - journalling it for its own batch'
           END-IF.

       LOAD-ADJUSTMENT-FEEDS.
           MOVE 0 TO AdjustmentFeedCount
           MOVE 'N' TO EndOfGenerationRegister

           OPEN INPUT GenerationRegisterFile
           IF GenerationRegisterFileStatus = '00'
               PERFORM UNTIL EndOfGenerationRegister = 'Y'
                   READ GenerationRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfGenerationRegister
                       NOT AT END
                           IF GR-TYPE = 'ADJUSTMENT'
                                   AND GR-BATCH-DATE
                                       = JournalBatchDate
                               PERFORM NOTE-ADJUSTMENT-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenerationRegisterFile
           ELSE
               IF GenerationRegisterFileStatus NOT = '35'
                   DISPLAY 'WARNING: unable to read generation '
                           'register '
                           FUNCTION TRIM(GenerationRegisterFileName)
                           ' (status ' GenerationRegisterFileStatus
                           ') - no adjustment feeds journalled'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF AdjustmentFeedOverflowCount > 0
               DISPLAY 'GL JOURNAL REFUSED: more than 50 adjustment '
                       'feeds registered for batch ' JournalBatchDate
                       ' cycle ' JournalCycleNumber
               MOVE 'Y' TO JournalRefused
           END-IF.

       NOTE-ADJUSTMENT-FEED.
           IF GR-CYCLE-NUMBER = SPACES
               MOVE '01' TO RegisterCycleNumber
           ELSE
               MOVE GR-CYCLE-NUMBER TO RegisterCycleNumber
           END-IF

           IF RegisterCycleNumber = JournalCycleNumber
               IF AdjustmentFeedCount < 50
                   ADD 1 TO AdjustmentFeedCount
                   MOVE GR-FILE-NAME
                       TO AF-FILE-NAME(AdjustmentFeedCount)
               ELSE
                   ADD 1 TO AdjustmentFeedOverflowCount
               END-IF
           END-IF.

       READ-ADJUSTMENT-FEED.
           MOVE AF-FILE-NAME(AdjustmentFeedIndex)
               TO AdjustmentFeedFileName
           MOVE 'N' TO EndOfAdjustmentFeed
           MOVE 'N' TO AdjustmentFeedTrailerFound
           MOVE 0 TO AdjustmentFeedRecordCount
           MOVE 0 TO AdjustmentFeedTotal

           OPEN INPUT AdjustmentFeedFile
           IF AdjustmentFeedFileStatus NOT = '00'
               DISPLAY 'GL JOURNAL REFUSED: adjustment feed '
                       FUNCTION TRIM(AdjustmentFeedFileName)
                       ' is registered for batch ' JournalBatchDate
                       ' but cannot be opened (status '
                       AdjustmentFeedFileStatus
                       ') - restore it with genrestore first'
               MOVE 'Y' TO JournalRefused
           ELSE
               PERFORM UNTIL EndOfAdjustmentFeed = 'Y'
                   READ AdjustmentFeedFile
                       AT END
                           MOVE 'Y' TO EndOfAdjustmentFeed
                       NOT AT END
                           PERFORM TAKE-ADJUSTMENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AdjustmentFeedFile
               PERFORM CHECK-ADJUSTMENT-TOTALS
           END-IF.

       TAKE-ADJUSTMENT-RECORD.
           EVALUATE CF-RECORD-TYPE
               WHEN 'A'
                   ADD 1 TO AdjustmentFeedRecordCount
                   ADD CF-CALIBRATION-VALUE TO AdjustmentFeedTotal
                   IF CF-CALIBRATION-VALUE > 0
                       MOVE CF-SOURCE-ID TO EntrySourceId
                       MOVE 'A' TO EntryOrigin
                       MOVE CF-BATCH-DATE TO EntryOriginalDate
                       MOVE CF-CALIBRATION-VALUE TO EntryValue
                       PERFORM TALLY-JOURNAL-SOURCE
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO AdjustmentFeedTrailerFound
                   IF CF-LINE-NUMBER NOT = AdjustmentFeedRecordCount
                           OR CF-CALIBRATION-VALUE
                               NOT = AdjustmentFeedTotal
                       MOVE AdjustmentFeedTotal TO TotalValueText
                       DISPLAY 'GL JOURNAL REFUSED: adjustment feed '
                               FUNCTION TRIM(AdjustmentFeedFileName)
                               ' trailer says ' CF-LINE-NUMBER
                               ' line(s) for ' CF-CALIBRATION-VALUE
                               ', feed holds '
                               AdjustmentFeedRecordCount
                               ' for ' TotalValueText
                       MOVE 'Y' TO JournalRefused
                   END-IF
           END-EVALUATE.

       CHECK-ADJUSTMENT-TOTALS.
           IF AdjustmentFeedTrailerFound = 'N'
               DISPLAY 'GL JOURNAL REFUSED: adjustment feed '
                       FUNCTION TRIM(AdjustmentFeedFileName)
                       ' has no trailer - it may be incomplete'
               MOVE 'Y' TO JournalRefused
           ELSE
               ADD AdjustmentFeedRecordCount TO AdjustmentRecordsRead
               ADD AdjustmentFeedTotal TO AdjustmentGrandTotal
           END-IF.

       TALLY-JOURNAL-SOURCE.
           MOVE 0 TO JournalSourceMatchIndex
           PERFORM VARYING JournalSourceIndex FROM 1 BY 1
                   UNTIL JournalSourceIndex > JournalSourceCount
               IF JS-SOURCE-ID(JournalSourceIndex) = EntrySourceId
                       AND JS-ORIGIN(JournalSourceIndex) = EntryOrigin
                       AND JS-ORIGINAL-DATE(JournalSourceIndex)
                           = EntryOriginalDate
                   MOVE JournalSourceIndex TO JournalSourceMatchIndex
               END-IF
           END-PERFORM

           IF JournalSourceMatchIndex = 0
               IF JournalSourceCount < 1000
                   ADD 1 TO JournalSourceCount
                   MOVE JournalSourceCount TO JournalSourceMatchIndex
                   MOVE EntrySourceId
                       TO JS-SOURCE-ID(JournalSourceMatchIndex)
                   MOVE EntryOrigin
                       TO JS-ORIGIN(JournalSourceMatchIndex)
                   MOVE EntryOriginalDate
                       TO JS-ORIGINAL-DATE(JournalSourceMatchIndex)
               ELSE
                   ADD 1 TO JournalSourceOverflowCount
               END-IF
           END-IF

           IF JournalSourceMatchIndex > 0
               ADD EntryValue TO JS-VALUE(JournalSourceMatchIndex)
           END-IF.

       LOAD-ACCOUNT-MAP.
           MOVE 0 TO AccountMapCount
           MOVE 'N' TO EndOfAccountMap

           OPEN INPUT AccountMapFile
           IF AccountMapFileStatus NOT = '00'
               DISPLAY 'GL JOURNAL FAILED: unable to open account map '
                       FUNCTION TRIM(AccountMapFileName)
                       ' (status ' AccountMapFileStatus ')'
           ELSE
               PERFORM UNTIL EndOfAccountMap = 'Y'
                   READ AccountMapFile
                       AT END
                           MOVE 'Y' TO EndOfAccountMap
                       NOT AT END
                           IF GlAccountMapRecord NOT = SPACES
                               PERFORM NOTE-ACCOUNT-MAPPING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountMapFile
               MOVE '00' TO AccountMapFileStatus

               IF AccountMapOverflowCount > 0
                   DISPLAY 'WARNING: account map holds more than 500 '
                           'entries - ' AccountMapOverflowCount
                           ' ignored'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       NOTE-ACCOUNT-MAPPING.
           IF GA-DEPT-CODE = SPACES AND GA-SOURCE-ID = SPACES
               DISPLAY 'WARNING: account map entry for accounts '
                       FUNCTION TRIM(GA-DEBIT-ACCOUNT) '/'
                       FUNCTION TRIM(GA-CREDIT-ACCOUNT)
                       ' names neither a department nor a source '
                       '- ignored'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF AccountMapCount < 500
                   ADD 1 TO AccountMapCount
                   MOVE GA-DEPT-CODE TO AM-DEPT-CODE(AccountMapCount)
                   MOVE GA-SOURCE-ID TO AM-SOURCE-ID(AccountMapCount)
                   MOVE GA-DEBIT-ACCOUNT
                       TO AM-DEBIT-ACCOUNT(AccountMapCount)
                   MOVE GA-CREDIT-ACCOUNT
                       TO AM-CREDIT-ACCOUNT(AccountMapCount)
                   MOVE GA-COST-CENTER
                       TO AM-COST-CENTER(AccountMapCount)
               ELSE
                   ADD 1 TO AccountMapOverflowCount
               END-IF
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
                       ') - only sources with their own account '
                       'mapping can be journalled'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       MAP-JOURNAL-SOURCE.
           MOVE 'N' TO JS-MAPPED(JournalSourceIndex)
           MOVE SPACES TO JS-SUSPENSE-REASON(JournalSourceIndex)
           MOVE SPACES TO EntryDeptCode

           MOVE 0 TO AccountMapMatchIndex
           PERFORM VARYING AccountMapIndex FROM 1 BY 1
                   UNTIL AccountMapIndex > AccountMapCount
                      OR AccountMapMatchIndex > 0
               IF AM-SOURCE-ID(AccountMapIndex)
                       = JS-SOURCE-ID(JournalSourceIndex)
                   MOVE AccountMapIndex TO AccountMapMatchIndex
               END-IF
           END-PERFORM

           IF AccountMapMatchIndex = 0
               IF SourceMasterAvailable = 'Y'
                   MOVE JS-SOURCE-ID(JournalSourceIndex)
                       TO SM-SOURCE-ID
                   READ SourceMasterFile
                       INVALID KEY
                           MOVE 'not on source master'
                               TO JS-SUSPENSE-REASON(JournalSourceIndex)
                       NOT INVALID KEY
                           MOVE SM-DEPT-CODE TO EntryDeptCode
                   END-READ
               ELSE
                   MOVE 'source master unavailable'
                       TO JS-SUSPENSE-REASON(JournalSourceIndex)
               END-IF
               MOVE EntryDeptCode TO JS-DEPT-CODE(JournalSourceIndex)
           END-IF

           IF AccountMapMatchIndex = 0
                   AND JS-SUSPENSE-REASON(JournalSourceIndex) = SPACES
               IF EntryDeptCode = SPACES
                   MOVE 'no department on source master'
                       TO JS-SUSPENSE-REASON(JournalSourceIndex)
               ELSE
                   PERFORM VARYING AccountMapIndex FROM 1 BY 1
                           UNTIL AccountMapIndex > AccountMapCount
                              OR AccountMapMatchIndex > 0
                       IF AM-SOURCE-ID(AccountMapIndex) = SPACES
                               AND AM-DEPT-CODE(AccountMapIndex)
                                   = EntryDeptCode
                           MOVE AccountMapIndex
                               TO AccountMapMatchIndex
                       END-IF
                   END-PERFORM
                   IF AccountMapMatchIndex = 0
                       STRING 'no account mapping for department '
                                  DELIMITED BY SIZE
                              EntryDeptCode DELIMITED BY SIZE
                           INTO JS-SUSPENSE-REASON(JournalSourceIndex)
                   END-IF
               END-IF
           END-IF

           IF AccountMapMatchIndex > 0
               IF AM-DEBIT-ACCOUNT(AccountMapMatchIndex) = SPACES
                       OR AM-CREDIT-ACCOUNT(AccountMapMatchIndex)
                           = SPACES
                   MOVE 'account mapping has no debit or credit account'
                       TO JS-SUSPENSE-REASON(JournalSourceIndex)
               ELSE
                   MOVE 'Y' TO JS-MAPPED(JournalSourceIndex)
                   MOVE AM-DEBIT-ACCOUNT(AccountMapMatchIndex)
                       TO JS-DEBIT-ACCOUNT(JournalSourceIndex)
                   MOVE AM-CREDIT-ACCOUNT(AccountMapMatchIndex)
                       TO JS-CREDIT-ACCOUNT(JournalSourceIndex)
                   MOVE AM-COST-CENTER(AccountMapMatchIndex)
                       TO JS-COST-CENTER(JournalSourceIndex)
               END-IF
           END-IF

           IF JS-MAPPED(JournalSourceIndex) = 'Y'
               ADD 2 TO JournalLineCount
               ADD JS-VALUE(JournalSourceIndex) TO JournalDebitTotal
               ADD JS-VALUE(JournalSourceIndex) TO JournalCreditTotal
           ELSE
               ADD 1 TO SuspenseCount
               ADD JS-VALUE(JournalSourceIndex) TO SuspenseValue
           END-IF.

       PROVE-JOURNAL-BALANCE.
           COMPUTE ControlTotal =
               SummaryGrandTotal + AdjustmentGrandTotal
           COMPUTE AccountedTotal = JournalDebitTotal + SuspenseValue

           IF JournalDebitTotal NOT = JournalCreditTotal
               MOVE JournalDebitTotal TO TotalValueText
               MOVE JournalCreditTotal TO TotalValueText2
               DISPLAY 'GL JOURNAL FAILED: debits ' TotalValueText
                       ' do not equal credits ' TotalValueText2
                       ' - no journal written'
               MOVE 'Y' TO JournalRefused
           END-IF

           IF AccountedTotal NOT = ControlTotal
               MOVE AccountedTotal TO TotalValueText
               MOVE ControlTotal TO TotalValueText2
               DISPLAY 'GL JOURNAL FAILED: journal plus suspense '
                       TotalValueText ' does not account for summary '
                       'plus adjustments ' TotalValueText2
                       ' - no journal written'
               MOVE 'Y' TO JournalRefused
           END-IF.

       CHECK-TRANSMIT-REGISTER.
           MOVE 0 TO HighestSequenceNumber
           MOVE 'N' TO EndOfTransmitRegister

           OPEN INPUT TransmitRegisterFile
           IF TransmitRegisterFileStatus = '00'
               PERFORM UNTIL EndOfTransmitRegister = 'Y'
                   READ TransmitRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfTransmitRegister
                       NOT AT END
                           IF TransmitRegisterRecord NOT = SPACES
                                   AND TX-SEQUENCE-NUMBER
                                       > HighestSequenceNumber
                               MOVE TX-SEQUENCE-NUMBER
                                   TO HighestSequenceNumber
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransmitRegisterFile
           END-IF

           COMPUTE NextSequenceNumber = HighestSequenceNumber + 1.

       WRITE-JOURNAL.
           OPEN OUTPUT JournalFile
           IF JournalFileStatus NOT = '00'
               DISPLAY 'GL JOURNAL FAILED: unable to open journal '
                       FUNCTION TRIM(JournalFileName)
                       ' (status ' JournalFileStatus ')'
           ELSE
               MOVE SPACES TO JournalRecord
               MOVE 'H' TO GJ-RECORD-TYPE
               PERFORM SET-JOURNAL-KEY
               MOVE NextSequenceNumber TO GJH-SEQUENCE-NUMBER
               MOVE SummaryFileName TO GJH-SUMMARY-FEED
               WRITE JournalRecord

               MOVE 0 TO JournalLineCount
               PERFORM VARYING JournalSourceIndex FROM 1 BY 1
                       UNTIL JournalSourceIndex > JournalSourceCount
                   IF JS-MAPPED(JournalSourceIndex) = 'Y'
                       PERFORM WRITE-JOURNAL-LINES
                   END-IF
               END-PERFORM

               MOVE SPACES TO JournalRecord
               MOVE 'T' TO GJ-RECORD-TYPE
               PERFORM SET-JOURNAL-KEY
               MOVE JournalLineCount TO GJT-LINE-COUNT
               MOVE JournalDebitTotal TO GJT-DEBIT-TOTAL
               MOVE JournalCreditTotal TO GJT-CREDIT-TOTAL
               MOVE SuspenseCount TO GJT-SUSPENSE-COUNT
               MOVE SuspenseValue TO GJT-SUSPENSE-VALUE
               WRITE JournalRecord

               CLOSE JournalFile
           END-IF.

       SET-JOURNAL-KEY.
           MOVE JournalNumber TO GJ-JOURNAL-NUMBER
           MOVE JournalBatchDate TO GJ-BATCH-DATE
           MOVE JournalCycleNumber TO GJ-CYCLE-NUMBER.

       WRITE-JOURNAL-LINES.
           MOVE SPACES TO JournalRecord
           MOVE 'L' TO GJ-RECORD-TYPE
           PERFORM SET-JOURNAL-KEY
           ADD 1 TO JournalLineCount
           MOVE JournalLineCount TO GJ-LINE-NUMBER
           MOVE 'D' TO GJ-DR-CR
           MOVE JS-DEBIT-ACCOUNT(JournalSourceIndex) TO GJ-ACCOUNT
           MOVE JS-COST-CENTER(JournalSourceIndex) TO GJ-COST-CENTER
           MOVE JS-VALUE(JournalSourceIndex) TO GJ-AMOUNT
           MOVE JS-SOURCE-ID(JournalSourceIndex) TO GJ-SOURCE-ID
           MOVE JS-ORIGIN(JournalSourceIndex) TO GJ-ORIGIN
           MOVE JS-ORIGINAL-DATE(JournalSourceIndex)
               TO GJ-ORIGINAL-DATE
           WRITE JournalRecord

           ADD 1 TO JournalLineCount
           MOVE JournalLineCount TO GJ-LINE-NUMBER
           MOVE 'C' TO GJ-DR-CR
           MOVE JS-CREDIT-ACCOUNT(JournalSourceIndex) TO GJ-ACCOUNT
           WRITE JournalRecord.

       REGISTER-JOURNAL-GENERATION.
           OPEN EXTEND GenerationRegisterFile
           IF GenerationRegisterFileStatus = '05'
                   OR GenerationRegisterFileStatus = '35'
               OPEN OUTPUT GenerationRegisterFile
           END-IF

           IF GenerationRegisterFileStatus = '00'
               MOVE SPACES TO GenerationRegisterRecord
               MOVE JournalBatchDate TO GR-BATCH-DATE
               MOVE 'JOURNAL' TO GR-TYPE
               MOVE JournalFileName TO GR-FILE-NAME
               MOVE JournalCycleNumber TO GR-CYCLE-NUMBER
               WRITE GenerationRegisterRecord
               CLOSE GenerationRegisterFile
           ELSE
               DISPLAY 'WARNING: unable to update generation '
                       'register '
                       FUNCTION TRIM(GenerationRegisterFileName)
                       ' (status ' GenerationRegisterFileStatus
                       ') - housekeeping will not see '
                       FUNCTION TRIM(JournalFileName)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       RECORD-TRANSMISSION.
           OPEN EXTEND TransmitRegisterFile
           IF TransmitRegisterFileStatus = '05'
                   OR TransmitRegisterFileStatus = '35'
               OPEN OUTPUT TransmitRegisterFile
           END-IF

           IF TransmitRegisterFileStatus = '00'
               MOVE SPACES TO TransmitRegisterRecord
               MOVE NextSequenceNumber TO TX-SEQUENCE-NUMBER
               MOVE JournalBatchDate TO TX-BATCH-DATE
               MOVE JournalFileName TO TX-FEED-FILE-NAME
               MOVE JournalLineCount TO TX-RECORD-COUNT
               MOVE JournalDebitTotal TO TX-TOTAL-VALUE
               MOVE 'P' TO TX-STATUS
               MOVE JournalCycleNumber TO TX-CYCLE-NUMBER
               MOVE 'J' TO TX-BASIS
               WRITE TransmitRegisterRecord
               CLOSE TransmitRegisterFile

               DISPLAY 'Journal seq ' NextSequenceNumber
                       ' recorded on transmission register for '
                       FUNCTION TRIM(JournalFileName)
                       ' (basis J)'
           ELSE
               DISPLAY 'WARNING: unable to update transmission '
                       'register '
                       FUNCTION TRIM(TransmitRegisterFileName)
                       ' (status ' TransmitRegisterFileStatus
                       ') - journal seq ' NextSequenceNumber
                       ' will not be reconciled'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-SUSPENSE-REPORT.
           OPEN OUTPUT SuspenseReportFile
           IF SuspenseReportFileStatus NOT = '00'
               DISPLAY 'WARNING: unable to open suspense report '
                       FUNCTION TRIM(SuspenseReportFileName)
                       ' (status ' SuspenseReportFileStatus ')'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO SuspenseReportRecord
               STRING '=== GL Journal Suspense: ' DELIMITED BY SIZE
                      JournalNumber DELIMITED BY SIZE
                      ' batch ' DELIMITED BY SIZE
                      JournalBatchDate DELIMITED BY SIZE
                      ' cycle ' DELIMITED BY SIZE
                      JournalCycleNumber DELIMITED BY SIZE
                      ' ===' DELIMITED BY SIZE
                   INTO SuspenseReportRecord
               WRITE SuspenseReportRecord

               MOVE SPACES TO SuspenseReportRecord
               STRING 'Summary feed: ' DELIMITED BY SIZE
                      FUNCTION TRIM(SummaryFileName) DELIMITED BY SIZE
                   INTO SuspenseReportRecord
               WRITE SuspenseReportRecord

               MOVE SPACES TO SuspenseReportRecord
               MOVE 'Sources with no account mapping (not journalled):'
                   TO SuspenseReportRecord
               WRITE SuspenseReportRecord

               PERFORM VARYING JournalSourceIndex FROM 1 BY 1
                       UNTIL JournalSourceIndex > JournalSourceCount
                   IF JS-MAPPED(JournalSourceIndex) = 'N'
                       PERFORM WRITE-SUSPENSE-LINE
                   END-IF
               END-PERFORM

               IF SuspenseCount = 0
                   MOVE SPACES TO SuspenseReportRecord
                   MOVE '  (none)' TO SuspenseReportRecord
                   WRITE SuspenseReportRecord
               END-IF

               MOVE SuspenseValue TO TotalValueText
               MOVE SPACES TO SuspenseReportRecord
               STRING 'In suspense: ' DELIMITED BY SIZE
                      SuspenseCount DELIMITED BY SIZE
                      ' source value(s), value ' DELIMITED BY SIZE
                      TotalValueText DELIMITED BY SIZE
                   INTO SuspenseReportRecord
               WRITE SuspenseReportRecord

               MOVE JournalDebitTotal TO TotalValueText
               MOVE SPACES TO SuspenseReportRecord
               STRING 'Journalled:  ' DELIMITED BY SIZE
                      JournalLineCount DELIMITED BY SIZE
                      ' line(s), debits = credits = '
                          DELIMITED BY SIZE
                      TotalValueText DELIMITED BY SIZE
                   INTO SuspenseReportRecord
               WRITE SuspenseReportRecord

               CLOSE SuspenseReportFile
           END-IF.

       WRITE-SUSPENSE-LINE.
           MOVE JS-VALUE(JournalSourceIndex) TO TotalValueText
           MOVE SPACES TO SuspenseReportRecord
           STRING '  ' DELIMITED BY SIZE
                  JS-SOURCE-ID(JournalSourceIndex) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JS-ORIGIN(JournalSourceIndex) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JS-ORIGINAL-DATE(JournalSourceIndex)
                      DELIMITED BY SIZE
                  ' dept ' DELIMITED BY SIZE
                  JS-DEPT-CODE(JournalSourceIndex) DELIMITED BY SIZE
                  '  value ' DELIMITED BY SIZE
                  TotalValueText DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  JS-SUSPENSE-REASON(JournalSourceIndex)
                      DELIMITED BY SIZE
               INTO SuspenseReportRecord
           WRITE SuspenseReportRecord.
