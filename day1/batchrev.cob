       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchrev.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile ASSIGN TO DYNAMIC RequestFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RequestFileStatus.

           SELECT FeedFile ASSIGN TO DYNAMIC FeedFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FeedFileStatus.

           SELECT ReversalFeedFile
                  ASSIGN TO DYNAMIC ReversalFeedFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ReversalFeedFileStatus.

           SELECT OriginalJournalFile
                  ASSIGN TO DYNAMIC OriginalJournalFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OriginalJournalFileStatus.

           SELECT ReversalJournalFile
                  ASSIGN TO DYNAMIC ReversalJournalFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ReversalJournalFileStatus.

           SELECT CertificateFile
                  ASSIGN TO DYNAMIC CertificateFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CertificateFileStatus.

           SELECT TransmitRegisterFile
                  ASSIGN TO DYNAMIC TransmitRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TransmitRegisterFileStatus.

           SELECT PostedBatchFile
                  ASSIGN TO DYNAMIC PostedBatchFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostedBatchFileStatus.

           SELECT GenerationRegisterFile
                  ASSIGN TO DYNAMIC GenerationRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GenerationRegisterFileStatus.

           SELECT ReversalRegisterFile
                  ASSIGN TO DYNAMIC ReversalRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ReversalRegisterFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RequestFile.
       01 ReversalRequestRecord.
           05 RQ-BATCH-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 RQ-CYCLE-NUMBER      PIC X(2).
           05 FILLER               PIC X(1).
           05 RQ-SOURCE-ID         PIC X(30).
           05 FILLER               PIC X(1).
           05 RQ-REASON-CODE       PIC X(2).
           05 FILLER               PIC X(1).
           05 RQ-REASON-TEXT       PIC X(60).

       FD FeedFile.
       COPY CALCFEED.

       FD ReversalFeedFile.
       COPY CALCFEED REPLACING ==CalcFeedRecord== BY
           ==ReversalFeedRecord== LEADING ==CF-== BY ==XF-==.

       FD OriginalJournalFile.
       COPY GLJRNL.

       FD ReversalJournalFile.
       COPY GLJRNL REPLACING ==JournalRecord== BY ==ReversalJournalRecord==
           LEADING ==GJ-== BY ==RJ-== LEADING ==GJH-== BY ==RJH-==
           LEADING ==GJT-== BY ==RJT-==.

       FD CertificateFile.
       01 CertificateRecord PIC X(132).

       FD TransmitRegisterFile.
       COPY FEEDXMIT.

       FD PostedBatchFile.
       01 PostedBatchRecord.
           05 PB-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 PB-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 PB-CYCLE-NUMBER PIC X(2).

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

       FD ReversalRegisterFile.
       COPY CALCREVR.

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 RequestFileName PIC X(200) VALUE SPACES.
       01 RequestFileStatus PIC XX.
       01 FeedFileName PIC X(200) VALUE SPACES.
       01 FeedFileStatus PIC XX.
       01 OriginalFeedFileName PIC X(200) VALUE SPACES.
       01 ReversalFeedFileName PIC X(200) VALUE SPACES.
       01 ReversalFeedFileStatus PIC XX.
       01 OriginalJournalFileName PIC X(200) VALUE SPACES.
       01 OriginalJournalFileStatus PIC XX.
       01 ReversalJournalFileName PIC X(200) VALUE SPACES.
       01 ReversalJournalFileStatus PIC XX.
       01 CertificateFileName PIC X(200) VALUE SPACES.
       01 CertificateFileStatus PIC XX.
       01 TransmitRegisterFileName PIC X(200) VALUE SPACES.
       01 TransmitRegisterFileStatus PIC XX.
       01 PostedBatchFileName PIC X(200) VALUE SPACES.
       01 PostedBatchFileStatus PIC XX.
       01 GenerationRegisterFileName PIC X(200) VALUE SPACES.
       01 GenerationRegisterFileStatus PIC XX.
       01 ReversalRegisterFileName PIC X(200) VALUE SPACES.
       01 ReversalRegisterFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 RunCycleNumber PIC 9(2) VALUE 1.

       01 ReverseBatchDate PIC X(8) VALUE SPACES.
       01 ReverseCycleNumber PIC 9(2) VALUE 1.
       01 ReverseSourceId PIC X(30) VALUE SPACES.
       01 ReverseReasonCode PIC X(2) VALUE SPACES.
       01 ReverseReasonText PIC X(60) VALUE SPACES.
       01 ReverseAllSources PIC X VALUE 'N'.
       01 ReasonDescription PIC X(40) VALUE SPACES.
       01 RequestFound PIC X VALUE 'N'.
       01 RequestRefused PIC X VALUE 'N'.
       01 EndOfRequestFile PIC X VALUE 'N'.

       01 EndOfFeedFile PIC X VALUE 'N'.
       01 EndOfTransmitRegister PIC X VALUE 'N'.
       01 EndOfPostedFile PIC X VALUE 'N'.
       01 EndOfGenerationRegister PIC X VALUE 'N'.
       01 EndOfReversalRegister PIC X VALUE 'N'.
       01 EndOfJournalFile PIC X VALUE 'N'.
       01 RecordSelected PIC X VALUE 'N'.
       01 FeedCycleNumber PIC 9(2) VALUE 1.
       01 AdjustmentCycleNumber PIC 9(2) VALUE 1.
       01 ReverseDateMultiCycle PIC X VALUE 'N'.
       01 UnplacedAdjustmentCount PIC 9(6) VALUE 0.
       01 PostedCycleNumber PIC 9(2) VALUE 1.

       01 RegisterTable.
           05 RegisterEntry OCCURS 1000 TIMES.
               10 RG-SEQUENCE-NUMBER PIC 9(6).
               10 RG-BATCH-DATE PIC X(8).
               10 RG-FEED-FILE-NAME PIC X(60).
               10 RG-RECORD-COUNT PIC 9(9).
               10 RG-TOTAL-VALUE PIC 9(10).
               10 RG-STATUS PIC X(1).
               10 RG-CYCLE-NUMBER PIC X(2).
               10 RG-BASIS PIC X(1).
               10 RG-RELATED-SEQUENCE PIC X(6).
       01 RegisterCount PIC 9(4) VALUE 0.
       01 RegisterOverflowCount PIC 9(6) VALUE 0.
       01 NextSequenceNumber PIC 9(6) VALUE 1.
       01 HighestSequenceNumber PIC 9(6) VALUE 0.
       01 OriginalSequenceNumber PIC 9(6) VALUE 0.
       01 OriginalEntryIndex PIC 9(4) VALUE 0.
       01 OriginalRegisterIndex PIC 9(4) VALUE 0.
       01 OriginalEntryCount PIC 9(4) VALUE 0.
       01 OriginalEntryStatus PIC X VALUE SPACE.
       01 OriginalEntryRecordCount PIC 9(9) VALUE 0.
       01 OriginalEntryTotalValue PIC 9(10) VALUE 0.

       01 GenerationTable.
           05 GenerationEntry OCCURS 2000 TIMES.
               10 GE-BATCH-DATE PIC X(8).
               10 GE-TYPE PIC X(10).
               10 GE-FILE-NAME PIC X(200).
               10 GE-CYCLE-NUMBER PIC X(2).
               10 GE-RESTORED-DATE PIC X(8).
       01 GenerationCount PIC 9(5) VALUE 0.
       01 GenerationOverflowCount PIC 9(6) VALUE 0.
       01 GenerationIndex PIC 9(5) VALUE 0.
       01 GenerationCycleNumber PIC 9(2) VALUE 1.

       01 RetireTable.
           05 RetireEntry OCCURS 10 TIMES.
               10 RT-TYPE PIC X(10).
               10 RT-OLD-NAME PIC X(200).
               10 RT-NEW-NAME PIC X(200).
               10 RT-RENAMED PIC X(1).
       01 RetireCount PIC 9(2) VALUE 0.
       01 RetireIndex PIC 9(2) VALUE 0.
       01 RetireMatchIndex PIC 9(2) VALUE 0.
       01 RetireFailed PIC X VALUE 'N'.
       01 RetiredNameTally PIC 9(4) VALUE 0.
       01 RetireCandidateType PIC X(10) VALUE SPACES.
       01 RetireCandidateName PIC X(200) VALUE SPACES.
       01 RenameResult PIC S9(9) VALUE 0.
       01 CheckFileResult PIC S9(9) VALUE 0.
       01 SavedReturnCode PIC S9(9) VALUE 0.
       01 FileDetails.
           05 FI-SIZE PIC X(8) COMP-X.
           05 FI-DAY PIC X COMP-X.
           05 FI-MONTH PIC X COMP-X.
           05 FI-YEAR PIC X(2) COMP-X.
           05 FI-HOURS PIC X COMP-X.
           05 FI-MINUTES PIC X COMP-X.
           05 FI-SECONDS PIC X COMP-X.
           05 FI-HUNDREDTHS PIC X COMP-X.

       01 PostedTable.
           05 PostedEntry OCCURS 2000 TIMES.
               10 PT-BATCH-DATE PIC X(8).
               10 PT-FILE-NAME PIC X(200).
               10 PT-CYCLE-NUMBER PIC X(2).
               10 PT-RELEASED PIC X(1).
       01 PostedCount PIC 9(4) VALUE 0.
       01 PostedOverflowCount PIC 9(6) VALUE 0.
       01 PostedReleasedCount PIC 9(4) VALUE 0.
       01 I PIC 9(4) VALUE 0.

       01 AdjustmentFeedTable.
           05 AdjustmentFeedEntry OCCURS 200 TIMES.
               10 AF-FILE-NAME PIC X(200).
       01 AdjustmentFeedCount PIC 9(3) VALUE 0.
       01 AdjustmentFeedOverflowCount PIC 9(6) VALUE 0.
       01 AdjustmentFeedsRead PIC 9(3) VALUE 0.

       01 OriginalDetailCount PIC 9(9) VALUE 0.
       01 OriginalAdjustmentCount PIC 9(9) VALUE 0.
       01 OriginalRejectedCount PIC 9(9) VALUE 0.
       01 OriginalRecordCount PIC 9(9) VALUE 0.
       01 OriginalValue PIC S9(12) COMP VALUE 0.
       01 OriginalValueWords PIC S9(12) COMP VALUE 0.
       01 ReversingDetailCount PIC 9(9) VALUE 0.
       01 ReversingAdjustmentCount PIC 9(9) VALUE 0.
       01 ReversingRejectedCount PIC 9(9) VALUE 0.
       01 ReversingRecordCount PIC 9(9) VALUE 0.
       01 ReversingValue PIC S9(12) COMP VALUE 0.
       01 ReversingValueWords PIC S9(12) COMP VALUE 0.
       01 NetValue PIC S9(12) COMP VALUE 0.
       01 NetValueWords PIC S9(12) COMP VALUE 0.
       01 ReversalWriteFailed PIC X VALUE 'N'.

       01 OriginalFeedRecordCount PIC 9(9) VALUE 0.
       01 OriginalFeedValue PIC S9(12) COMP VALUE 0.
       01 OriginalFeedValueWords PIC S9(12) COMP VALUE 0.
       01 OriginalTrailerFound PIC X VALUE 'N'.
       01 OriginalTrailerCount PIC 9(9) VALUE 0.
       01 OriginalTrailerValue PIC S9(12) COMP VALUE 0.
       01 OriginalTrailerValueWords PIC S9(12) COMP VALUE 0.

       01 ReadBackOpened PIC X VALUE 'N'.
       01 ReadBackDetailCount PIC 9(9) VALUE 0.
       01 ReadBackAdjustmentCount PIC 9(9) VALUE 0.
       01 ReadBackRejectedCount PIC 9(9) VALUE 0.
       01 ReadBackRecordCount PIC 9(9) VALUE 0.
       01 ReadBackValue PIC S9(12) COMP VALUE 0.
       01 ReadBackValueWords PIC S9(12) COMP VALUE 0.
       01 ReadBackBatchCount PIC 9(9) VALUE 0.
       01 ReadBackBatchValue PIC S9(12) COMP VALUE 0.
       01 ReadBackBatchValueWords PIC S9(12) COMP VALUE 0.
       01 ReadBackTrailerFound PIC X VALUE 'N'.
       01 ReadBackTrailerCount PIC 9(9) VALUE 0.
       01 ReadBackTrailerValue PIC S9(12) COMP VALUE 0.
       01 ReadBackTrailerValueWords PIC S9(12) COMP VALUE 0.

       01 ReadBackAgrees PIC X VALUE 'N'.
       01 ReadBackTrailerAgrees PIC X VALUE 'N'.
       01 OriginalControlAgrees PIC X VALUE 'N'.
       01 WholeBatchAgrees PIC X VALUE 'N'.

       01 CertificateLabel PIC X(26) VALUE SPACES.
       01 CertificateOriginalCount PIC 9(9) VALUE 0.
       01 CertificateReversingCount PIC 9(9) VALUE 0.
       01 CertificateOriginalValue PIC S9(12) COMP VALUE 0.
       01 CertificateReversingValue PIC S9(12) COMP VALUE 0.
       01 OriginalCountText PIC Z(12)9.
       01 ReversingCountText PIC Z(12)9.
       01 NetCountText PIC -(12)9.
       01 OriginalValueText PIC -(12)9.
       01 ReversingValueText PIC -(12)9.
       01 NetValueText PIC -(12)9.
       01 BatchNetsToZero PIC X VALUE 'N'.
       01 ReversalNotProven PIC X VALUE 'N'.

       01 OriginalJournalFound PIC X VALUE 'N'.
       01 OriginalJournalIndex PIC 9(4) VALUE 0.
       01 OriginalJournalSequence PIC 9(6) VALUE 0.
       01 OriginalJournalSummaryFeed PIC X(200) VALUE SPACES.
       01 OriginalJournalLines PIC 9(6) VALUE 0.
       01 OriginalJournalDebit PIC 9(13) VALUE 0.
       01 OriginalJournalCredit PIC 9(13) VALUE 0.
       01 OriginalJournalTrailerFound PIC X VALUE 'N'.
       01 OriginalJournalTrailerLines PIC 9(6) VALUE 0.
       01 OriginalJournalTrailerDebit PIC 9(13) VALUE 0.
       01 OriginalJournalTrailerCredit PIC 9(13) VALUE 0.
       01 SelectedJournalLines PIC 9(6) VALUE 0.
       01 SelectedJournalDebit PIC 9(13) VALUE 0.
       01 SelectedJournalCredit PIC 9(13) VALUE 0.

       01 ReversalJournalSequence PIC 9(6) VALUE 0.
       01 ReversalJournalNumber PIC X(12) VALUE SPACES.
       01 ReversalJournalWritten PIC X VALUE 'N'.
       01 ReversalJournalWriteFailed PIC X VALUE 'N'.
       01 ReversalJournalLines PIC 9(6) VALUE 0.
       01 ReversalJournalDebit PIC 9(13) VALUE 0.
       01 ReversalJournalCredit PIC 9(13) VALUE 0.

       01 ReadBackJournalOpened PIC X VALUE 'N'.
       01 ReadBackJournalLines PIC 9(6) VALUE 0.
       01 ReadBackJournalDebit PIC 9(13) VALUE 0.
       01 ReadBackJournalCredit PIC 9(13) VALUE 0.
       01 ReadBackJournalTrailerFound PIC X VALUE 'N'.
       01 ReadBackJournalTrailerLines PIC 9(6) VALUE 0.
       01 ReadBackJournalTrailerDebit PIC 9(13) VALUE 0.
       01 ReadBackJournalTrailerCredit PIC 9(13) VALUE 0.

       01 OriginalJournalAgrees PIC X VALUE 'N'.
       01 ReversalJournalAgrees PIC X VALUE 'N'.
       01 JournalProven PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM DETERMINE-FILE-NAMES.

           PERFORM READ-REVERSAL-REQUEST
           IF RequestRefused = 'N'
               PERFORM LOAD-TRANSMIT-REGISTER
           END-IF
           IF RequestRefused = 'N'
               PERFORM CHECK-REVERSAL-REGISTER
           END-IF
           IF RequestRefused = 'N'
               PERFORM LOAD-POSTED-REGISTER
           END-IF
           IF RequestRefused = 'N'
               PERFORM LOAD-GENERATION-REGISTER
           END-IF
           IF RequestRefused = 'N'
               PERFORM DERIVE-REVERSAL-FILE-NAMES
               PERFORM FIND-ORIGINAL-JOURNAL
           END-IF
           IF RequestRefused = 'N'
               PERFORM PLAN-GENERATION-RETIREMENT
           END-IF
           IF RequestRefused = 'N'
               PERFORM WRITE-REVERSAL-FEED
           END-IF
           IF RequestRefused = 'N' AND OriginalJournalFound = 'Y'
               PERFORM WRITE-REVERSAL-JOURNAL
           END-IF
           IF RequestRefused = 'N'
               PERFORM RETIRE-ORIGINAL-GENERATIONS
           END-IF

           IF RequestRefused = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-REVERSAL-GENERATION
           PERFORM REWRITE-TRANSMIT-REGISTER
           PERFORM REWRITE-POSTED-REGISTER
           PERFORM RECORD-REVERSAL
           PERFORM WRITE-REVERSAL-CERTIFICATE

           DISPLAY 'Batch reversal complete: batch ' ReverseBatchDate
                   ' cycle ' ReverseCycleNumber ' source '
                   FUNCTION TRIM(ReverseSourceId) ' - '
                   ReversingRecordCount ' record(s) reversed under '
                   'feed seq ' NextSequenceNumber ' in '
                   FUNCTION TRIM(ReversalFeedFileName) ', '
                   PostedReleasedCount
                   ' posted-batch entr(ies) released'
           IF ReversalJournalWritten = 'Y'
               DISPLAY 'Journal lines reversed: ' ReversalJournalLines
                       ' under journal seq ' ReversalJournalSequence
                       ' in ' FUNCTION TRIM(ReversalJournalFileName)
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
               MOVE CommandLineArg TO RequestFileName
           ELSE
               ACCEPT RequestFileName FROM ENVIRONMENT
                   'REVERSAL_REQUEST'
               IF RequestFileName = SPACES
                   MOVE 'reversal_request.txt' TO RequestFileName
               END-IF
           END-IF

           ACCEPT TransmitRegisterFileName FROM ENVIRONMENT
               'XMIT_REGISTER'
           IF TransmitRegisterFileName = SPACES
               MOVE 'feed_transmit_register.txt'
                   TO TransmitRegisterFileName
           END-IF

           ACCEPT PostedBatchFileName FROM ENVIRONMENT
               'POSTED_REGISTER'
           IF PostedBatchFileName = SPACES
               MOVE 'posted_batches.txt' TO PostedBatchFileName
           END-IF

           ACCEPT GenerationRegisterFileName FROM ENVIRONMENT
               'GEN_REGISTER'
           IF GenerationRegisterFileName = SPACES
               MOVE 'report_generations.txt'
                   TO GenerationRegisterFileName
           END-IF

           ACCEPT ReversalRegisterFileName FROM ENVIRONMENT
               'REVERSAL_REGISTER'
           IF ReversalRegisterFileName = SPACES
               MOVE 'reversal_register.txt'
                   TO ReversalRegisterFileName
           END-IF.

       READ-REVERSAL-REQUEST.
           MOVE 'N' TO RequestFound
           MOVE 'N' TO EndOfRequestFile

           OPEN INPUT RequestFile
           IF RequestFileStatus NOT = '00'
               DISPLAY 'BATCH REVERSAL FAILED: unable to open '
                       'reversal request '
                       FUNCTION TRIM(RequestFileName)
                       ' (status ' RequestFileStatus ')'
               MOVE 'Y' TO RequestRefused
           ELSE
               PERFORM UNTIL EndOfRequestFile = 'Y'
                   READ RequestFile
                       AT END
                           MOVE 'Y' TO EndOfRequestFile
                       NOT AT END
                           IF ReversalRequestRecord NOT = SPACES
                               MOVE 'Y' TO RequestFound
                               MOVE 'Y' TO EndOfRequestFile
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RequestFile

               IF RequestFound = 'N'
                   DISPLAY 'BATCH REVERSAL FAILED: reversal request '
                           FUNCTION TRIM(RequestFileName)
                           ' is empty'
                   MOVE 'Y' TO RequestRefused
               ELSE
                   PERFORM EDIT-REVERSAL-REQUEST
               END-IF
           END-IF.

       EDIT-REVERSAL-REQUEST.
           MOVE RQ-BATCH-DATE TO ReverseBatchDate
           MOVE FUNCTION TRIM(RQ-SOURCE-ID) TO ReverseSourceId
           MOVE RQ-REASON-CODE TO ReverseReasonCode
           MOVE RQ-REASON-TEXT TO ReverseReasonText

           IF RQ-BATCH-DATE IS NOT NUMERIC
               DISPLAY 'REVERSAL REFUSED: batch date "' RQ-BATCH-DATE
                       '" is not a valid YYYYMMDD date'
               MOVE 'Y' TO RequestRefused
           END-IF

           IF RQ-CYCLE-NUMBER = SPACES
               MOVE 1 TO ReverseCycleNumber
           ELSE
               IF RQ-CYCLE-NUMBER IS NUMERIC
                       AND FUNCTION NUMVAL(RQ-CYCLE-NUMBER) >= 1
                       AND FUNCTION NUMVAL(RQ-CYCLE-NUMBER) <= 9
                   MOVE FUNCTION NUMVAL(RQ-CYCLE-NUMBER)
                       TO ReverseCycleNumber
               ELSE
                   DISPLAY 'REVERSAL REFUSED: cycle "'
                           RQ-CYCLE-NUMBER
                           '" is not a cycle number from 01 to 09'
                   MOVE 'Y' TO RequestRefused
               END-IF
           END-IF

           IF ReverseSourceId = SPACES
               DISPLAY 'REVERSAL REFUSED: no source named - give a '
                       'source id, or *ALL to reverse every source '
                       'in the batch'
               MOVE 'Y' TO RequestRefused
           END-IF
           IF ReverseSourceId = '*ALL'
               MOVE 'Y' TO ReverseAllSources
           END-IF

           EVALUATE ReverseReasonCode
               WHEN 'WD'
                   MOVE 'posted under the wrong batch date'
                       TO ReasonDescription
               WHEN 'WF'
                   MOVE 'posted from the wrong input file'
                       TO ReasonDescription
               WHEN 'DP'
                   MOVE 'posted twice' TO ReasonDescription
               WHEN 'OT'
                   MOVE 'other' TO ReasonDescription
                   IF ReverseReasonText = SPACES
                       DISPLAY 'REVERSAL REFUSED: reason code OT '
                               'needs the reason written out in '
                               'the request'
                       MOVE 'Y' TO RequestRefused
                   END-IF
               WHEN OTHER
                   DISPLAY 'REVERSAL REFUSED: reason code "'
                           ReverseReasonCode '" is not WD, WF, DP '
                           'or OT - every reversal needs a reason'
                   MOVE 'Y' TO RequestRefused
           END-EVALUATE.

       CHECK-REVERSAL-REGISTER.
           MOVE 'N' TO EndOfReversalRegister

           OPEN INPUT ReversalRegisterFile
           IF ReversalRegisterFileStatus = '00'
               PERFORM UNTIL EndOfReversalRegister = 'Y'
                   READ ReversalRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfReversalRegister
                       NOT AT END
                           IF RV-BATCH-DATE = ReverseBatchDate
                                   AND RV-CYCLE-NUMBER
                                       = ReverseCycleNumber
                                   AND RV-ORIGINAL-SEQUENCE
                                       = OriginalSequenceNumber
                                   AND (RV-SOURCE-ID = ReverseSourceId
                                       OR RV-SOURCE-ID = '*ALL'
                                       OR ReverseAllSources = 'Y')
                               DISPLAY 'REVERSAL REFUSED: batch '
                                       ReverseBatchDate ' cycle '
                                       ReverseCycleNumber ' source '
                                       FUNCTION TRIM(RV-SOURCE-ID)
                                       ' was already reversed on '
                                       RV-REVERSAL-DATE
                                       ' under feed seq '
                                       RV-REVERSAL-SEQUENCE
                               MOVE 'Y' TO RequestRefused
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReversalRegisterFile
           END-IF.

       LOAD-TRANSMIT-REGISTER.
           MOVE 0 TO RegisterCount
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
                               PERFORM LOAD-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransmitRegisterFile
           END-IF

           COMPUTE NextSequenceNumber = HighestSequenceNumber + 1

           IF RegisterOverflowCount > 0 OR RegisterCount > 998
               DISPLAY 'REVERSAL REFUSED: transmission register '
                       FUNCTION TRIM(TransmitRegisterFileName)
                       ' is full - archive old entries before '
                       'reversing'
               MOVE 'Y' TO RequestRefused
           ELSE
               PERFORM FIND-ORIGINAL-TRANSMISSION
           END-IF.

       LOAD-REGISTER-ENTRY.
           IF TX-SEQUENCE-NUMBER > HighestSequenceNumber
               MOVE TX-SEQUENCE-NUMBER TO HighestSequenceNumber
           END-IF

           IF RegisterCount >= 1000
               ADD 1 TO RegisterOverflowCount
           ELSE
               ADD 1 TO RegisterCount
               MOVE TX-SEQUENCE-NUMBER
                   TO RG-SEQUENCE-NUMBER(RegisterCount)
               MOVE TX-BATCH-DATE TO RG-BATCH-DATE(RegisterCount)
               MOVE TX-FEED-FILE-NAME
                   TO RG-FEED-FILE-NAME(RegisterCount)
               MOVE TX-RECORD-COUNT TO RG-RECORD-COUNT(RegisterCount)
               MOVE TX-TOTAL-VALUE TO RG-TOTAL-VALUE(RegisterCount)
               MOVE TX-STATUS TO RG-STATUS(RegisterCount)
               IF TX-CYCLE-NUMBER IS NUMERIC
                   MOVE TX-CYCLE-NUMBER
                       TO RG-CYCLE-NUMBER(RegisterCount)
               ELSE
                   MOVE '01' TO RG-CYCLE-NUMBER(RegisterCount)
               END-IF
               IF TX-BASIS = SPACE
                   MOVE 'D' TO RG-BASIS(RegisterCount)
               ELSE
                   MOVE TX-BASIS TO RG-BASIS(RegisterCount)
               END-IF
               MOVE TX-RELATED-SEQUENCE
                   TO RG-RELATED-SEQUENCE(RegisterCount)
           END-IF.

       FIND-ORIGINAL-TRANSMISSION.
           MOVE 0 TO OriginalEntryIndex
           MOVE 0 TO OriginalEntryCount
           MOVE 0 TO OriginalRegisterIndex
           MOVE 'N' TO ReverseDateMultiCycle
           MOVE SPACES TO OriginalFeedFileName

           PERFORM VARYING OriginalEntryIndex FROM 1 BY 1
                   UNTIL OriginalEntryIndex > RegisterCount
               IF RG-BATCH-DATE(OriginalEntryIndex) = ReverseBatchDate
                       AND RG-BASIS(OriginalEntryIndex) = 'D'
                   IF FUNCTION NUMVAL
                           (RG-CYCLE-NUMBER(OriginalEntryIndex))
                           = ReverseCycleNumber
                       ADD 1 TO OriginalEntryCount
                       PERFORM WEIGH-ORIGINAL-CANDIDATE
                   ELSE
                       MOVE 'Y' TO ReverseDateMultiCycle
                   END-IF
               END-IF
           END-PERFORM

           IF OriginalRegisterIndex > 0
               MOVE RG-SEQUENCE-NUMBER(OriginalRegisterIndex)
                   TO OriginalSequenceNumber
               MOVE RG-STATUS(OriginalRegisterIndex)
                   TO OriginalEntryStatus
               MOVE RG-FEED-FILE-NAME(OriginalRegisterIndex)
                   TO OriginalFeedFileName
               MOVE RG-RECORD-COUNT(OriginalRegisterIndex)
                   TO OriginalEntryRecordCount
               MOVE RG-TOTAL-VALUE(OriginalRegisterIndex)
                   TO OriginalEntryTotalValue
           END-IF

           ACCEPT FeedFileName FROM ENVIRONMENT 'ORIGINAL_FEED'
           IF FeedFileName NOT = SPACES
               MOVE FeedFileName TO OriginalFeedFileName
           END-IF

           IF OriginalEntryCount = 0
               DISPLAY 'REVERSAL REFUSED: no detail feed for batch '
                       ReverseBatchDate ' cycle ' ReverseCycleNumber
                       ' is on the transmission register '
                       FUNCTION TRIM(TransmitRegisterFileName)
                       ' - GL holds nothing to back out'
               MOVE 'Y' TO RequestRefused
           ELSE
               IF OriginalEntryStatus = 'P'
                       OR OriginalEntryStatus = 'X'
                   DISPLAY 'WARNING: original feed seq '
                           OriginalSequenceNumber
                           ' is not yet acknowledged by GL (status '
                           OriginalEntryStatus ') - the reversal '
                           'will go out regardless'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WEIGH-ORIGINAL-CANDIDATE.
           EVALUATE TRUE
               WHEN OriginalRegisterIndex = 0
                   MOVE OriginalEntryIndex TO OriginalRegisterIndex
               WHEN RG-STATUS(OriginalEntryIndex) = 'R'
                       AND RG-STATUS(OriginalRegisterIndex) NOT = 'R'
                   CONTINUE
               WHEN RG-STATUS(OriginalEntryIndex) NOT = 'R'
                       AND RG-STATUS(OriginalRegisterIndex) = 'R'
                   MOVE OriginalEntryIndex TO OriginalRegisterIndex
               WHEN RG-SEQUENCE-NUMBER(OriginalEntryIndex)
                       > RG-SEQUENCE-NUMBER(OriginalRegisterIndex)
                   MOVE OriginalEntryIndex TO OriginalRegisterIndex
           END-EVALUATE.

       LOAD-POSTED-REGISTER.
           MOVE 0 TO PostedCount
           MOVE 0 TO PostedReleasedCount
           MOVE 'N' TO EndOfPostedFile

           OPEN INPUT PostedBatchFile
           IF PostedBatchFileStatus = '00'
               PERFORM UNTIL EndOfPostedFile = 'Y'
                   READ PostedBatchFile
                       AT END
                           MOVE 'Y' TO EndOfPostedFile
                       NOT AT END
                           IF PostedBatchRecord NOT = SPACES
                               PERFORM LOAD-POSTED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostedBatchFile
           END-IF

           IF PostedOverflowCount > 0
               DISPLAY 'REVERSAL REFUSED: posted-batch register '
                       FUNCTION TRIM(PostedBatchFileName)
                       ' holds more than 2000 entries - archive old '
                       'entries before reversing'
               MOVE 'Y' TO RequestRefused
           END-IF

           IF PostedReleasedCount = 0 AND RequestRefused = 'N'
               DISPLAY 'WARNING: no posted-batch entry found for '
                       'batch ' ReverseBatchDate ' cycle '
                       ReverseCycleNumber ' source '
                       FUNCTION TRIM(ReverseSourceId)
                       ' - nothing to release'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-POSTED-ENTRY.
           IF PostedCount >= 2000
               ADD 1 TO PostedOverflowCount
           ELSE
               ADD 1 TO PostedCount
               MOVE PB-BATCH-DATE TO PT-BATCH-DATE(PostedCount)
               MOVE PB-FILE-NAME TO PT-FILE-NAME(PostedCount)
               MOVE PB-CYCLE-NUMBER TO PT-CYCLE-NUMBER(PostedCount)
               MOVE 'N' TO PT-RELEASED(PostedCount)

               IF PB-CYCLE-NUMBER IS NUMERIC
                       AND FUNCTION NUMVAL(PB-CYCLE-NUMBER) > 0
                   MOVE FUNCTION NUMVAL(PB-CYCLE-NUMBER)
                       TO PostedCycleNumber
               ELSE
                   MOVE 1 TO PostedCycleNumber
               END-IF

               IF PB-BATCH-DATE = ReverseBatchDate
                       AND PostedCycleNumber = ReverseCycleNumber
                       AND (ReverseAllSources = 'Y'
                           OR FUNCTION TRIM(PB-FILE-NAME)
                               = FUNCTION TRIM(ReverseSourceId))
                   MOVE 'Y' TO PT-RELEASED(PostedCount)
                   ADD 1 TO PostedReleasedCount
               END-IF
           END-IF.

       LOAD-GENERATION-REGISTER.
           MOVE 0 TO GenerationCount
           MOVE 0 TO GenerationOverflowCount
           MOVE 'N' TO EndOfGenerationRegister

           OPEN INPUT GenerationRegisterFile
           IF GenerationRegisterFileStatus = '00'
               PERFORM UNTIL EndOfGenerationRegister = 'Y'
                   READ GenerationRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfGenerationRegister
                       NOT AT END
                           IF GenerationRegisterRecord NOT = SPACES
                               PERFORM LOAD-GENERATION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenerationRegisterFile
           ELSE
               IF GenerationRegisterFileStatus NOT = '35'
                   DISPLAY 'REVERSAL REFUSED: generation register '
                           FUNCTION TRIM(GenerationRegisterFileName)
                           ' unavailable (status '
                           GenerationRegisterFileStatus
                           ') - the original generations cannot be '
                           'retired'
                   MOVE 'Y' TO RequestRefused
               END-IF
           END-IF

           IF GenerationOverflowCount > 0 OR GenerationCount > 1998
               DISPLAY 'REVERSAL REFUSED: generation register '
                       FUNCTION TRIM(GenerationRegisterFileName)
                       ' holds more than 1998 entries - run '
                       'housekeeping before reversing'
               MOVE 'Y' TO RequestRefused
           END-IF.

       LOAD-GENERATION-ENTRY.
           IF GenerationCount >= 2000
               ADD 1 TO GenerationOverflowCount
           ELSE
               ADD 1 TO GenerationCount
               MOVE GR-BATCH-DATE TO GE-BATCH-DATE(GenerationCount)
               MOVE GR-TYPE TO GE-TYPE(GenerationCount)
               MOVE GR-FILE-NAME TO GE-FILE-NAME(GenerationCount)
               MOVE GR-CYCLE-NUMBER TO GE-CYCLE-NUMBER(GenerationCount)
               MOVE GR-RESTORED-DATE
                   TO GE-RESTORED-DATE(GenerationCount)
           END-IF.

       DERIVE-REVERSAL-FILE-NAMES.
           ACCEPT ReversalFeedFileName FROM ENVIRONMENT
               'REVERSAL_FEED'
           IF ReversalFeedFileName = SPACES
               STRING 'gl_reversal_' DELIMITED BY SIZE
                      ReverseBatchDate DELIMITED BY SIZE
                      '_' DELIMITED BY SIZE
                      NextSequenceNumber DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO ReversalFeedFileName
           END-IF

           ACCEPT CertificateFileName FROM ENVIRONMENT
               'REVERSAL_CERT'
           IF CertificateFileName = SPACES
               STRING 'reversal_certificate_' DELIMITED BY SIZE
                      ReverseBatchDate DELIMITED BY SIZE
                      '_' DELIMITED BY SIZE
                      NextSequenceNumber DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO CertificateFileName
           END-IF.

       FIND-ORIGINAL-JOURNAL.
           MOVE 'N' TO OriginalJournalFound
           PERFORM VARYING OriginalEntryIndex FROM 1 BY 1
                   UNTIL OriginalEntryIndex > RegisterCount
               IF RG-BATCH-DATE(OriginalEntryIndex) = ReverseBatchDate
                       AND FUNCTION NUMVAL
                           (RG-CYCLE-NUMBER(OriginalEntryIndex))
                           = ReverseCycleNumber
                       AND RG-BASIS(OriginalEntryIndex) = 'J'
                       AND RG-STATUS(OriginalEntryIndex) NOT = 'R'
                       AND RG-RELATED-SEQUENCE(OriginalEntryIndex)
                           = SPACES
                       AND (OriginalJournalFound = 'N'
                           OR RG-SEQUENCE-NUMBER(OriginalEntryIndex)
                               > OriginalJournalSequence)
                   MOVE 'Y' TO OriginalJournalFound
                   MOVE OriginalEntryIndex TO OriginalJournalIndex
                   MOVE RG-SEQUENCE-NUMBER(OriginalEntryIndex)
                       TO OriginalJournalSequence
                   MOVE RG-FEED-FILE-NAME(OriginalEntryIndex)
                       TO OriginalJournalFileName
               END-IF
           END-PERFORM

           IF OriginalJournalFound = 'Y'
               COMPUTE ReversalJournalSequence = NextSequenceNumber + 1
               MOVE SPACES TO ReversalJournalNumber
               STRING 'RJ' DELIMITED BY SIZE
                      ReversalJournalSequence DELIMITED BY SIZE
                   INTO ReversalJournalNumber

               ACCEPT ReversalJournalFileName FROM ENVIRONMENT
                   'REVERSAL_JOURNAL'
               IF ReversalJournalFileName = SPACES
                   STRING 'gl_journal_reversal_' DELIMITED BY SIZE
                          ReverseBatchDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          ReversalJournalSequence DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO ReversalJournalFileName
               END-IF

               OPEN INPUT ReversalJournalFile
               IF ReversalJournalFileStatus = '00'
                   CLOSE ReversalJournalFile
                   DISPLAY 'REVERSAL REFUSED: reversing journal '
                           FUNCTION TRIM(ReversalJournalFileName)
                           ' already exists - transmit or archive it '
                           'first, or name a new journal with '
                           'REVERSAL_JOURNAL'
                   MOVE 'Y' TO RequestRefused
               END-IF

               MOVE SPACES TO JournalRecord
               OPEN INPUT OriginalJournalFile
               IF OriginalJournalFileStatus NOT = '00'
                   DISPLAY 'REVERSAL REFUSED: journal seq '
                           OriginalJournalSequence ' '
                           FUNCTION TRIM(OriginalJournalFileName)
                           ' cannot be read (status '
                           OriginalJournalFileStatus ') - restore it '
                           'from the archive first; GL holds it and '
                           'it must be reversed with the feed'
                   MOVE 'Y' TO RequestRefused
               ELSE
                   READ OriginalJournalFile
                       AT END
                           MOVE SPACES TO JournalRecord
                   END-READ
                   CLOSE OriginalJournalFile
                   IF GJ-RECORD-TYPE = 'H'
                       MOVE GJH-SUMMARY-FEED
                           TO OriginalJournalSummaryFeed
                   END-IF
               END-IF
           END-IF.

       PLAN-GENERATION-RETIREMENT.
           MOVE 0 TO RetireCount
           MOVE 0 TO RetiredNameTally
           INSPECT RG-FEED-FILE-NAME(OriginalRegisterIndex)
               TALLYING RetiredNameTally FOR ALL '_rev'

           EVALUATE TRUE
               WHEN ReverseAllSources = 'N'
                   CONTINUE
               WHEN RetiredNameTally > 0
                   DISPLAY 'NOTE: the outputs of batch '
                           ReverseBatchDate ' cycle '
                           ReverseCycleNumber ' were retired by an '
                           'earlier reversal - names left as they '
                           'stand'
               WHEN OTHER
                   PERFORM VARYING GenerationIndex FROM 1 BY 1
                           UNTIL GenerationIndex > GenerationCount
                               OR RequestRefused = 'Y'
                       PERFORM CONSIDER-GENERATION-ENTRY
                   END-PERFORM
                   PERFORM VARYING OriginalEntryIndex FROM 1 BY 1
                           UNTIL OriginalEntryIndex > RegisterCount
                               OR RequestRefused = 'Y'
                       PERFORM CONSIDER-SUMMARY-ENTRY
                   END-PERFORM
           END-EVALUATE.

       CONSIDER-GENERATION-ENTRY.
           IF GE-CYCLE-NUMBER(GenerationIndex) IS NUMERIC
                   AND FUNCTION NUMVAL
                       (GE-CYCLE-NUMBER(GenerationIndex)) > 0
               MOVE FUNCTION NUMVAL(GE-CYCLE-NUMBER(GenerationIndex))
                   TO GenerationCycleNumber
           ELSE
               MOVE 1 TO GenerationCycleNumber
           END-IF
           MOVE 0 TO RetiredNameTally
           INSPECT GE-FILE-NAME(GenerationIndex)
               TALLYING RetiredNameTally FOR ALL '_rev'
           IF GE-BATCH-DATE(GenerationIndex) = ReverseBatchDate
                   AND GenerationCycleNumber = ReverseCycleNumber
                   AND RetiredNameTally = 0
                   AND (GE-TYPE(GenerationIndex) = 'FEED'
                       OR GE-TYPE(GenerationIndex) = 'DETAIL'
                       OR GE-TYPE(GenerationIndex) = 'EXCEPTIONS'
                       OR GE-TYPE(GenerationIndex) = 'JOURNAL')
               MOVE GE-TYPE(GenerationIndex) TO RetireCandidateType
               MOVE GE-FILE-NAME(GenerationIndex)
                   TO RetireCandidateName
               PERFORM NOTE-RETIRED-GENERATION
           END-IF.

       CONSIDER-SUMMARY-ENTRY.
           MOVE 0 TO RetiredNameTally
           INSPECT RG-FEED-FILE-NAME(OriginalEntryIndex)
               TALLYING RetiredNameTally FOR ALL '_rev'
           IF RG-BATCH-DATE(OriginalEntryIndex) = ReverseBatchDate
                   AND FUNCTION NUMVAL
                       (RG-CYCLE-NUMBER(OriginalEntryIndex))
                       = ReverseCycleNumber
                   AND RG-BASIS(OriginalEntryIndex) = 'S'
                   AND RetiredNameTally = 0
               MOVE 'SUMMARY' TO RetireCandidateType
               MOVE RG-FEED-FILE-NAME(OriginalEntryIndex)
                   TO RetireCandidateName
               PERFORM NOTE-RETIRED-GENERATION
           END-IF.

       NOTE-RETIRED-GENERATION.
           MOVE 0 TO RetireMatchIndex
           PERFORM VARYING RetireIndex FROM 1 BY 1
                   UNTIL RetireIndex > RetireCount
               IF RT-OLD-NAME(RetireIndex) = RetireCandidateName
                   MOVE RetireIndex TO RetireMatchIndex
               END-IF
           END-PERFORM

           IF RetireMatchIndex = 0
               IF RetireCount >= 10
                   DISPLAY 'REVERSAL REFUSED: more than 10 outputs '
                           'registered for batch ' ReverseBatchDate
                           ' cycle ' ReverseCycleNumber
                           ' - retire them by hand first'
                   MOVE 'Y' TO RequestRefused
               ELSE
                   ADD 1 TO RetireCount
                   MOVE RetireCandidateType TO RT-TYPE(RetireCount)
                   MOVE RetireCandidateName TO RT-OLD-NAME(RetireCount)
                   MOVE 'N' TO RT-RENAMED(RetireCount)
                   MOVE SPACES TO RT-NEW-NAME(RetireCount)
                   STRING FUNCTION TRIM(RetireCandidateName)
                              DELIMITED BY '.txt'
                          '_rev' DELIMITED BY SIZE
                          NextSequenceNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO RT-NEW-NAME(RetireCount)
                   IF (RT-TYPE(RetireCount) = 'FEED'
                           OR RT-TYPE(RetireCount) = 'SUMMARY'
                           OR RT-TYPE(RetireCount) = 'JOURNAL')
                           AND RT-NEW-NAME(RetireCount)(61:140)
                               NOT = SPACES
                       DISPLAY 'REVERSAL REFUSED: retired name for '
                               FUNCTION TRIM(RT-OLD-NAME(RetireCount))
                               ' would not fit the 60-character file '
                               'name of the transmission register'
                       MOVE 'Y' TO RequestRefused
                   END-IF
               END-IF
           END-IF.

       WRITE-REVERSAL-FEED.
           OPEN INPUT ReversalFeedFile
           IF ReversalFeedFileStatus = '00'
               CLOSE ReversalFeedFile
               DISPLAY 'REVERSAL REFUSED: reversing feed '
                       FUNCTION TRIM(ReversalFeedFileName)
                       ' already exists - transmit or archive it '
                       'first, or name a new feed with REVERSAL_FEED'
               MOVE 'Y' TO RequestRefused
           ELSE
               OPEN OUTPUT ReversalFeedFile
               IF ReversalFeedFileStatus NOT = '00'
                   DISPLAY 'BATCH REVERSAL FAILED: unable to open '
                           'reversing feed '
                           FUNCTION TRIM(ReversalFeedFileName)
                           ' (status ' ReversalFeedFileStatus ')'
                   MOVE 'Y' TO RequestRefused
               ELSE
                   PERFORM WRITE-REVERSAL-HEADER
                   PERFORM REVERSE-ORIGINAL-FEED
                   PERFORM FIND-ADJUSTMENT-FEEDS
                   PERFORM REVERSE-ADJUSTMENT-FEEDS
                   PERFORM WRITE-REVERSAL-TRAILER
                   CLOSE ReversalFeedFile
                   PERFORM JUDGE-REVERSAL-FEED
                   IF RequestRefused = 'N'
                       PERFORM READ-BACK-REVERSAL-FEED
                       PERFORM JUDGE-REVERSAL-PROOF
                       IF BatchNetsToZero NOT = 'Y'
                           PERFORM REFUSE-UNPROVEN-REVERSAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       JUDGE-REVERSAL-FEED.
           IF ReversalWriteFailed = 'Y'
               MOVE 'Y' TO RequestRefused
           END-IF

           IF RequestRefused = 'N' AND UnplacedAdjustmentCount > 0
               DISPLAY 'REVERSAL REFUSED: ' UnplacedAdjustmentCount
                       ' adjustment(s) to batch ' ReverseBatchDate
                       ' carry no original cycle and that date ran '
                       'more than one cycle - they cannot be placed '
                       'in cycle ' ReverseCycleNumber
               MOVE 'Y' TO RequestRefused
           END-IF

           IF RequestRefused = 'N' AND ReversingRecordCount = 0
               DISPLAY 'REVERSAL REFUSED: no detail, adjustment or '
                       'rejected records for source '
                       FUNCTION TRIM(ReverseSourceId) ' in batch '
                       ReverseBatchDate ' cycle ' ReverseCycleNumber
               MOVE 'Y' TO RequestRefused
           END-IF

           IF RequestRefused = 'Y'
               DELETE FILE ReversalFeedFile
           END-IF.

       WRITE-REVERSAL-HEADER.
           MOVE SPACES TO ReversalFeedRecord
           MOVE 'H' TO XF-RECORD-TYPE
           MOVE ReverseBatchDate TO XF-BATCH-DATE
           MOVE 'HEADER' TO XF-SOURCE-ID
           MOVE NextSequenceNumber TO XF-LINE-NUMBER
           MOVE 0 TO XF-CALIBRATION-VALUE
           MOVE ReverseCycleNumber TO XF-CYCLE-NUMBER
           MOVE '-' TO XF-VALUE-SIGN
           MOVE 0 TO XF-CALIBRATION-VALUE-WORDS
           WRITE ReversalFeedRecord
           PERFORM CHECK-REVERSAL-WRITE.

       REVERSE-ORIGINAL-FEED.
           MOVE OriginalFeedFileName TO FeedFileName
           MOVE 'N' TO EndOfFeedFile

           OPEN INPUT FeedFile
           IF FeedFileStatus NOT = '00'
               DISPLAY 'BATCH REVERSAL FAILED: unable to open '
                       'original feed ' FUNCTION TRIM(FeedFileName)
                       ' (status ' FeedFileStatus ') - restore it '
                       'from the archive first'
               MOVE 'Y' TO RequestRefused
           ELSE
               PERFORM UNTIL EndOfFeedFile = 'Y'
                   READ FeedFile
                       AT END
                           MOVE 'Y' TO EndOfFeedFile
                       NOT AT END
                           PERFORM TALLY-ORIGINAL-FEED-RECORD
                           PERFORM SELECT-ORIGINAL-RECORD
                           IF RecordSelected = 'Y'
                               PERFORM REVERSE-FEED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeedFile
           END-IF.

       TALLY-ORIGINAL-FEED-RECORD.
           IF CF-VALUE-SIGN NOT = '-'
               EVALUATE CF-RECORD-TYPE
                   WHEN 'D'
                       ADD 1 TO OriginalFeedRecordCount
                       ADD CF-CALIBRATION-VALUE TO OriginalFeedValue
                       IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
                           ADD CF-CALIBRATION-VALUE-WORDS
                               TO OriginalFeedValueWords
                       END-IF
                   WHEN 'R'
                       ADD 1 TO OriginalFeedRecordCount
                       IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
                           ADD CF-CALIBRATION-VALUE-WORDS
                               TO OriginalFeedValueWords
                       END-IF
                   WHEN 'T'
                       MOVE 'Y' TO OriginalTrailerFound
                       MOVE CF-LINE-NUMBER TO OriginalTrailerCount
                       MOVE CF-CALIBRATION-VALUE
                           TO OriginalTrailerValue
                       IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
                           MOVE CF-CALIBRATION-VALUE-WORDS
                               TO OriginalTrailerValueWords
                       ELSE
                           MOVE OriginalFeedValueWords
                               TO OriginalTrailerValueWords
                       END-IF
               END-EVALUATE
           END-IF.

       SELECT-ORIGINAL-RECORD.
           MOVE 'N' TO RecordSelected

           IF CF-CYCLE-NUMBER IS NUMERIC
                   AND FUNCTION NUMVAL(CF-CYCLE-NUMBER) > 0
               MOVE FUNCTION NUMVAL(CF-CYCLE-NUMBER)
                   TO FeedCycleNumber
           ELSE
               MOVE 1 TO FeedCycleNumber
           END-IF

           IF (CF-RECORD-TYPE = 'D' OR CF-RECORD-TYPE = 'R'
                   OR CF-RECORD-TYPE = 'A')
                   AND CF-BATCH-DATE = ReverseBatchDate
                   AND CF-VALUE-SIGN NOT = '-'
                   AND (ReverseAllSources = 'Y'
                       OR CF-SOURCE-ID = ReverseSourceId)
               IF CF-RECORD-TYPE = 'A'
                   PERFORM PLACE-ADJUSTMENT-CYCLE
               ELSE
                   IF FeedCycleNumber = ReverseCycleNumber
                       MOVE 'Y' TO RecordSelected
                   END-IF
               END-IF
           END-IF.

       PLACE-ADJUSTMENT-CYCLE.
           IF CF-ORIGINAL-CYCLE IS NUMERIC
                   AND FUNCTION NUMVAL(CF-ORIGINAL-CYCLE) > 0
               MOVE FUNCTION NUMVAL(CF-ORIGINAL-CYCLE)
                   TO AdjustmentCycleNumber
               IF AdjustmentCycleNumber = ReverseCycleNumber
                   MOVE 'Y' TO RecordSelected
               END-IF
           ELSE
               IF ReverseDateMultiCycle = 'Y'
                   ADD 1 TO UnplacedAdjustmentCount
               ELSE
                   MOVE 'Y' TO RecordSelected
               END-IF
           END-IF.

       FIND-ADJUSTMENT-FEEDS.
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
                                       >= ReverseBatchDate
                               IF AdjustmentFeedCount < 200
                                   ADD 1 TO AdjustmentFeedCount
                                   MOVE GR-FILE-NAME TO AF-FILE-NAME
                                       (AdjustmentFeedCount)
                               ELSE
                                   ADD 1 TO AdjustmentFeedOverflowCount
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenerationRegisterFile
           END-IF
           IF GenerationRegisterFileStatus NOT = '00'
                   AND GenerationRegisterFileStatus NOT = '35'
               DISPLAY 'WARNING: generation register '
                       FUNCTION TRIM(GenerationRegisterFileName)
                       ' unavailable (status '
                       GenerationRegisterFileStatus
                       ') - adjustments to the batch not reversed'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF AdjustmentFeedOverflowCount > 0
               DISPLAY 'WARNING: more than 200 adjustment feeds '
                       'since ' ReverseBatchDate ' - only the first '
                       '200 were searched for adjustments'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       REVERSE-ADJUSTMENT-FEEDS.
           MOVE 0 TO AdjustmentFeedsRead
           PERFORM VARYING AdjustmentFeedsRead FROM 1 BY 1
                   UNTIL AdjustmentFeedsRead > AdjustmentFeedCount
               MOVE AF-FILE-NAME(AdjustmentFeedsRead) TO FeedFileName
               IF FUNCTION TRIM(FeedFileName)
                       NOT = FUNCTION TRIM(OriginalFeedFileName)
                   PERFORM REVERSE-ONE-ADJUSTMENT-FEED
               END-IF
           END-PERFORM.

       REVERSE-ONE-ADJUSTMENT-FEED.
           MOVE 'N' TO EndOfFeedFile
           OPEN INPUT FeedFile
           IF FeedFileStatus NOT = '00'
               DISPLAY 'WARNING: adjustment feed '
                       FUNCTION TRIM(FeedFileName)
                       ' unavailable (status ' FeedFileStatus
                       ') - any adjustment it holds for the batch '
                       'is not reversed'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL EndOfFeedFile = 'Y'
                   READ FeedFile
                       AT END
                           MOVE 'Y' TO EndOfFeedFile
                       NOT AT END
                           IF CF-RECORD-TYPE = 'A'
                                   AND CF-BATCH-DATE = ReverseBatchDate
                                   AND CF-VALUE-SIGN NOT = '-'
                                   AND (ReverseAllSources = 'Y'
                                       OR CF-SOURCE-ID
                                           = ReverseSourceId)
                               MOVE 'N' TO RecordSelected
                               PERFORM PLACE-ADJUSTMENT-CYCLE
                               IF RecordSelected = 'Y'
                                   PERFORM REVERSE-FEED-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeedFile
           END-IF.

       REVERSE-FEED-RECORD.
           EVALUATE CF-RECORD-TYPE
               WHEN 'D'
                   ADD 1 TO OriginalDetailCount
                   ADD CF-CALIBRATION-VALUE TO OriginalValue
               WHEN 'A'
                   ADD 1 TO OriginalAdjustmentCount
                   ADD CF-CALIBRATION-VALUE TO OriginalValue
               WHEN 'R'
                   ADD 1 TO OriginalRejectedCount
           END-EVALUATE
           ADD 1 TO OriginalRecordCount
           IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
               ADD CF-CALIBRATION-VALUE-WORDS TO OriginalValueWords
           END-IF

           MOVE CalcFeedRecord TO ReversalFeedRecord
           MOVE '-' TO XF-VALUE-SIGN
           WRITE ReversalFeedRecord
           PERFORM CHECK-REVERSAL-WRITE

           EVALUATE XF-RECORD-TYPE
               WHEN 'D'
                   ADD 1 TO ReversingDetailCount
                   SUBTRACT XF-CALIBRATION-VALUE FROM ReversingValue
               WHEN 'A'
                   ADD 1 TO ReversingAdjustmentCount
                   SUBTRACT XF-CALIBRATION-VALUE FROM ReversingValue
               WHEN 'R'
                   ADD 1 TO ReversingRejectedCount
           END-EVALUATE
           ADD 1 TO ReversingRecordCount
           IF XF-CALIBRATION-VALUE-WORDS IS NUMERIC
               SUBTRACT XF-CALIBRATION-VALUE-WORDS
                   FROM ReversingValueWords
           END-IF.

       WRITE-REVERSAL-TRAILER.
           MOVE SPACES TO ReversalFeedRecord
           MOVE 'T' TO XF-RECORD-TYPE
           MOVE ReverseBatchDate TO XF-BATCH-DATE
           MOVE 'TOTAL' TO XF-SOURCE-ID
           MOVE ReversingRecordCount TO XF-LINE-NUMBER
           COMPUTE XF-CALIBRATION-VALUE = 0 - ReversingValue
           MOVE ReverseCycleNumber TO XF-CYCLE-NUMBER
           MOVE '-' TO XF-VALUE-SIGN
           COMPUTE XF-CALIBRATION-VALUE-WORDS = 0 - ReversingValueWords
           WRITE ReversalFeedRecord
           PERFORM CHECK-REVERSAL-WRITE.

       CHECK-REVERSAL-WRITE.
           IF ReversalFeedFileStatus NOT = '00'
                   AND ReversalWriteFailed = 'N'
               DISPLAY 'BATCH REVERSAL FAILED: unable to write '
                       'reversing feed '
                       FUNCTION TRIM(ReversalFeedFileName)
                       ' (status ' ReversalFeedFileStatus ')'
               MOVE 'Y' TO ReversalWriteFailed
           END-IF.

       READ-BACK-REVERSAL-FEED.
           MOVE 'N' TO EndOfFeedFile
           OPEN INPUT ReversalFeedFile
           IF ReversalFeedFileStatus NOT = '00'
               DISPLAY 'WARNING: unable to read back reversing feed '
                       FUNCTION TRIM(ReversalFeedFileName)
                       ' (status ' ReversalFeedFileStatus
                       ') - the reversal cannot be proven'
               MOVE 'N' TO ReadBackOpened
           ELSE
               MOVE 'Y' TO ReadBackOpened
               PERFORM UNTIL EndOfFeedFile = 'Y'
                   READ ReversalFeedFile
                       AT END
                           MOVE 'Y' TO EndOfFeedFile
                       NOT AT END
                           PERFORM TALLY-READ-BACK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ReversalFeedFile
           END-IF.

       TALLY-READ-BACK-RECORD.
           EVALUATE XF-RECORD-TYPE
               WHEN 'D'
                   ADD 1 TO ReadBackDetailCount
                   ADD 1 TO ReadBackBatchCount
                   SUBTRACT XF-CALIBRATION-VALUE FROM ReadBackValue
                   SUBTRACT XF-CALIBRATION-VALUE FROM ReadBackBatchValue
                   IF XF-CALIBRATION-VALUE-WORDS IS NUMERIC
                       SUBTRACT XF-CALIBRATION-VALUE-WORDS
                           FROM ReadBackBatchValueWords
                   END-IF
               WHEN 'A'
                   ADD 1 TO ReadBackAdjustmentCount
                   SUBTRACT XF-CALIBRATION-VALUE FROM ReadBackValue
               WHEN 'R'
                   ADD 1 TO ReadBackRejectedCount
                   ADD 1 TO ReadBackBatchCount
                   IF XF-CALIBRATION-VALUE-WORDS IS NUMERIC
                       SUBTRACT XF-CALIBRATION-VALUE-WORDS
                           FROM ReadBackBatchValueWords
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO ReadBackTrailerFound
                   MOVE XF-LINE-NUMBER TO ReadBackTrailerCount
                   COMPUTE ReadBackTrailerValue =
                       0 - XF-CALIBRATION-VALUE
                   IF XF-CALIBRATION-VALUE-WORDS IS NUMERIC
                       COMPUTE ReadBackTrailerValueWords =
                           0 - XF-CALIBRATION-VALUE-WORDS
                   END-IF
           END-EVALUATE

           IF XF-RECORD-TYPE = 'D' OR XF-RECORD-TYPE = 'A'
                   OR XF-RECORD-TYPE = 'R'
               ADD 1 TO ReadBackRecordCount
               IF XF-CALIBRATION-VALUE-WORDS IS NUMERIC
                   SUBTRACT XF-CALIBRATION-VALUE-WORDS
                       FROM ReadBackValueWords
               END-IF
           END-IF.

       REFUSE-UNPROVEN-REVERSAL.
           MOVE 'Y' TO RequestRefused
           MOVE 'Y' TO ReversalNotProven
           DELETE FILE ReversalFeedFile
           IF ReversalJournalWritten = 'Y'
               DELETE FILE ReversalJournalFile
           END-IF
           PERFORM WRITE-REVERSAL-CERTIFICATE
           DISPLAY 'BATCH REVERSAL FAILED: reversal as written is not '
                   'proven against the original batch - reversing '
                   'output deleted and nothing registered; see '
                   FUNCTION TRIM(CertificateFileName).

       WRITE-REVERSAL-JOURNAL.
           MOVE 'N' TO EndOfJournalFile
           OPEN INPUT OriginalJournalFile
           IF OriginalJournalFileStatus NOT = '00'
               DISPLAY 'BATCH REVERSAL FAILED: unable to open journal '
                       FUNCTION TRIM(OriginalJournalFileName)
                       ' (status ' OriginalJournalFileStatus ')'
               MOVE 'Y' TO RequestRefused
           ELSE
               OPEN OUTPUT ReversalJournalFile
               IF ReversalJournalFileStatus NOT = '00'
                   DISPLAY 'BATCH REVERSAL FAILED: unable to open '
                           'reversing journal '
                           FUNCTION TRIM(ReversalJournalFileName)
                           ' (status ' ReversalJournalFileStatus ')'
                   MOVE 'Y' TO RequestRefused
               ELSE
                   MOVE 'Y' TO ReversalJournalWritten
                   MOVE SPACES TO ReversalJournalRecord
                   MOVE 'H' TO RJ-RECORD-TYPE
                   PERFORM SET-REVERSAL-JOURNAL-KEY
                   MOVE ReversalJournalSequence
                       TO RJH-SEQUENCE-NUMBER
                   MOVE OriginalJournalSummaryFeed TO RJH-SUMMARY-FEED
                   PERFORM VARYING RetireIndex FROM 1 BY 1
                           UNTIL RetireIndex > RetireCount
                       IF RT-TYPE(RetireIndex) = 'SUMMARY'
                               AND RT-OLD-NAME(RetireIndex)
                                   = OriginalJournalSummaryFeed
                           MOVE RT-NEW-NAME(RetireIndex)
                               TO RJH-SUMMARY-FEED
                       END-IF
                   END-PERFORM
                   WRITE ReversalJournalRecord
                   PERFORM CHECK-JOURNAL-WRITE

                   PERFORM UNTIL EndOfJournalFile = 'Y'
                       READ OriginalJournalFile
                           AT END
                               MOVE 'Y' TO EndOfJournalFile
                           NOT AT END
                               PERFORM REVERSE-JOURNAL-RECORD
                       END-READ
                   END-PERFORM

                   MOVE SPACES TO ReversalJournalRecord
                   MOVE 'T' TO RJ-RECORD-TYPE
                   PERFORM SET-REVERSAL-JOURNAL-KEY
                   MOVE ReversalJournalLines TO RJT-LINE-COUNT
                   MOVE ReversalJournalDebit TO RJT-DEBIT-TOTAL
                   MOVE ReversalJournalCredit TO RJT-CREDIT-TOTAL
                   MOVE 0 TO RJT-SUSPENSE-COUNT
                   MOVE 0 TO RJT-SUSPENSE-VALUE
                   WRITE ReversalJournalRecord
                   PERFORM CHECK-JOURNAL-WRITE
                   CLOSE ReversalJournalFile
               END-IF
               CLOSE OriginalJournalFile
           END-IF

           IF RequestRefused = 'Y'
               DELETE FILE ReversalFeedFile
           ELSE
               IF SelectedJournalLines = 0
                   DELETE FILE ReversalJournalFile
                   MOVE 'N' TO ReversalJournalWritten
                   DISPLAY 'NOTE: journal seq ' OriginalJournalSequence
                           ' holds no lines for source '
                           FUNCTION TRIM(ReverseSourceId)
                           ' - no reversing journal written'
                   PERFORM JUDGE-JOURNAL-PROOF
               ELSE
                   PERFORM READ-BACK-REVERSAL-JOURNAL
                   PERFORM JUDGE-JOURNAL-PROOF
               END-IF
               IF JournalProven NOT = 'Y'
                   PERFORM REFUSE-UNPROVEN-REVERSAL
               END-IF
           END-IF.

       SET-REVERSAL-JOURNAL-KEY.
           MOVE ReversalJournalNumber TO RJ-JOURNAL-NUMBER
           MOVE ReverseBatchDate TO RJ-BATCH-DATE
           MOVE ReverseCycleNumber TO RJ-CYCLE-NUMBER.

       REVERSE-JOURNAL-RECORD.
           EVALUATE GJ-RECORD-TYPE
               WHEN 'L'
                   ADD 1 TO OriginalJournalLines
                   IF GJ-DR-CR = 'D'
                       ADD GJ-AMOUNT TO OriginalJournalDebit
                   ELSE
                       ADD GJ-AMOUNT TO OriginalJournalCredit
                   END-IF
                   IF ReverseAllSources = 'Y'
                           OR (GJ-ORIGINAL-DATE = ReverseBatchDate
                               AND GJ-SOURCE-ID = ReverseSourceId)
                       PERFORM WRITE-REVERSING-JOURNAL-LINE
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO OriginalJournalTrailerFound
                   MOVE GJT-LINE-COUNT TO OriginalJournalTrailerLines
                   MOVE GJT-DEBIT-TOTAL TO OriginalJournalTrailerDebit
                   MOVE GJT-CREDIT-TOTAL
                       TO OriginalJournalTrailerCredit
           END-EVALUATE.

       WRITE-REVERSING-JOURNAL-LINE.
           ADD 1 TO SelectedJournalLines
           MOVE JournalRecord TO ReversalJournalRecord
           PERFORM SET-REVERSAL-JOURNAL-KEY
           ADD 1 TO ReversalJournalLines
           MOVE ReversalJournalLines TO RJ-LINE-NUMBER
           IF GJ-DR-CR = 'D'
               ADD GJ-AMOUNT TO SelectedJournalDebit
               MOVE 'C' TO RJ-DR-CR
               ADD RJ-AMOUNT TO ReversalJournalCredit
           ELSE
               ADD GJ-AMOUNT TO SelectedJournalCredit
               MOVE 'D' TO RJ-DR-CR
               ADD RJ-AMOUNT TO ReversalJournalDebit
           END-IF
           WRITE ReversalJournalRecord
           PERFORM CHECK-JOURNAL-WRITE.

       CHECK-JOURNAL-WRITE.
           IF ReversalJournalFileStatus NOT = '00'
                   AND ReversalJournalWriteFailed = 'N'
               DISPLAY 'BATCH REVERSAL FAILED: unable to write '
                       'reversing journal '
                       FUNCTION TRIM(ReversalJournalFileName)
                       ' (status ' ReversalJournalFileStatus ')'
               MOVE 'Y' TO ReversalJournalWriteFailed
           END-IF.

       READ-BACK-REVERSAL-JOURNAL.
           MOVE 'N' TO EndOfJournalFile
           OPEN INPUT ReversalJournalFile
           IF ReversalJournalFileStatus NOT = '00'
               DISPLAY 'WARNING: unable to read back reversing journal '
                       FUNCTION TRIM(ReversalJournalFileName)
                       ' (status ' ReversalJournalFileStatus
                       ') - the reversal cannot be proven'
               MOVE 'N' TO ReadBackJournalOpened
           ELSE
               MOVE 'Y' TO ReadBackJournalOpened
               PERFORM UNTIL EndOfJournalFile = 'Y'
                   READ ReversalJournalFile
                       AT END
                           MOVE 'Y' TO EndOfJournalFile
                       NOT AT END
                           PERFORM TALLY-READ-BACK-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE ReversalJournalFile
           END-IF.

       TALLY-READ-BACK-JOURNAL-RECORD.
           EVALUATE RJ-RECORD-TYPE
               WHEN 'L'
                   ADD 1 TO ReadBackJournalLines
                   IF RJ-DR-CR = 'D'
                       ADD RJ-AMOUNT TO ReadBackJournalDebit
                   ELSE
                       ADD RJ-AMOUNT TO ReadBackJournalCredit
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO ReadBackJournalTrailerFound
                   MOVE RJT-LINE-COUNT TO ReadBackJournalTrailerLines
                   MOVE RJT-DEBIT-TOTAL TO ReadBackJournalTrailerDebit
                   MOVE RJT-CREDIT-TOTAL
                       TO ReadBackJournalTrailerCredit
           END-EVALUATE.

       JUDGE-JOURNAL-PROOF.
           IF OriginalJournalTrailerFound = 'Y'
                   AND OriginalJournalTrailerLines
                       = OriginalJournalLines
                   AND OriginalJournalTrailerDebit
                       = OriginalJournalDebit
                   AND OriginalJournalTrailerCredit
                       = OriginalJournalCredit
                   AND OriginalJournalDebit = OriginalJournalCredit
                   AND SelectedJournalDebit = SelectedJournalCredit
               MOVE 'Y' TO OriginalJournalAgrees
           ELSE
               MOVE 'N' TO OriginalJournalAgrees
           END-IF

           IF SelectedJournalLines = 0
               MOVE 'Y' TO ReversalJournalAgrees
           ELSE
               IF ReadBackJournalOpened = 'Y'
                       AND ReversalJournalWriteFailed = 'N'
                       AND ReadBackJournalLines = SelectedJournalLines
                       AND ReadBackJournalDebit = SelectedJournalCredit
                       AND ReadBackJournalCredit = SelectedJournalDebit
                       AND ReadBackJournalTrailerFound = 'Y'
                       AND ReadBackJournalTrailerLines
                           = ReadBackJournalLines
                       AND ReadBackJournalTrailerDebit
                           = ReadBackJournalDebit
                       AND ReadBackJournalTrailerCredit
                           = ReadBackJournalCredit
                   MOVE 'Y' TO ReversalJournalAgrees
               ELSE
                   MOVE 'N' TO ReversalJournalAgrees
               END-IF
           END-IF

           IF OriginalJournalAgrees = 'Y'
                   AND ReversalJournalAgrees = 'Y'
               MOVE 'Y' TO JournalProven
           ELSE
               MOVE 'N' TO JournalProven
           END-IF.

       RETIRE-ORIGINAL-GENERATIONS.
           MOVE 'N' TO RetireFailed
           PERFORM VARYING RetireIndex FROM 1 BY 1
                   UNTIL RetireIndex > RetireCount
                       OR RetireFailed = 'Y'
               PERFORM RETIRE-ONE-GENERATION
           END-PERFORM

           IF RetireFailed = 'Y'
               PERFORM VARYING RetireIndex FROM 1 BY 1
                       UNTIL RetireIndex > RetireCount
                   IF RT-RENAMED(RetireIndex) = 'Y'
                       CALL 'CBL_RENAME_FILE'
                           USING RT-NEW-NAME(RetireIndex)
                                 RT-OLD-NAME(RetireIndex)
                       MOVE 'N' TO RT-RENAMED(RetireIndex)
                   END-IF
               END-PERFORM
               MOVE SavedReturnCode TO RETURN-CODE
               DELETE FILE ReversalFeedFile
               IF ReversalJournalWritten = 'Y'
                   DELETE FILE ReversalJournalFile
               END-IF
               MOVE 'Y' TO RequestRefused
           ELSE
               PERFORM VARYING GenerationIndex FROM 1 BY 1
                       UNTIL GenerationIndex > GenerationCount
                   PERFORM VARYING RetireIndex FROM 1 BY 1
                           UNTIL RetireIndex > RetireCount
                       IF RT-RENAMED(RetireIndex) = 'Y'
                               AND GE-FILE-NAME(GenerationIndex)
                                   = RT-OLD-NAME(RetireIndex)
                           MOVE RT-NEW-NAME(RetireIndex)
                               TO GE-FILE-NAME(GenerationIndex)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       RETIRE-ONE-GENERATION.
           MOVE RETURN-CODE TO SavedReturnCode
           CALL 'CBL_RENAME_FILE' USING RT-OLD-NAME(RetireIndex)
                                        RT-NEW-NAME(RetireIndex)
           MOVE RETURN-CODE TO RenameResult
           IF RenameResult NOT = 0
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING RT-OLD-NAME(RetireIndex) FileDetails
               MOVE RETURN-CODE TO CheckFileResult
           END-IF
           MOVE SavedReturnCode TO RETURN-CODE

           EVALUATE TRUE
               WHEN RenameResult = 0
                   MOVE 'Y' TO RT-RENAMED(RetireIndex)
                   DISPLAY 'Original ' FUNCTION LOWER-CASE(
                               FUNCTION TRIM(RT-TYPE(RetireIndex)))
                           ' ' FUNCTION TRIM(RT-OLD-NAME(RetireIndex))
                           ' retired as '
                           FUNCTION TRIM(RT-NEW-NAME(RetireIndex))
               WHEN CheckFileResult = 0
                   DISPLAY 'BATCH REVERSAL FAILED: unable to retire '
                           FUNCTION TRIM(RT-OLD-NAME(RetireIndex))
                           ' as '
                           FUNCTION TRIM(RT-NEW-NAME(RetireIndex))
                           ' - reversing output deleted and nothing '
                           'registered'
                   MOVE 'Y' TO RetireFailed
               WHEN OTHER
                   DISPLAY 'WARNING: original '
                           FUNCTION LOWER-CASE(
                               FUNCTION TRIM(RT-TYPE(RetireIndex)))
                           ' ' FUNCTION TRIM(RT-OLD-NAME(RetireIndex))
                           ' is no longer on disk - its generation '
                           'entry is left as it stands'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       REGISTER-REVERSAL-GENERATION.
           ADD 1 TO GenerationCount
           MOVE RunBatchDate TO GE-BATCH-DATE(GenerationCount)
           MOVE 'REVERSAL' TO GE-TYPE(GenerationCount)
           MOVE ReversalFeedFileName TO GE-FILE-NAME(GenerationCount)
           MOVE RunCycleNumber TO GE-CYCLE-NUMBER(GenerationCount)
           MOVE SPACES TO GE-RESTORED-DATE(GenerationCount)
           IF ReversalJournalWritten = 'Y'
               ADD 1 TO GenerationCount
               MOVE RunBatchDate TO GE-BATCH-DATE(GenerationCount)
               MOVE 'JOURNAL' TO GE-TYPE(GenerationCount)
               MOVE ReversalJournalFileName
                   TO GE-FILE-NAME(GenerationCount)
               MOVE RunCycleNumber TO GE-CYCLE-NUMBER(GenerationCount)
               MOVE SPACES TO GE-RESTORED-DATE(GenerationCount)
           END-IF

           OPEN OUTPUT GenerationRegisterFile
           IF GenerationRegisterFileStatus = '00'
               PERFORM VARYING GenerationIndex FROM 1 BY 1
                       UNTIL GenerationIndex > GenerationCount
                   MOVE SPACES TO GenerationRegisterRecord
                   MOVE GE-BATCH-DATE(GenerationIndex) TO GR-BATCH-DATE
                   MOVE GE-TYPE(GenerationIndex) TO GR-TYPE
                   MOVE GE-FILE-NAME(GenerationIndex) TO GR-FILE-NAME
                   MOVE GE-CYCLE-NUMBER(GenerationIndex)
                       TO GR-CYCLE-NUMBER
                   MOVE GE-RESTORED-DATE(GenerationIndex)
                       TO GR-RESTORED-DATE
                   WRITE GenerationRegisterRecord
               END-PERFORM
               CLOSE GenerationRegisterFile
           ELSE
               DISPLAY 'WARNING: unable to update generation '
                       'register '
                       FUNCTION TRIM(GenerationRegisterFileName)
                       ' (status ' GenerationRegisterFileStatus
                       ') - housekeeping will not see '
                       FUNCTION TRIM(ReversalFeedFileName)
                       ' or the retired names of the original outputs'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       REWRITE-TRANSMIT-REGISTER.
           PERFORM VARYING OriginalEntryIndex FROM 1 BY 1
                   UNTIL OriginalEntryIndex > RegisterCount
               IF RG-BATCH-DATE(OriginalEntryIndex) = ReverseBatchDate
                       AND FUNCTION NUMVAL
                           (RG-CYCLE-NUMBER(OriginalEntryIndex))
                           = ReverseCycleNumber
                       AND (RG-BASIS(OriginalEntryIndex) = 'D'
                           OR RG-BASIS(OriginalEntryIndex) = 'S')
                       AND ReverseAllSources = 'Y'
                   MOVE 'R' TO RG-STATUS(OriginalEntryIndex)
                   IF RG-RELATED-SEQUENCE(OriginalEntryIndex) = SPACES
                       MOVE NextSequenceNumber
                           TO RG-RELATED-SEQUENCE(OriginalEntryIndex)
                   END-IF
               END-IF
               IF RG-BATCH-DATE(OriginalEntryIndex) = ReverseBatchDate
                       AND FUNCTION NUMVAL
                           (RG-CYCLE-NUMBER(OriginalEntryIndex))
                           = ReverseCycleNumber
                   PERFORM VARYING RetireIndex FROM 1 BY 1
                           UNTIL RetireIndex > RetireCount
                       IF RT-RENAMED(RetireIndex) = 'Y'
                               AND RG-FEED-FILE-NAME(OriginalEntryIndex)
                                   = RT-OLD-NAME(RetireIndex)
                           MOVE RT-NEW-NAME(RetireIndex)
                               TO RG-FEED-FILE-NAME(OriginalEntryIndex)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF ReversalJournalWritten = 'Y'
                   AND SelectedJournalLines = OriginalJournalLines
               MOVE 'R' TO RG-STATUS(OriginalJournalIndex)
               IF RG-RELATED-SEQUENCE(OriginalJournalIndex) = SPACES
                   MOVE ReversalJournalSequence
                       TO RG-RELATED-SEQUENCE(OriginalJournalIndex)
               END-IF
           END-IF

           ADD 1 TO RegisterCount
           MOVE NextSequenceNumber TO RG-SEQUENCE-NUMBER(RegisterCount)
           MOVE RunBatchDate TO RG-BATCH-DATE(RegisterCount)
           MOVE ReversalFeedFileName TO RG-FEED-FILE-NAME(RegisterCount)
           MOVE ReversingRecordCount TO RG-RECORD-COUNT(RegisterCount)
           COMPUTE RG-TOTAL-VALUE(RegisterCount) = 0 - ReversingValue
           MOVE 'P' TO RG-STATUS(RegisterCount)
           MOVE RunCycleNumber TO RG-CYCLE-NUMBER(RegisterCount)
           MOVE 'R' TO RG-BASIS(RegisterCount)
           MOVE OriginalSequenceNumber
               TO RG-RELATED-SEQUENCE(RegisterCount)

           IF ReversalJournalWritten = 'Y'
               ADD 1 TO RegisterCount
               MOVE ReversalJournalSequence
                   TO RG-SEQUENCE-NUMBER(RegisterCount)
               MOVE RunBatchDate TO RG-BATCH-DATE(RegisterCount)
               MOVE ReversalJournalFileName
                   TO RG-FEED-FILE-NAME(RegisterCount)
               MOVE ReadBackJournalLines
                   TO RG-RECORD-COUNT(RegisterCount)
               MOVE ReadBackJournalDebit TO RG-TOTAL-VALUE(RegisterCount)
               MOVE 'P' TO RG-STATUS(RegisterCount)
               MOVE RunCycleNumber TO RG-CYCLE-NUMBER(RegisterCount)
               MOVE 'J' TO RG-BASIS(RegisterCount)
               MOVE OriginalJournalSequence
                   TO RG-RELATED-SEQUENCE(RegisterCount)
           END-IF

           OPEN OUTPUT TransmitRegisterFile
           IF TransmitRegisterFileStatus NOT = '00'
               DISPLAY 'BATCH REVERSAL FAILED: unable to rewrite '
                       'transmission register '
                       FUNCTION TRIM(TransmitRegisterFileName)
                       ' (status ' TransmitRegisterFileStatus
                       ') - reversing feed seq ' NextSequenceNumber
                       ' is NOT registered'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING OriginalEntryIndex FROM 1 BY 1
                       UNTIL OriginalEntryIndex > RegisterCount
                   MOVE SPACES TO TransmitRegisterRecord
                   MOVE RG-SEQUENCE-NUMBER(OriginalEntryIndex)
                       TO TX-SEQUENCE-NUMBER
                   MOVE RG-BATCH-DATE(OriginalEntryIndex)
                       TO TX-BATCH-DATE
                   MOVE RG-FEED-FILE-NAME(OriginalEntryIndex)
                       TO TX-FEED-FILE-NAME
                   MOVE RG-RECORD-COUNT(OriginalEntryIndex)
                       TO TX-RECORD-COUNT
                   MOVE RG-TOTAL-VALUE(OriginalEntryIndex)
                       TO TX-TOTAL-VALUE
                   MOVE RG-STATUS(OriginalEntryIndex) TO TX-STATUS
                   MOVE RG-CYCLE-NUMBER(OriginalEntryIndex)
                       TO TX-CYCLE-NUMBER
                   MOVE RG-BASIS(OriginalEntryIndex) TO TX-BASIS
                   MOVE RG-RELATED-SEQUENCE(OriginalEntryIndex)
                       TO TX-RELATED-SEQUENCE
                   WRITE TransmitRegisterRecord
               END-PERFORM
               CLOSE TransmitRegisterFile

               IF ReverseAllSources = 'Y'
                   DISPLAY 'Reversing feed seq ' NextSequenceNumber
                           ' recorded on transmission register for '
                           FUNCTION TRIM(ReversalFeedFileName)
                           ' (basis R); feed seq '
                           OriginalSequenceNumber ' marked reversed'
               ELSE
                   DISPLAY 'Reversing feed seq ' NextSequenceNumber
                           ' recorded on transmission register for '
                           FUNCTION TRIM(ReversalFeedFileName)
                           ' (basis R, reversing source '
                           FUNCTION TRIM(ReverseSourceId)
                           ' of feed seq ' OriginalSequenceNumber ')'
               END-IF
               IF ReversalJournalWritten = 'Y'
                   DISPLAY 'Reversing journal seq '
                           ReversalJournalSequence
                           ' recorded on transmission register for '
                           FUNCTION TRIM(ReversalJournalFileName)
                           ' (basis J, reversing journal seq '
                           OriginalJournalSequence ')'
               END-IF
           END-IF.

       REWRITE-POSTED-REGISTER.
           IF PostedReleasedCount > 0
               OPEN OUTPUT PostedBatchFile
               IF PostedBatchFileStatus NOT = '00'
                   DISPLAY 'BATCH REVERSAL FAILED: unable to rewrite '
                           'posted-batch register '
                           FUNCTION TRIM(PostedBatchFileName)
                           ' (status ' PostedBatchFileStatus
                           ') - the batch is still marked posted'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > PostedCount
                       IF PT-RELEASED(I) = 'N'
                           MOVE SPACES TO PostedBatchRecord
                           MOVE PT-BATCH-DATE(I) TO PB-BATCH-DATE
                           MOVE PT-FILE-NAME(I) TO PB-FILE-NAME
                           MOVE PT-CYCLE-NUMBER(I) TO PB-CYCLE-NUMBER
                           WRITE PostedBatchRecord
                       ELSE
                           DISPLAY 'Posted-batch entry released: '
                                   'batch ' PT-BATCH-DATE(I)
                                   ' cycle ' PT-CYCLE-NUMBER(I) ' '
                                   FUNCTION TRIM(PT-FILE-NAME(I))
                       END-IF
                   END-PERFORM
                   CLOSE PostedBatchFile
               END-IF
           END-IF.

       RECORD-REVERSAL.
           OPEN EXTEND ReversalRegisterFile
           IF ReversalRegisterFileStatus = '05'
                   OR ReversalRegisterFileStatus = '35'
               OPEN OUTPUT ReversalRegisterFile
           END-IF

           IF ReversalRegisterFileStatus = '00'
               MOVE SPACES TO ReversalRegisterRecord
               MOVE RunBatchDate TO RV-REVERSAL-DATE
               MOVE RunCycleNumber TO RV-REVERSAL-CYCLE
               MOVE ReverseBatchDate TO RV-BATCH-DATE
               MOVE ReverseCycleNumber TO RV-CYCLE-NUMBER
               MOVE ReverseSourceId TO RV-SOURCE-ID
               MOVE ReverseReasonCode TO RV-REASON-CODE
               MOVE OriginalSequenceNumber TO RV-ORIGINAL-SEQUENCE
               MOVE NextSequenceNumber TO RV-REVERSAL-SEQUENCE
               MOVE OriginalRecordCount TO RV-RECORD-COUNT
               MOVE OriginalValue TO RV-TOTAL-VALUE
               MOVE OriginalValueWords TO RV-TOTAL-VALUE-WORDS
               MOVE ReversalFeedFileName TO RV-FEED-FILE-NAME
               MOVE ReverseReasonText TO RV-REASON-TEXT
               WRITE ReversalRegisterRecord
               CLOSE ReversalRegisterFile
           ELSE
               DISPLAY 'WARNING: unable to update reversal register '
                       FUNCTION TRIM(ReversalRegisterFileName)
                       ' (status ' ReversalRegisterFileStatus
                       ') - a second reversal of this batch will '
                       'not be refused'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       JUDGE-REVERSAL-PROOF.
           COMPUTE NetValue = OriginalValue + ReadBackValue
           COMPUTE NetValueWords =
               OriginalValueWords + ReadBackValueWords

           IF ReadBackOpened = 'Y'
                   AND NetValue = 0 AND NetValueWords = 0
                   AND ReadBackRecordCount = OriginalRecordCount
                   AND ReadBackDetailCount = OriginalDetailCount
                   AND ReadBackAdjustmentCount = OriginalAdjustmentCount
                   AND ReadBackRejectedCount = OriginalRejectedCount
               MOVE 'Y' TO ReadBackAgrees
           ELSE
               MOVE 'N' TO ReadBackAgrees
           END-IF

           IF ReadBackTrailerFound = 'Y'
                   AND ReadBackTrailerCount = ReadBackRecordCount
                   AND ReadBackTrailerValue = ReadBackValue
                   AND ReadBackTrailerValueWords = ReadBackValueWords
               MOVE 'Y' TO ReadBackTrailerAgrees
           ELSE
               MOVE 'N' TO ReadBackTrailerAgrees
           END-IF

           IF OriginalTrailerFound = 'Y'
                   AND OriginalFeedRecordCount = OriginalTrailerCount
                   AND OriginalFeedValue = OriginalTrailerValue
                   AND OriginalFeedValueWords
                       = OriginalTrailerValueWords
                   AND OriginalTrailerCount = OriginalEntryRecordCount
                   AND OriginalTrailerValue = OriginalEntryTotalValue
               MOVE 'Y' TO OriginalControlAgrees
           ELSE
               MOVE 'N' TO OriginalControlAgrees
           END-IF

           IF ReverseAllSources = 'N'
               MOVE 'Y' TO WholeBatchAgrees
           ELSE
               IF ReadBackBatchCount = OriginalTrailerCount
                       AND ReadBackBatchValue + OriginalTrailerValue = 0
                       AND ReadBackBatchValueWords
                           + OriginalTrailerValueWords = 0
                   MOVE 'Y' TO WholeBatchAgrees
               ELSE
                   MOVE 'N' TO WholeBatchAgrees
               END-IF
           END-IF

           IF ReadBackAgrees = 'Y' AND ReadBackTrailerAgrees = 'Y'
                   AND OriginalControlAgrees = 'Y'
                   AND WholeBatchAgrees = 'Y'
               MOVE 'Y' TO BatchNetsToZero
           ELSE
               MOVE 'N' TO BatchNetsToZero
           END-IF.

       WRITE-REVERSAL-CERTIFICATE.
           OPEN OUTPUT CertificateFile
           IF CertificateFileStatus NOT = '00'
               DISPLAY 'BATCH REVERSAL FAILED: unable to open '
                       'reversal certificate '
                       FUNCTION TRIM(CertificateFileName)
                       ' (status ' CertificateFileStatus ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CertificateRecord
               STRING '=== Batch Reversal Certificate: feed seq '
                          DELIMITED BY SIZE
                      NextSequenceNumber DELIMITED BY SIZE
                      ' ===' DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord

               MOVE SPACES TO CertificateRecord
               STRING 'Batch reversed:   ' DELIMITED BY SIZE
                      ReverseBatchDate DELIMITED BY SIZE
                      ' cycle ' DELIMITED BY SIZE
                      ReverseCycleNumber DELIMITED BY SIZE
                      '  source ' DELIMITED BY SIZE
                      FUNCTION TRIM(ReverseSourceId)
                          DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord

               MOVE SPACES TO CertificateRecord
               STRING 'Reason:           ' DELIMITED BY SIZE
                      ReverseReasonCode DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(ReasonDescription)
                          DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(ReverseReasonText)
                          DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord

               MOVE SPACES TO CertificateRecord
               STRING 'Processed in:     batch ' DELIMITED BY SIZE
                      RunBatchDate DELIMITED BY SIZE
                      ' cycle ' DELIMITED BY SIZE
                      RunCycleNumber DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord

               MOVE SPACES TO CertificateRecord
               STRING 'Original feed:    ' DELIMITED BY SIZE
                      FUNCTION TRIM(OriginalFeedFileName)
                          DELIMITED BY SIZE
                      '  (seq ' DELIMITED BY SIZE
                      OriginalSequenceNumber DELIMITED BY SIZE
                      ', ack status ' DELIMITED BY SIZE
                      OriginalEntryStatus DELIMITED BY SIZE
                      ' before reversal)' DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord

               MOVE SPACES TO CertificateRecord
               STRING 'Reversing feed:   ' DELIMITED BY SIZE
                      FUNCTION TRIM(ReversalFeedFileName)
                          DELIMITED BY SIZE
                      '  (seq ' DELIMITED BY SIZE
                      NextSequenceNumber DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord
               PERFORM WRITE-CERTIFICATE-JOURNAL-NAMES

               MOVE SPACES TO CertificateRecord
               WRITE CertificateRecord
               MOVE SPACES TO CertificateRecord
               STRING '                                '
                          DELIMITED BY SIZE
                      ' Original' DELIMITED BY SIZE
                      '      Reversing' DELIMITED BY SIZE
                      '            Net' DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord

               MOVE 'Detail records' TO CertificateLabel
               MOVE OriginalDetailCount TO CertificateOriginalCount
               MOVE ReadBackDetailCount TO CertificateReversingCount
               PERFORM WRITE-CERTIFICATE-COUNT-LINE

               MOVE 'Adjustment records' TO CertificateLabel
               MOVE OriginalAdjustmentCount
                   TO CertificateOriginalCount
               MOVE ReadBackAdjustmentCount
                   TO CertificateReversingCount
               PERFORM WRITE-CERTIFICATE-COUNT-LINE

               MOVE 'Rejected records' TO CertificateLabel
               MOVE OriginalRejectedCount TO CertificateOriginalCount
               MOVE ReadBackRejectedCount
                   TO CertificateReversingCount
               PERFORM WRITE-CERTIFICATE-COUNT-LINE

               MOVE 'Value (digits only)' TO CertificateLabel
               MOVE OriginalValue TO CertificateOriginalValue
               MOVE ReadBackValue TO CertificateReversingValue
               PERFORM WRITE-CERTIFICATE-VALUE-LINE

               MOVE 'Value (digits + words)' TO CertificateLabel
               MOVE OriginalValueWords TO CertificateOriginalValue
               MOVE ReadBackValueWords TO CertificateReversingValue
               PERFORM WRITE-CERTIFICATE-VALUE-LINE

               IF ReversalJournalWritten = 'Y'
                   MOVE 'Journal lines' TO CertificateLabel
                   MOVE SelectedJournalLines
                       TO CertificateOriginalCount
                   MOVE ReadBackJournalLines
                       TO CertificateReversingCount
                   PERFORM WRITE-CERTIFICATE-COUNT-LINE

                   MOVE 'Journal debits' TO CertificateLabel
                   MOVE SelectedJournalDebit
                       TO CertificateOriginalValue
                   COMPUTE CertificateReversingValue =
                       0 - ReadBackJournalCredit
                   PERFORM WRITE-CERTIFICATE-VALUE-LINE

                   MOVE 'Journal credits' TO CertificateLabel
                   MOVE SelectedJournalCredit
                       TO CertificateOriginalValue
                   COMPUTE CertificateReversingValue =
                       0 - ReadBackJournalDebit
                   PERFORM WRITE-CERTIFICATE-VALUE-LINE
               END-IF

               MOVE SPACES TO CertificateRecord
               WRITE CertificateRecord
               MOVE SPACES TO CertificateRecord
               MOVE 'Reversing column is the reversing output as read '
                   TO CertificateRecord
               MOVE 'back from disk after it was written'
                   TO CertificateRecord(50:)
               WRITE CertificateRecord
               PERFORM WRITE-CERTIFICATE-PROOF-LINES
               PERFORM WRITE-CERTIFICATE-JOURNAL-PROOF

               MOVE SPACES TO CertificateRecord
               WRITE CertificateRecord
               MOVE SPACES TO CertificateRecord
               IF ReversalNotProven = 'Y'
                   STRING 'Posted-batch entries released: none - '
                              DELIMITED BY SIZE
                          'reversal refused' DELIMITED BY SIZE
                       INTO CertificateRecord
               ELSE
                   STRING 'Posted-batch entries released: '
                              DELIMITED BY SIZE
                          PostedReleasedCount DELIMITED BY SIZE
                       INTO CertificateRecord
               END-IF
               WRITE CertificateRecord

               MOVE SPACES TO CertificateRecord
               IF BatchNetsToZero = 'Y' AND JournalProven = 'Y'
                   STRING 'Result: reversing feed as written nets the '
                              DELIMITED BY SIZE
                          'original batch to zero on both bases'
                              DELIMITED BY SIZE
                       INTO CertificateRecord
                   WRITE CertificateRecord
                   IF ReversalJournalWritten = 'Y'
                       MOVE SPACES TO CertificateRecord
                       STRING 'Result: reversing journal as written '
                                  DELIMITED BY SIZE
                              'swaps every debit and credit of the '
                                  DELIMITED BY SIZE
                              'original lines' DELIMITED BY SIZE
                           INTO CertificateRecord
                       WRITE CertificateRecord
                   END-IF
               ELSE
                   STRING 'Result: OUT OF BALANCE - reversal not '
                              DELIMITED BY SIZE
                          'proven against the original batch; '
                              DELIMITED BY SIZE
                          'reversing output deleted and nothing '
                              DELIMITED BY SIZE
                          'registered' DELIMITED BY SIZE
                       INTO CertificateRecord
                   WRITE CertificateRecord
               END-IF

               CLOSE CertificateFile
               DISPLAY 'Reversal certificate written to '
                       FUNCTION TRIM(CertificateFileName)
           END-IF.

       WRITE-CERTIFICATE-PROOF-LINES.
           MOVE SPACES TO CertificateRecord
           IF ReadBackOpened = 'N'
               STRING 'Reversing feed:   could not be read back - '
                          DELIMITED BY SIZE
                      'reversal not proven' DELIMITED BY SIZE
                   INTO CertificateRecord
           ELSE
               MOVE ReadBackTrailerCount TO OriginalCountText
               MOVE ReadBackTrailerValue TO OriginalValueText
               MOVE ReadBackTrailerValueWords TO ReversingValueText
               STRING 'Reversing trailer:' DELIMITED BY SIZE
                      OriginalCountText DELIMITED BY SIZE
                      ' record(s), value' DELIMITED BY SIZE
                      OriginalValueText DELIMITED BY SIZE
                      ', words' DELIMITED BY SIZE
                      ReversingValueText DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                   INTO CertificateRecord
               IF ReadBackTrailerAgrees = 'Y'
                   MOVE 'agrees with its records'
                       TO CertificateRecord(88:)
               ELSE
                   MOVE 'DISAGREES with its records'
                       TO CertificateRecord(88:)
               END-IF
           END-IF
           WRITE CertificateRecord

           MOVE SPACES TO CertificateRecord
           IF OriginalTrailerFound = 'N'
               STRING 'Original trailer: none on '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(OriginalFeedFileName)
                          DELIMITED BY SIZE
                      ' - original feed not proven' DELIMITED BY SIZE
                   INTO CertificateRecord
           ELSE
               MOVE OriginalTrailerCount TO OriginalCountText
               MOVE OriginalTrailerValue TO OriginalValueText
               MOVE OriginalTrailerValueWords TO ReversingValueText
               STRING 'Original trailer: ' DELIMITED BY SIZE
                      OriginalCountText DELIMITED BY SIZE
                      ' record(s), value' DELIMITED BY SIZE
                      OriginalValueText DELIMITED BY SIZE
                      ', words' DELIMITED BY SIZE
                      ReversingValueText DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                   INTO CertificateRecord
               IF OriginalControlAgrees = 'Y'
                   MOVE 'agrees with its records and feed seq'
                       TO CertificateRecord(88:)
               ELSE
                   MOVE 'DISAGREES with its records or feed seq'
                       TO CertificateRecord(88:)
               END-IF
           END-IF
           WRITE CertificateRecord

           MOVE OriginalEntryRecordCount TO OriginalCountText
           MOVE OriginalEntryTotalValue TO OriginalValueText
           MOVE SPACES TO CertificateRecord
           STRING 'Feed seq ' DELIMITED BY SIZE
                  OriginalSequenceNumber DELIMITED BY SIZE
                  ':  ' DELIMITED BY SIZE
                  OriginalCountText DELIMITED BY SIZE
                  ' record(s), value' DELIMITED BY SIZE
                  OriginalValueText DELIMITED BY SIZE
                  ' as transmitted' DELIMITED BY SIZE
               INTO CertificateRecord
           WRITE CertificateRecord

           IF ReverseAllSources = 'Y'
               MOVE SPACES TO CertificateRecord
               IF WholeBatchAgrees = 'Y'
                   STRING 'Whole batch:      reversed detail and '
                              DELIMITED BY SIZE
                          'rejected records agree with the original '
                              DELIMITED BY SIZE
                          'trailer' DELIMITED BY SIZE
                       INTO CertificateRecord
               ELSE
                   STRING 'Whole batch:      reversed detail and '
                              DELIMITED BY SIZE
                          'rejected records DISAGREE with the '
                              DELIMITED BY SIZE
                          'original trailer' DELIMITED BY SIZE
                       INTO CertificateRecord
               END-IF
               WRITE CertificateRecord
           END-IF.

       WRITE-CERTIFICATE-JOURNAL-NAMES.
           MOVE SPACES TO CertificateRecord
           IF OriginalJournalFound = 'N'
               MOVE 'Original journal: none registered for this batch'
                   TO CertificateRecord
               WRITE CertificateRecord
           ELSE
               STRING 'Original journal: ' DELIMITED BY SIZE
                      FUNCTION TRIM(OriginalJournalFileName)
                          DELIMITED BY SIZE
                      '  (seq ' DELIMITED BY SIZE
                      OriginalJournalSequence DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO CertificateRecord
               WRITE CertificateRecord
               MOVE SPACES TO CertificateRecord
               IF ReversalJournalWritten = 'Y'
                   STRING 'Reversing journal: ' DELIMITED BY SIZE
                          FUNCTION TRIM(ReversalJournalFileName)
                              DELIMITED BY SIZE
                          '  (seq ' DELIMITED BY SIZE
                          ReversalJournalSequence DELIMITED BY SIZE
                          ', journal ' DELIMITED BY SIZE
                          FUNCTION TRIM(ReversalJournalNumber)
                              DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO CertificateRecord
               ELSE
                   MOVE 'Reversing journal: none written'
                       TO CertificateRecord
               END-IF
               WRITE CertificateRecord
           END-IF.

       WRITE-CERTIFICATE-JOURNAL-PROOF.
           IF OriginalJournalFound = 'Y'
               MOVE SPACES TO CertificateRecord
               IF BatchNetsToZero NOT = 'Y'
                   STRING 'Original journal: not checked - reversing '
                              DELIMITED BY SIZE
                          'feed failed its proof' DELIMITED BY SIZE
                       INTO CertificateRecord
               ELSE
                   MOVE OriginalJournalTrailerLines
                       TO OriginalCountText
                   MOVE OriginalJournalTrailerDebit
                       TO OriginalValueText
                   MOVE OriginalJournalTrailerCredit
                       TO ReversingValueText
                   STRING 'Original journal: ' DELIMITED BY SIZE
                          OriginalCountText DELIMITED BY SIZE
                          ' line(s), debit' DELIMITED BY SIZE
                          OriginalValueText DELIMITED BY SIZE
                          ', credit' DELIMITED BY SIZE
                          ReversingValueText DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                       INTO CertificateRecord
                   IF OriginalJournalAgrees = 'Y'
                       MOVE 'agrees with its lines and balances'
                           TO CertificateRecord(88:)
                   ELSE
                       MOVE 'DISAGREES or does not balance'
                           TO CertificateRecord(88:)
                   END-IF
               END-IF
               WRITE CertificateRecord

               IF BatchNetsToZero = 'Y' AND SelectedJournalLines > 0
                   MOVE SPACES TO CertificateRecord
                   IF ReadBackJournalOpened = 'N'
                       STRING 'Reversing journal: could not be read '
                                  DELIMITED BY SIZE
                              'back - reversal not proven'
                                  DELIMITED BY SIZE
                           INTO CertificateRecord
                   ELSE
                       MOVE ReadBackJournalTrailerLines
                           TO OriginalCountText
                       MOVE ReadBackJournalTrailerDebit
                           TO OriginalValueText
                       MOVE ReadBackJournalTrailerCredit
                           TO ReversingValueText
                       STRING 'Reversing journal:' DELIMITED BY SIZE
                              OriginalCountText DELIMITED BY SIZE
                              ' line(s), debit' DELIMITED BY SIZE
                              OriginalValueText DELIMITED BY SIZE
                              ', credit' DELIMITED BY SIZE
                              ReversingValueText DELIMITED BY SIZE
                              ' - ' DELIMITED BY SIZE
                           INTO CertificateRecord
                       IF ReversalJournalAgrees = 'Y'
                           MOVE 'agrees with its lines and the original'
                               TO CertificateRecord(88:)
                       ELSE
                           MOVE 'DISAGREES with its lines or the original'
                               TO CertificateRecord(88:)
                       END-IF
                   END-IF
                   WRITE CertificateRecord
               END-IF
           END-IF.

       WRITE-CERTIFICATE-COUNT-LINE.
           MOVE CertificateOriginalCount TO OriginalCountText
           MOVE CertificateReversingCount TO ReversingCountText
           COMPUTE NetCountText =
               CertificateOriginalCount - CertificateReversingCount
           MOVE SPACES TO CertificateRecord
           STRING '  ' DELIMITED BY SIZE
                  CertificateLabel DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  OriginalCountText DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ReversingCountText DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  NetCountText DELIMITED BY SIZE
               INTO CertificateRecord
           WRITE CertificateRecord.

       WRITE-CERTIFICATE-VALUE-LINE.
           MOVE CertificateOriginalValue TO OriginalValueText
           MOVE CertificateReversingValue TO ReversingValueText
           COMPUTE NetValueText =
               CertificateOriginalValue + CertificateReversingValue
           MOVE SPACES TO CertificateRecord
           STRING '  ' DELIMITED BY SIZE
                  CertificateLabel DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  OriginalValueText DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ReversingValueText DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  NetValueText DELIMITED BY SIZE
               INTO CertificateRecord
           WRITE CertificateRecord.
