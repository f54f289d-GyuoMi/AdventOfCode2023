                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PendingTransFileStatus.

           SELECT ApprovalQueueFile
                  ASSIGN TO DYNAMIC ApprovalQueueFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ApprovalQueueFileStatus.

           SELECT ApprovalLogFile
                  ASSIGN TO DYNAMIC ApprovalLogFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ApprovalLogFileStatus.

           SELECT DecisionFile ASSIGN TO DYNAMIC DecisionFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DecisionFileStatus.

           SELECT RunParamFile ASSIGN TO DYNAMIC RunParamFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunParamFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
           05 MT-MAX-VOLUME        PIC X(9).
           05 MT-DEPT-CODE         PIC X(4).
           05 MT-EFFECTIVE-DATE    PIC X(8).
           05 MT-MAKER-ID          PIC X(8).
           05 MT-CHECKER-ID        PIC X(8).

       FD SourceHistoryFile.
       COPY SRCHIST.

       FD PendingTransFile.
       01 PendingTransRecord PIC X(118).

       FD ApprovalQueueFile.
       COPY APPRQUE.

       FD ApprovalLogFile.
       COPY APPRQUE REPLACING ==ApprovalQueueRecord== BY ==ApprovalLogRecord==
                              LEADING ==AQ-== BY ==AL-==.

       FD DecisionFile.
       COPY APPRDEC.

       FD RunParamFile.
       COPY RUNPARM.

       FD BatchControlFile.
       COPY BATCHCTL.
       01 HistoryAvailable PIC X VALUE 'N'.
       01 PendingTransFileName PIC X(200) VALUE SPACES.
       01 PendingTransFileStatus PIC XX.
       01 ApprovalQueueFileName PIC X(200) VALUE SPACES.
       01 ApprovalQueueFileStatus PIC XX.
       01 ApprovalLogFileName PIC X(200) VALUE SPACES.
       01 ApprovalLogFileStatus PIC XX.
       01 ApprovalLogAvailable PIC X VALUE 'N'.
       01 DecisionFileName PIC X(200) VALUE SPACES.
       01 DecisionFileStatus PIC XX.
       01 RunParamFileName PIC X(200) VALUE SPACES.
       01 RunParamFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 EndOfTransFile PIC X VALUE 'N'.
       01 EndOfPendingFile PIC X VALUE 'N'.
       01 EndOfQueueFile PIC X VALUE 'N'.
       01 EndOfApprovalLog PIC X VALUE 'N'.
       01 EndOfDecisionFile PIC X VALUE 'N'.
       01 EndOfParamFile PIC X VALUE 'N'.

       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 TransactionsDeferred PIC 9(9) VALUE 0.
       01 PendingApplied PIC 9(9) VALUE 0.
       01 PendingKept PIC 9(9) VALUE 0.
       01 TransactionsQueued PIC 9(9) VALUE 0.
       01 ItemsApproved PIC 9(9) VALUE 0.
       01 ItemsRejected PIC 9(9) VALUE 0.
       01 ItemsExpired PIC 9(9) VALUE 0.
       01 ItemsAwaiting PIC 9(9) VALUE 0.
       01 DecisionsRefused PIC 9(9) VALUE 0.
       01 DecisionsIgnored PIC 9(9) VALUE 0.

       01 ApprovalExpiryDays PIC 9(3) VALUE 5.
       01 HighestItemId PIC 9(6) VALUE 0.
       01 RejectedBeforeApply PIC 9(9) VALUE 0.
       01 ItemAgeDays PIC S9(7) VALUE 0.
       01 LogStatus PIC X(1) VALUE SPACE.
       01 LogCheckerId PIC X(8) VALUE SPACES.
       01 LogReason PIC X(40) VALUE SPACES.

       01 BeforeImage PIC X(93) VALUE SPACES.

       01 PendingTable.
           05 PendingEntry OCCURS 500 TIMES PIC X(118).
       01 PendingCount PIC 9(3) VALUE 0.
       01 PendingIndex PIC 9(3) VALUE 0.

       01 QueueTable.
           05 QueueEntry OCCURS 500 TIMES PIC X(209).
       01 QueueCount PIC 9(3) VALUE 0.
       01 QueueIndex PIC 9(3) VALUE 0.

       01 DecisionTable.
           05 DecisionEntry OCCURS 500 TIMES.
               10 DT-ITEM-ID PIC 9(6).
               10 DT-DECISION PIC X(1).
               10 DT-CHECKER-ID PIC X(8).
               10 DT-REASON PIC X(40).
               10 DT-USED PIC X(1).
       01 DecisionCount PIC 9(3) VALUE 0.
       01 DecisionIndex PIC 9(3) VALUE 0.
       01 DecisionMatchIndex PIC 9(3) VALUE 0.
       01 DecisionFileFound PIC X VALUE 'N'.
       01 DecisionOverflow PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-FILE-NAMES.
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM LOAD-RUN-PARAMETERS.
           PERFORM OPEN-SOURCE-MASTER.
           PERFORM OPEN-HISTORY-FILE.
           PERFORM PROCESS-PENDING-TRANSACTIONS.
           PERFORM OPEN-APPROVAL-LOG.
           PERFORM PROCESS-APPROVAL-QUEUE.
           PERFORM REWRITE-DECISION-FILE.

           MOVE 'N' TO EndOfTransFile
           OPEN INPUT MaintTransFile
           IF MaintTransFileStatus = '35'
               DISPLAY 'No new maintenance transactions ('
                       FUNCTION TRIM(MaintTransFileName)
                       ' not found) - approval queue processed only'
               MOVE 'Y' TO EndOfTransFile
           ELSE
               IF MaintTransFileStatus NOT = '00'
                   DISPLAY 'SOURCE MAINT FAILED: unable to open '
                           'transaction file '
                           FUNCTION TRIM(MaintTransFileName)
                           ' (status ' MaintTransFileStatus ')'
                   PERFORM REWRITE-PENDING-FILE
                   PERFORM REWRITE-APPROVAL-QUEUE
                   PERFORM CLOSE-APPROVAL-LOG
                   PERFORM CLOSE-HISTORY-FILE
                   CLOSE SourceMasterFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL EndOfTransFile = 'Y'
                   NOT AT END
                       IF MaintTransRecord NOT = SPACES
                           ADD 1 TO TransactionsRead
                           PERFORM QUEUE-MAINT-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           IF MaintTransFileStatus NOT = '35'
               CLOSE MaintTransFile
           END-IF
           CLOSE SourceMasterFile

           PERFORM REWRITE-PENDING-FILE
           PERFORM REWRITE-APPROVAL-QUEUE
           PERFORM CLOSE-APPROVAL-LOG
           PERFORM CLOSE-HISTORY-FILE

           DISPLAY 'Source master maintenance complete: '
                   TransactionsRead ' transaction(s) read, '
                   TransactionsQueued ' queued for approval, '
                   TransactionsApplied ' applied, '
                   TransactionsRejected ' rejected, '
                   TransactionsDeferred ' deferred to a future date'
           DISPLAY 'Approval queue: ' ItemsApproved ' approved, '
                   ItemsRejected ' rejected by the checker, '
                   ItemsExpired ' expired, ' DecisionsRefused
                   ' decision(s) refused, ' ItemsAwaiting
                   ' source item(s) awaiting approval'
           DISPLAY 'Effective-dated backlog: ' PendingApplied
                   ' matured and applied, ' PendingKept
                   ' still pending'

           IF (TransactionsRejected > 0 OR DecisionsRefused > 0
                   OR DecisionsIgnored > 0 OR ItemsExpired > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF PendingTransFileName = SPACES
               MOVE 'source_maint_pending.txt'
                   TO PendingTransFileName
           END-IF

           ACCEPT DecisionFileName FROM ENVIRONMENT
               'SRCMAINT_DECISIONS'
           IF DecisionFileName = SPACES
               MOVE 'source_maint_decisions.txt' TO DecisionFileName
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
           END-IF.

       DETERMINE-BATCH-DATE.
               CLOSE BatchControlFile
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

       OPEN-SOURCE-MASTER.
           OPEN I-O SourceMasterFile
           IF SourceMasterFileStatus = '35'
                       ' dropped; re-key it'
           END-IF.

       OPEN-APPROVAL-LOG.
           MOVE 0 TO HighestItemId
           MOVE 'N' TO EndOfApprovalLog

           OPEN INPUT ApprovalLogFile
           IF ApprovalLogFileStatus = '00'
               PERFORM UNTIL EndOfApprovalLog = 'Y'
                   READ ApprovalLogFile
                       AT END
                           MOVE 'Y' TO EndOfApprovalLog
                       NOT AT END
                           IF AL-ITEM-ID IS NUMERIC
                                   AND AL-ITEM-ID > HighestItemId
                               MOVE AL-ITEM-ID TO HighestItemId
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ApprovalLogFile
           END-IF

           MOVE 'N' TO ApprovalLogAvailable
           OPEN EXTEND ApprovalLogFile
           IF ApprovalLogFileStatus = '05'
                   OR ApprovalLogFileStatus = '35'
               OPEN OUTPUT ApprovalLogFile
           END-IF

           IF ApprovalLogFileStatus = '00'
               MOVE 'Y' TO ApprovalLogAvailable
           ELSE
               DISPLAY 'WARNING: unable to open approval log '
                       FUNCTION TRIM(ApprovalLogFileName)
                       ' (status ' ApprovalLogFileStatus ') - '
                       'approval decisions held until it is available'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-APPROVAL-LOG.
           IF ApprovalLogAvailable = 'Y'
               CLOSE ApprovalLogFile
           END-IF.

       LOAD-DECISIONS.
           MOVE 0 TO DecisionCount
           MOVE 'N' TO EndOfDecisionFile

           OPEN INPUT DecisionFile
           IF DecisionFileStatus = '00'
               MOVE 'Y' TO DecisionFileFound
               PERFORM UNTIL EndOfDecisionFile = 'Y'
                   READ DecisionFile
                       AT END
                           MOVE 'Y' TO EndOfDecisionFile
                       NOT AT END
                           IF ApprovalDecisionRecord NOT = SPACES
                               PERFORM NOTE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DecisionFile
           END-IF.

       NOTE-DECISION.
           IF AD-ITEM-ID IS NOT NUMERIC
               ADD 1 TO DecisionsIgnored
               DISPLAY 'WARNING: decision "' ApprovalDecisionRecord
                       '" has no numeric item id - ignored'
           ELSE
               IF DecisionCount < 500
                   ADD 1 TO DecisionCount
                   MOVE AD-ITEM-ID TO DT-ITEM-ID(DecisionCount)
                   MOVE AD-DECISION TO DT-DECISION(DecisionCount)
                   MOVE AD-CHECKER-ID TO DT-CHECKER-ID(DecisionCount)
                   MOVE AD-REASON TO DT-REASON(DecisionCount)
                   MOVE 'N' TO DT-USED(DecisionCount)
               ELSE
                   ADD 1 TO DecisionsIgnored
                   MOVE 'Y' TO DecisionOverflow
                   DISPLAY 'WARNING: more than 500 decisions - item '
                           AD-ITEM-ID ' left for the next run'
               END-IF
           END-IF.

       PROCESS-APPROVAL-QUEUE.
           PERFORM LOAD-DECISIONS
           MOVE 0 TO QueueCount
           MOVE 'N' TO EndOfQueueFile

           OPEN INPUT ApprovalQueueFile
           IF ApprovalQueueFileStatus = '00'
               PERFORM UNTIL EndOfQueueFile = 'Y'
                   READ ApprovalQueueFile
                       AT END
                           MOVE 'Y' TO EndOfQueueFile
                       NOT AT END
                           IF ApprovalQueueRecord NOT = SPACES
                               IF AQ-ITEM-ID IS NUMERIC
                                       AND AQ-ITEM-ID > HighestItemId
                                   MOVE AQ-ITEM-ID TO HighestItemId
                               END-IF
                               IF AQ-FUNCTION = 'SRC '
                                   PERFORM JUDGE-QUEUED-ITEM
                               ELSE
                                   PERFORM KEEP-QUEUED-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ApprovalQueueFile
           END-IF

           PERFORM VARYING DecisionIndex FROM 1 BY 1
                   UNTIL DecisionIndex > DecisionCount
               IF DT-USED(DecisionIndex) = 'N'
                   ADD 1 TO DecisionsIgnored
                   DISPLAY 'WARNING: decision on item '
                           DT-ITEM-ID(DecisionIndex)
                           ' matches no source item awaiting approval'
                           ' - kept for a later run'
               END-IF
           END-PERFORM.

       REWRITE-DECISION-FILE.
           IF DecisionFileFound = 'Y'
               IF DecisionOverflow = 'Y'
                   DISPLAY 'WARNING: decision file '
                           FUNCTION TRIM(DecisionFileName)
                           ' left as it stands - decisions applied '
                           'this run stay on it'
               ELSE
                   OPEN OUTPUT DecisionFile
                   IF DecisionFileStatus NOT = '00'
                       DISPLAY 'SOURCE MAINT FAILED: unable to rewrite '
                               'decision file '
                               FUNCTION TRIM(DecisionFileName)
                               ' (status ' DecisionFileStatus ') - '
                               'decisions applied this run are still '
                               'on it; remove them before the next run'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM VARYING DecisionIndex FROM 1 BY 1
                               UNTIL DecisionIndex > DecisionCount
                           IF DT-USED(DecisionIndex) NOT = 'Y'
                               MOVE SPACES TO ApprovalDecisionRecord
                               MOVE DT-ITEM-ID(DecisionIndex)
                                   TO AD-ITEM-ID
                               MOVE DT-DECISION(DecisionIndex)
                                   TO AD-DECISION
                               MOVE DT-CHECKER-ID(DecisionIndex)
                                   TO AD-CHECKER-ID
                               MOVE DT-REASON(DecisionIndex)
                                   TO AD-REASON
                               WRITE ApprovalDecisionRecord
                           END-IF
                       END-PERFORM
                       CLOSE DecisionFile
                   END-IF
               END-IF
           END-IF.

       JUDGE-QUEUED-ITEM.
           MOVE 0 TO DecisionMatchIndex
           PERFORM VARYING DecisionIndex FROM 1 BY 1
                   UNTIL DecisionIndex > DecisionCount
                       OR DecisionMatchIndex > 0
               IF DT-ITEM-ID(DecisionIndex) = AQ-ITEM-ID
                       AND DT-USED(DecisionIndex) = 'N'
                   MOVE DecisionIndex TO DecisionMatchIndex
               END-IF
           END-PERFORM

           IF ApprovalLogAvailable = 'N'
               IF DecisionMatchIndex > 0
                   MOVE 'H' TO DT-USED(DecisionMatchIndex)
               END-IF
               PERFORM KEEP-QUEUED-ITEM
           ELSE
               IF DecisionMatchIndex > 0
                   MOVE 'Y' TO DT-USED(DecisionMatchIndex)
                   PERFORM APPLY-DECISION
               ELSE
                   PERFORM CHECK-ITEM-EXPIRY
               END-IF
           END-IF.

       APPLY-DECISION.
           EVALUATE TRUE
               WHEN DT-DECISION(DecisionMatchIndex) NOT = 'A'
                       AND DT-DECISION(DecisionMatchIndex) NOT = 'R'
                   ADD 1 TO DecisionsIgnored
                   DISPLAY 'WARNING: decision "'
                           DT-DECISION(DecisionMatchIndex)
                           '" on item ' AQ-ITEM-ID
                           ' is not A or R - item stays queued'
                   PERFORM KEEP-QUEUED-ITEM
               WHEN DT-CHECKER-ID(DecisionMatchIndex) = SPACES
                       OR DT-CHECKER-ID(DecisionMatchIndex)
                           = AQ-MAKER-ID
                   ADD 1 TO DecisionsRefused
                   DISPLAY 'REFUSED: item ' AQ-ITEM-ID ' was keyed by '
                           FUNCTION TRIM(AQ-MAKER-ID)
                           ' - it needs a decision from a different '
                           'operator'
                   MOVE 'X' TO LogStatus
                   MOVE DT-CHECKER-ID(DecisionMatchIndex)
                       TO LogCheckerId
                   MOVE 'checker must differ from the maker'
                       TO LogReason
                   PERFORM WRITE-APPROVAL-LOG-ENTRY
                   PERFORM KEEP-QUEUED-ITEM
               WHEN DT-DECISION(DecisionMatchIndex) = 'A'
                   ADD 1 TO ItemsApproved
                   MOVE AQ-TRANS-IMAGE TO MaintTransRecord
                   MOVE DT-CHECKER-ID(DecisionMatchIndex)
                       TO MT-CHECKER-ID
                   DISPLAY 'APPROVED: item ' AQ-ITEM-ID ' action '
                           MT-ACTION ' for source '
                           FUNCTION TRIM(MT-SOURCE-ID) ' keyed by '
                           FUNCTION TRIM(AQ-MAKER-ID) ', approved by '
                           FUNCTION TRIM(MT-CHECKER-ID)
                   MOVE TransactionsRejected TO RejectedBeforeApply
                   PERFORM SCREEN-MAINT-TRANSACTION
                   MOVE 'A' TO LogStatus
                   MOVE MT-CHECKER-ID TO LogCheckerId
                   MOVE DT-REASON(DecisionMatchIndex) TO LogReason
                   IF TransactionsRejected > RejectedBeforeApply
                       MOVE 'approved but failed validation on apply'
                           TO LogReason
                   END-IF
                   PERFORM WRITE-APPROVAL-LOG-ENTRY
               WHEN OTHER
                   ADD 1 TO ItemsRejected
                   DISPLAY 'REJECTED BY CHECKER: item ' AQ-ITEM-ID
                           ' keyed by ' FUNCTION TRIM(AQ-MAKER-ID)
                           ', rejected by '
                           FUNCTION TRIM(
                               DT-CHECKER-ID(DecisionMatchIndex))
                           ': ' FUNCTION TRIM(
                               DT-REASON(DecisionMatchIndex))
                   MOVE 'R' TO LogStatus
                   MOVE DT-CHECKER-ID(DecisionMatchIndex)
                       TO LogCheckerId
                   MOVE DT-REASON(DecisionMatchIndex) TO LogReason
                   PERFORM WRITE-APPROVAL-LOG-ENTRY
           END-EVALUATE.

       CHECK-ITEM-EXPIRY.
           MOVE 0 TO ItemAgeDays
           IF ApprovalExpiryDays > 0 AND AQ-KEYED-DATE IS NUMERIC
               COMPUTE ItemAgeDays =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunBatchDate))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(AQ-KEYED-DATE))
           END-IF

           IF ApprovalExpiryDays > 0 AND ItemAgeDays > ApprovalExpiryDays
               ADD 1 TO ItemsExpired
               DISPLAY 'EXPIRED: item ' AQ-ITEM-ID ' keyed by '
                       FUNCTION TRIM(AQ-MAKER-ID) ' on '
                       AQ-KEYED-DATE ' was not decided within '
                       ApprovalExpiryDays ' day(s) - re-key it if '
                       'still wanted'
               MOVE 'E' TO LogStatus
               MOVE SPACES TO LogCheckerId
               MOVE 'not decided within APPROVAL-EXPIRY-DAYS'
                   TO LogReason
               PERFORM WRITE-APPROVAL-LOG-ENTRY
           ELSE
               PERFORM KEEP-QUEUED-ITEM
           END-IF.

       WRITE-APPROVAL-LOG-ENTRY.
           MOVE ApprovalQueueRecord TO ApprovalLogRecord
           MOVE LogStatus TO AL-STATUS
           MOVE RunBatchDate TO AL-DECIDED-DATE
           MOVE LogCheckerId TO AL-CHECKER-ID
           MOVE LogReason TO AL-REASON
           WRITE ApprovalLogRecord.

       KEEP-QUEUED-ITEM.
           IF QueueCount < 500
               ADD 1 TO QueueCount
               MOVE ApprovalQueueRecord TO QueueEntry(QueueCount)
               IF AQ-FUNCTION = 'SRC '
                   ADD 1 TO ItemsAwaiting
               END-IF
           ELSE
               ADD 1 TO TransactionsRejected
               DISPLAY 'REJECTED: approval queue holds more than 500 '
                       'items - item ' AQ-ITEM-ID ' dropped; re-key it'
           END-IF.

       QUEUE-MAINT-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-ACTION NOT = 'A' AND MT-ACTION NOT = 'C'
                       AND MT-ACTION NOT = 'D'
                   ADD 1 TO TransactionsRejected
                   DISPLAY 'REJECTED: unknown action "' MT-ACTION
                           '" for source '
                           FUNCTION TRIM(MT-SOURCE-ID)
               WHEN MT-SOURCE-ID = SPACES
                   ADD 1 TO TransactionsRejected
                   DISPLAY 'REJECTED: action ' MT-ACTION
                           ' keyed without a source id'
               WHEN MT-MAKER-ID = SPACES
                   ADD 1 TO TransactionsRejected
                   DISPLAY 'REJECTED: action ' MT-ACTION
                           ' for source ' FUNCTION TRIM(MT-SOURCE-ID)
                           ' carries no operator id - not queued'
               WHEN QueueCount >= 500
                   ADD 1 TO TransactionsRejected
                   DISPLAY 'REJECTED: approval queue holds more than '
                           '500 items - source '
                           FUNCTION TRIM(MT-SOURCE-ID)
                           ' dropped; re-key it'
               WHEN OTHER
                   ADD 1 TO HighestItemId
                   MOVE SPACES TO MT-CHECKER-ID
                   MOVE SPACES TO ApprovalQueueRecord
                   MOVE HighestItemId TO AQ-ITEM-ID
                   MOVE 'SRC ' TO AQ-FUNCTION
                   MOVE 'P' TO AQ-STATUS
                   MOVE RunBatchDate TO AQ-KEYED-DATE
                   MOVE MT-MAKER-ID TO AQ-MAKER-ID
                   MOVE MaintTransRecord TO AQ-TRANS-IMAGE
                   ADD 1 TO QueueCount
                   MOVE ApprovalQueueRecord TO QueueEntry(QueueCount)
                   ADD 1 TO TransactionsQueued
                   ADD 1 TO ItemsAwaiting
                   DISPLAY 'QUEUED: item ' AQ-ITEM-ID ' action '
                           MT-ACTION ' for source '
                           FUNCTION TRIM(MT-SOURCE-ID) ' keyed by '
                           FUNCTION TRIM(MT-MAKER-ID)
                           ' - awaiting approval'
           END-EVALUATE.

       REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT ApprovalQueueFile
           IF ApprovalQueueFileStatus NOT = '00'
               DISPLAY 'SOURCE MAINT FAILED: unable to rewrite approval '
                       'queue ' FUNCTION TRIM(ApprovalQueueFileName)
                       ' (status ' ApprovalQueueFileStatus ') - '
                       'items decided this run are still on it; '
                       'remove them before the next run'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING QueueIndex FROM 1 BY 1
                       UNTIL QueueIndex > QueueCount
                   MOVE QueueEntry(QueueIndex) TO ApprovalQueueRecord
                   WRITE ApprovalQueueRecord
               END-PERFORM
               CLOSE ApprovalQueueFile
           END-IF.

       SCREEN-MAINT-TRANSACTION.
           IF MT-EFFECTIVE-DATE IS NUMERIC
                   AND MT-EFFECTIVE-DATE > RunBatchDate
               MOVE SM-SOURCE-ID TO SH-SOURCE-ID
               MOVE BeforeImage TO SH-BEFORE-IMAGE
               MOVE SourceMasterRecord TO SH-AFTER-IMAGE
               MOVE MT-MAKER-ID TO SH-MAKER-ID
               MOVE MT-CHECKER-ID TO SH-CHECKER-ID
               WRITE SourceHistoryRecord
           END-IF.

