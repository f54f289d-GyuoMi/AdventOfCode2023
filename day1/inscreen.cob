       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inscreen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileListFile ASSIGN TO DYNAMIC FileListName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FileListFileStatus.

           SELECT ScreenFile ASSIGN TO DYNAMIC ScreenFileName
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ScreenFileStatus.

           SELECT ScreeningReportFile
                  ASSIGN TO DYNAMIC ScreeningReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ScreeningReportFileStatus.

           SELECT QuarantineFile ASSIGN TO DYNAMIC QuarantineFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QuarantineFileStatus.

           SELECT QueueCheckpointFile
                  ASSIGN TO DYNAMIC QueueCheckpointFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QueueCheckpointFileStatus.

           SELECT RunParamFile ASSIGN TO DYNAMIC RunParamFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunParamFileStatus.

           SELECT BatchControlFile
                  ASSIGN TO DYNAMIC BatchControlFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BatchControlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD FileListFile.
       01 FileListRecord PIC X(200).

       FD ScreenFile.
       01 ScreenByte PIC X.

       FD ScreeningReportFile.
       01 ScreeningReportRecord PIC X(132).

       FD QuarantineFile.
       01 QuarantineRecord.
           05 QL-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 QL-CYCLE-NUMBER PIC X(2).
           05 FILLER PIC X(1).
           05 QL-REASON PIC X(60).
           05 FILLER PIC X(1).
           05 QL-FILE-NAME PIC X(200).

       FD QueueCheckpointFile.
       01 QueueCheckpointRecord PIC X(200).

       FD RunParamFile.
       COPY RUNPARM.

       FD BatchControlFile.
       COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01 FileListName PIC X(200) VALUE SPACES.
       01 FileListFileStatus PIC XX.
       01 ScreenFileName PIC X(200) VALUE SPACES.
       01 ScreenFileStatus PIC XX.
       01 ScreeningReportFileName PIC X(200) VALUE SPACES.
       01 ScreeningReportFileStatus PIC XX.
       01 QuarantineFileName PIC X(200) VALUE SPACES.
       01 QuarantineFileStatus PIC XX.
       01 QueueCheckpointFileName PIC X(200) VALUE SPACES.
       01 QueueCheckpointFileStatus PIC XX.
       01 RunParamFileName PIC X(200) VALUE SPACES.
       01 RunParamFileStatus PIC XX.
       01 BatchControlFileName PIC X(200) VALUE SPACES.
       01 BatchControlFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 RunBatchDate PIC X(8).
       01 RunCycleNumber PIC 9(2) VALUE 1.
       01 EndOfFileList PIC X VALUE 'N'.
       01 EndOfScreenFile PIC X VALUE 'N'.
       01 EndOfParamFile PIC X VALUE 'N'.
       01 RunParamsLoaded PIC X VALUE 'N'.
       01 SingleFileMode PIC X VALUE 'N'.
       01 ScreeningStopped PIC X VALUE 'N'.

       01 ScreenMaxOverLength PIC 9(9) VALUE 0.
       01 ScreenMaxBlank PIC 9(9) VALUE 10.
       01 ScreenMaxTabs PIC 9(9) VALUE 10.
       01 ScreenMaxNonPrint PIC 9(9) VALUE 0.
       01 ScreenMaxMixedCase PIC 9(9) VALUE 10.
       01 ScreenMaxLineEnding PIC 9(9) VALUE 0.
       01 InputRecordLength PIC 9(4) VALUE 100.

       01 FileListTable.
           05 FileListEntry OCCURS 500 TIMES.
               10 FL-FILE-NAME PIC X(200).
               10 FL-QUARANTINED PIC X(1).
               10 FL-REASON PIC X(60).
       01 FileListCount PIC 9(4) VALUE 0.
       01 FileListOverflowCount PIC 9(6) VALUE 0.
       01 FileIndex PIC 9(4) VALUE 0.

       01 DigitWordValues.
           05 FILLER PIC X(6) VALUE 'one  3'.
           05 FILLER PIC X(6) VALUE 'two  3'.
           05 FILLER PIC X(6) VALUE 'three5'.
           05 FILLER PIC X(6) VALUE 'four 4'.
           05 FILLER PIC X(6) VALUE 'five 4'.
           05 FILLER PIC X(6) VALUE 'six  3'.
           05 FILLER PIC X(6) VALUE 'seven5'.
           05 FILLER PIC X(6) VALUE 'eight5'.
           05 FILLER PIC X(6) VALUE 'nine 4'.
       01 DigitWordTable REDEFINES DigitWordValues.
           05 DigitWordEntry OCCURS 9 TIMES.
               10 DW-WORD PIC X(5).
               10 DW-LENGTH PIC 9(1).
       01 WordIndex PIC 9(2) VALUE 0.
       01 ScanPosition PIC 9(4) VALUE 0.
       01 ScanLength PIC 9(4) VALUE 0.

       01 LineBuffer PIC X(1000) VALUE SPACES.
       01 LowerLineBuffer PIC X(1000) VALUE SPACES.
       01 LineLength PIC 9(9) VALUE 0.
       01 TrimmedLineLength PIC 9(9) VALUE 0.
       01 LineHasTab PIC X VALUE 'N'.
       01 CarriageReturnPending PIC X VALUE 'N'.
       01 ByteValue PIC 9(3) VALUE 0.

       01 LinesRead PIC 9(9) VALUE 0.
       01 BytesRead PIC 9(12) VALUE 0.
       01 LongestLine PIC 9(9) VALUE 0.
       01 OverLengthLines PIC 9(9) VALUE 0.
       01 FirstOverLengthLine PIC 9(9) VALUE 0.
       01 BlankLines PIC 9(9) VALUE 0.
       01 FirstBlankLine PIC 9(9) VALUE 0.
       01 TabLines PIC 9(9) VALUE 0.
       01 FirstTabLine PIC 9(9) VALUE 0.
       01 NonPrintBytes PIC 9(9) VALUE 0.
       01 FirstNonPrintLine PIC 9(9) VALUE 0.
       01 MixedCaseWords PIC 9(9) VALUE 0.
       01 FirstMixedCaseLine PIC 9(9) VALUE 0.
       01 CrLfLines PIC 9(9) VALUE 0.
       01 StrayCarriageReturns PIC 9(9) VALUE 0.
       01 MissingFinalNewline PIC X VALUE 'N'.
       01 LineEndingProblems PIC 9(9) VALUE 0.
       01 FirstLineEndingLine PIC 9(9) VALUE 0.
       01 FileHashTotal PIC 9(15) VALUE 0.

       01 FileFailed PIC X VALUE 'N'.
       01 FailReasons PIC X(60) VALUE SPACES.
       01 FailReasonPointer PIC 9(3) VALUE 1.
       01 FailReasonWord PIC X(12) VALUE SPACES.

       01 FilesScreened PIC 9(4) VALUE 0.
       01 FilesPassed PIC 9(4) VALUE 0.
       01 FilesQuarantined PIC 9(4) VALUE 0.

       01 ReportLabel PIC X(34) VALUE SPACES.
       01 ReportCount PIC 9(9) VALUE 0.
       01 ReportLimit PIC 9(9) VALUE 0.
       01 ReportFirstLine PIC 9(9) VALUE 0.
       01 ReportCountText PIC Z(8)9.
       01 ReportLimitText PIC Z(8)9.
       01 ReportFirstLineText PIC Z(8)9.
       01 ReportHashText PIC Z(14)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
           PERFORM DETERMINE-BATCH-DATE.
           PERFORM DETERMINE-FILE-NAMES.
           PERFORM LOAD-RUN-PARAMETERS.
           PERFORM LOAD-FILE-LIST.

           IF ScreeningStopped = 'N'
               PERFORM OPEN-SCREENING-REPORT
           END-IF

           IF ScreeningStopped = 'N'
               PERFORM VARYING FileIndex FROM 1 BY 1
                       UNTIL FileIndex > FileListCount
                   PERFORM SCREEN-ONE-FILE
               END-PERFORM
               PERFORM WRITE-SCREENING-SUMMARY
               CLOSE ScreeningReportFile

               IF FilesQuarantined > 0
                   PERFORM RECORD-QUARANTINE
                   IF SingleFileMode = 'N'
                       PERFORM REWRITE-FILE-LIST
                   END-IF
               END-IF

               DISPLAY 'Input screening complete: ' FilesScreened
                       ' file(s) screened, ' FilesPassed ' passed, '
                       FilesQuarantined ' quarantined - report in '
                       FUNCTION TRIM(ScreeningReportFileName)
           END-IF

           IF ScreeningStopped = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FilesQuarantined > 0
                   IF SingleFileMode = 'Y'
                           OR FilesPassed = 0
                       DISPLAY 'SCREENING FAILED: no input left that '
                               'passed screening - release or replace '
                               'the quarantined file(s) before '
                               'running trebuchet'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
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
                   MOVE CommandLineArg TO ScreenFileName
               ELSE
                   ACCEPT ScreenFileName FROM ENVIRONMENT 'INPUT_FILE'
                   IF ScreenFileName = SPACES
                       MOVE 'input.txt' TO ScreenFileName
                   END-IF
               END-IF
           END-IF

           ACCEPT ScreeningReportFileName FROM ENVIRONMENT
               'SCREEN_REPORT'
           IF ScreeningReportFileName = SPACES
               IF RunCycleNumber > 1
                   STRING 'screening_report_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          RunCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO ScreeningReportFileName
               ELSE
                   STRING 'screening_report_' DELIMITED BY SIZE
                          RunBatchDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO ScreeningReportFileName
               END-IF
           END-IF

           ACCEPT QuarantineFileName FROM ENVIRONMENT
               'QUARANTINE_LIST'
           IF QuarantineFileName = SPACES
               MOVE 'quarantine_list.txt' TO QuarantineFileName
           END-IF

           ACCEPT RunParamFileName FROM ENVIRONMENT 'RUN_PARAMS'
           IF RunParamFileName = SPACES
               MOVE 'run_control_params.txt' TO RunParamFileName
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
                   WHEN 'SCREEN-MAX-OVERLENGTH'
                       MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                           TO ScreenMaxOverLength
                   WHEN 'SCREEN-MAX-BLANK'
                       MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                           TO ScreenMaxBlank
                   WHEN 'SCREEN-MAX-TABS'
                       MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                           TO ScreenMaxTabs
                   WHEN 'SCREEN-MAX-NONPRINT'
                       MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                           TO ScreenMaxNonPrint
                   WHEN 'SCREEN-MAX-MIXEDCASE'
                       MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                           TO ScreenMaxMixedCase
                   WHEN 'SCREEN-MAX-LINE-ENDING'
                       MOVE FUNCTION NUMVAL(PR-PARAM-VALUE)
                           TO ScreenMaxLineEnding
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-FILE-LIST.
           MOVE 0 TO FileListCount

           IF SingleFileMode = 'Y'
               MOVE 1 TO FileListCount
               MOVE ScreenFileName TO FL-FILE-NAME(1)
               MOVE 'N' TO FL-QUARANTINED(1)
           ELSE
               PERFORM CHECK-QUEUE-CHECKPOINT
               IF ScreeningStopped = 'N'
                   PERFORM READ-FILE-LIST
               END-IF
           END-IF.

       CHECK-QUEUE-CHECKPOINT.
           MOVE SPACES TO QueueCheckpointFileName
           STRING FUNCTION TRIM(FileListName) DELIMITED BY SIZE
                  '.qckpt' DELIMITED BY SIZE
               INTO QueueCheckpointFileName

           OPEN INPUT QueueCheckpointFile
           IF QueueCheckpointFileStatus = '00'
               READ QueueCheckpointFile
                   NOT AT END
                       IF QueueCheckpointRecord NOT = SPACES
                           DISPLAY 'SCREENING REFUSED: trebuchet is '
                                   'part-way through file list '
                                   FUNCTION TRIM(FileListName)
                                   ' (queue checkpoint '
                                   FUNCTION TRIM
                                       (QueueCheckpointFileName)
                                   ') - the list cannot be screened '
                                   'again until that run completes'
                           MOVE 'Y' TO ScreeningStopped
                       END-IF
               END-READ
               CLOSE QueueCheckpointFile
           END-IF.

       READ-FILE-LIST.
           MOVE 'N' TO EndOfFileList
           OPEN INPUT FileListFile
           IF FileListFileStatus NOT = '00'
               DISPLAY 'SCREENING FAILED: unable to open file list '
                       FUNCTION TRIM(FileListName)
                       ' (status ' FileListFileStatus ')'
               MOVE 'Y' TO ScreeningStopped
           ELSE
               PERFORM UNTIL EndOfFileList = 'Y'
                   READ FileListFile
                       AT END
                           MOVE 'Y' TO EndOfFileList
                       NOT AT END
                           IF FileListRecord NOT = SPACES
                               IF FileListCount < 500
                                   ADD 1 TO FileListCount
                                   MOVE FileListRecord
                                       TO FL-FILE-NAME(FileListCount)
                                   MOVE 'N' TO
                                       FL-QUARANTINED(FileListCount)
                               ELSE
                                   ADD 1 TO FileListOverflowCount
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileListFile

               IF FileListOverflowCount > 0
                   DISPLAY 'SCREENING FAILED: file list '
                           FUNCTION TRIM(FileListName)
                           ' names more than 500 files - list left '
                           'unscreened'
                   MOVE 'Y' TO ScreeningStopped
               END-IF
           END-IF.

       OPEN-SCREENING-REPORT.
           OPEN OUTPUT ScreeningReportFile
           IF ScreeningReportFileStatus NOT = '00'
               DISPLAY 'SCREENING FAILED: unable to open screening '
                       'report ' FUNCTION TRIM(ScreeningReportFileName)
                       ' (status ' ScreeningReportFileStatus ')'
               MOVE 'Y' TO ScreeningStopped
           ELSE
               MOVE SPACES TO ScreeningReportRecord
               STRING '=== Input Screening Report: batch '
                          DELIMITED BY SIZE
                      RunBatchDate DELIMITED BY SIZE
                      ' cycle ' DELIMITED BY SIZE
                      RunCycleNumber DELIMITED BY SIZE
                      ' ===' DELIMITED BY SIZE
                   INTO ScreeningReportRecord
               WRITE ScreeningReportRecord

               MOVE SPACES TO ScreeningReportRecord
               IF RunParamsLoaded = 'Y'
                   STRING 'Thresholds from ' DELIMITED BY SIZE
                          FUNCTION TRIM(RunParamFileName)
                              DELIMITED BY SIZE
                       INTO ScreeningReportRecord
               ELSE
                   MOVE 'Thresholds: defaults (no run-control file)'
                       TO ScreeningReportRecord
               END-IF
               WRITE ScreeningReportRecord
           END-IF.

       SCREEN-ONE-FILE.
           MOVE FL-FILE-NAME(FileIndex) TO ScreenFileName
           ADD 1 TO FilesScreened
           PERFORM RESET-FILE-PROFILE

           MOVE SPACES TO ScreeningReportRecord
           WRITE ScreeningReportRecord
           MOVE SPACES TO ScreeningReportRecord
           STRING '=== Source: ' DELIMITED BY SIZE
                  FUNCTION TRIM(ScreenFileName) DELIMITED BY SIZE
                  ' ===' DELIMITED BY SIZE
               INTO ScreeningReportRecord
           WRITE ScreeningReportRecord

           MOVE 'N' TO EndOfScreenFile
           OPEN INPUT ScreenFile
           IF ScreenFileStatus NOT = '00'
               MOVE 'Y' TO FileFailed
               MOVE 'UNREADABLE' TO FailReasons
               MOVE SPACES TO ScreeningReportRecord
               STRING 'Unable to open file (status ' DELIMITED BY SIZE
                      ScreenFileStatus DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO ScreeningReportRecord
               WRITE ScreeningReportRecord
           ELSE
               PERFORM UNTIL EndOfScreenFile = 'Y'
                   READ ScreenFile
                       AT END
                           MOVE 'Y' TO EndOfScreenFile
                       NOT AT END
                           PERFORM PROFILE-ONE-BYTE
                   END-READ
               END-PERFORM
               CLOSE ScreenFile
               PERFORM FINISH-FILE-PROFILE
               PERFORM JUDGE-FILE-PROFILE
               PERFORM WRITE-FILE-PROFILE
           END-IF

           MOVE SPACES TO ScreeningReportRecord
           IF FileFailed = 'Y'
               MOVE 'Y' TO FL-QUARANTINED(FileIndex)
               MOVE FailReasons TO FL-REASON(FileIndex)
               ADD 1 TO FilesQuarantined
               STRING 'Result: QUARANTINED - ' DELIMITED BY SIZE
                      FUNCTION TRIM(FailReasons) DELIMITED BY SIZE
                   INTO ScreeningReportRecord
               DISPLAY 'QUARANTINED: ' FUNCTION TRIM(ScreenFileName)
                       ' - ' FUNCTION TRIM(FailReasons)
           ELSE
               ADD 1 TO FilesPassed
               MOVE 'Result: PASSED' TO ScreeningReportRecord
           END-IF
           WRITE ScreeningReportRecord.

       RESET-FILE-PROFILE.
           MOVE SPACES TO LineBuffer
           MOVE 0 TO LineLength
           MOVE 'N' TO LineHasTab
           MOVE 'N' TO CarriageReturnPending
           MOVE 0 TO LinesRead
           MOVE 0 TO BytesRead
           MOVE 0 TO LongestLine
           MOVE 0 TO OverLengthLines
           MOVE 0 TO FirstOverLengthLine
           MOVE 0 TO BlankLines
           MOVE 0 TO FirstBlankLine
           MOVE 0 TO TabLines
           MOVE 0 TO FirstTabLine
           MOVE 0 TO NonPrintBytes
           MOVE 0 TO FirstNonPrintLine
           MOVE 0 TO MixedCaseWords
           MOVE 0 TO FirstMixedCaseLine
           MOVE 0 TO CrLfLines
           MOVE 0 TO StrayCarriageReturns
           MOVE 'N' TO MissingFinalNewline
           MOVE 0 TO LineEndingProblems
           MOVE 0 TO FirstLineEndingLine
           MOVE 0 TO FileHashTotal
           MOVE 'N' TO FileFailed
           MOVE SPACES TO FailReasons
           MOVE 1 TO FailReasonPointer.

       PROFILE-ONE-BYTE.
           ADD 1 TO BytesRead
           COMPUTE ByteValue = FUNCTION ORD(ScreenByte) - 1
           ADD ByteValue TO FileHashTotal

           IF ScreenByte = X'0A'
               IF CarriageReturnPending = 'Y'
                   MOVE 'N' TO CarriageReturnPending
                   ADD 1 TO CrLfLines
                   PERFORM NOTE-LINE-ENDING-PROBLEM
               END-IF
               PERFORM END-OF-LINE
           ELSE
               IF CarriageReturnPending = 'Y'
                   MOVE 'N' TO CarriageReturnPending
                   ADD 1 TO StrayCarriageReturns
                   PERFORM NOTE-LINE-ENDING-PROBLEM
                   ADD 1 TO LineLength
               END-IF
               IF ScreenByte = X'0D'
                   MOVE 'Y' TO CarriageReturnPending
               ELSE
                   PERFORM ADD-BYTE-TO-LINE
               END-IF
           END-IF.

       ADD-BYTE-TO-LINE.
           ADD 1 TO LineLength
           IF LineLength <= 1000
               MOVE ScreenByte TO LineBuffer(LineLength:1)
           END-IF

           IF ScreenByte = X'09'
               MOVE 'Y' TO LineHasTab
           ELSE
               IF ByteValue < 32 OR ByteValue > 126
                   ADD 1 TO NonPrintBytes
                   IF FirstNonPrintLine = 0
                       COMPUTE FirstNonPrintLine = LinesRead + 1
                   END-IF
               END-IF
           END-IF.

       NOTE-LINE-ENDING-PROBLEM.
           ADD 1 TO LineEndingProblems
           IF FirstLineEndingLine = 0
               COMPUTE FirstLineEndingLine = LinesRead + 1
           END-IF.

       FINISH-FILE-PROFILE.
           IF CarriageReturnPending = 'Y'
               MOVE 'N' TO CarriageReturnPending
               ADD 1 TO StrayCarriageReturns
               PERFORM NOTE-LINE-ENDING-PROBLEM
               ADD 1 TO LineLength
           END-IF

           IF LineLength > 0
               MOVE 'Y' TO MissingFinalNewline
               PERFORM NOTE-LINE-ENDING-PROBLEM
               PERFORM END-OF-LINE
           END-IF.

       END-OF-LINE.
           ADD 1 TO LinesRead

           IF LineLength > 1000
               MOVE LineLength TO TrimmedLineLength
               MOVE 1000 TO ScanLength
           ELSE
               IF LineLength = 0
                       OR LineBuffer(1:LineLength) = SPACES
                   MOVE 0 TO TrimmedLineLength
               ELSE
                   MOVE FUNCTION LENGTH(FUNCTION TRIM
                           (LineBuffer(1:LineLength) TRAILING))
                       TO TrimmedLineLength
               END-IF
               MOVE TrimmedLineLength TO ScanLength
           END-IF

           IF TrimmedLineLength > LongestLine
               MOVE TrimmedLineLength TO LongestLine
           END-IF

           IF TrimmedLineLength = 0
               ADD 1 TO BlankLines
               IF FirstBlankLine = 0
                   MOVE LinesRead TO FirstBlankLine
               END-IF
           END-IF

           IF TrimmedLineLength > InputRecordLength
               ADD 1 TO OverLengthLines
               IF FirstOverLengthLine = 0
                   MOVE LinesRead TO FirstOverLengthLine
               END-IF
           END-IF

           IF LineHasTab = 'Y'
               ADD 1 TO TabLines
               IF FirstTabLine = 0
                   MOVE LinesRead TO FirstTabLine
               END-IF
           END-IF

           IF ScanLength > 2
               MOVE FUNCTION LOWER-CASE(LineBuffer) TO LowerLineBuffer
               PERFORM CHECK-DIGIT-WORD
                   VARYING ScanPosition FROM 1 BY 1
                       UNTIL ScanPosition > ScanLength - 2
                   AFTER WordIndex FROM 1 BY 1
                       UNTIL WordIndex > 9
           END-IF

           MOVE SPACES TO LineBuffer
           MOVE 0 TO LineLength
           MOVE 'N' TO LineHasTab.

       CHECK-DIGIT-WORD.
           IF ScanPosition + DW-LENGTH(WordIndex) - 1 <= ScanLength
               IF LowerLineBuffer
                       (ScanPosition:DW-LENGTH(WordIndex))
                       = DW-WORD(WordIndex)(1:DW-LENGTH(WordIndex))
                   AND LineBuffer(ScanPosition:DW-LENGTH(WordIndex))
                       NOT = LowerLineBuffer
                           (ScanPosition:DW-LENGTH(WordIndex))
                   ADD 1 TO MixedCaseWords
                   IF FirstMixedCaseLine = 0
                       MOVE LinesRead TO FirstMixedCaseLine
                   END-IF
               END-IF
           END-IF.

       JUDGE-FILE-PROFILE.
           IF OverLengthLines > ScreenMaxOverLength
               MOVE 'OVER-LENGTH' TO FailReasonWord
               PERFORM ADD-FAIL-REASON
           END-IF
           IF BlankLines > ScreenMaxBlank
               MOVE 'BLANK' TO FailReasonWord
               PERFORM ADD-FAIL-REASON
           END-IF
           IF TabLines > ScreenMaxTabs
               MOVE 'TABS' TO FailReasonWord
               PERFORM ADD-FAIL-REASON
           END-IF
           IF NonPrintBytes > ScreenMaxNonPrint
               MOVE 'NON-PRINT' TO FailReasonWord
               PERFORM ADD-FAIL-REASON
           END-IF
           IF MixedCaseWords > ScreenMaxMixedCase
               MOVE 'MIXED-CASE' TO FailReasonWord
               PERFORM ADD-FAIL-REASON
           END-IF
           IF LineEndingProblems > ScreenMaxLineEnding
               MOVE 'LINE-ENDING' TO FailReasonWord
               PERFORM ADD-FAIL-REASON
           END-IF.

       ADD-FAIL-REASON.
           IF FileFailed = 'Y'
               STRING ',' DELIMITED BY SIZE
                   INTO FailReasons
                   WITH POINTER FailReasonPointer
           END-IF
           MOVE 'Y' TO FileFailed
           STRING FUNCTION TRIM(FailReasonWord) DELIMITED BY SIZE
               INTO FailReasons
               WITH POINTER FailReasonPointer.

       WRITE-FILE-PROFILE.
           MOVE SPACES TO ScreeningReportRecord
           MOVE LinesRead TO ReportCountText
           MOVE BytesRead TO ReportHashText
           STRING 'Lines read:' DELIMITED BY SIZE
                  ReportCountText DELIMITED BY SIZE
                  '   Bytes read:' DELIMITED BY SIZE
                  ReportHashText DELIMITED BY SIZE
               INTO ScreeningReportRecord
           WRITE ScreeningReportRecord

           MOVE SPACES TO ScreeningReportRecord
           MOVE LongestLine TO ReportCountText
           MOVE InputRecordLength TO ReportLimitText
           STRING 'Longest line:' DELIMITED BY SIZE
                  ReportCountText DELIMITED BY SIZE
                  '   (trebuchet reads' DELIMITED BY SIZE
                  ReportLimitText DELIMITED BY SIZE
                  ' columns)' DELIMITED BY SIZE
               INTO ScreeningReportRecord
           WRITE ScreeningReportRecord

           MOVE SPACES TO ScreeningReportRecord
           STRING '                                     Count'
                      DELIMITED BY SIZE
                  '    Limit  First line' DELIMITED BY SIZE
               INTO ScreeningReportRecord
           WRITE ScreeningReportRecord

           MOVE 'Over-length lines' TO ReportLabel
           MOVE OverLengthLines TO ReportCount
           MOVE ScreenMaxOverLength TO ReportLimit
           MOVE FirstOverLengthLine TO ReportFirstLine
           PERFORM WRITE-PROFILE-LINE

           MOVE 'Blank lines' TO ReportLabel
           MOVE BlankLines TO ReportCount
           MOVE ScreenMaxBlank TO ReportLimit
           MOVE FirstBlankLine TO ReportFirstLine
           PERFORM WRITE-PROFILE-LINE

           MOVE 'Lines containing tabs' TO ReportLabel
           MOVE TabLines TO ReportCount
           MOVE ScreenMaxTabs TO ReportLimit
           MOVE FirstTabLine TO ReportFirstLine
           PERFORM WRITE-PROFILE-LINE

           MOVE 'Non-printable bytes' TO ReportLabel
           MOVE NonPrintBytes TO ReportCount
           MOVE ScreenMaxNonPrint TO ReportLimit
           MOVE FirstNonPrintLine TO ReportFirstLine
           PERFORM WRITE-PROFILE-LINE

           MOVE 'Mixed-case digit words' TO ReportLabel
           MOVE MixedCaseWords TO ReportCount
           MOVE ScreenMaxMixedCase TO ReportLimit
           MOVE FirstMixedCaseLine TO ReportFirstLine
           PERFORM WRITE-PROFILE-LINE

           MOVE 'Line-ending problems' TO ReportLabel
           MOVE LineEndingProblems TO ReportCount
           MOVE ScreenMaxLineEnding TO ReportLimit
           MOVE FirstLineEndingLine TO ReportFirstLine
           PERFORM WRITE-PROFILE-LINE

           IF LineEndingProblems > 0
               MOVE SPACES TO ScreeningReportRecord
               MOVE CrLfLines TO ReportCountText
               MOVE StrayCarriageReturns TO ReportLimitText
               STRING '  of which CR/LF line ends:' DELIMITED BY SIZE
                      ReportCountText DELIMITED BY SIZE
                      '  stray CRs:' DELIMITED BY SIZE
                      ReportLimitText DELIMITED BY SIZE
                      '  no final newline: ' DELIMITED BY SIZE
                      MissingFinalNewline DELIMITED BY SIZE
                   INTO ScreeningReportRecord
               WRITE ScreeningReportRecord
           END-IF

           MOVE SPACES TO ScreeningReportRecord
           MOVE FileHashTotal TO ReportHashText
           STRING 'File hash total (sum of byte values):'
                      DELIMITED BY SIZE
                  ReportHashText DELIMITED BY SIZE
               INTO ScreeningReportRecord
           WRITE ScreeningReportRecord.

       WRITE-PROFILE-LINE.
           MOVE ReportCount TO ReportCountText
           MOVE ReportLimit TO ReportLimitText
           MOVE ReportFirstLine TO ReportFirstLineText
           MOVE SPACES TO ScreeningReportRecord
           IF ReportCount > 0
               STRING '  ' DELIMITED BY SIZE
                      ReportLabel DELIMITED BY SIZE
                      ReportCountText DELIMITED BY SIZE
                      ReportLimitText DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      ReportFirstLineText DELIMITED BY SIZE
                   INTO ScreeningReportRecord
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      ReportLabel DELIMITED BY SIZE
                      ReportCountText DELIMITED BY SIZE
                      ReportLimitText DELIMITED BY SIZE
                   INTO ScreeningReportRecord
           END-IF
           WRITE ScreeningReportRecord.

       WRITE-SCREENING-SUMMARY.
           MOVE SPACES TO ScreeningReportRecord
           WRITE ScreeningReportRecord
           MOVE SPACES TO ScreeningReportRecord
           STRING '=== Summary: ' DELIMITED BY SIZE
                  FilesScreened DELIMITED BY SIZE
                  ' file(s) screened, ' DELIMITED BY SIZE
                  FilesPassed DELIMITED BY SIZE
                  ' passed, ' DELIMITED BY SIZE
                  FilesQuarantined DELIMITED BY SIZE
                  ' quarantined ===' DELIMITED BY SIZE
               INTO ScreeningReportRecord
           WRITE ScreeningReportRecord.

       RECORD-QUARANTINE.
           OPEN EXTEND QuarantineFile
           IF QuarantineFileStatus = '05'
                   OR QuarantineFileStatus = '35'
               OPEN OUTPUT QuarantineFile
           END-IF

           IF QuarantineFileStatus NOT = '00'
               DISPLAY 'SCREENING FAILED: unable to open quarantine '
                       'list ' FUNCTION TRIM(QuarantineFileName)
                       ' (status ' QuarantineFileStatus ') - file '
                       'list left as it stands'
               MOVE 'Y' TO ScreeningStopped
           ELSE
               PERFORM VARYING FileIndex FROM 1 BY 1
                       UNTIL FileIndex > FileListCount
                   IF FL-QUARANTINED(FileIndex) = 'Y'
                       PERFORM WRITE-QUARANTINE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE QuarantineFile
           END-IF.

       WRITE-QUARANTINE-ENTRY.
           MOVE SPACES TO QuarantineRecord
           MOVE RunBatchDate TO QL-BATCH-DATE
           MOVE RunCycleNumber TO QL-CYCLE-NUMBER
           MOVE FL-REASON(FileIndex) TO QL-REASON
           MOVE FL-FILE-NAME(FileIndex) TO QL-FILE-NAME
           WRITE QuarantineRecord.

       REWRITE-FILE-LIST.
           IF ScreeningStopped = 'N'
               OPEN OUTPUT FileListFile
               IF FileListFileStatus NOT = '00'
                   DISPLAY 'SCREENING FAILED: unable to rewrite file '
                           'list ' FUNCTION TRIM(FileListName)
                           ' (status ' FileListFileStatus ') - '
                           'quarantined files are still on it'
                   MOVE 'Y' TO ScreeningStopped
               ELSE
                   PERFORM VARYING FileIndex FROM 1 BY 1
                           UNTIL FileIndex > FileListCount
                       IF FL-QUARANTINED(FileIndex) = 'N'
                           MOVE FL-FILE-NAME(FileIndex)
                               TO FileListRecord
                           WRITE FileListRecord
                       END-IF
                   END-PERFORM
                   CLOSE FileListFile
                   DISPLAY 'File list ' FUNCTION TRIM(FileListName)
                           ' rewritten without ' FilesQuarantined
                           ' quarantined file(s)'
               END-IF
           END-IF.
