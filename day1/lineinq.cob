       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lineinq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DetailReportFile
                  ASSIGN TO DYNAMIC DetailReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DetailReportFileStatus.

           SELECT ExceptionsReportFile
                  ASSIGN TO DYNAMIC ExceptionsReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ExceptionsReportFileStatus.

           SELECT FeedFile ASSIGN TO DYNAMIC FeedFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FeedFileStatus.

           SELECT SummaryFile ASSIGN TO DYNAMIC SummaryFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SummaryFileStatus.

           SELECT CorrectionFile ASSIGN TO DYNAMIC CorrectionFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CorrectionFileStatus.

           SELECT GenerationRegisterFile
                  ASSIGN TO DYNAMIC GenerationRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GenerationRegisterFileStatus.

           SELECT TransmitRegisterFile
                  ASSIGN TO DYNAMIC TransmitRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TransmitRegisterFileStatus.

           SELECT JournalFile ASSIGN TO DYNAMIC JournalFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JournalFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DetailReportFile.
       01 DetailReportRecord PIC X(200).

       FD ExceptionsReportFile.
       01 ExceptionsReportRecord PIC X(150).

       FD FeedFile.
       COPY CALCFEED.

       FD SummaryFile.
       COPY CALCSUMM.

       FD CorrectionFile.
       COPY CALCCORR.

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

       FD JournalFile.
       COPY GLJRNL.

       WORKING-STORAGE SECTION.
       01 DetailReportFileName PIC X(200) VALUE SPACES.
       01 DetailReportFileStatus PIC XX.
       01 ExceptionsReportFileName PIC X(200) VALUE SPACES.
       01 ExceptionsReportFileStatus PIC XX.
       01 FeedFileName PIC X(200) VALUE SPACES.
       01 FeedFileStatus PIC XX.
       01 DetailFeedFileName PIC X(200) VALUE SPACES.
       01 SummaryFileName PIC X(200) VALUE SPACES.
       01 SummaryFileStatus PIC XX.
       01 CorrectionFileName PIC X(200) VALUE SPACES.
       01 CorrectionFileStatus PIC XX.
       01 GenerationRegisterFileName PIC X(200) VALUE SPACES.
       01 GenerationRegisterFileStatus PIC XX.
       01 TransmitRegisterFileName PIC X(200) VALUE SPACES.
       01 TransmitRegisterFileStatus PIC XX.
       01 JournalFileName PIC X(200) VALUE SPACES.
       01 JournalFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.

       01 InquiryMode PIC X(4) VALUE 'LINE'.
       01 InquiryStopped PIC X VALUE 'N'.
       01 InquiryDate PIC X(8) VALUE SPACES.
       01 InquiryCycleNumber PIC 9(2) VALUE 1.
       01 InquirySourceId PIC X(30) VALUE SPACES.
       01 InquiryLineNumber PIC 9(9) VALUE 0.
       01 InquirySequence PIC 9(6) VALUE 0.

       01 EndOfReportFile PIC X VALUE 'N'.
       01 EndOfFeedFile PIC X VALUE 'N'.
       01 EndOfSummaryFile PIC X VALUE 'N'.
       01 EndOfCorrectionFile PIC X VALUE 'N'.
       01 EndOfGenerationRegister PIC X VALUE 'N'.
       01 EndOfTransmitRegister PIC X VALUE 'N'.

       01 CurrentReportSource PIC X(30) VALUE SPACES.
       01 SourceMarkerSeen PIC X VALUE 'N'.
       01 ReportLineMatches PIC X VALUE 'N'.
       01 DuplicateMatched PIC X VALUE 'N'.
       01 LineFoundInDetail PIC X VALUE 'N'.
       01 LineFoundInFeed PIC X VALUE 'N'.
       01 LineRejected PIC X VALUE 'N'.
       01 LineDuplicate PIC X VALUE 'N'.
       01 LineCorrected PIC X VALUE 'N'.
       01 LineAdjusted PIC X VALUE 'N'.
       01 LineReversed PIC X VALUE 'N'.
       01 FeedCycleNumber PIC 9(2) VALUE 1.
       01 FeedSequenceNumber PIC X(9) VALUE SPACES.
       01 SignedValue PIC S9(10) VALUE 0.
       01 SignedWords PIC S9(10) VALUE 0.
       01 DetailLineNumber PIC 9(9) VALUE 0.

       01 RelatedFeedTable.
           05 RelatedFeedEntry OCCURS 200 TIMES.
               10 RL-TYPE PIC X(10).
               10 RL-FILE-NAME PIC X(200).
       01 RelatedFeedCount PIC 9(4) VALUE 0.
       01 RelatedFeedIndex PIC 9(4) VALUE 0.
       01 RelatedFeedOverflowCount PIC 9(6) VALUE 0.

       01 TransmissionFound PIC X VALUE 'N'.
       01 SeqFeedFileName PIC X(200) VALUE SPACES.
       01 SeqBatchDate PIC X(8) VALUE SPACES.
       01 SeqCycleNumber PIC 9(2) VALUE 1.
       01 SeqBasis PIC X(1) VALUE SPACE.
       01 EarlierBasis PIC X(1) VALUE SPACE.
       01 EarlierFound PIC X VALUE 'N'.
       01 EarlierSequence PIC 9(6) VALUE 0.
       01 EarlierFileName PIC X(60) VALUE SPACES.
       01 EarlierCycleNumber PIC 9(2) VALUE 1.
       01 SeqLinesListed PIC 9(9) VALUE 0.
       01 SeqSourcesListed PIC 9(6) VALUE 0.

       01 StatusMeaning PIC X(40) VALUE SPACES.
       01 ValueText PIC Z(9)9.
       01 WordsText PIC Z(9)9.
       01 CountText PIC Z(8)9.
       01 RejectedText PIC Z(8)9.
       01 TotalText PIC Z(11)9.
       01 SignedValueText PIC -(10)9.
       01 SignedWordsText PIC -(10)9.
       01 I PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-RUN-PARAMETERS.

           IF InquiryStopped = 'N'
               PERFORM DETERMINE-FILE-NAMES
               IF InquiryMode = 'SEQ'
                   PERFORM INQUIRE-TRANSMISSION
               ELSE
                   PERFORM INQUIRE-LINE
               END-IF
           END-IF

           IF InquiryStopped = 'Y'
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

           IF FUNCTION UPPER-CASE(CommandLineArg) = 'SEQ'
               MOVE 'SEQ' TO InquiryMode
               PERFORM ACCEPT-SEQUENCE-ARGUMENT
           ELSE
               MOVE 'LINE' TO InquiryMode
               PERFORM ACCEPT-LINE-ARGUMENTS
           END-IF.

       ACCEPT-SEQUENCE-ARGUMENT.
           MOVE SPACES TO CommandLineArg
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT

           IF CommandLineArg = SPACES
                   OR FUNCTION TRIM(CommandLineArg) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(CommandLineArg)) > 6
               DISPLAY 'LINE INQUIRY FAILED: SEQ needs a transmission '
                       'sequence number of up to 6 digits'
               PERFORM DISPLAY-USAGE
               MOVE 'Y' TO InquiryStopped
           ELSE
               MOVE FUNCTION NUMVAL(CommandLineArg) TO InquirySequence
           END-IF.

       ACCEPT-LINE-ARGUMENTS.
           IF CommandLineArg = SPACES
                   OR FUNCTION TRIM(CommandLineArg) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(CommandLineArg))
                       NOT = 8
               DISPLAY 'LINE INQUIRY FAILED: batch date must be '
                       'YYYYMMDD'
               MOVE 'Y' TO InquiryStopped
           ELSE
               MOVE CommandLineArg(1:8) TO InquiryDate
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(InquiryDate)) NOT = 0
                   DISPLAY 'LINE INQUIRY FAILED: ' InquiryDate
                           ' is not a valid date'
                   MOVE 'Y' TO InquiryStopped
               END-IF
           END-IF

           MOVE SPACES TO CommandLineArg
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT
           IF CommandLineArg = SPACES
                   OR FUNCTION TRIM(CommandLineArg) IS NOT NUMERIC
               DISPLAY 'LINE INQUIRY FAILED: cycle number must be '
                       '1 to 9'
               MOVE 'Y' TO InquiryStopped
           ELSE
               IF FUNCTION NUMVAL(CommandLineArg) < 1
                       OR FUNCTION NUMVAL(CommandLineArg) > 9
                   DISPLAY 'LINE INQUIRY FAILED: cycle number must '
                           'be 1 to 9'
                   MOVE 'Y' TO InquiryStopped
               ELSE
                   MOVE FUNCTION NUMVAL(CommandLineArg)
                       TO InquiryCycleNumber
               END-IF
           END-IF

           MOVE SPACES TO CommandLineArg
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT
           IF CommandLineArg = SPACES
               DISPLAY 'LINE INQUIRY FAILED: source id is required'
               MOVE 'Y' TO InquiryStopped
           ELSE
               MOVE CommandLineArg(1:30) TO InquirySourceId
           END-IF

           MOVE SPACES TO CommandLineArg
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT
           IF CommandLineArg = SPACES
                   OR FUNCTION TRIM(CommandLineArg) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(CommandLineArg)) > 9
               DISPLAY 'LINE INQUIRY FAILED: line number must be '
                       'numeric'
               MOVE 'Y' TO InquiryStopped
           ELSE
               MOVE FUNCTION NUMVAL(CommandLineArg)
                   TO InquiryLineNumber
               IF InquiryLineNumber = 0
                   DISPLAY 'LINE INQUIRY FAILED: line numbers start '
                           'at 1'
                   MOVE 'Y' TO InquiryStopped
               END-IF
           END-IF

           IF InquiryStopped = 'Y'
               PERFORM DISPLAY-USAGE
           END-IF.

       DISPLAY-USAGE.
           DISPLAY 'usage: lineinq <batch-date> <cycle> <source-id> '
                   '<line-number>'
           DISPLAY '       lineinq SEQ <transmission-sequence>'.

       DETERMINE-FILE-NAMES.
           ACCEPT CorrectionFileName FROM ENVIRONMENT 'CORRECTION_FILE'
           IF CorrectionFileName = SPACES
               MOVE 'corrections.txt' TO CorrectionFileName
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
           END-IF

           IF InquiryMode = 'LINE'
               IF InquiryCycleNumber > 1
                   STRING 'detail_report_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          InquiryCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO DetailReportFileName
                   STRING 'exceptions_report_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          InquiryCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO ExceptionsReportFileName
                   STRING 'gl_feed_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          InquiryCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO DetailFeedFileName
                   STRING 'gl_feed_summary_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '_' DELIMITED BY SIZE
                          InquiryCycleNumber DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO SummaryFileName
               ELSE
                   STRING 'detail_report_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO DetailReportFileName
                   STRING 'exceptions_report_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO ExceptionsReportFileName
                   STRING 'gl_feed_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO DetailFeedFileName
                   STRING 'gl_feed_summary_' DELIMITED BY SIZE
                          InquiryDate DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO SummaryFileName
               END-IF
           END-IF.

       INQUIRE-LINE.
           DISPLAY '=== Line lineage: batch ' InquiryDate ' cycle '
                   InquiryCycleNumber ' source '
                   FUNCTION TRIM(InquirySourceId) ' line '
                   InquiryLineNumber ' ==='

           PERFORM TRACE-DETAIL-REPORT
           PERFORM TRACE-EXCEPTIONS-REPORT
           PERFORM TRACE-DETAIL-FEED
           PERFORM TRACE-CORRECTIONS
           PERFORM LOAD-RELATED-FEEDS
           PERFORM TRACE-RELATED-FEEDS
           PERFORM TRACE-SUMMARY-FEED
           PERFORM TRACE-TRANSMISSIONS

           DISPLAY '--- Outcome'
           IF LineFoundInDetail = 'N' AND LineFoundInFeed = 'N'
               DISPLAY '  Line not found on the detail report or the '
                       'feed for this batch and cycle'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF LineRejected = 'Y'
                   IF LineAdjusted = 'Y'
                       DISPLAY '  Rejected, corrected and posted by '
                               'adjustment'
                   ELSE
                       IF LineCorrected = 'Y'
                           DISPLAY '  Rejected; correction keyed but '
                                   'no adjustment posted yet'
                       ELSE
                           DISPLAY '  Rejected; no correction on file'
                       END-IF
                   END-IF
               ELSE
                   IF LineFoundInFeed = 'Y'
                       DISPLAY '  Accepted on the detail feed'
                   ELSE
                       DISPLAY '  Not on the detail feed (feed '
                               'unavailable, or a suppressed duplicate)'
                   END-IF
               END-IF
               IF LineDuplicate = 'Y'
                   DISPLAY '  Flagged as a duplicate line'
               END-IF
               IF LineReversed = 'Y'
                   DISPLAY '  Backed out by a reversing feed'
               END-IF
           END-IF.

       TRACE-DETAIL-REPORT.
           DISPLAY '--- Detail report '
                   FUNCTION TRIM(DetailReportFileName)
           MOVE SPACES TO CurrentReportSource
           MOVE 'N' TO SourceMarkerSeen
           MOVE 'N' TO EndOfReportFile

           OPEN INPUT DetailReportFile
           IF DetailReportFileStatus NOT = '00'
               DISPLAY '  not available (status '
                       DetailReportFileStatus
                       ') - restore it with genrestore if purged'
           ELSE
               PERFORM UNTIL EndOfReportFile = 'Y'
                   READ DetailReportFile
                       AT END
                           MOVE 'Y' TO EndOfReportFile
                       NOT AT END
                           PERFORM EXAMINE-DETAIL-LINE
                   END-READ
               END-PERFORM
               CLOSE DetailReportFile

               IF LineFoundInDetail = 'N'
                   DISPLAY '  line not on the detail report'
               END-IF
           END-IF.

       EXAMINE-DETAIL-LINE.
           IF DetailReportRecord(1:8) = 'Source: '
               MOVE DetailReportRecord(9:30) TO CurrentReportSource
               MOVE 'Y' TO SourceMarkerSeen
           ELSE
               IF DetailReportRecord(1:6) = 'Line: '
                       AND DetailReportRecord(7:9) IS NUMERIC
                       AND DetailReportRecord(16:7) = ' Text: '
                   MOVE DetailReportRecord(7:9) TO DetailLineNumber
                   PERFORM CHECK-REPORT-SOURCE
                   IF DetailLineNumber = InquiryLineNumber
                           AND ReportLineMatches = 'Y'
                       MOVE 'Y' TO LineFoundInDetail
                       DISPLAY '  Input text: "'
                               FUNCTION TRIM(DetailReportRecord(23:100)
                                   TRAILING) '"'
                       IF DetailReportRecord(131:1) = '0'
                               AND DetailReportRecord(139:1) = '0'
                           DISPLAY '  Digits only: no digit found'
                       ELSE
                           DISPLAY '  Digits only: first '
                                   DetailReportRecord(131:1)
                                   ' last ' DetailReportRecord(139:1)
                                   ' value '
                                   DetailReportRecord(149:2)
                       END-IF
                       IF SourceMarkerSeen = 'N'
                           DISPLAY '  NOTE: report predates source '
                                   'markers - matched on line number '
                                   'only'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-REPORT-SOURCE.
           IF CurrentReportSource = InquirySourceId
                   OR SourceMarkerSeen = 'N'
               MOVE 'Y' TO ReportLineMatches
           ELSE
               MOVE 'N' TO ReportLineMatches
           END-IF.

       TRACE-EXCEPTIONS-REPORT.
           DISPLAY '--- Exceptions report '
                   FUNCTION TRIM(ExceptionsReportFileName)
           MOVE SPACES TO CurrentReportSource
           MOVE 'N' TO SourceMarkerSeen
           MOVE 'N' TO DuplicateMatched
           MOVE 'N' TO EndOfReportFile

           OPEN INPUT ExceptionsReportFile
           IF ExceptionsReportFileStatus NOT = '00'
               DISPLAY '  not available (status '
                       ExceptionsReportFileStatus
                       ') - restore it with genrestore if purged'
           ELSE
               PERFORM UNTIL EndOfReportFile = 'Y'
                   READ ExceptionsReportFile
                       AT END
                           MOVE 'Y' TO EndOfReportFile
                       NOT AT END
                           PERFORM EXAMINE-EXCEPTION-LINE
                   END-READ
               END-PERFORM
               CLOSE ExceptionsReportFile

               IF LineRejected = 'N' AND LineDuplicate = 'N'
                   DISPLAY '  no exception recorded for the line'
               END-IF
           END-IF.

       EXAMINE-EXCEPTION-LINE.
           IF ExceptionsReportRecord(1:8) = 'Source: '
               MOVE ExceptionsReportRecord(9:30) TO CurrentReportSource
               MOVE 'Y' TO SourceMarkerSeen
               MOVE 'N' TO DuplicateMatched
           END-IF

           IF ExceptionsReportRecord(1:6) = 'Line: '
                   AND ExceptionsReportRecord(7:9) IS NUMERIC
               MOVE ExceptionsReportRecord(7:9) TO DetailLineNumber
               PERFORM CHECK-REPORT-SOURCE
               IF DetailLineNumber = InquiryLineNumber
                       AND ReportLineMatches = 'Y'
                   IF ExceptionsReportRecord(16:25)
                           = ' No numeric digit found: '
                       MOVE 'Y' TO LineRejected
                       DISPLAY '  REJECTED: no numeric digit found'
                   END-IF
                   IF ExceptionsReportRecord(16:17)
                           = ' duplicates line '
                       MOVE 'Y' TO LineDuplicate
                       MOVE 'Y' TO DuplicateMatched
                       DISPLAY '  DUPLICATE: repeats line '
                               ExceptionsReportRecord(33:9)
                   END-IF
               END-IF
           END-IF

           IF DuplicateMatched = 'Y'
               IF ExceptionsReportRecord(1:26)
                       = 'Duplicates were suppressed'
                   DISPLAY '  duplicate suppressed from the totals and '
                           'the feed'
                   MOVE 'N' TO DuplicateMatched
               END-IF
               IF ExceptionsReportRecord(1:27)
                       = 'Duplicates were flagged onl'
                   DISPLAY '  duplicate flagged only - kept in the '
                           'totals and the feed'
                   MOVE 'N' TO DuplicateMatched
               END-IF
           END-IF.

       TRACE-DETAIL-FEED.
           MOVE DetailFeedFileName TO FeedFileName
           MOVE SPACES TO FeedSequenceNumber
           DISPLAY '--- Detail feed ' FUNCTION TRIM(FeedFileName)
           MOVE 'N' TO EndOfFeedFile

           OPEN INPUT FeedFile
           IF FeedFileStatus NOT = '00'
               DISPLAY '  not available (status ' FeedFileStatus
                       ') - restore it with genrestore if purged'
           ELSE
               PERFORM UNTIL EndOfFeedFile = 'Y'
                   READ FeedFile
                       AT END
                           MOVE 'Y' TO EndOfFeedFile
                       NOT AT END
                           PERFORM EXAMINE-DETAIL-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE FeedFile

               IF FeedSequenceNumber NOT = SPACES
                   DISPLAY '  feed header transmission seq '
                           FeedSequenceNumber(4:6)
               END-IF
               IF LineFoundInFeed = 'N'
                   DISPLAY '  line not on the detail feed'
               END-IF
           END-IF.

       EXAMINE-DETAIL-FEED-RECORD.
           IF CF-RECORD-TYPE = 'H' AND FeedSequenceNumber = SPACES
               MOVE CF-LINE-NUMBER TO FeedSequenceNumber
           END-IF

           IF (CF-RECORD-TYPE = 'D' OR CF-RECORD-TYPE = 'R')
                   AND CF-BATCH-DATE = InquiryDate
                   AND CF-SOURCE-ID = InquirySourceId
                   AND CF-LINE-NUMBER = InquiryLineNumber
                   AND CF-VALUE-SIGN NOT = '-'
               MOVE 'Y' TO LineFoundInFeed
               PERFORM SHOW-FEED-VALUES
               IF CF-RECORD-TYPE = 'D'
                   DISPLAY '  D detail record: digits only '
                           FUNCTION TRIM(ValueText) ', digits + words '
                           FUNCTION TRIM(WordsText)
               ELSE
                   MOVE 'Y' TO LineRejected
                   DISPLAY '  R rejected record: digits only (none), '
                           'digits + words ' FUNCTION TRIM(WordsText)
               END-IF
           END-IF.

       SHOW-FEED-VALUES.
           MOVE CF-CALIBRATION-VALUE TO ValueText
           IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
               MOVE CF-CALIBRATION-VALUE-WORDS TO WordsText
           ELSE
               MOVE 0 TO WordsText
           END-IF.

       TRACE-CORRECTIONS.
           DISPLAY '--- Corrections ' FUNCTION TRIM(CorrectionFileName)
           MOVE 'N' TO EndOfCorrectionFile

           OPEN INPUT CorrectionFile
           IF CorrectionFileStatus NOT = '00'
               DISPLAY '  not available (status ' CorrectionFileStatus
                       ')'
           ELSE
               PERFORM UNTIL EndOfCorrectionFile = 'Y'
                   READ CorrectionFile
                       AT END
                           MOVE 'Y' TO EndOfCorrectionFile
                       NOT AT END
                           IF CR-BATCH-DATE = InquiryDate
                                   AND CR-SOURCE-ID = InquirySourceId
                                   AND CR-LINE-NUMBER
                                       = InquiryLineNumber
                               MOVE 'Y' TO LineCorrected
                               DISPLAY '  Corrected text: "'
                                       FUNCTION TRIM(CR-CORRECTED-TEXT
                                           TRAILING) '"'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CorrectionFile

               IF LineCorrected = 'N'
                   DISPLAY '  no correction keyed for the line'
               END-IF
           END-IF.

       LOAD-RELATED-FEEDS.
           MOVE 0 TO RelatedFeedCount
           MOVE 'N' TO EndOfGenerationRegister

           OPEN INPUT GenerationRegisterFile
           IF GenerationRegisterFileStatus = '00'
               PERFORM UNTIL EndOfGenerationRegister = 'Y'
                   READ GenerationRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfGenerationRegister
                       NOT AT END
                           IF (GR-TYPE = 'ADJUSTMENT'
                                   OR GR-TYPE = 'REVERSAL')
                                   AND GR-BATCH-DATE >= InquiryDate
                               PERFORM NOTE-RELATED-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenerationRegisterFile
           ELSE
               DISPLAY 'WARNING: generation register '
                       FUNCTION TRIM(GenerationRegisterFileName)
                       ' unavailable (status '
                       GenerationRegisterFileStatus
                       ') - adjustments and reversals not traced'
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RelatedFeedOverflowCount > 0
               DISPLAY 'WARNING: more than 200 adjustment and '
                       'reversing feeds since ' InquiryDate
                       ' - only the first 200 were searched'
               MOVE 4 TO RETURN-CODE
           END-IF.

       NOTE-RELATED-FEED.
           MOVE 0 TO RelatedFeedIndex
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RelatedFeedCount OR RelatedFeedIndex > 0
               IF RL-FILE-NAME(I) = GR-FILE-NAME
                   MOVE I TO RelatedFeedIndex
               END-IF
           END-PERFORM

           IF RelatedFeedIndex = 0
               IF RelatedFeedCount < 200
                   ADD 1 TO RelatedFeedCount
                   MOVE GR-TYPE TO RL-TYPE(RelatedFeedCount)
                   MOVE GR-FILE-NAME TO RL-FILE-NAME(RelatedFeedCount)
               ELSE
                   ADD 1 TO RelatedFeedOverflowCount
               END-IF
           END-IF.

       TRACE-RELATED-FEEDS.
           DISPLAY '--- Adjustment and reversing feeds'
           PERFORM VARYING RelatedFeedIndex FROM 1 BY 1
                   UNTIL RelatedFeedIndex > RelatedFeedCount
               MOVE RL-FILE-NAME(RelatedFeedIndex) TO FeedFileName
               MOVE 'N' TO EndOfFeedFile
               OPEN INPUT FeedFile
               IF FeedFileStatus = '00'
                   PERFORM UNTIL EndOfFeedFile = 'Y'
                       READ FeedFile
                           AT END
                               MOVE 'Y' TO EndOfFeedFile
                           NOT AT END
                               PERFORM EXAMINE-RELATED-FEED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FeedFile
               ELSE
                   DISPLAY '  ' FUNCTION TRIM(FeedFileName)
                           ' not available (status ' FeedFileStatus
                           ') - not searched'
               END-IF
           END-PERFORM

           IF LineAdjusted = 'N' AND LineReversed = 'N'
               DISPLAY '  no adjustment or reversal of the line'
           END-IF.

       EXAMINE-RELATED-FEED-RECORD.
           IF (CF-RECORD-TYPE = 'D' OR CF-RECORD-TYPE = 'R'
                   OR CF-RECORD-TYPE = 'A')
                   AND CF-BATCH-DATE = InquiryDate
                   AND CF-SOURCE-ID = InquirySourceId
                   AND CF-LINE-NUMBER = InquiryLineNumber
               IF CF-CYCLE-NUMBER IS NUMERIC
                       AND FUNCTION NUMVAL(CF-CYCLE-NUMBER) > 0
                   MOVE FUNCTION NUMVAL(CF-CYCLE-NUMBER)
                       TO FeedCycleNumber
               ELSE
                   MOVE 1 TO FeedCycleNumber
               END-IF
               PERFORM SHOW-FEED-VALUES
               IF CF-VALUE-SIGN = '-'
                   IF CF-RECORD-TYPE = 'A'
                           OR FeedCycleNumber = InquiryCycleNumber
                       MOVE 'Y' TO LineReversed
                       DISPLAY '  REVERSED in '
                               FUNCTION TRIM(FeedFileName) ': '
                               CF-RECORD-TYPE ' record digits only -'
                               FUNCTION TRIM(ValueText)
                               ', digits + words -'
                               FUNCTION TRIM(WordsText)
                   END-IF
               ELSE
                   IF CF-RECORD-TYPE = 'A'
                       MOVE 'Y' TO LineAdjusted
                       DISPLAY '  ADJUSTED in '
                               FUNCTION TRIM(FeedFileName)
                               ' (reprocess cycle ' CF-CYCLE-NUMBER
                               '): digits only '
                               FUNCTION TRIM(ValueText)
                               ', digits + words '
                               FUNCTION TRIM(WordsText)
                   END-IF
               END-IF
           END-IF.

       TRACE-SUMMARY-FEED.
           DISPLAY '--- Summary feed ' FUNCTION TRIM(SummaryFileName)
           MOVE 'N' TO EndOfSummaryFile
           MOVE SPACES TO FeedSequenceNumber

           OPEN INPUT SummaryFile
           IF SummaryFileStatus NOT = '00'
               DISPLAY '  not available (status ' SummaryFileStatus
                       ') - feedsummary has not run or it was purged'
           ELSE
               MOVE 'N' TO TransmissionFound
               PERFORM UNTIL EndOfSummaryFile = 'Y'
                   READ SummaryFile
                       AT END
                           MOVE 'Y' TO EndOfSummaryFile
                       NOT AT END
                           PERFORM EXAMINE-SUMMARY-RECORD
                   END-READ
               END-PERFORM
               CLOSE SummaryFile

               IF FeedSequenceNumber NOT = SPACES
                   DISPLAY '  summary header transmission seq '
                           FeedSequenceNumber(4:6)
               END-IF
               IF TransmissionFound = 'N'
                   DISPLAY '  source not on the summary feed'
               END-IF
           END-IF.

       EXAMINE-SUMMARY-RECORD.
           IF SF-RECORD-TYPE = 'H' AND FeedSequenceNumber = SPACES
               MOVE SF-RECORD-COUNT TO FeedSequenceNumber
           END-IF

           IF SF-RECORD-TYPE = 'S' AND SF-SOURCE-ID = InquirySourceId
               MOVE 'Y' TO TransmissionFound
               MOVE SF-RECORD-COUNT TO CountText
               MOVE SF-REJECTED-COUNT TO RejectedText
               MOVE SF-TOTAL-VALUE TO TotalText
               DISPLAY '  Rolled into S record: '
                       FUNCTION TRIM(CountText) ' record(s), '
                       FUNCTION TRIM(RejectedText) ' rejected, value '
                       FUNCTION TRIM(TotalText)
           END-IF.

       TRACE-TRANSMISSIONS.
           DISPLAY '--- Transmission register '
                   FUNCTION TRIM(TransmitRegisterFileName)
           MOVE 'N' TO TransmissionFound
           MOVE 'N' TO EndOfTransmitRegister

           OPEN INPUT TransmitRegisterFile
           IF TransmitRegisterFileStatus NOT = '00'
               DISPLAY '  not available (status '
                       TransmitRegisterFileStatus ')'
           ELSE
               PERFORM UNTIL EndOfTransmitRegister = 'Y'
                   READ TransmitRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfTransmitRegister
                       NOT AT END
                           IF TransmitRegisterRecord NOT = SPACES
                               PERFORM EXAMINE-LINE-TRANSMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransmitRegisterFile

               IF TransmissionFound = 'N'
                   DISPLAY '  no transmission registered for the '
                           'batch feeds'
               END-IF
           END-IF.

       EXAMINE-LINE-TRANSMISSION.
           IF FUNCTION TRIM(TX-FEED-FILE-NAME)
                   = FUNCTION TRIM(DetailFeedFileName)
                   OR FUNCTION TRIM(TX-FEED-FILE-NAME)
                       = FUNCTION TRIM(SummaryFileName)
                   OR (TX-BASIS = 'J'
                       AND TX-BATCH-DATE = InquiryDate
                       AND TX-CYCLE-NUMBER = InquiryCycleNumber)
               MOVE 'Y' TO TransmissionFound
               PERFORM SHOW-TRANSMISSION-ENTRY
           ELSE
               IF TX-BASIS = 'R' AND LineReversed = 'Y'
                       AND TX-BATCH-DATE >= InquiryDate
                   PERFORM VARYING RelatedFeedIndex FROM 1 BY 1
                           UNTIL RelatedFeedIndex > RelatedFeedCount
                       IF RL-TYPE(RelatedFeedIndex) = 'REVERSAL'
                               AND FUNCTION TRIM(TX-FEED-FILE-NAME)
                                   = FUNCTION TRIM(
                                       RL-FILE-NAME(RelatedFeedIndex))
                           PERFORM SHOW-TRANSMISSION-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SHOW-TRANSMISSION-ENTRY.
           EVALUATE TX-STATUS
               WHEN 'P'
                   MOVE 'sent, acknowledgment pending' TO StatusMeaning
               WHEN 'A'
                   MOVE 'acknowledged in balance' TO StatusMeaning
               WHEN 'X'
                   MOVE 'acknowledgment exception' TO StatusMeaning
               WHEN 'R'
                   MOVE 'reversed by batchrev' TO StatusMeaning
               WHEN OTHER
                   MOVE 'unknown status' TO StatusMeaning
           END-EVALUATE

           EVALUATE TX-BASIS
               WHEN 'S'
                   MOVE 'S' TO SeqBasis
               WHEN 'R'
                   MOVE 'R' TO SeqBasis
               WHEN 'J'
                   MOVE 'J' TO SeqBasis
               WHEN OTHER
                   MOVE 'D' TO SeqBasis
           END-EVALUATE

           DISPLAY '  seq ' TX-SEQUENCE-NUMBER ' basis ' SeqBasis
                   ' ' FUNCTION TRIM(TX-FEED-FILE-NAME) ' status '
                   TX-STATUS ' (' FUNCTION TRIM(StatusMeaning) ')'.

       INQUIRE-TRANSMISSION.
           DISPLAY '=== Transmission seq ' InquirySequence ' ==='
           MOVE 'N' TO TransmissionFound
           MOVE 'N' TO EndOfTransmitRegister

           OPEN INPUT TransmitRegisterFile
           IF TransmitRegisterFileStatus NOT = '00'
               DISPLAY 'LINE INQUIRY FAILED: unable to open '
                       FUNCTION TRIM(TransmitRegisterFileName)
                       ' (status ' TransmitRegisterFileStatus ')'
               MOVE 'Y' TO InquiryStopped
           ELSE
               PERFORM UNTIL EndOfTransmitRegister = 'Y'
                   READ TransmitRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfTransmitRegister
                       NOT AT END
                           IF TransmitRegisterRecord NOT = SPACES
                                   AND TX-SEQUENCE-NUMBER
                                       = InquirySequence
                               MOVE 'Y' TO TransmissionFound
                               MOVE 'Y' TO EndOfTransmitRegister
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransmitRegisterFile
           END-IF

           IF InquiryStopped = 'N' AND TransmissionFound = 'N'
               DISPLAY 'No transmission with seq ' InquirySequence
                       ' on ' FUNCTION TRIM(TransmitRegisterFileName)
               MOVE 4 TO RETURN-CODE
           END-IF

           IF InquiryStopped = 'N' AND TransmissionFound = 'Y'
               PERFORM SHOW-TRANSMISSION-ENTRY
               MOVE TX-FEED-FILE-NAME TO SeqFeedFileName
               MOVE TX-BATCH-DATE TO SeqBatchDate
               IF TX-CYCLE-NUMBER IS NUMERIC
                       AND FUNCTION NUMVAL(TX-CYCLE-NUMBER) > 0
                   MOVE FUNCTION NUMVAL(TX-CYCLE-NUMBER)
                       TO SeqCycleNumber
               ELSE
                   MOVE 1 TO SeqCycleNumber
               END-IF
               MOVE TX-RECORD-COUNT TO CountText
               MOVE TX-TOTAL-VALUE TO TotalText
               DISPLAY '  batch ' SeqBatchDate ' cycle '
                       SeqCycleNumber ', ' FUNCTION TRIM(CountText)
                       ' record(s), value ' FUNCTION TRIM(TotalText)

               IF SeqBasis = 'J'
                   DISPLAY '--- Journal ' FUNCTION TRIM(SeqFeedFileName)
                           ' was built from the summary feed below'
                   PERFORM READ-JOURNAL-HEADER
                   MOVE 'S' TO EarlierBasis
                   PERFORM FIND-EARLIER-TRANSMISSION
                   IF EarlierFound = 'Y'
                       MOVE EarlierFileName TO SeqFeedFileName
                   END-IF
               END-IF

               IF SeqBasis = 'S' OR SeqBasis = 'J'
                   MOVE SeqFeedFileName TO SummaryFileName
                   PERFORM LIST-SUMMARY-SOURCES
                   MOVE SPACES TO FeedFileName
                   MOVE 'D' TO EarlierBasis
                   PERFORM FIND-EARLIER-TRANSMISSION
                   EVALUATE TRUE
                       WHEN EarlierFound = 'Y'
                           MOVE EarlierFileName TO FeedFileName
                       WHEN SeqCycleNumber > 1
                           STRING 'gl_feed_' DELIMITED BY SIZE
                                  SeqBatchDate DELIMITED BY SIZE
                                  '_' DELIMITED BY SIZE
                                  SeqCycleNumber DELIMITED BY SIZE
                                  '.txt' DELIMITED BY SIZE
                               INTO FeedFileName
                       WHEN OTHER
                           STRING 'gl_feed_' DELIMITED BY SIZE
                                  SeqBatchDate DELIMITED BY SIZE
                                  '.txt' DELIMITED BY SIZE
                               INTO FeedFileName
                   END-EVALUATE
                   DISPLAY '--- Lines summarized (from detail feed '
                           FUNCTION TRIM(FeedFileName) ')'
               ELSE
                   MOVE SeqFeedFileName TO FeedFileName
                   DISPLAY '--- Lines transmitted'
               END-IF
               PERFORM LIST-FEED-LINES

               DISPLAY 'Lines listed: ' SeqLinesListed
           END-IF.

       READ-JOURNAL-HEADER.
           MOVE SeqFeedFileName TO JournalFileName
           MOVE SPACES TO SeqFeedFileName
           OPEN INPUT JournalFile
           IF JournalFileStatus NOT = '00'
               DISPLAY '  journal not available (status '
                       JournalFileStatus ')'
           ELSE
               READ JournalFile
                   AT END
                       MOVE SPACES TO JournalRecord
               END-READ
               IF GJ-RECORD-TYPE = 'H'
                   MOVE GJH-SUMMARY-FEED TO SeqFeedFileName
                   MOVE GJ-BATCH-DATE TO SeqBatchDate
                   IF GJ-CYCLE-NUMBER IS NUMERIC
                           AND FUNCTION NUMVAL(GJ-CYCLE-NUMBER) > 0
                       MOVE FUNCTION NUMVAL(GJ-CYCLE-NUMBER)
                           TO SeqCycleNumber
                   END-IF
               ELSE
                   DISPLAY '  journal has no header record'
               END-IF
               CLOSE JournalFile
           END-IF.

       FIND-EARLIER-TRANSMISSION.
           MOVE 'N' TO EarlierFound
           MOVE 0 TO EarlierSequence
           MOVE SPACES TO EarlierFileName
           MOVE 'N' TO EndOfTransmitRegister

           OPEN INPUT TransmitRegisterFile
           IF TransmitRegisterFileStatus = '00'
               PERFORM UNTIL EndOfTransmitRegister = 'Y'
                   READ TransmitRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfTransmitRegister
                       NOT AT END
                           IF TransmitRegisterRecord NOT = SPACES
                               PERFORM EXAMINE-EARLIER-TRANSMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransmitRegisterFile
           END-IF.

       EXAMINE-EARLIER-TRANSMISSION.
           IF TX-CYCLE-NUMBER IS NUMERIC
                   AND FUNCTION NUMVAL(TX-CYCLE-NUMBER) > 0
               MOVE FUNCTION NUMVAL(TX-CYCLE-NUMBER)
                   TO EarlierCycleNumber
           ELSE
               MOVE 1 TO EarlierCycleNumber
           END-IF
           IF TX-BASIS = SPACE
               MOVE 'D' TO TX-BASIS
           END-IF

           IF TX-BASIS = EarlierBasis
                   AND TX-BATCH-DATE = SeqBatchDate
                   AND EarlierCycleNumber = SeqCycleNumber
                   AND TX-SEQUENCE-NUMBER < InquirySequence
                   AND TX-SEQUENCE-NUMBER > EarlierSequence
               MOVE 'Y' TO EarlierFound
               MOVE TX-SEQUENCE-NUMBER TO EarlierSequence
               MOVE TX-FEED-FILE-NAME TO EarlierFileName
           END-IF.

       LIST-SUMMARY-SOURCES.
           DISPLAY '--- Sources summarized'
           MOVE 'N' TO EndOfSummaryFile
           OPEN INPUT SummaryFile
           IF SummaryFileStatus NOT = '00'
               DISPLAY '  ' FUNCTION TRIM(SummaryFileName)
                       ' not available (status ' SummaryFileStatus
                       ') - restore it with genrestore if purged'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL EndOfSummaryFile = 'Y'
                   READ SummaryFile
                       AT END
                           MOVE 'Y' TO EndOfSummaryFile
                       NOT AT END
                           IF SF-RECORD-TYPE = 'S'
                               ADD 1 TO SeqSourcesListed
                               MOVE SF-RECORD-COUNT TO CountText
                               MOVE SF-REJECTED-COUNT TO RejectedText
                               MOVE SF-TOTAL-VALUE TO TotalText
                               DISPLAY '  ' SF-SOURCE-ID ' records '
                                       CountText ' rejected '
                                       RejectedText ' value '
                                       TotalText
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SummaryFile
           END-IF.

       LIST-FEED-LINES.
           MOVE 0 TO SeqLinesListed
           MOVE 'N' TO EndOfFeedFile
           OPEN INPUT FeedFile
           IF FeedFileStatus NOT = '00'
               DISPLAY '  ' FUNCTION TRIM(FeedFileName)
                       ' not available (status ' FeedFileStatus
                       ') - restore it with genrestore if purged'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL EndOfFeedFile = 'Y'
                   READ FeedFile
                       AT END
                           MOVE 'Y' TO EndOfFeedFile
                       NOT AT END
                           IF CF-RECORD-TYPE = 'D'
                                   OR CF-RECORD-TYPE = 'R'
                                   OR CF-RECORD-TYPE = 'A'
                               PERFORM SHOW-TRANSMITTED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeedFile
           END-IF.

       SHOW-TRANSMITTED-LINE.
           ADD 1 TO SeqLinesListed
           MOVE CF-CALIBRATION-VALUE TO SignedValue
           IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
               MOVE CF-CALIBRATION-VALUE-WORDS TO SignedWords
           ELSE
               MOVE 0 TO SignedWords
           END-IF
           IF CF-VALUE-SIGN = '-'
               COMPUTE SignedValue = 0 - SignedValue
               COMPUTE SignedWords = 0 - SignedWords
           END-IF
           MOVE SignedValue TO SignedValueText
           MOVE SignedWords TO SignedWordsText
           DISPLAY '  ' CF-SOURCE-ID ' batch ' CF-BATCH-DATE ' line '
                   CF-LINE-NUMBER ' ' CF-RECORD-TYPE ' digits '
                   SignedValueText ' words ' SignedWordsText.
