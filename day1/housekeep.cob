                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchiveFileStatus.

           SELECT ArchiveIndexFile
                  ASSIGN TO DYNAMIC ArchiveIndexFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchiveIndexFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GenerationRegisterFile.
           05 GR-TYPE PIC X(10).
           05 FILLER PIC X(1).
           05 GR-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 GR-CYCLE-NUMBER PIC X(2).
           05 FILLER PIC X(1).
           05 GR-RESTORED-DATE PIC X(8).

       FD GenerationFile.
       01 GenerationRecord PIC X(250).
       FD ArchiveFile.
       01 ArchiveRecord PIC X(250).

       FD ArchiveIndexFile.
       COPY ARCHIDX.

       WORKING-STORAGE SECTION.
       01 GenerationRegisterFileName PIC X(200) VALUE SPACES.
       01 GenerationRegisterFileStatus PIC XX.
       01 GenerationFileStatus PIC XX.
       01 ArchiveFileName PIC X(200) VALUE SPACES.
       01 ArchiveFileStatus PIC XX.
       01 ArchiveIndexFileName PIC X(200) VALUE SPACES.
       01 ArchiveIndexFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 EndOfRegisterFile PIC X VALUE 'N'.
       01 EndOfGenerationFile PIC X VALUE 'N'.
       01 EndOfArchiveFile PIC X VALUE 'N'.

       01 RegisterTable.
           05 RegisterEntry OCCURS 2000 TIMES.
               10 RE-BATCH-DATE PIC X(8).
               10 RE-TYPE PIC X(10).
               10 RE-FILE-NAME PIC X(200).
               10 RE-CYCLE-NUMBER PIC X(2).
               10 RE-RESTORED-DATE PIC X(8).
               10 RE-PURGED PIC X.
       01 RegisterCount PIC 9(5) VALUE 0.
       01 RegisterOverflowCount PIC 9(5) VALUE 0.
       01 I PIC 9(5) VALUE 0.
       01 I2 PIC 9(3) VALUE 0.

       01 RetentionDetailDays PIC 9(4) VALUE 14.
       01 RetentionExceptionsDays PIC 9(4) VALUE 90.
       01 RetentionFeedDays PIC 9(4) VALUE 90.
       01 RetentionRestoredDays PIC 9(4) VALUE 7.
       01 RetentionText PIC X(9) VALUE SPACES.
       01 RetentionLimitDays PIC 9(4) VALUE 0.

       01 BatchDateInteger PIC 9(9) VALUE 0.
       01 GenerationAgeDays PIC S9(9) VALUE 0.

       01 ArchivePositionTable.
           05 ArchivePositionEntry OCCURS 20 TIMES.
               10 AP-ARCHIVE-FILE-NAME PIC X(200).
               10 AP-RECORD-COUNT PIC 9(9).
       01 ArchivePositionCount PIC 9(3) VALUE 0.
       01 ArchivePositionIndex PIC 9(3) VALUE 0.
       01 ArchiveStartPosition PIC 9(9) VALUE 0.
       01 GenerationRecordCount PIC 9(9) VALUE 0.
       01 GenerationControlTotal PIC S9(12) COMP VALUE 0.
       01 GenerationIsFeed PIC X VALUE 'N'.
       COPY CALCFEED REPLACING ==CalcFeedRecord== BY
           ==ArchiveFeedImage== LEADING ==CF-== BY ==AI-==.

       01 GenerationsKept PIC 9(5) VALUE 0.
       01 GenerationsPurged PIC 9(5) VALUE 0.
       01 RecordsArchived PIC 9(9) VALUE 0.
       01 RestoredGenerationsPurged PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           'entries before rerunning'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-ARCHIVE-INDEX
               END-IF
           END-IF.

           IF RegisterCount > 0 AND RegisterOverflowCount = 0
                   AND ArchiveIndexFileStatus = '00'
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > RegisterCount
                   PERFORM JUDGE-ONE-GENERATION
               END-PERFORM
               CLOSE ArchiveIndexFile

               PERFORM REWRITE-GENERATION-REGISTER

               DISPLAY 'Housekeeping complete: ' GenerationsKept
                       ' generation(s) kept, ' GenerationsPurged
                       ' archived and purged, ' RecordsArchived
                       ' record(s) archived, '
                       RestoredGenerationsPurged
                       ' restored generation(s) removed'
           END-IF.

           STOP RUN.
                   AND FUNCTION TRIM(RetentionText) IS NUMERIC
               MOVE FUNCTION NUMVAL(RetentionText)
                   TO RetentionFeedDays
           END-IF

           MOVE SPACES TO RetentionText
           ACCEPT RetentionText FROM ENVIRONMENT 'RETENTION_RESTORED'
           IF FUNCTION TRIM(RetentionText) NOT = SPACES
                   AND FUNCTION TRIM(RetentionText) IS NUMERIC
               MOVE FUNCTION NUMVAL(RetentionText)
                   TO RetentionRestoredDays
           END-IF

           ACCEPT ArchiveIndexFileName FROM ENVIRONMENT
               'ARCHIVE_INDEX'
           IF ArchiveIndexFileName = SPACES
               MOVE 'archive_index.txt' TO ArchiveIndexFileName
           END-IF.

       OPEN-ARCHIVE-INDEX.
           OPEN EXTEND ArchiveIndexFile
           IF ArchiveIndexFileStatus = '05'
                   OR ArchiveIndexFileStatus = '35'
               OPEN OUTPUT ArchiveIndexFile
           END-IF

           IF ArchiveIndexFileStatus NOT = '00'
               DISPLAY 'HOUSEKEEPING REFUSED: unable to open archive '
                       'index ' FUNCTION TRIM(ArchiveIndexFileName)
                       ' (status ' ArchiveIndexFileStatus ') - '
                       'nothing purged, since a generation archived '
                       'without an index entry cannot be restored'
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-GENERATION-REGISTER.
                                       RE-TYPE(RegisterCount)
                                   MOVE GR-FILE-NAME TO
                                       RE-FILE-NAME(RegisterCount)
                                   MOVE GR-CYCLE-NUMBER TO
                                       RE-CYCLE-NUMBER(RegisterCount)
                                   MOVE GR-RESTORED-DATE TO
                                       RE-RESTORED-DATE(RegisterCount)
                                   MOVE 'N' TO
                                       RE-PURGED(RegisterCount)
                               ELSE
               MOVE 0 TO GenerationAgeDays
           END-IF

           IF RE-RESTORED-DATE(I) IS NUMERIC
               MOVE RetentionRestoredDays TO RetentionLimitDays
               COMPUTE BatchDateInteger =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RE-RESTORED-DATE(I)))
               COMPUTE GenerationAgeDays =
                   TodayInteger - BatchDateInteger
           END-IF

           IF GenerationAgeDays > RetentionLimitDays
               IF RE-RESTORED-DATE(I) IS NUMERIC
                   PERFORM PURGE-RESTORED-GENERATION
               ELSE
                   PERFORM ARCHIVE-AND-PURGE-GENERATION
               END-IF
           ELSE
               ADD 1 TO GenerationsKept
           END-IF.
               MOVE 'Y' TO RE-PURGED(I)
               ADD 1 TO GenerationsPurged
           ELSE
               PERFORM FIND-ARCHIVE-POSITION

               OPEN EXTEND ArchiveFile
               IF ArchiveFileStatus = '05' OR ArchiveFileStatus = '35'
                   OPEN OUTPUT ArchiveFile
                   CLOSE GenerationFile
                   ADD 1 TO GenerationsKept
               ELSE
                   MOVE 0 TO GenerationRecordCount
                   MOVE 0 TO GenerationControlTotal
                   PERFORM UNTIL EndOfGenerationFile = 'Y'
                       READ GenerationFile
                           AT END
                                   TO ArchiveRecord
                               WRITE ArchiveRecord
                               ADD 1 TO RecordsArchived
                               ADD 1 TO GenerationRecordCount
                               PERFORM ACCUMULATE-CONTROL-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE ArchiveFile
                   CLOSE GenerationFile

                   ADD GenerationRecordCount
                       TO AP-RECORD-COUNT(ArchivePositionIndex)
                   PERFORM WRITE-ARCHIVE-INDEX-ENTRY

                   IF ArchiveIndexFileStatus NOT = '00'
                       DISPLAY 'WARNING: unable to write archive index '
                               'entry for '
                               FUNCTION TRIM(GenerationFileName)
                               ' (status ' ArchiveIndexFileStatus
                               ') - not purged, kept on register'
                       ADD 1 TO GenerationsKept
                   ELSE
                       PERFORM PURGE-ARCHIVED-GENERATION
                   END-IF
               END-IF
           END-IF.

       PURGE-ARCHIVED-GENERATION.
           DELETE FILE GenerationFile

           IF GenerationFileStatus = '00'
               DISPLAY 'Purged '
                       FUNCTION TRIM(GenerationFileName)
                       ' (batch ' RE-BATCH-DATE(I)
                       ', ' FUNCTION TRIM(RE-TYPE(I))
                       ') after archiving to '
                       FUNCTION TRIM(ArchiveFileName)
                       ' from record ' ArchiveStartPosition
               MOVE 'Y' TO RE-PURGED(I)
               ADD 1 TO GenerationsPurged
           ELSE
               DISPLAY 'WARNING: unable to delete '
                       FUNCTION TRIM(GenerationFileName)
                       ' (status ' GenerationFileStatus
                       ') - kept on register'
               ADD 1 TO GenerationsKept
           END-IF.

       PURGE-RESTORED-GENERATION.
           MOVE RE-FILE-NAME(I) TO GenerationFileName
           DELETE FILE GenerationFile

           IF GenerationFileStatus = '00' OR GenerationFileStatus = '35'
               DISPLAY 'Removed restored generation '
                       FUNCTION TRIM(GenerationFileName)
                       ' (batch ' RE-BATCH-DATE(I)
                       ', restored ' RE-RESTORED-DATE(I)
                       ') - still held in the archive'
               MOVE 'Y' TO RE-PURGED(I)
               ADD 1 TO RestoredGenerationsPurged
           ELSE
               DISPLAY 'WARNING: unable to delete restored '
                       'generation ' FUNCTION TRIM(GenerationFileName)
                       ' (status ' GenerationFileStatus
                       ') - kept on register'
               ADD 1 TO GenerationsKept
           END-IF.

       FIND-ARCHIVE-POSITION.
           MOVE 0 TO ArchivePositionIndex
           PERFORM VARYING I2 FROM 1 BY 1
                   UNTIL I2 > ArchivePositionCount
               IF AP-ARCHIVE-FILE-NAME(I2) = ArchiveFileName
                   MOVE I2 TO ArchivePositionIndex
               END-IF
           END-PERFORM

           IF ArchivePositionIndex = 0
               ADD 1 TO ArchivePositionCount
               MOVE ArchivePositionCount TO ArchivePositionIndex
               MOVE ArchiveFileName
                   TO AP-ARCHIVE-FILE-NAME(ArchivePositionIndex)
               MOVE 0 TO AP-RECORD-COUNT(ArchivePositionIndex)

               MOVE 'N' TO EndOfArchiveFile
               OPEN INPUT ArchiveFile
               IF ArchiveFileStatus = '00'
                   PERFORM UNTIL EndOfArchiveFile = 'Y'
                       READ ArchiveFile
                           AT END
                               MOVE 'Y' TO EndOfArchiveFile
                           NOT AT END
                               ADD 1 TO
                                   AP-RECORD-COUNT(ArchivePositionIndex)
                       END-READ
                   END-PERFORM
                   CLOSE ArchiveFile
               END-IF
           END-IF

           COMPUTE ArchiveStartPosition =
               AP-RECORD-COUNT(ArchivePositionIndex) + 1.

       ACCUMULATE-CONTROL-TOTAL.
           IF GenerationIsFeed = 'Y'
               MOVE GenerationRecord TO ArchiveFeedImage
               IF (AI-RECORD-TYPE = 'D' OR AI-RECORD-TYPE = 'A')
                       AND AI-CALIBRATION-VALUE IS NUMERIC
                   IF AI-VALUE-SIGN = '-'
                       SUBTRACT AI-CALIBRATION-VALUE
                           FROM GenerationControlTotal
                   ELSE
                       ADD AI-CALIBRATION-VALUE
                           TO GenerationControlTotal
                   END-IF
               END-IF
           ELSE
               IF GenerationRecord NOT = SPACES
                   ADD FUNCTION LENGTH
                           (FUNCTION TRIM(GenerationRecord TRAILING))
                       TO GenerationControlTotal
               END-IF
           END-IF.

       WRITE-ARCHIVE-INDEX-ENTRY.
           MOVE SPACES TO ArchiveIndexRecord
           MOVE RE-BATCH-DATE(I) TO AX-BATCH-DATE
           MOVE RE-CYCLE-NUMBER(I) TO AX-CYCLE-NUMBER
           MOVE RE-TYPE(I) TO AX-TYPE
           MOVE ArchiveFileName TO AX-ARCHIVE-FILE-NAME
           MOVE ArchiveStartPosition TO AX-START-POSITION
           MOVE GenerationRecordCount TO AX-RECORD-COUNT
           IF GenerationControlTotal < 0
               MOVE '-' TO AX-CONTROL-SIGN
               COMPUTE AX-CONTROL-TOTAL = 0 - GenerationControlTotal
           ELSE
               MOVE GenerationControlTotal TO AX-CONTROL-TOTAL
           END-IF
           MOVE CurrentDateTime(1:8) TO AX-ARCHIVED-DATE
           MOVE RE-FILE-NAME(I) TO AX-FILE-NAME
           WRITE ArchiveIndexRecord.

       DERIVE-ARCHIVE-FILE-NAME.
           MOVE SPACES TO ArchiveFileName
           MOVE 'N' TO GenerationIsFeed
           EVALUATE RE-TYPE(I)
               WHEN 'DETAIL'
                   MOVE 'detail_report_archive.txt'
                       TO ArchiveFileName
               WHEN 'FEED'
                   MOVE 'gl_feed_archive.txt' TO ArchiveFileName
                   MOVE 'Y' TO GenerationIsFeed
               WHEN 'ADJUSTMENT'
                   MOVE 'gl_adjustments_archive.txt'
                       TO ArchiveFileName
                   MOVE 'Y' TO GenerationIsFeed
               WHEN 'REVERSAL'
                   MOVE 'gl_reversal_archive.txt' TO ArchiveFileName
                   MOVE 'Y' TO GenerationIsFeed
               WHEN 'JOURNAL'
                   MOVE 'gl_journal_archive.txt' TO ArchiveFileName
               WHEN OTHER
                   MOVE 'generations_archive.txt' TO ArchiveFileName
           END-EVALUATE.
                       MOVE RE-BATCH-DATE(I) TO GR-BATCH-DATE
                       MOVE RE-TYPE(I) TO GR-TYPE
                       MOVE RE-FILE-NAME(I) TO GR-FILE-NAME
                       MOVE RE-CYCLE-NUMBER(I) TO GR-CYCLE-NUMBER
                       MOVE RE-RESTORED-DATE(I) TO GR-RESTORED-DATE
                       WRITE GenerationRegisterRecord
                   END-IF
               END-PERFORM
