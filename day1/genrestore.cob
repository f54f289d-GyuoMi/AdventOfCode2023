       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. genrestore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchiveIndexFile
                  ASSIGN TO DYNAMIC ArchiveIndexFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchiveIndexFileStatus.

           SELECT ArchiveFile ASSIGN TO DYNAMIC ArchiveFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchiveFileStatus.

           SELECT GenerationFile
                  ASSIGN TO DYNAMIC GenerationFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GenerationFileStatus.

           SELECT GenerationRegisterFile
                  ASSIGN TO DYNAMIC GenerationRegisterFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GenerationRegisterFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ArchiveIndexFile.
       COPY ARCHIDX.

       FD ArchiveFile.
       01 ArchiveRecord PIC X(250).

       FD GenerationFile.
       01 GenerationRecord PIC X(250).

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

       WORKING-STORAGE SECTION.
       01 ArchiveIndexFileName PIC X(200) VALUE SPACES.
       01 ArchiveIndexFileStatus PIC XX.
       01 ArchiveFileName PIC X(200) VALUE SPACES.
       01 ArchiveFileStatus PIC XX.
       01 GenerationFileName PIC X(200) VALUE SPACES.
       01 GenerationFileStatus PIC XX.
       01 GenerationRegisterFileName PIC X(200) VALUE SPACES.
       01 GenerationRegisterFileStatus PIC XX.
       01 CommandLineArg PIC X(200) VALUE SPACES.
       01 CurrentDateTime PIC X(21).
       01 EndOfIndexFile PIC X VALUE 'N'.
       01 EndOfArchiveFile PIC X VALUE 'N'.

       01 RestoreFileName PIC X(200) VALUE SPACES.
       01 RestoreRefused PIC X VALUE 'N'.
       01 IndexEntryFound PIC X VALUE 'N'.
       01 IndexEntriesForFile PIC 9(5) VALUE 0.
       01 SavedIndexRecord PIC X(327) VALUE SPACES.
       01 GenerationIsFeed PIC X VALUE 'N'.

       01 ArchivePosition PIC 9(9) VALUE 0.
       01 LastPositionWanted PIC 9(9) VALUE 0.
       01 RecordsRestored PIC 9(9) VALUE 0.
       01 RestoredControlTotal PIC S9(12) COMP VALUE 0.
       01 IndexControlTotal PIC S9(12) COMP VALUE 0.
       01 RestoredControlDisplay PIC -9(12).
       01 IndexControlDisplay PIC -9(12).
       COPY CALCFEED REPLACING ==CalcFeedRecord== BY
           ==RestoreFeedImage== LEADING ==CF-== BY ==RI-==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE TO CurrentDateTime

           IF RestoreFileName = SPACES
               DISPLAY 'RESTORE REFUSED: no generation named - give '
                       'the original file name as the argument or in '
                       'RESTORE_FILE'
               MOVE 'Y' TO RestoreRefused
           END-IF

           IF RestoreRefused = 'N'
               PERFORM FIND-INDEX-ENTRY
           END-IF
           IF RestoreRefused = 'N'
               PERFORM CHECK-GENERATION-ABSENT
           END-IF
           IF RestoreRefused = 'N'
               PERFORM REBUILD-GENERATION
           END-IF
           IF RestoreRefused = 'N'
               PERFORM VERIFY-REBUILT-GENERATION
           END-IF

           IF RestoreRefused = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-RESTORED-GENERATION

           DISPLAY 'Generation restored: '
                   FUNCTION TRIM(GenerationFileName) ' (batch '
                   AX-BATCH-DATE ', ' FUNCTION TRIM(AX-TYPE) ') - '
                   RecordsRestored ' record(s) from '
                   FUNCTION TRIM(ArchiveFileName) ' record '
                   AX-START-POSITION ', control total '
                   RestoredControlDisplay ' agrees with the index'.

           STOP RUN.

       DETERMINE-FILE-NAMES.
           MOVE SPACES TO CommandLineArg
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CommandLineArg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CommandLineArg
           END-ACCEPT

           IF CommandLineArg NOT = SPACES
               MOVE CommandLineArg TO RestoreFileName
           ELSE
               ACCEPT RestoreFileName FROM ENVIRONMENT 'RESTORE_FILE'
           END-IF

           ACCEPT ArchiveIndexFileName FROM ENVIRONMENT
               'ARCHIVE_INDEX'
           IF ArchiveIndexFileName = SPACES
               MOVE 'archive_index.txt' TO ArchiveIndexFileName
           END-IF

           ACCEPT GenerationRegisterFileName FROM ENVIRONMENT
               'GEN_REGISTER'
           IF GenerationRegisterFileName = SPACES
               MOVE 'report_generations.txt'
                   TO GenerationRegisterFileName
           END-IF.

       FIND-INDEX-ENTRY.
           MOVE 'N' TO EndOfIndexFile
           MOVE 'N' TO IndexEntryFound
           MOVE 0 TO IndexEntriesForFile

           OPEN INPUT ArchiveIndexFile
           IF ArchiveIndexFileStatus NOT = '00'
               DISPLAY 'RESTORE REFUSED: unable to open archive '
                       'index ' FUNCTION TRIM(ArchiveIndexFileName)
                       ' (status ' ArchiveIndexFileStatus ')'
               MOVE 'Y' TO RestoreRefused
           ELSE
               PERFORM UNTIL EndOfIndexFile = 'Y'
                   READ ArchiveIndexFile
                       AT END
                           MOVE 'Y' TO EndOfIndexFile
                       NOT AT END
                           IF FUNCTION TRIM(AX-FILE-NAME)
                                   = FUNCTION TRIM(RestoreFileName)
                               MOVE ArchiveIndexRecord
                                   TO SavedIndexRecord
                               MOVE 'Y' TO IndexEntryFound
                               ADD 1 TO IndexEntriesForFile
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveIndexFile

               IF IndexEntryFound = 'N'
                   DISPLAY 'RESTORE REFUSED: '
                           FUNCTION TRIM(RestoreFileName)
                           ' is not on the archive index '
                           FUNCTION TRIM(ArchiveIndexFileName)
                   MOVE 'Y' TO RestoreRefused
               ELSE
                   MOVE SavedIndexRecord TO ArchiveIndexRecord
                   MOVE AX-ARCHIVE-FILE-NAME TO ArchiveFileName
                   MOVE AX-FILE-NAME TO GenerationFileName
                   IF IndexEntriesForFile > 1
                       DISPLAY 'NOTE: ' FUNCTION TRIM(RestoreFileName)
                               ' was archived ' IndexEntriesForFile
                               ' times - restoring the latest, '
                               'archived ' AX-ARCHIVED-DATE
                   END-IF
                   EVALUATE AX-TYPE
                       WHEN 'FEED'
                       WHEN 'ADJUSTMENT'
                       WHEN 'REVERSAL'
                           MOVE 'Y' TO GenerationIsFeed
                       WHEN OTHER
                           MOVE 'N' TO GenerationIsFeed
                   END-EVALUATE
                   IF AX-CONTROL-SIGN = '-'
                       COMPUTE IndexControlTotal =
                           0 - AX-CONTROL-TOTAL
                   ELSE
                       MOVE AX-CONTROL-TOTAL TO IndexControlTotal
                   END-IF
               END-IF
           END-IF.

       CHECK-GENERATION-ABSENT.
           OPEN INPUT GenerationFile
           IF GenerationFileStatus = '00'
               CLOSE GenerationFile
               DISPLAY 'RESTORE REFUSED: '
                       FUNCTION TRIM(GenerationFileName)
                       ' already exists - it is not overwritten from '
                       'the archive'
               MOVE 'Y' TO RestoreRefused
           END-IF.

       REBUILD-GENERATION.
           MOVE 'N' TO EndOfArchiveFile
           MOVE 0 TO ArchivePosition
           MOVE 0 TO RecordsRestored
           MOVE 0 TO RestoredControlTotal
           COMPUTE LastPositionWanted =
               AX-START-POSITION + AX-RECORD-COUNT - 1

           OPEN INPUT ArchiveFile
           IF ArchiveFileStatus NOT = '00'
               DISPLAY 'RESTORE REFUSED: unable to open archive '
                       FUNCTION TRIM(ArchiveFileName)
                       ' (status ' ArchiveFileStatus ')'
               MOVE 'Y' TO RestoreRefused
           ELSE
               OPEN OUTPUT GenerationFile
               IF GenerationFileStatus NOT = '00'
                   DISPLAY 'RESTORE REFUSED: unable to create '
                           FUNCTION TRIM(GenerationFileName)
                           ' (status ' GenerationFileStatus ')'
                   MOVE 'Y' TO RestoreRefused
               ELSE
                   PERFORM UNTIL EndOfArchiveFile = 'Y'
                       READ ArchiveFile
                           AT END
                               MOVE 'Y' TO EndOfArchiveFile
                           NOT AT END
                               ADD 1 TO ArchivePosition
                               IF ArchivePosition > LastPositionWanted
                                   MOVE 'Y' TO EndOfArchiveFile
                               ELSE
                                   IF ArchivePosition
                                           >= AX-START-POSITION
                                       PERFORM RESTORE-ONE-RECORD
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GenerationFile
               END-IF
               CLOSE ArchiveFile
           END-IF.

       RESTORE-ONE-RECORD.
           MOVE ArchiveRecord TO GenerationRecord
           WRITE GenerationRecord
           ADD 1 TO RecordsRestored

           IF GenerationIsFeed = 'Y'
               MOVE ArchiveRecord TO RestoreFeedImage
               IF (RI-RECORD-TYPE = 'D' OR RI-RECORD-TYPE = 'A')
                       AND RI-CALIBRATION-VALUE IS NUMERIC
                   IF RI-VALUE-SIGN = '-'
                       SUBTRACT RI-CALIBRATION-VALUE
                           FROM RestoredControlTotal
                   ELSE
                       ADD RI-CALIBRATION-VALUE
                           TO RestoredControlTotal
                   END-IF
               END-IF
           ELSE
               IF ArchiveRecord NOT = SPACES
                   ADD FUNCTION LENGTH
                           (FUNCTION TRIM(ArchiveRecord TRAILING))
                       TO RestoredControlTotal
               END-IF
           END-IF.

       VERIFY-REBUILT-GENERATION.
           MOVE RestoredControlTotal TO RestoredControlDisplay
           MOVE IndexControlTotal TO IndexControlDisplay

           IF RecordsRestored NOT = AX-RECORD-COUNT
                   OR RestoredControlTotal NOT = IndexControlTotal
               DISPLAY 'RESTORE FAILED: rebuilt '
                       FUNCTION TRIM(GenerationFileName) ' has '
                       RecordsRestored ' record(s), control total '
                       RestoredControlDisplay ' but the index holds '
                       AX-RECORD-COUNT ' record(s), control total '
                       IndexControlDisplay ' - rebuilt file removed'
               DELETE FILE GenerationFile
               MOVE 'Y' TO RestoreRefused
           END-IF.

       REGISTER-RESTORED-GENERATION.
           OPEN EXTEND GenerationRegisterFile
           IF GenerationRegisterFileStatus = '05'
                   OR GenerationRegisterFileStatus = '35'
               OPEN OUTPUT GenerationRegisterFile
           END-IF

           IF GenerationRegisterFileStatus = '00'
               MOVE SPACES TO GenerationRegisterRecord
               MOVE AX-BATCH-DATE TO GR-BATCH-DATE
               MOVE AX-TYPE TO GR-TYPE
               MOVE AX-FILE-NAME TO GR-FILE-NAME
               MOVE AX-CYCLE-NUMBER TO GR-CYCLE-NUMBER
               MOVE CurrentDateTime(1:8) TO GR-RESTORED-DATE
               WRITE GenerationRegisterRecord
               CLOSE GenerationRegisterFile
           ELSE
               DISPLAY 'WARNING: unable to update generation '
                       'register '
                       FUNCTION TRIM(GenerationRegisterFileName)
                       ' (status ' GenerationRegisterFileStatus
                       ') - housekeeping will not remove '
                       FUNCTION TRIM(GenerationFileName)
                       ' when its retention runs out'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
