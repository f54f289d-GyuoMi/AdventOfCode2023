           05 GR-TYPE PIC X(10).
           05 FILLER PIC X(1).
           05 GR-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 GR-CYCLE-NUMBER PIC X(2).
           05 FILLER PIC X(1).
           05 GR-RESTORED-DATE PIC X(8).

       FD TransmitRegisterFile.
       COPY FEEDXMIT.
           MOVE RunBatchDate TO GR-BATCH-DATE
           MOVE 'DETAIL' TO GR-TYPE
           MOVE DetailReportFileName TO GR-FILE-NAME
           MOVE RunCycleNumber TO GR-CYCLE-NUMBER
           WRITE GenerationRegisterRecord

           MOVE SPACES TO GenerationRegisterRecord
           MOVE RunBatchDate TO GR-BATCH-DATE
           MOVE 'EXCEPTIONS' TO GR-TYPE
           MOVE ExceptionsReportFileName TO GR-FILE-NAME
           MOVE RunCycleNumber TO GR-CYCLE-NUMBER
           WRITE GenerationRegisterRecord

           MOVE SPACES TO GenerationRegisterRecord
           MOVE RunBatchDate TO GR-BATCH-DATE
           MOVE 'FEED' TO GR-TYPE
           MOVE FeedFileName TO GR-FILE-NAME
           MOVE RunCycleNumber TO GR-CYCLE-NUMBER
           WRITE GenerationRegisterRecord.

       CHECK-FEED-GENERATION.
               PERFORM LOG-OPERATIONAL-MESSAGE
               PERFORM SET-WARNING-RETURN-CODE
           ELSE
               PERFORM WRITE-SOURCE-MARKERS
               IF CheckpointRecordsProcessed > 0
                   PERFORM SKIP-CHECKPOINTED-RECORDS
                   MOVE CheckpointRecordsProcessed TO RecordsRead
           MOVE GrandTotalSumWords TO CF-CALIBRATION-VALUE-WORDS
           WRITE CalcFeedRecord.

       WRITE-SOURCE-MARKERS.
           MOVE SPACES TO DetailReportRecord
           STRING 'Source: ' DELIMITED BY SIZE
                  FUNCTION TRIM(InputFileName) DELIMITED BY SIZE
               INTO DetailReportRecord
           WRITE DetailReportRecord

           MOVE SPACES TO ExceptionsReportRecord
           STRING 'Source: ' DELIMITED BY SIZE
                  FUNCTION TRIM(InputFileName) DELIMITED BY SIZE
               INTO ExceptionsReportRecord
           WRITE ExceptionsReportRecord.

       WRITE-DETAIL-LINE.
           MOVE TotalSum TO TotalSumDisplay
           MOVE SPACES TO DetailReportRecord
