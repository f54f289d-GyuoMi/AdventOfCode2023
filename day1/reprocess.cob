           05 GR-TYPE PIC X(10).
           05 FILLER PIC X(1).
           05 GR-FILE-NAME PIC X(200).
           05 FILLER PIC X(1).
           05 GR-CYCLE-NUMBER PIC X(2).
           05 FILLER PIC X(1).
           05 GR-RESTORED-DATE PIC X(8).

       FD BatchControlFile.
       COPY BATCHCTL.
               MOVE RunBatchDate TO GR-BATCH-DATE
               MOVE 'ADJUSTMENT' TO GR-TYPE
               MOVE AdjustmentFeedFileName TO GR-FILE-NAME
               MOVE RunCycleNumber TO GR-CYCLE-NUMBER
               WRITE GenerationRegisterRecord
               CLOSE GenerationRegisterFile
           ELSE
           MOVE CR-LINE-NUMBER TO CF-LINE-NUMBER
           MOVE ConcatenatedValue TO CF-CALIBRATION-VALUE
           MOVE RunCycleNumber TO CF-CYCLE-NUMBER
           IF CR-CYCLE-NUMBER IS NUMERIC
                   AND FUNCTION NUMVAL(CR-CYCLE-NUMBER) > 0
               MOVE CR-CYCLE-NUMBER TO CF-ORIGINAL-CYCLE
           END-IF
           IF DigitWordFound = 'Y'
               MOVE ConcatenatedValueWords
                   TO CF-CALIBRATION-VALUE-WORDS
