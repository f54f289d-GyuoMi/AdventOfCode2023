       01 TrailerCalibrationValue PIC 9(10) VALUE 0.
       01 TrailerWordsValue PIC 9(10) VALUE 0.
       01 TrailerWordsNumeric PIC X VALUE 'N'.
       01 TrailerValueSign PIC X VALUE SPACE.
       01 TrailerValueSigned PIC S9(12) COMP VALUE 0.
       01 TrailerWordsSigned PIC S9(12) COMP VALUE 0.
       01 ExpectedTrailerCount PIC 9(9) VALUE 0.

       01 AuditErrorCount PIC 9(9) VALUE 0.
                   ADD 1 TO HeaderRecordCount
               WHEN 'D'
                   ADD 1 TO DetailRecordCount
                   PERFORM TALLY-DIGITS-VALUE
                   PERFORM TALLY-WORDS-VALUE
               WHEN 'A'
                   ADD 1 TO AdjustmentRecordCount
                   PERFORM TALLY-DIGITS-VALUE
                   PERFORM TALLY-WORDS-VALUE
               WHEN 'R'
                   ADD 1 TO RejectedRecordCount
                   MOVE CF-LINE-NUMBER TO TrailerLineNumber
                   MOVE CF-CALIBRATION-VALUE
                       TO TrailerCalibrationValue
                   MOVE CF-VALUE-SIGN TO TrailerValueSign
                   IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
                       MOVE CF-CALIBRATION-VALUE-WORDS
                           TO TrailerWordsValue
                           FeedRecordsRead
           END-EVALUATE.

       TALLY-DIGITS-VALUE.
           IF CF-VALUE-SIGN = '-'
               SUBTRACT CF-CALIBRATION-VALUE FROM DetailValueSum
           ELSE
               ADD CF-CALIBRATION-VALUE TO DetailValueSum
           END-IF.

       TALLY-WORDS-VALUE.
           IF CF-CALIBRATION-VALUE-WORDS IS NUMERIC
               IF CF-VALUE-SIGN = '-'
                   SUBTRACT CF-CALIBRATION-VALUE-WORDS
                       FROM DetailValueWordsSum
               ELSE
                   ADD CF-CALIBRATION-VALUE-WORDS
                       TO DetailValueWordsSum
               END-IF
           ELSE
               ADD 1 TO LegacyWordsCount
           END-IF.

       AUDIT-FEED-BALANCES.
           IF TrailerValueSign = '-'
               COMPUTE TrailerValueSigned = 0 - TrailerCalibrationValue
               COMPUTE TrailerWordsSigned = 0 - TrailerWordsValue
           ELSE
               MOVE TrailerCalibrationValue TO TrailerValueSigned
               MOVE TrailerWordsValue TO TrailerWordsSigned
           END-IF

           IF TrailerRecordCount = 0
               DISPLAY 'FEED AUDIT ERROR: no trailer record found - '
                       'feed may be truncated'
                   ADD 1 TO AuditErrorCount
               END-IF

               IF TrailerValueSigned NOT = DetailValueSum
                   MOVE DetailValueSum TO DetailValueSumDisplay
                   DISPLAY 'FEED AUDIT ERROR: trailer calibration '
                           'value ' TrailerCalibrationValue
                               'value - words-basis balance not '
                               'checked'
                   ELSE
                       IF TrailerWordsSigned NOT = DetailValueWordsSum
                           MOVE DetailValueWordsSum
                               TO DetailValueWordsSumDisplay
                           DISPLAY 'FEED AUDIT ERROR: trailer '
           IF TrailerWordsNumeric = 'Y'
               DISPLAY 'Trailer digits+words value: '
                       TrailerWordsValue
           END-IF
           IF TrailerValueSign = '-'
               DISPLAY 'Reversing feed: trailer values are negative '
                       '- GL backs them out'
           END-IF.
