               10 RG-STATUS PIC X(1).
               10 RG-CYCLE-NUMBER PIC X(2).
               10 RG-BASIS PIC X(1).
               10 RG-RELATED-SEQUENCE PIC X(6).
       01 RegisterCount PIC 9(4) VALUE 0.
       01 RegisterOverflowCount PIC 9(6) VALUE 0.
       01 I PIC 9(4) VALUE 0.
                                   MOVE '01' TO
                                       RG-CYCLE-NUMBER(RegisterCount)
                               END-IF
                               IF TX-BASIS = SPACE
                                   MOVE 'D' TO
                                       RG-BASIS(RegisterCount)
                               ELSE
                                   MOVE TX-BASIS TO
                                       RG-BASIS(RegisterCount)
                               END-IF
                               MOVE TX-RELATED-SEQUENCE TO
                                   RG-RELATED-SEQUENCE(RegisterCount)
                           END-IF
                   END-READ
               END-PERFORM
               IF AK-LOADED-COUNT = RG-RECORD-COUNT(MatchIndex)
                       AND AK-LOADED-VALUE
                           = RG-TOTAL-VALUE(MatchIndex)
                   IF RG-STATUS(MatchIndex) NOT = 'R'
                       MOVE 'A' TO RG-STATUS(MatchIndex)
                   END-IF
                   ADD 1 TO AcksMatched
                   DISPLAY 'Feed seq ' AK-SEQUENCE-NUMBER
                           ' (basis ' RG-BASIS(MatchIndex)
                           ') acknowledged: ' AK-LOADED-COUNT
                           ' record(s), value ' AK-LOADED-VALUE
               ELSE
                   IF RG-STATUS(MatchIndex) NOT = 'R'
                       MOVE 'X' TO RG-STATUS(MatchIndex)
                   END-IF
                   ADD 1 TO AckExceptionCount
                   DISPLAY 'ACK EXCEPTION: seq ' AK-SEQUENCE-NUMBER
                           ' (basis ' RG-BASIS(MatchIndex)
                   MOVE RG-STATUS(I) TO TX-STATUS
                   MOVE RG-CYCLE-NUMBER(I) TO TX-CYCLE-NUMBER
                   MOVE RG-BASIS(I) TO TX-BASIS
                   MOVE RG-RELATED-SEQUENCE(I) TO TX-RELATED-SEQUENCE
                   WRITE TransmitRegisterRecord
               END-PERFORM
               CLOSE TransmitRegisterFile
