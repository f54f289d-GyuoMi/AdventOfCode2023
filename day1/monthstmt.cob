                           IF TransmitRegisterRecord NOT = SPACES
                                   AND TX-BATCH-DATE(1:6)
                                       = StatementMonth
                                   AND TX-BASIS NOT = 'R'
                               PERFORM NOTE-TRANSMIT-ENTRY
                           END-IF
                   END-READ
