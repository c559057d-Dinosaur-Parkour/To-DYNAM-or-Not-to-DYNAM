                   And CTL-CARRY-MAX-DAYS > 0
                   Move CTL-CARRY-MAX-DAYS To WS-CARRY-MAX-DAYS
               End-If
               If CTL-ANOMALY-FACTOR Numeric
                   And CTL-ANOMALY-FACTOR > 0
                   Move CTL-ANOMALY-FACTOR To WS-ANOMALY-FACTOR
               End-If
               Close TODYNCTL-FILE
           End-If
           EXIT.
