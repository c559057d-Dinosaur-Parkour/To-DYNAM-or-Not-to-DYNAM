           05 WS-LOAD-MAX-PCT     PIC 9(03)  COMP-5  Value 0.
           05 WS-LOAD-WAIT-MIN    PIC 9(03)  COMP-5  Value 0.
           05 WS-CARRY-MAX-DAYS   PIC 9(03)  COMP-5  Value 7.
           05 WS-ANOMALY-FACTOR   PIC 9(02)  COMP-5  Value 3.
