      *    retried by TODYNSMX before it is reported permanently
      *    unmatched (0 = default 7).
           05 CTL-CARRY-MAX-DAYS  PIC 9(03).
      *    Production volume anomaly tolerance: TODYNPVA flags a
      *    jobname/module day whose calls or CPU exceed this many
      *    times its same-weekday trailing average (0 = default 3).
           05 CTL-ANOMALY-FACTOR  PIC 9(02).
