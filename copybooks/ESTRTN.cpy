      *===============================================================
      *    Campaign batch-window estimate: per listed module, the
      *    historical per-call wall cost from TODYNRES times the
      *    current iteration count (WS-ITER-COUNT, from CTLREAD),
      *    times 5 samples per set, times the 7 DYNAM steps that
      *    walk the list.  TODYNAM6 is static and takes no list;
      *    unstable sets are excluded as everywhere else.  Wall,
      *    not CPU, because the window is elapsed time.  A module
      *    with no history is costed at the average of the listed
      *    modules that have some.
      *
      *    Shared by the TODYNMLM planner panel and the TODYNRQS
      *    request selector so both answer the batch-window
      *    question with the same numbers.  Caller must have
      *    RESSEL/RESFD/RESWS, CTLWS and ESTWS in place.  COPY into
      *    PROCEDURE DIVISION.
      *===============================================================
       Estimate-Module-Durations.
           Move 0 To WS-EST-TOTAL-SECS
           Perform Varying WS-EST-IX From 1 By 1
                   Until WS-EST-IX > WS-EST-COUNT
               Move 0   To WS-EST-WALL-SUM(WS-EST-IX)
               Move 0   To WS-EST-WALL-CNT(WS-EST-IX)
               Move ' ' To WS-EST-GUESSED-SW(WS-EST-IX)
               Move 0   To WS-EST-MODULE-SECS(WS-EST-IX)
           End-Perform
           Move 'N' To WS-EST-HISTORY-SW
           Open Input TODYNRES-FILE
           If WS-RESFILE-STATUS = '00'
               Move 'Y' To WS-EST-HISTORY-SW
               Move 'N' To WS-EST-EOF-SW
               Perform Until WS-EST-EOF-SW = 'Y'
                   Read TODYNRES-FILE Next Record
                       At End
                           Move 'Y' To WS-EST-EOF-SW
                       Not At End
      *                    Cold-start ('F') records carry an
      *                    iteration count of 1, so one fetch cost
      *                    would enter the per-call average and
      *                    then be multiplied by the full iteration
      *                    count - the same exclusion TODYNREC and
      *                    TODYNSAV apply.  Calibration ('N')
      *                    records are excluded for explicitness.
                           If RR-ITER-COUNT > 0
                               And RR-STABLE-FLAG Not = 'U'
                               And RR-KEY-CALLTYPE Not = 'F'
                               And RR-KEY-CALLTYPE Not = 'N'
                               Perform Fold-History-Into-Estimate
                           End-If
                   End-Read
               End-Perform
               Close TODYNRES-FILE
               Perform Price-Module-Estimates
           End-If
           EXIT.


       Fold-History-Into-Estimate.
           Perform Varying WS-EST-IX From 1 By 1
                   Until WS-EST-IX > WS-EST-COUNT
               If WS-EST-MODULE(WS-EST-IX) Not = Spaces
                   And WS-EST-MODULE(WS-EST-IX) = RR-MODULE-NAME
                   Compute WS-EST-WALL-SUM(WS-EST-IX) =
                       WS-EST-WALL-SUM(WS-EST-IX)
                           + (RR-WALL-DIFF / RR-ITER-COUNT)
                   Add 1 To WS-EST-WALL-CNT(WS-EST-IX)
                   Move WS-EST-COUNT To WS-EST-IX
               End-If
           End-Perform
           EXIT.


       Price-Module-Estimates.
      *    First pass - the modules with history set the guess
      *    average for the ones without any.
           Move 0 To WS-EST-KNOWN-SUM
           Move 0 To WS-EST-KNOWN-CNT
           Perform Varying WS-EST-IX From 1 By 1
                   Until WS-EST-IX > WS-EST-COUNT
               If WS-EST-MODULE(WS-EST-IX) Not = Spaces
                   And WS-EST-WALL-CNT(WS-EST-IX) > 0
                   Compute WS-EST-PER-CALL =
                       WS-EST-WALL-SUM(WS-EST-IX)
                           / WS-EST-WALL-CNT(WS-EST-IX)
                   Add WS-EST-PER-CALL To WS-EST-KNOWN-SUM
                   Add 1               To WS-EST-KNOWN-CNT
               End-If
           End-Perform
           Move 0 To WS-EST-GUESS-AVG
           If WS-EST-KNOWN-CNT > 0
               Compute WS-EST-GUESS-AVG =
                   WS-EST-KNOWN-SUM / WS-EST-KNOWN-CNT
           End-If
      *    Second pass - price every listed module.
           Perform Varying WS-EST-IX From 1 By 1
                   Until WS-EST-IX > WS-EST-COUNT
               If WS-EST-MODULE(WS-EST-IX) Not = Spaces
                   Perform Price-One-Module
               End-If
           End-Perform
           Compute WS-EST-TOTAL-MINS Rounded =
               WS-EST-TOTAL-SECS / 60
           EXIT.


       Price-One-Module.
           If WS-EST-WALL-CNT(WS-EST-IX) > 0
               Compute WS-EST-PER-CALL =
                   WS-EST-WALL-SUM(WS-EST-IX)
                       / WS-EST-WALL-CNT(WS-EST-IX)
           Else
               Move WS-EST-GUESS-AVG To WS-EST-PER-CALL
               Move 'G' To WS-EST-GUESSED-SW(WS-EST-IX)
           End-If
           Compute WS-EST-MODULE-SECS(WS-EST-IX) Rounded =
               WS-EST-PER-CALL * WS-ITER-COUNT
                   * WS-EST-SAMPLES * WS-EST-STEP-COUNT
           Add WS-EST-MODULE-SECS(WS-EST-IX) To WS-EST-TOTAL-SECS
           EXIT.
