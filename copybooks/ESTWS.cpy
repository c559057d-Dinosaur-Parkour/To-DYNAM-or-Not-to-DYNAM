      *===============================================================
      *    WORKING-STORAGE items for the campaign batch-window
      *    estimate (ESTRTN.cpy).  The caller loads the module names
      *    into WS-EST-MODULE(1) thru WS-EST-MODULE(WS-EST-COUNT) -
      *    blank rows are skipped - and performs
      *    Estimate-Module-Durations; each row comes back with its
      *    estimated seconds for the full campaign and a 'G' in
      *    WS-EST-GUESSED-SW when the module had no TODYNRES
      *    history and was costed at the average of the ones that
      *    did.  Seven DYNAM steps in TODYNRUN walk the campaign
      *    list (TODYNAM1-5, 7 and 8); five samples per identifier
      *    set.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-EST-CTL.
           05 WS-EST-COUNT        PIC 9(03)      COMP-5  Value 0.
           05 WS-EST-IX           PIC 9(03)      COMP-5  Value 0.
           05 WS-EST-EOF-SW       PIC X(01)              Value 'N'.
      *    'N' when TODYNRES could not be opened - nothing was
      *    estimated and every row's seconds are zero.
           05 WS-EST-HISTORY-SW   PIC X(01)              Value 'N'.

       01  WS-EST-TABLE.
           05 WS-EST-ROW OCCURS 50 TIMES.
              10 WS-EST-MODULE    PIC X(08).
              10 WS-EST-WALL-SUM  PIC 9(09)V9(6) COMP-5.
              10 WS-EST-WALL-CNT  PIC 9(07)      COMP-5.
              10 WS-EST-GUESSED-SW
                                  PIC X(01).
              10 WS-EST-MODULE-SECS
                                  PIC 9(09)V9(2) COMP-5.

       01  WS-EST-WORK.
           05 WS-EST-PER-CALL     PIC 9(09)V9(6) COMP-5  Value 0.
           05 WS-EST-KNOWN-SUM    PIC 9(09)V9(6) COMP-5  Value 0.
           05 WS-EST-KNOWN-CNT    PIC 9(03)      COMP-5  Value 0.
           05 WS-EST-GUESS-AVG    PIC 9(09)V9(6) COMP-5  Value 0.
           05 WS-EST-TOTAL-SECS   PIC 9(09)V9(2) COMP-5  Value 0.
           05 WS-EST-TOTAL-MINS   PIC 9(07)V9(1) COMP-5  Value 0.
           05 WS-EST-STEP-COUNT   PIC 9(02)      COMP-5  Value 7.
           05 WS-EST-SAMPLES      PIC 9(02)      COMP-5  Value 5.
