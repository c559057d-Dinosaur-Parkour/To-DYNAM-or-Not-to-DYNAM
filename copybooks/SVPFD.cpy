      *===============================================================
      *    FD and record layout for the savings projection history.
      *    One record per module per caller to recompile, carrying
      *    that caller's share of the module's projected saving (its
      *    changing call sites over the module's inventoried call
      *    sites); one record per module with SVP-CALLER spaces when
      *    the run had no call-site inventory.  SVP-DELTA-PER-CALL
      *    is the benchmark's per-call CPU saving the projection
      *    used.  SVP-RUN-DATE and SVP-RUN-TIME are the same on
      *    every row of one run, so a rerun on the same day can be
      *    told apart from the run it replaces (rows written before
      *    the time was kept carry spaces there).  COPY into FILE
      *    SECTION.
      *===============================================================
       FD  TODYNSVP-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-PROJECTION-REC.
           05 SVP-MODULE          PIC X(08).
           05 SVP-CALLER          PIC X(08).
           05 SVP-RUN-DATE        PIC X(08).
           05 SVP-SAVE-YEAR       PIC 9(11)V9(02).
           05 SVP-CALLS-DAY       PIC 9(09)V9(02).
           05 SVP-DELTA-PER-CALL  PIC 9(03)V9(06).
           05 SVP-CHG-SITES       PIC 9(05).
           05 SVP-MOD-SITES       PIC 9(05).
           05 SVP-RUN-TIME        PIC X(06).
           05 FILLER              PIC X(07).
