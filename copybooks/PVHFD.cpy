      *===============================================================
      *    FD and record layout for the production volume history.
      *    One record per production day/jobname/module, loaded by
      *    TODYNPVA from TODYNSMF (calls and CPU) or, for a pair the
      *    SMF attribution never produced, TODYNCCF (calls only).
      *    A record with low-values jobname and module marks a day
      *    the feeds covered at all, so a pair missing from that
      *    day reads as zero calls rather than as no data.
      *
      *    PVH-STATUS: space = ordinary day, 'F' = flagged as an
      *    anomaly and held out of the TODYNSAV volumes, 'A' = a
      *    flagged day an analyst has accepted (TODYNPVM) - it
      *    counts again, and joins the trailing history.
      *    PVH-KIND says why it was flagged: 'S' call-count spike,
      *    'C' CPU spike, 'Z' dropped to zero, 'N' new job/module
      *    pair.  The baseline fields keep the figures it was
      *    judged against.  COPY into FILE SECTION.
      *===============================================================
       FD  TODYNPVH-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-PROD-VOLUME-REC.
           05 PVH-KEY.
              10 PVH-KEY-DATE     PIC X(08).
              10 PVH-KEY-JOBNAME  PIC X(08).
              10 PVH-KEY-MODULE   PIC X(08).
           05 PVH-CALLS           PIC 9(09).
           05 PVH-CPU-SECS        PIC 9(09)V9(06).
      *    'S' TODYNSMF, 'C' TODYNCCF, space = no feed row (a
      *    drop-to-zero flag).
           05 PVH-SOURCE          PIC X(01).
           05 PVH-LOAD-STAMP      PIC X(14).
           05 PVH-STATUS          PIC X(01).
              88 PVH-FLAGGED                  Value 'F'.
              88 PVH-ACCEPTED                 Value 'A'.
           05 PVH-KIND            PIC X(01).
           05 PVH-BASE-CALLS      PIC 9(09).
           05 PVH-BASE-CPU-SECS   PIC 9(09)V9(06).
           05 PVH-BASE-WEEKS      PIC 9(02).
           05 PVH-ACC-USER        PIC X(08).
           05 PVH-ACC-DATE        PIC X(08).
           05 PVH-ACC-TIME        PIC X(06).
           05 FILLER              PIC X(07).
