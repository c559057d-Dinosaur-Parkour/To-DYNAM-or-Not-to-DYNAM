      *===============================================================
      *    FD and record layout for the benchmark request queue.
      *    One record per request, keyed by a request number the
      *    intake panel assigns (highest on file plus one).
      *
      *    RQ-STATUS lifecycle:
      *      'O' open      - waiting for a night with window room
      *      'S' selected  - picked into tonight's TODYNMLS by
      *                      TODYNRQS (RQ-SEL-DATE/TIME stamped)
      *      'C' complete  - measured; RQ-RUN-DATE/RQ-RUN-TIME hold
      *                      the RR-KEY-DATE/RR-KEY-TIME stamp of the
      *                      first TODYNRES record the run wrote for
      *                      the module, the same run stamp TODYNBSM
      *                      certifies by
      *      'X' cancelled - withdrawn at the panel
      *    A selected request whose run never completed goes back
      *    to 'O' the next night rather than sitting in 'S'.
      *    RQ-PRIORITY 1 is the most urgent, 9 the least.  COPY
      *    into FILE SECTION.
      *===============================================================
       FD  TODYNRQQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-REQUEST-REC.
           05 RQ-KEY.
              10 RQ-KEY-NUMBER    PIC 9(06).
           05 RQ-REQUESTER        PIC X(08).
           05 RQ-MODULE           PIC X(08).
           05 RQ-REASON           PIC X(40).
           05 RQ-PRIORITY         PIC 9(01).
           05 RQ-DATE-NEEDED      PIC X(08).
           05 RQ-STATUS           PIC X(01).
           05 RQ-ENTRY-USER       PIC X(08).
           05 RQ-ENTRY-DATE       PIC X(08).
           05 RQ-ENTRY-TIME       PIC X(06).
           05 RQ-SEL-DATE         PIC X(08).
           05 RQ-SEL-TIME         PIC X(06).
           05 RQ-RUN-DATE         PIC X(08).
           05 RQ-RUN-TIME         PIC X(06).
           05 RQ-CLOSE-DATE       PIC X(08).
           05 FILLER              PIC X(10).
