      *===============================================================
      *    FILE-CONTROL entry for the benchmark request queue - who
      *    asked for which module to be measured, why, by when, and
      *    what became of it.  Filled by the TODYNRQM intake panel,
      *    worked by the TODYNRQS nightly selector and closed by
      *    TODYNRQC.  COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNRQQ-FILE ASSIGN TO "TODYNRQQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-RQQFILE-STATUS.
