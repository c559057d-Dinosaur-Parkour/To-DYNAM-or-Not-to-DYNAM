      *===============================================================
      *    FILE-CONTROL entry for the update journal - the before/
      *    after images of every add, change and delete made to
      *    TODYNRES, TODYNAUD and TODYNBAS, appended in the order
      *    they happen, for forward recovery (TODYNFRC) from the
      *    last cluster backup.  Plain sequential, opened EXTEND.
      *    COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNJRN-FILE ASSIGN TO "TODYNJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
