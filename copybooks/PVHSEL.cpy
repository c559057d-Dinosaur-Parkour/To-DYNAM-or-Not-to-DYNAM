      *===============================================================
      *    FILE-CONTROL entry for the production volume history -
      *    each jobname/module's daily call count and CPU as the
      *    production feeds reported them, with the anomaly flag
      *    TODYNPVA sets and the analyst acceptance TODYNPVM
      *    records.  COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNPVH-FILE ASSIGN TO "TODYNPVH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVH-KEY
               FILE STATUS IS WS-PVHFILE-STATUS.
