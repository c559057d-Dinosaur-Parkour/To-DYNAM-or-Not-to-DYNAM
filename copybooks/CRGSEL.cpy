      *===============================================================
      *    FILE-CONTROL entry for the recompile change register
      *    (VSAM KSDS, keyed caller + module + recompile date).
      *    Maintained through TODYNCRM, verified by TODYNCRV.  COPY
      *    into FILE-CONTROL.
      *===============================================================
           SELECT TODYNCRG-FILE ASSIGN TO "TODYNCRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-KEY
               FILE STATUS IS WS-CRGFILE-STATUS.
