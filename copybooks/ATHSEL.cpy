      *===============================================================
      *    FILE-CONTROL entry for the panel authorization file (VSAM
      *    KSDS, keyed userid).  Maintained through TODYNATM, read
      *    by every maintenance panel before an update (ATHRTN.cpy).
      *    COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNATH-FILE ASSIGN TO "TODYNATH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATH-USERID
               FILE STATUS IS WS-ATHFILE-STATUS.
