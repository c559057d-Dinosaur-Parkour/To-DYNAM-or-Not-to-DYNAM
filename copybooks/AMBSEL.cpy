      *===============================================================
      *    FILE-CONTROL entries for the AMBLIST pass of the load-
      *    module attribute catalog - the LISTLOAD control cards
      *    TODYNLMC writes for AMBLIST's SYSIN, and the AMBLIST
      *    listing it reads back.  COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNAMC-FILE ASSIGN TO "TODYNAMC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMCFILE-STATUS.
           SELECT TODYNAML-FILE ASSIGN TO "TODYNAML"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMLFILE-STATUS.
