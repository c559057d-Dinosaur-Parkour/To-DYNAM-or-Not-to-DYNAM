      *===============================================================
      *    FILE-CONTROL entry for the load-module attribute catalog
      *    - one row per module per link stamp, kept by TODYNLMC
      *    from the AMBLIST map of TODYN.LOADLIB.  COPY into
      *    FILE-CONTROL.
      *===============================================================
           SELECT TODYNLMA-FILE ASSIGN TO "TODYNLMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMA-KEY
               FILE STATUS IS WS-LMAFILE-STATUS.
