      *===============================================================
      *    FILE-CONTROL entry for the security log - refused panel
      *    updates and authorization changes, appended by the
      *    panels (ATHRTN.cpy) and reported daily by TODYNATR.
      *    COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNSEC-FILE ASSIGN TO "TODYNSEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECFILE-STATUS.
