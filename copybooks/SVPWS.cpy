      *===============================================================
      *    WORKING-STORAGE items supporting the savings projection
      *    history.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-SVPFILE-CTL.
           05 WS-SVPFILE-STATUS   PIC X(02).
