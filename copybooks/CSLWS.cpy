      *===============================================================
      *    WORKING-STORAGE items supporting the call-site scanner's
      *    input.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-CSLFILE-CTL.
           05 WS-CSLFILE-STATUS   PIC X(02).
