      *===============================================================
      *    WORKING-STORAGE items supporting the recompile change
      *    register.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-CRGFILE-CTL.
           05 WS-CRGFILE-STATUS   PIC X(02).
