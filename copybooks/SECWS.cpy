      *===============================================================
      *    WORKING-STORAGE items supporting the security log.  COPY
      *    into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-SECFILE-CTL.
           05 WS-SECFILE-STATUS   PIC X(02).
