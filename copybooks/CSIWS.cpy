      *===============================================================
      *    WORKING-STORAGE items supporting the production call-
      *    site inventory.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-CSIFILE-CTL.
           05 WS-CSIFILE-STATUS   PIC X(02).
