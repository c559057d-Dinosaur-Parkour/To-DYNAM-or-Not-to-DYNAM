      *===============================================================
      *    WORKING-STORAGE items for the AMBLIST control cards and
      *    listing.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-AMBFILE-CTL.
           05 WS-AMCFILE-STATUS   PIC X(02).
           05 WS-AMLFILE-STATUS   PIC X(02).
