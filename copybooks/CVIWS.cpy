      *===============================================================
      *    WORKING-STORAGE items supporting reads of the layout-
      *    conversion input.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-CVIFILE-CTL.
           05 WS-CVIFILE-STATUS   PIC X(02).
           05 WS-CVI-LEN          PIC 9(05)  COMP-5  Value 0.
