      *===============================================================
      *    WORKING-STORAGE items supporting reads of the proposed-
      *    recompile list.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-PRPFILE-CTL.
           05 WS-PRPFILE-STATUS   PIC X(02).
           05 WS-PRP-EOF-SW       PIC X(01)            Value 'N'.
