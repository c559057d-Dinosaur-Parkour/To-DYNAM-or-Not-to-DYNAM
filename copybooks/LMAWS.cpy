      *===============================================================
      *    WORKING-STORAGE items for the load-module attribute
      *    catalog and its in-storage copy (LMARTN.cpy).  A missing
      *    TODYNLMA leaves the table empty - the measurement
      *    programs then stamp attribute version 0000 and the
      *    reports print no attribute lines.  COPY into
      *    WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-LMA-CTL.
           05 WS-LMAFILE-STATUS   PIC X(02).
           05 WS-LMA-EOF-SW       PIC X(01)            Value 'N'.
           05 WS-LMA-COUNT        PIC 9(04)  COMP-5    Value 0.
           05 WS-LMA-IX           PIC 9(04)  COMP-5    Value 0.
      *    Lookup arguments and answer - WS-LMA-LOOK-IX is the table
      *    row found, zero when none.
           05 WS-LMA-LOOK-MODULE  PIC X(08)            Value Spaces.
           05 WS-LMA-LOOK-VER     PIC 9(04)            Value 0.
           05 WS-LMA-LOOK-IX      PIC 9(04)  COMP-5    Value 0.
      *    The module last stamped and the version it got, so a
      *    sample set of one module looks the catalog up once.
           05 WS-LMA-STAMP-MODULE PIC X(08)            Value Spaces.
           05 WS-LMA-STAMP-VER    PIC 9(04)            Value 0.
           05 WS-LMA-SHOW-SIZE    PIC ZZZ,ZZZ,ZZ9.

       01  WS-LMA-TABLE.
           05 WS-LMT-ROW OCCURS 500 TIMES.
              10 WS-LMT-MODULE    PIC X(08).
              10 WS-LMT-LINK-DATE PIC X(08).
              10 WS-LMT-LINK-TIME PIC X(06).
              10 WS-LMT-VER       PIC 9(04).
              10 WS-LMT-SIZE      PIC 9(09).
              10 WS-LMT-AMODE     PIC X(03).
              10 WS-LMT-RMODE     PIC X(03).
              10 WS-LMT-RENT      PIC X(01).
              10 WS-LMT-CURRENT   PIC X(01).
