      *===============================================================
      *    FD and record layout for the load-module attribute
      *    catalog.  Keyed by module + link date (and time, where
      *    the binder recorded one), so every relink of a module
      *    adds a row and the older rows stay behind as the
      *    attributes that module had while the older history was
      *    measured.  LMA-ATTR-VER numbers a module's rows 1, 2, 3
      *    in the order TODYNLMC first saw them - it is what the
      *    measurement programs stamp into RR-ATTR-VER.  COPY into
      *    FILE SECTION.
      *===============================================================
       FD  TODYNLMA-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-LMA-REC.
           05 LMA-KEY.
              10 LMA-KEY-MODULE   PIC X(08).
              10 LMA-KEY-LINK-DATE
                                  PIC X(08).
              10 LMA-KEY-LINK-TIME
                                  PIC X(06).
           05 LMA-ATTR-VER        PIC 9(04).
      *    Module size in bytes (the map's hex size, converted).
           05 LMA-MODULE-SIZE     PIC 9(09).
      *    '24', '31', '64' or 'ANY' - left-justified as listed.
           05 LMA-AMODE           PIC X(03).
           05 LMA-RMODE           PIC X(03).
      *    'Y' reentrant, 'N' not.
           05 LMA-RENT            PIC X(01).
      *    'Y' on the one row per module that the latest catalog
      *    run found in the library - the copy being measured now.
           05 LMA-CURRENT-SW      PIC X(01).
           05 LMA-FIRST-SEEN      PIC X(08).
           05 LMA-LAST-SEEN       PIC X(08).
           05 FILLER              PIC X(21).
