      *    without re-archiving (its image is already on
      *    TODYNARR), so a pull-back never duplicates the archive.
           05 RR-PULLED-FLAG      PIC X(01).
      *    Load-module attribute version the sample was measured
      *    against - the TODYNLMA row (module + link stamp) that was
      *    current for RR-MODULE-NAME when the record was written
      *    (LMARTN.cpy).  Zero when the module was not in the
      *    attribute catalog, and on every record written before
      *    the catalog existed.  A change of version between two
      *    records of the same module means it was relinked between
      *    them.
           05 RR-ATTR-VER         PIC 9(04).
      *    Layout version the record was written under - stamped
      *    from WS-RES-LAYOUT-VER (RESWS) by every writer.  Blank on
      *    records written before the stamp existed; RLVRTN.cpy
      *    brings any older image up to the current layout.  Add a
      *    new field ahead of this one, bump WS-RES-LAYOUT-VER, and
      *    give RLVRTN an upgrade step for the version left behind.
           05 RR-LAYOUT-VER       PIC X(02).
