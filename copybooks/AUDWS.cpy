       01  WS-AUDFILE-CTL.
           05 WS-AUDFILE-STATUS   PIC X(02).
           05 WS-AUD-DATE-TIME    PIC X(21).
      *    Current AUDFD layout version - what every new or
      *    converted record is stamped with.
       01  WS-AUD-LAYOUT-VER      PIC X(02)  Value '01'.

      *---------------------------------------------------------------
      *    Run-identifying items.  Populated either from real text a
