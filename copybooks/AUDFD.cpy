      *    archive - housekeeping drops it without re-archiving,
      *    same as RR-PULLED-FLAG on the results history.
           05 AUD-PULLED-FLAG        PIC X(01).
      *    Layout version - stamped from WS-AUD-LAYOUT-VER (AUDWS)
      *    by every writer, blank on records written before the
      *    stamp; ALVRTN.cpy upgrades older images, same rules as
      *    RR-LAYOUT-VER.
           05 AUD-LAYOUT-VER         PIC X(02).
