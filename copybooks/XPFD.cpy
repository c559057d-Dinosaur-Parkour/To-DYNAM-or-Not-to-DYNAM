      *    and TODYNMRG loads into the central consolidated
      *    clusters.  Each record is a 3-byte type tag in front of
      *    a byte-for-byte cluster record image:
      *      'HDR'  exporting system id + export date/time, and
      *             the RESFD/AUDFD layout versions the exporting
      *             programs write (each image also carries its own
      *             stamp - TODYNMRG converts or refuses by that)
      *      'RES'  one TODYNRES record image (RESFD layout; the
      *             run environment rides inside the image, so no
      *             separate environment records are needed)
           LABEL RECORDS ARE STANDARD.
       01  WS-TRANSPORT-REC.
           05 XPT-REC-TYPE        PIC X(03).
           05 XPT-IMAGE           PIC X(128).
           05 XPT-HDR-DATA REDEFINES XPT-IMAGE.
              10 XPT-HDR-SYSTEM   PIC X(08).
              10 XPT-HDR-DATE     PIC X(08).
              10 XPT-HDR-TIME     PIC X(06).
              10 XPT-HDR-RES-VER  PIC X(02).
              10 XPT-HDR-AUD-VER  PIC X(02).
              10 FILLER           PIC X(102).
           05 XPT-TRL-DATA REDEFINES XPT-IMAGE.
              10 XPT-TRL-RES-CNT  PIC 9(07).
              10 XPT-TRL-AUD-CNT  PIC 9(07).
              10 FILLER           PIC X(114).
