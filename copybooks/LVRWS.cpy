      *===============================================================
      *    WORKING-STORAGE items for the record-layout upgrade
      *    routines (RLVRTN.cpy / ALVRTN.cpy).  The caller moves the
      *    image to WS-LVR-IMAGE and its length to WS-LVR-LEN (the
      *    full current length when the image came off a fixed-
      *    length file) before the Perform; WS-LVR-FROM-VER and
      *    WS-LVR-OUTCOME come back set.  COPY into WORKING-STORAGE
      *    SECTION.
      *===============================================================
       01  WS-LVR-CTL.
           05 WS-LVR-IMAGE        PIC X(256).
           05 WS-LVR-LEN          PIC 9(04)  COMP-5  Value 0.
           05 WS-LVR-FROM-VER     PIC X(02).
      *    'C' already current, 'U' upgraded to the current layout,
      *    'R' refused - a version newer than this program knows
      *    (or an unreadable stamp), left for a current program.
           05 WS-LVR-OUTCOME      PIC X(01).
