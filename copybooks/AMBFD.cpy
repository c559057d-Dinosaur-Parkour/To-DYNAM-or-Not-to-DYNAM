      *===============================================================
      *    FDs for the AMBLIST pass: 80-byte control cards out, the
      *    121-byte SYSPRINT listing (ASA control character in
      *    byte 1) in.  COPY into FILE SECTION.
      *===============================================================
       FD  TODYNAMC-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-AMBLIST-CARD            PIC X(80).

       FD  TODYNAML-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-AMBLIST-LINE            PIC X(121).
