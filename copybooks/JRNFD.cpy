      *===============================================================
      *    FD and record layout for the update journal.  One record
      *    per cluster update: when, which file, what was done, who
      *    did it, and the record image before and after.  An add
      *    has a blank before-image and a delete a blank after-
      *    image.  The images are full cluster records (RESFD /
      *    AUDFD / BASFD, left-justified, space-padded) - each
      *    carries its own layout-version stamp where the layout
      *    has one.  The images took up the record's spare bytes
      *    when RESFD grew to 128 - an entry cut before that holds
      *    124-byte images, so take a fresh backup (and empty the
      *    journal) straight after converting to a new RESFD
      *    layout; TODYNFRC never needs an entry older than the
      *    backup it rolls forward from.  COPY into FILE SECTION.
      *===============================================================
       FD  TODYNJRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-JOURNAL-REC.
           05 JRN-STAMP.
              10 JRN-DATE         PIC X(08).
      *       HHMMSS plus hundredths - ordering within the second
      *       comes from the journal's own record order.
              10 JRN-TIME         PIC X(08).
      *    'RES' TODYNRES, 'AUD' TODYNAUD, 'BAS' TODYNBAS
           05 JRN-FILE-ID         PIC X(03).
      *    'A' add, 'C' change (rewrite), 'D' delete
           05 JRN-ACTION          PIC X(01).
           05 JRN-PROGRAM         PIC X(08).
           05 JRN-JOBNAME         PIC X(08).
           05 JRN-USERID          PIC X(08).
           05 JRN-BEFORE-IMAGE    PIC X(128).
           05 JRN-AFTER-IMAGE     PIC X(128).
