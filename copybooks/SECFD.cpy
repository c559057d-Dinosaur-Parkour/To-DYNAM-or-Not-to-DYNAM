      *===============================================================
      *    FD and record layout for the security log.  One record
      *    per event:
      *      V  violation   - an update refused for want of the
      *                       role, or a certification refused
      *                       because the certifier ran the
      *                       benchmark; SEC-ROLE is the role the
      *                       user held (blank = no record)
      *      R  role change - a grant, change or revocation made
      *                       through TODYNATM; SEC-USERID made it,
      *                       SEC-TARGET-USER received it
      *    COPY into FILE SECTION.
      *===============================================================
       FD  TODYNSEC-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-SECURITY-REC.
           05 SEC-DATE            PIC X(08).
           05 SEC-TIME            PIC X(06).
           05 SEC-TYPE            PIC X(01).
           05 SEC-USERID          PIC X(08).
           05 SEC-PROGRAM         PIC X(08).
           05 SEC-ACTION          PIC X(12).
           05 SEC-ROLE            PIC X(01).
           05 SEC-TARGET-USER     PIC X(08).
           05 SEC-OLD-ROLE        PIC X(01).
           05 SEC-NEW-ROLE        PIC X(01).
           05 SEC-REASON          PIC X(26).
