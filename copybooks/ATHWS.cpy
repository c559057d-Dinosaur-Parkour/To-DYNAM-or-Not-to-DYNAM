      *===============================================================
      *    WORKING-STORAGE items for the panel authorization check
      *    (ATHRTN.cpy).  The caller moves its userid to
      *    WS-ATH-USERID and its PROGRAM-ID to WS-ATH-PROGRAM once,
      *    then for each update the role it needs to WS-ATH-NEED
      *    and a short description of the update to
      *    WS-ATH-ACTION-TEXT.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-ATHFILE-CTL.
           05 WS-ATHFILE-STATUS   PIC X(02).
           05 WS-ATH-USERID       PIC X(08)            Value Spaces.
           05 WS-ATH-PROGRAM      PIC X(08)            Value Spaces.
      *    Role the userid holds - Space when it has no record.
           05 WS-ATH-ROLE         PIC X(01)            Value Space.
              88 WS-ATH-HAS-NO-ROLE                    Value Space.
      *    Role an update needs: 'V' panel entry, 'O' operator
      *    update, 'C' certify, 'G' baseline supersede/retire,
      *    'A' authorization maintenance.
           05 WS-ATH-NEED         PIC X(01)            Value 'V'.
           05 WS-ATH-ACTION-TEXT  PIC X(12)            Value Spaces.
           05 WS-ATH-ALLOWED-SW   PIC X(01)            Value 'N'.
      *    Panel message line for a refusal, and the reason logged.
           05 WS-ATH-PANEL-MSG    PIC X(60)            Value Spaces.
           05 WS-ATH-REASON       PIC X(26)            Value Spaces.
           05 WS-ATH-DATE-TIME    PIC X(21).
      *    Role change being logged (TODYNATM).
           05 WS-ATH-TARGET-USER  PIC X(08)            Value Spaces.
           05 WS-ATH-OLD-ROLE     PIC X(01)            Value Space.
           05 WS-ATH-NEW-ROLE     PIC X(01)            Value Space.
