      *===============================================================
      *    WORKING-STORAGE items supporting the update journal.
      *    COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-JRNFILE-CTL.
           05 WS-JRNFILE-STATUS   PIC X(02).
           05 WS-JRN-OK-SW        PIC X(01)  Value 'N'.
           05 WS-JRN-OPEN-SW      PIC X(01)  Value 'N'.
           05 WS-JRN-OPENS        PIC 9(02)  COMP-5  Value 0.
           05 WS-JRN-DATE-TIME    PIC X(21).
           05 WS-JRN-WRITTEN      PIC 9(07)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Who is updating - the caller moves its PROGRAM-ID (and
      *    the jobname/userid when it already has them) before
      *    Perform Open-Journal-File; blanks are filled from
      *    TODYNJOB.
      *---------------------------------------------------------------
       01  WS-JRN-PROGRAM         PIC X(08)  Value Spaces.
       01  WS-JRN-JOBNAME         PIC X(08)  Value Spaces.
       01  WS-JRN-USERID          PIC X(08)  Value Spaces.

      *---------------------------------------------------------------
      *    One update - set by the caller before Perform
      *    Write-Journal-Rec.
      *---------------------------------------------------------------
       01  WS-JRN-FILE-ID         PIC X(03)  Value Spaces.
       01  WS-JRN-ACTION          PIC X(01)  Value Space.
       01  WS-JRN-BEFORE          PIC X(128) Value Spaces.
       01  WS-JRN-AFTER           PIC X(128) Value Spaces.
