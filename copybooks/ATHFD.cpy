      *===============================================================
      *    FD and record layout for the panel authorization file -
      *    one record per userid allowed near the maintenance
      *    panels, with the role it holds:
      *      V  viewer     - may open the panels and look
      *      O  operator   - may also save the control record
      *                      (TODYNCTM) and the campaign list
      *                      (TODYNMLM)
      *      C  certifier  - operator rights, plus certifying,
      *                      superseding and retiring baselines
      *                      (TODYNBSM) - never a run they ran
      *      A  administrator - operator rights, superseding and
      *                      retiring baselines, and maintaining
      *                      this file (TODYNATM); certifying stays
      *                      with the certifiers
      *    A userid with no record may not use the panels at all.
      *    COPY into FILE SECTION.
      *===============================================================
       FD  TODYNATH-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-AUTH-REC.
           05 ATH-USERID          PIC X(08).
           05 ATH-ROLE            PIC X(01).
      *    Who last granted or changed the role, and when.
           05 ATH-UPD-DATE        PIC X(08).
           05 ATH-UPD-TIME        PIC X(06).
           05 ATH-UPD-USER        PIC X(08).
      *    Why - the access request or ticket behind the grant.
           05 ATH-NOTE            PIC X(30).
           05 FILLER              PIC X(19).
