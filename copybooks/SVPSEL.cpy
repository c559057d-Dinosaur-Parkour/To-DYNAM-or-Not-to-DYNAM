      *===============================================================
      *    FILE-CONTROL entry for the savings projection history -
      *    every TODYNSAV run appends its projection per module and
      *    caller, and TODYNCRM copies the projected saving from the
      *    latest run into the change register.  COPY into FILE-
      *    CONTROL.
      *===============================================================
           SELECT TODYNSVP-FILE ASSIGN TO "TODYNSVP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVPFILE-STATUS.
