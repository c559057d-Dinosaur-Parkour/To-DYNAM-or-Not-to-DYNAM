           COPY CTLSEL.
           COPY CKPSEL.
           COPY AUDSEL.
           COPY JRNSEL.
           COPY LMASEL.
           COPY MLSSEL.

   10  DATA DIVISION.
           COPY CTLFD.
           COPY CKPFD.
           COPY AUDFD.
           COPY JRNFD.
           COPY LMAFD.
           COPY MLSFD.

   11  WORKING-STORAGE SECTION.
           COPY STATWS.
           COPY WALLWS.
           COPY AUDWS.
           COPY JRNWS.
           COPY LMAWS.
           COPY SMUWS.
           COPY ENVWS.
           COPY CALWS.
           COPY MLSWS.
      *--------------------------------------------------------------
           COPY AUDWRITE.

      *--------------------------------------------------------------
      *    Update journal Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY JRNRTN.

      *--------------------------------------------------------------
      *    Load-module attribute catalog - the attribute version
      *    each result is stamped with  (shared copybook)
      *--------------------------------------------------------------
           COPY LMARTN.

      *--------------------------------------------------------------
      *    User SMF record for each history record  (shared
      *    copybook)
      *--------------------------------------------------------------
           COPY SMURTN.

      *--------------------------------------------------------------
      *    Run-environment capture - LPAR/system id, CPU model, and
      *    the measured load indication  (shared copybook)
