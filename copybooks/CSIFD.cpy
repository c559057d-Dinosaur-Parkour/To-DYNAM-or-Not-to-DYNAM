      *===============================================================
      *    FD and record layout for the production call-site
      *    inventory.  One record per call site: the calling
      *    program, the module it reaches, whether the CALL names
      *    the module as a literal ('L') or through an identifier
      *    ('I'), and the compile option the caller was built with
      *    ('D' DYNAM / 'N' NODYNAM) together with where that
      *    option was read from ('L' the listing's options-in-
      *    effect list, 'C' a CBL/PROCESS card in the source, 'P'
      *    the installation default passed to the scanner).  An
      *    identifier call is written once per literal value the
      *    scanner saw assigned to the identifier; when none was
      *    seen CSI-MODULE is spaces and only CSI-IDENTIFIER is
      *    known.  COPY into FILE SECTION.
      *===============================================================
       FD  TODYNCSI-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-CALL-SITE-REC.
           05 CSI-CALLER          PIC X(08).
           05 CSI-MODULE          PIC X(08).
           05 CSI-CALL-FORM       PIC X(01).
           05 CSI-COMPILE-OPT     PIC X(01).
           05 CSI-OPT-SOURCE      PIC X(01).
           05 CSI-IDENTIFIER      PIC X(30).
           05 CSI-MEMBER          PIC X(08).
           05 CSI-SCAN-DATE       PIC X(08).
           05 FILLER              PIC X(15).
