      *     with the percentage delta between the two, per run
      *     environment.  TODYNMTX carries the full compile-option
      *     matrix; this page is the DYNAM-vs-NODYNAM summary.
      *     TODYNCIC, the CICS driver, measures three call styles -
      *     dynamic CALL, static CALL and EXEC CICS LINK - and its
      *     groups carry a third, LINK, average alongside the two
      *     CALL ones.
      *     Each group is also kept per load-module attribute
      *     version (TODYNLMA, maintained by TODYNLMC): a relinked
      *     module's figures start a new group, flagged, and the
      *     first-load cost is shown per KB of module size.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY BASSEL.
           COPY CTHSEL.
           COPY ARCSEL.
           COPY LMASEL.

       DATA DIVISION.
       FILE SECTION.
           COPY BASFD.
           COPY CTHFD.
           COPY ARCFD.
           COPY LMAFD.

       WORKING-STORAGE SECTION.

           COPY BASWS.
           COPY CTHWS.
           COPY ARCWS.
           COPY LMAWS.

      *---------------------------------------------------------------
      *    Program name / description table  (loaded via REDEFINES)
              10 FILLER          PIC X(08)   Value 'TODYNAM8'.
              10 FILLER          PIC X(30)   Value
                  'DYNAM    - BY REF vs CONTENT '.
           05 FILLER.
              10 FILLER          PIC X(08)   Value 'TODYNCIC'.
              10 FILLER          PIC X(30)   Value
                  'NODYNAM  - CICS LINK vs CALL '.

       01  WS-PROG-TABLE REDEFINES WS-PROG-TABLE-INIT.
           05 WS-PROG-ROW OCCURS 6 TIMES INDEXED BY WS-PX.
              10 WS-PROG-NAME    PIC X(08).
              10 WS-PROG-LABEL   PIC X(30).

      *       intervals or stability tolerances are never averaged
      *       into one figure.
              10 WS-STAT-ERA     PIC 9(02)      COMP-5  Value 0.
      *       Load-module attribute version the samples were taken
      *       against (RR-ATTR-VER, TODYNLMC) - also part of the
      *       identity, so a relinked module starts a fresh row
      *       instead of averaging the old link's figures into the
      *       new one's.  Zero for history measured before the
      *       catalog existed.
              10 WS-STAT-ATTR-VER
                                 PIC 9(04)      COMP-5  Value 0.
              10 WS-ID-SUM       PIC 9(11)V9(6) COMP-5  Value 0.
              10 WS-ID-CNT       PIC 9(07)      COMP-5  Value 0.
              10 WS-ID-AVG       PIC 9(12)V9(6) COMP-5  Value 0.
              10 WS-LIT-CNT      PIC 9(07)      COMP-5  Value 0.
              10 WS-LIT-AVG      PIC 9(12)V9(6) COMP-5  Value 0.
              10 WS-PCT-DELTA    PIC S9(5)V9(2) COMP-5  Value 0.
      *       EXEC CICS LINK samples (TODYNCIC call type 'E') and
      *       their percentage delta against the dynamic CALL
      *       average - zero on every batch row.
              10 WS-LNK-SUM      PIC 9(11)V9(6) COMP-5  Value 0.
              10 WS-LNK-CNT      PIC 9(07)      COMP-5  Value 0.
              10 WS-LNK-AVG      PIC 9(12)V9(6) COMP-5  Value 0.
              10 WS-LNK-PCT-DELTA
                                 PIC S9(5)V9(2) COMP-5  Value 0.
              10 WS-REGRESS-CNT  PIC 9(05)      COMP-5  Value 0.
              10 WS-REGRESS-WORST-PCT
                                 PIC S9(5)V9(2) COMP-5  Value 0.
              10 WS-PIN-ID-CNT   PIC 9(07)      COMP-5  Value 0.
              10 WS-PIN-LIT-SUM  PIC 9(11)V9(6) COMP-5  Value 0.
              10 WS-PIN-LIT-CNT  PIC 9(07)      COMP-5  Value 0.
              10 WS-PIN-LNK-SUM  PIC 9(11)V9(6) COMP-5  Value 0.
              10 WS-PIN-LNK-CNT  PIC 9(07)      COMP-5  Value 0.
      *       Harness overhead subtracted from this row's averages
      *       (the program/environment's null-loop calibration) -
      *       zero when no calibration records exist yet.
      *    reads the numbers.
      *---------------------------------------------------------------
       01  WS-PROG-ENV-TABLE.
           05 WS-PROG-ENV-ROW OCCURS 6 TIMES.
              10 WS-PROG-FIRST-ENV  PIC X(14)  Value Spaces.
              10 WS-PROG-LAST-ENV   PIC X(14)  Value Spaces.
              10 WS-PROG-ENV-SEEN-SW
           05 WS-CURR-ENV-SYSTEM PIC  X(08).
           05 WS-CURR-ENV-CPU    PIC  X(06).
       01  WS-CURR-ERA           PIC  9(02)  COMP-5  Value 0.
       01  WS-CURR-ATTR-VER      PIC  9(04)  COMP-5  Value 0.
       01  WS-RELINK-SW          PIC  X(01)  Value 'N'.
       01  WS-RELINK-TX          PIC  9(03)  COMP-5  Value 0.
       01  WS-COLD-PER-KB        PIC 9(12)V9(6) COMP-5  Value 0.
       01  WS-STAT-FOUND-SW      PIC  X(01)  Value 'N'.
       01  WS-STAT-HIT           PIC  9(03)  COMP-5  Value 0.
       01  WS-STAT-FULL-SW       PIC  X(01)  Value 'N'.

       01  WS-SHOW-ID-AVG        PIC  ZZ,ZZ9.9(6).
       01  WS-SHOW-LIT-AVG       PIC  ZZ,ZZ9.9(6).
       01  WS-SHOW-LNK-AVG       PIC  ZZ,ZZ9.9(6).
       01  WS-SHOW-PCT           PIC  -Z(4)9.99.
       01  WS-SHOW-REGRESS-PCT   PIC  -Z(4)9.99.

      *---------------------------------------------------------------
       01  WS-PER-CALL-CPU        PIC 9(12)V9(6) COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Which average a warm sample feeds - 'I' the identifier
      *    (dynamic) bucket for call types I, R and D, 'K' the LINK
      *    bucket for E, 'L' the literal (static) bucket for the
      *    rest.  Set by Classify-Call-Type.
      *---------------------------------------------------------------
       01  WS-CALL-BUCKET         PIC X(01)  Value Space.

      *---------------------------------------------------------------
      *    PARM='ARCHIVE' folds the TODYNARR archive dataset in
      *    behind the live cluster in one continuous pass, so the
      *---------------------------------------------------------------
       01  WS-CMP-ARCHIVE-SW      PIC  X(01)  Value 'N'.
       01  WS-CMP-ARCH-TALLY      PIC  9(02)  COMP-5  Value 0.
       01  WS-ARC-HOLD            PIC  X(128) Value Spaces.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           Perform Read-Control-File
           Perform Load-Control-History
           Perform Load-Certified-Baselines
           Perform Load-Attr-Catalog
           Perform Load-History
           Perform Compute-Averages
           Perform Print-Report
               Move RR-KEY-TIME      To WS-CTH-REC-STAMP(9:6)
               Perform Derive-Settings-Era
               Move WS-CTH-ERA       To WS-CURR-ERA
               If RR-ATTR-VER Numeric
                   Move RR-ATTR-VER  To WS-CURR-ATTR-VER
               Else
                   Move 0            To WS-CURR-ATTR-VER
               End-If
               If RR-KEY-CALLTYPE = 'N'
                   Perform Accumulate-Null-Overhead
               Else
               Perform Varying WS-PX From 1 By 1
                       Until WS-PX > 6
                   If WS-PROG-NAME(WS-PX) = RR-KEY-PROGRAM
                       Perform Track-Environment-Change
                       Perform Find-Or-Add-Stat-Row
                       If WS-STAT-FULL-SW = 'N'
                           Perform Accumulate-Into-Stat-Row
                       End-If
                       Set WS-PX To 7
                   End-If
               End-Perform
               End-If


       Accumulate-Warm-Samples.
           Perform Classify-Call-Type
           Move 'N' To WS-REC-IS-PINNED-SW
           If WS-STAT-PIN-IX(WS-SX) > 0
               Move WS-STAT-PIN-IX(WS-SX) To WS-PIN-LOOK-IX
               End-If
           End-If
           If WS-REC-IS-PINNED-SW = 'Y'
               Evaluate WS-CALL-BUCKET
                   When 'I'
                       Add WS-PER-CALL-CPU To WS-PIN-ID-SUM(WS-SX)
                       Add 1               To WS-PIN-ID-CNT(WS-SX)
                   When 'K'
                       Add WS-PER-CALL-CPU To WS-PIN-LNK-SUM(WS-SX)
                       Add 1               To WS-PIN-LNK-CNT(WS-SX)
                   When Other
                       Add WS-PER-CALL-CPU To WS-PIN-LIT-SUM(WS-SX)
                       Add 1               To WS-PIN-LIT-CNT(WS-SX)
               End-Evaluate
           Else
               Perform Check-Regression
           End-If
           Evaluate WS-CALL-BUCKET
               When 'I'
                   Add WS-PER-CALL-CPU To WS-ID-SUM(WS-SX)
                   Add 1               To WS-ID-CNT(WS-SX)
               When 'K'
                   Add WS-PER-CALL-CPU To WS-LNK-SUM(WS-SX)
                   Add 1               To WS-LNK-CNT(WS-SX)
               When Other
                   Add WS-PER-CALL-CPU To WS-LIT-SUM(WS-SX)
                   Add 1               To WS-LIT-CNT(WS-SX)
           End-Evaluate
           If RR-ENV-LOAD-PCT Numeric
               Add RR-ENV-LOAD-PCT To WS-LOAD-SUM(WS-SX)
               Add 1               To WS-LOAD-CNT(WS-SX)
           EXIT.


       Classify-Call-Type.
           Evaluate RR-KEY-CALLTYPE
               When 'I'
               When 'R'
               When 'D'
                   Move 'I' To WS-CALL-BUCKET
               When 'E'
                   Move 'K' To WS-CALL-BUCKET
               When Other
                   Move 'L' To WS-CALL-BUCKET
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Records arrive in key (date) order, so the first
      *    environment seen per program is the oldest baseline.  Any
                       And WS-STAT-MODULE(WS-SX) = RR-MODULE-NAME
                       And WS-STAT-ENV(WS-SX) = WS-CURR-ENV
                       And WS-STAT-ERA(WS-SX) = WS-CURR-ERA
                       And WS-STAT-ATTR-VER(WS-SX) = WS-CURR-ATTR-VER
                       Move 'Y' To WS-STAT-FOUND-SW
                       Set WS-STAT-HIT To WS-SX
                       Set WS-SX To WS-STAT-COUNT
                   Move RR-MODULE-NAME  To WS-STAT-MODULE(WS-SX)
                   Move WS-CURR-ENV     To WS-STAT-ENV(WS-SX)
                   Move WS-CURR-ERA     To WS-STAT-ERA(WS-SX)
                   Move WS-CURR-ATTR-VER
                                        To WS-STAT-ATTR-VER(WS-SX)
                   Perform Look-Up-Pin-For-Row
               Else
      *            A full table must not corrupt an unrelated row's
       Check-Regression.
           Move 0 To WS-BASELINE-AVG
           If WS-STAT-PIN-IX(WS-SX) > 0
               Evaluate WS-CALL-BUCKET
                   When 'I'
                       If WS-PIN-ID-CNT(WS-SX) > 0
                           Compute WS-BASELINE-AVG =
                               WS-PIN-ID-SUM(WS-SX) /
                                   WS-PIN-ID-CNT(WS-SX)
                       End-If
                   When 'K'
                       If WS-PIN-LNK-CNT(WS-SX) > 0
                           Compute WS-BASELINE-AVG =
                               WS-PIN-LNK-SUM(WS-SX) /
                                   WS-PIN-LNK-CNT(WS-SX)
                       End-If
                   When Other
                       If WS-PIN-LIT-CNT(WS-SX) > 0
                           Compute WS-BASELINE-AVG =
                               WS-PIN-LIT-SUM(WS-SX) /
                                   WS-PIN-LIT-CNT(WS-SX)
                       End-If
               End-Evaluate
           Else
               Evaluate WS-CALL-BUCKET
                   When 'I'
                       If WS-ID-CNT(WS-SX) > 0
                           Compute WS-BASELINE-AVG =
                               WS-ID-SUM(WS-SX) / WS-ID-CNT(WS-SX)
                       End-If
                   When 'K'
                       If WS-LNK-CNT(WS-SX) > 0
                           Compute WS-BASELINE-AVG =
                               WS-LNK-SUM(WS-SX) / WS-LNK-CNT(WS-SX)
                       End-If
                   When Other
                       If WS-LIT-CNT(WS-SX) > 0
                           Compute WS-BASELINE-AVG =
                               WS-LIT-SUM(WS-SX) / WS-LIT-CNT(WS-SX)
                       End-If
               End-Evaluate
           End-If
           If WS-BASELINE-AVG > 0
               Compute WS-REGRESS-PCT-DELTA Rounded =
                   Compute WS-LIT-AVG(WS-SX) Rounded =
                       WS-LIT-SUM(WS-SX) / WS-LIT-CNT(WS-SX)
               End-If
               If WS-LNK-CNT(WS-SX) > 0
                   Compute WS-LNK-AVG(WS-SX) Rounded =
                       WS-LNK-SUM(WS-SX) / WS-LNK-CNT(WS-SX)
               End-If
               Perform Net-Out-Harness-Overhead
               If WS-ID-AVG(WS-SX) > 0
                   And WS-LIT-CNT(WS-SX) > 0
                       ((WS-LIT-AVG(WS-SX) - WS-ID-AVG(WS-SX)) /
                            WS-ID-AVG(WS-SX)) * 100
               End-If
               If WS-ID-AVG(WS-SX) > 0
                   And WS-LNK-CNT(WS-SX) > 0
                   Compute WS-LNK-PCT-DELTA(WS-SX) Rounded =
                       ((WS-LNK-AVG(WS-SX) - WS-ID-AVG(WS-SX)) /
                            WS-ID-AVG(WS-SX)) * 100
               End-If
           End-Perform
           EXIT.

                       Move 0 To WS-LIT-AVG(WS-SX)
                   End-If
               End-If
               If WS-LNK-AVG(WS-SX) > WS-STAT-NULL-AVG(WS-SX)
                   Subtract WS-STAT-NULL-AVG(WS-SX)
                       From WS-LNK-AVG(WS-SX)
               Else
                   If WS-LNK-CNT(WS-SX) > 0
                       Move 0 To WS-LNK-AVG(WS-SX)
                   End-If
               End-If
           End-If
           EXIT.

           End-If
           Display '=================================================='
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > 6
               Display ' '
               Display WS-PROG-NAME(WS-PX) '  ' WS-PROG-LABEL(WS-PX)
               Perform Varying WS-SX From 1 By 1
                       ' - since ' WS-CTH-CHG-STAMP(WS-CTH-CX)(1:8)
                       ': ' WS-CTH-CHG-TEXT(WS-CTH-CX)
           End-If
           Perform Print-Attr-Version
           If WS-STAT-PIN-IX(WS-SX) > 0
               Move WS-STAT-PIN-IX(WS-SX) To WS-PIN-LOOK-IX
               Display '    Certified baseline      : run '
                       WS-PIN-CERT-DATE(WS-PIN-LOOK-IX) ')'
               If WS-PIN-ID-CNT(WS-SX) = 0
                   And WS-PIN-LIT-CNT(WS-SX) = 0
                   And WS-PIN-LNK-CNT(WS-SX) = 0
                   Display '    *** PINNED RUN NOT FOUND IN THE '
                           'HISTORY READ - NOTHING WAS GRADED FOR '
                           'THIS GROUP ***'
                   If WS-RELINK-SW = 'Y'
                       Display '        (the module was relinked - '
                               'a baseline certified against another '
                               'link grades nothing under this one; '
                               'certify a run of this link)'
                   End-If
               End-If
           End-If
           If WS-LOAD-CNT(WS-SX) > 0
      *    figures, not identifier/literal ones - caption them for
      *    what they are so a reader never takes the 4K-copy cost
      *    for a literal-call cost.
           Evaluate WS-STAT-PROG(WS-SX)
               When 'TODYNAM8'
                   Display '    By Reference avg CPU    : '
                           WS-SHOW-ID-AVG
                   Display '    By Content   avg CPU    : '
                           WS-SHOW-LIT-AVG
                   If WS-ID-CNT(WS-SX) > 0 And WS-LIT-CNT(WS-SX) > 0
                       Display '    Content vs Reference pct delta  : '
                               WS-SHOW-PCT '%'
                   Else
                       Display '    (only one passing style measured '
                               'for this module - no delta)'
                   End-If
      *    TODYNCIC's buckets hold dynamic CALL / static CALL and a
      *    third, EXEC CICS LINK - both deltas are against the
      *    dynamic CALL, the style a LINK would be replacing.
               When 'TODYNCIC'
                   Move WS-LNK-AVG(WS-SX) To WS-SHOW-LNK-AVG
                   Display '    Dynamic CALL    avg CPU : '
                           WS-SHOW-ID-AVG
                   Display '    Static CALL     avg CPU : '
                           WS-SHOW-LIT-AVG
                   Display '    EXEC CICS LINK  avg CPU : '
                           WS-SHOW-LNK-AVG
                   If WS-ID-CNT(WS-SX) > 0 And WS-LIT-CNT(WS-SX) > 0
                       Display '    Static vs Dynamic pct delta     : '
                               WS-SHOW-PCT '%'
                   End-If
                   If WS-ID-CNT(WS-SX) > 0 And WS-LNK-CNT(WS-SX) > 0
                       Move WS-LNK-PCT-DELTA(WS-SX) To WS-SHOW-PCT
                       Display '    LINK vs Dynamic CALL pct delta  : '
                               WS-SHOW-PCT '%'
                   End-If
                   If WS-ID-CNT(WS-SX) = 0
                       Display '    (no dynamic CALL measured for this '
                               'module - no delta)'
                   End-If
               When Other
                   Display '    Call Identifier avg CPU : '
                           WS-SHOW-ID-AVG
                   Display '    Call Literal    avg CPU : '
                           WS-SHOW-LIT-AVG
                   If WS-ID-CNT(WS-SX) > 0 And WS-LIT-CNT(WS-SX) > 0
                       Display '    Literal vs Identifier pct delta : '
                               WS-SHOW-PCT '%'
                   Else
                       Display '    (only one call style measured for '
                               'this module - no delta)'
                   End-If
           End-Evaluate
           If WS-COLD-CNT(WS-SX) > 0
               Compute WS-SHOW-COLD-AVG Rounded =
                   WS-COLD-SUM(WS-SX) / WS-COLD-CNT(WS-SX)
               Display '    Cold start (first load) : '
                       WS-SHOW-COLD-AVG '  per fetch'
               If WS-LMA-LOOK-IX > 0
                   If WS-LMT-SIZE(WS-LMA-LOOK-IX) > 0
                       Compute WS-COLD-PER-KB Rounded =
                           (WS-COLD-SUM(WS-SX) / WS-COLD-CNT(WS-SX))
                               * 1024 / WS-LMT-SIZE(WS-LMA-LOOK-IX)
                       Move WS-COLD-PER-KB To WS-SHOW-COLD-AVG
                       Display '    Cold start per KB loaded: '
                               WS-SHOW-COLD-AVG
                   End-If
               End-If
           End-If
           If WS-REGRESS-CNT(WS-SX) > 0
               Move WS-REGRESS-WORST-PCT(WS-SX) To
           EXIT.


      *--------------------------------------------------------------
      *    The link of the module the group's samples were taken
      *    against, and a warning when the same program/module/
      *    environment also has figures under another link - the
      *    two rows are deliberately not compared.  WS-LMA-LOOK-IX
      *    is left on the catalog row (zero when none) for the
      *    per-KB first-load figure.
      *--------------------------------------------------------------
       Print-Attr-Version.
           Move 'N' To WS-RELINK-SW
           Move 0   To WS-LMA-LOOK-IX
           Perform Varying WS-RELINK-TX From 1 By 1
                   Until WS-RELINK-TX > WS-STAT-COUNT
               If WS-STAT-PROG(WS-RELINK-TX) = WS-STAT-PROG(WS-SX)
                   And WS-STAT-MODULE(WS-RELINK-TX) =
                       WS-STAT-MODULE(WS-SX)
                   And WS-STAT-ENV(WS-RELINK-TX) = WS-STAT-ENV(WS-SX)
                   And WS-STAT-ATTR-VER(WS-RELINK-TX) Not =
                       WS-STAT-ATTR-VER(WS-SX)
                   Move 'Y' To WS-RELINK-SW
               End-If
           End-Perform
           If WS-STAT-ATTR-VER(WS-SX) > 0
               Move WS-STAT-MODULE(WS-SX)   To WS-LMA-LOOK-MODULE
               Move WS-STAT-ATTR-VER(WS-SX) To WS-LMA-LOOK-VER
               Perform Find-Attr-Version
               If WS-LMA-LOOK-IX > 0
                   Perform Show-Attr-Row
               Else
                   Display '    Load module attribute version '
                           WS-LMA-LOOK-VER ' (no longer in the '
                           'catalog)'
               End-If
           End-If
           If WS-RELINK-SW = 'Y'
               Display '    *** MODULE RELINKED - figures are split '
                       'per attribute version; do not compare them '
                       'as one history ***'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Grade the return code off what the report found and put
      *    the worst of it on the operator console.
      *    boundaries the stat rows are split on  (shared copybook)
      *--------------------------------------------------------------
           COPY CTHRTN.


      *--------------------------------------------------------------
      *    Load-module attribute catalog - the link each row's
      *    samples were taken against  (shared copybook)
      *--------------------------------------------------------------
           COPY LMARTN.
