      *     RR-ITER-COUNT, so the two runs compare per call even
      *     when the control file changed between them.
      *
      *     Each run's samples carry the attribute version of the
      *     module they were taken against (RR-ATTR-VER, TODYNLMA);
      *     a line whose module was relinked between the two runs
      *     is flagged with both links' attributes, since its delta
      *     includes the relink.  First-load lines also show each
      *     run's cost per KB of the module loaded.
      *
      *     RC 4 when anything MOVED, RC 8 when the history or one
      *     of the named runs could not be found at all.
      *===============================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESSEL.
           COPY LMASEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RESFD.
           COPY LMAFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY RESWS.
           COPY LMAWS.

      *---------------------------------------------------------------
      *    The two run stamps, parsed from the PARM.  Each is the
              10 WS-B-CNT         PIC 9(02)      COMP-5.
              10 WS-LINE-UNSTABLE-SW
                                  PIC X(01).
      *       Attribute version of the module each run measured.
              10 WS-A-ATTR-VER    PIC 9(04)      COMP-5.
              10 WS-B-ATTR-VER    PIC 9(04)      COMP-5.
       01  WS-LINE-FOUND-SW       PIC  X(01)  Value 'N'.
       01  WS-LINE-HIT            PIC  9(03)  COMP-5  Value 0.
       01  WS-LINE-FULL-SW        PIC  X(01)  Value 'N'.
       01  WS-REC-RUN-SW          PIC  X(01)  Value ' '.
       01  WS-PER-CALL-CPU        PIC  9(12)V9(6) COMP-5  Value 0.
       01  WS-REC-ATTR-VER        PIC  9(04)      COMP-5  Value 0.
       01  WS-ABC-PER-KB          PIC  9(12)V9(6) COMP-5  Value 0.
       01  WS-ABC-KB-MEAN         PIC  9(12)V9(6) COMP-5  Value 0.
       01  WS-ABC-KB-VER          PIC  9(04)      COMP-5  Value 0.
       01  WS-ABC-KB-RUN          PIC  X(01)  Value Space.

      *---------------------------------------------------------------
      *    Per-line statistics - mean and population standard
       01  WS-SHOW-B-SDEV         PIC  ZZZZ9.999999.
       01  WS-SHOW-MOVE-PCT       PIC  -Z(4)9.99.
       01  WS-SHOW-MOVED          PIC  ZZZ9.
       01  WS-SHOW-PER-KB         PIC  ZZZZ9.999999.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
       PROGRAM-MAIN.
           Perform Parse-Run-Stamps
           If WS-ABC-WORST-RC < 8
               Perform Load-Attr-Catalog
               Perform Load-Both-Runs
               Perform Print-Comparison-Report
           End-If
                   Move 0   To WS-A-CNT(WS-LX)
                   Move 0   To WS-B-CNT(WS-LX)
                   Move ' ' To WS-LINE-UNSTABLE-SW(WS-LX)
                   Move 0   To WS-A-ATTR-VER(WS-LX)
                   Move 0   To WS-B-ATTR-VER(WS-LX)
               Else
                   Set WS-LX To WS-LINE-COUNT
                   Move 'Y' To WS-LINE-FULL-SW


       Fold-Sample-Into-Line.
           If RR-ATTR-VER Numeric
               Move RR-ATTR-VER To WS-REC-ATTR-VER
           Else
               Move 0           To WS-REC-ATTR-VER
           End-If
           If WS-REC-RUN-SW = 'A'
               Move 'Y' To WS-A-SEEN-SW
               Move WS-REC-ATTR-VER To WS-A-ATTR-VER(WS-LX)
               If WS-A-CNT(WS-LX) < 5
                   Add 1 To WS-A-CNT(WS-LX)
                   Move WS-PER-CALL-CPU
               End-If
           Else
               Move 'Y' To WS-B-SEEN-SW
               Move WS-REC-ATTR-VER To WS-B-ATTR-VER(WS-LX)
               If WS-B-CNT(WS-LX) < 5
                   Add 1 To WS-B-CNT(WS-LX)
                   Move WS-PER-CALL-CPU
               Display '    (one or both sample sets were marked '
                       'unstable - treat the verdict with care)'
           End-If
           If WS-A-ATTR-VER(WS-LX) > 0
               And WS-B-ATTR-VER(WS-LX) > 0
               And WS-A-ATTR-VER(WS-LX) Not = WS-B-ATTR-VER(WS-LX)
               Perform Print-Relink-Between-Runs
           End-If
           If WS-LINE-TYPE(WS-LX) = 'F'
               Move 'A'                  To WS-ABC-KB-RUN
               Move WS-A-MEAN            To WS-ABC-KB-MEAN
               Move WS-A-ATTR-VER(WS-LX) To WS-ABC-KB-VER
               Perform Print-Cost-Per-KB
               Move 'B'                  To WS-ABC-KB-RUN
               Move WS-B-MEAN            To WS-ABC-KB-MEAN
               Move WS-B-ATTR-VER(WS-LX) To WS-ABC-KB-VER
               Perform Print-Cost-Per-KB
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The two runs measured different links of the module -
      *    the delta above includes whatever the relink changed.
      *--------------------------------------------------------------
       Print-Relink-Between-Runs.
           Display '    *** MODULE RELINKED BETWEEN THE RUNS - '
                   'attribute version ' WS-A-ATTR-VER(WS-LX) ' to '
                   WS-B-ATTR-VER(WS-LX) '; the delta includes the '
                   'relink ***'
           Move WS-LINE-MODULE(WS-LX) To WS-LMA-LOOK-MODULE
           Move WS-A-ATTR-VER(WS-LX)  To WS-LMA-LOOK-VER
           Perform Find-Attr-Version
           If WS-LMA-LOOK-IX > 0
               Perform Show-Attr-Row
           End-If
           Move WS-B-ATTR-VER(WS-LX)  To WS-LMA-LOOK-VER
           Perform Find-Attr-Version
           If WS-LMA-LOOK-IX > 0
               Perform Show-Attr-Row
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    First-load cost per KB of the module the run loaded,
      *    where the catalog knows its size.
      *--------------------------------------------------------------
       Print-Cost-Per-KB.
           Move WS-LINE-MODULE(WS-LX) To WS-LMA-LOOK-MODULE
           Move WS-ABC-KB-VER         To WS-LMA-LOOK-VER
           Perform Find-Attr-Version
           If WS-LMA-LOOK-IX > 0
               If WS-LMT-SIZE(WS-LMA-LOOK-IX) > 0
                   Compute WS-ABC-PER-KB Rounded =
                       WS-ABC-KB-MEAN * 1024
                           / WS-LMT-SIZE(WS-LMA-LOOK-IX)
                   Move WS-ABC-PER-KB To WS-SHOW-PER-KB
                   Move WS-LMT-SIZE(WS-LMA-LOOK-IX)
                       To WS-LMA-SHOW-SIZE
                   Display '    Run ' WS-ABC-KB-RUN ' first load per KB'
                           ' : ' WS-SHOW-PER-KB '  (module '
                           WS-LMA-SHOW-SIZE ' bytes)'
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Load-module attribute catalog - the links each run
      *    measured  (shared copybook)
      *--------------------------------------------------------------
           COPY LMARTN.
