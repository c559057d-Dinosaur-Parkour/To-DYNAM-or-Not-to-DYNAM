      *     prior bucket, flagging any bucket-over-bucket jump
      *     beyond the regression tolerance (CTL-REGRESS-PCT).
      *     PARM='WEEK' switches to weekly buckets; anything else
      *     (or no PARM) means monthly.  The CICS driver's call
      *     types (TODYNCIC E/D/S) trend alongside the batch ones,
      *     captioned with the call style they stand for, and
      *     TODYNAM9's call-chain sets with their chain and depth.
      *     A bucket in which a measured module was relinked (its
      *     RR-ATTR-VER changed - TODYNLMA, kept by TODYNLMC) is
      *     flagged, since its movement straddles the relink, and
      *     first-load buckets also show the cost per KB of the
      *     module loaded.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CTLSEL.
           COPY CTHSEL.
           COPY ARCSEL.
           COPY LMASEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CTLFD.
           COPY CTHFD.
           COPY ARCFD.
           COPY LMAFD.

       WORKING-STORAGE SECTION.

           COPY CTLWS.
           COPY CTHWS.
           COPY ARCWS.
           COPY LMAWS.

      *---------------------------------------------------------------
      *    Bucket accumulation - one row per program / call-type /
      *       The bucket-over-bucket movement is not printed
      *       across the era break.
              10 WS-TRD-ERA       PIC 9(02)      COMP-5.
      *       A module measured under this program that changed
      *       attribute version within the bucket - the last one
      *       seen, and the version it moved to.  Spaces when no
      *       relink fell in the bucket.
              10 WS-TRD-RELINK-MOD
                                  PIC X(08).
              10 WS-TRD-RELINK-VER
                                  PIC 9(04)      COMP-5.
      *       First-load samples per KB of the module loaded, where
      *       the catalog knows the module's size.
              10 WS-TRD-KB-SUM    PIC 9(11)V9(6) COMP-5.
              10 WS-TRD-KB-CNT    PIC 9(07)      COMP-5.

       01  WS-TRD-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-TRD-HIT             PIC  9(04)  COMP-5  Value 0.
       01  WS-TRD-FULL-SW         PIC  X(01)  Value 'N'.
       01  WS-TRD-OVERFLOW-CNT    PIC  9(07)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    The attribute version last seen per program/module - a
      *    record carrying a different (non-zero) version than the
      *    one before it marks the relink in its bucket.
      *---------------------------------------------------------------
       01  WS-TLV-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-TLV-TABLE.
           05 WS-TLV-ROW OCCURS 100 TIMES.
              10 WS-TLV-PROG      PIC X(08).
              10 WS-TLV-MODULE    PIC X(08).
              10 WS-TLV-VER       PIC 9(04)      COMP-5.
       01  WS-TLV-IX              PIC  9(03)  COMP-5  Value 0.
       01  WS-TLV-HIT             PIC  9(03)  COMP-5  Value 0.
       01  WS-TRD-REC-VER         PIC  9(04)  COMP-5  Value 0.
       01  WS-TRD-KB-AVG          PIC  9(12)V9(6) COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Null-loop calibration ('N' call type) per program and
      *    bucket - the harness overhead each bucket's figures
      *---------------------------------------------------------------
       01  WS-TRD-ARCHIVE-SW      PIC  X(01)  Value 'N'.
       01  WS-TRD-ARCH-TALLY      PIC  9(02)  COMP-5  Value 0.
       01  WS-ARC-HOLD            PIC  X(128) Value Spaces.

      *---------------------------------------------------------------
      *    TODYNAM9's key letters - depths 1-5 of the all-DYNAM,
      *    all-NODYNAM and mixed call chains, in that order.
      *---------------------------------------------------------------
       01  WS-TRD-CHN-CODES       PIC  X(15)  Value 'ABCDEOPQRSVWXYZ'.
       01  WS-TRD-CHN-CX          PIC  9(02)  COMP-5  Value 0.
       01  WS-TRD-CHN-HIT         PIC  9(02)  COMP-5  Value 0.
       01  WS-TRD-CHN-DEPTH       PIC  9(01)  Value 0.
       01  WS-TRD-CHN-MIX         PIC  9(01)  Value 0.

       01  WS-SHOW-CPU-AVG        PIC  ZZZZ9.999999.
       01  WS-SHOW-WALL-AVG       PIC  ZZZZ9.999999.
           End-If
           Perform Read-Control-File
           Perform Load-Control-History
           Perform Load-Attr-Catalog
           Perform Load-History
           Perform Print-Trend-Report
           GOBACK.
           Compute WS-TRD-WALL-SUM(WS-TX) =
               WS-TRD-WALL-SUM(WS-TX) + (RR-WALL-DIFF / RR-ITER-COUNT)
           Add 1 To WS-TRD-CNT(WS-TX)
           Perform Note-Attr-Version
           If RR-KEY-CALLTYPE = 'F'
               Perform Accumulate-Cold-Per-KB
           End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Compare the record's attribute version with the last one
      *    seen for its program/module; a change between two
      *    catalogued versions flags the bucket.
      *--------------------------------------------------------------
       Note-Attr-Version.
           If RR-ATTR-VER Numeric
               Move RR-ATTR-VER To WS-TRD-REC-VER
           Else
               Move 0           To WS-TRD-REC-VER
           End-If
           Move 0 To WS-TLV-HIT
           Perform Varying WS-TLV-IX From 1 By 1
                   Until WS-TLV-IX > WS-TLV-COUNT
               If WS-TLV-PROG(WS-TLV-IX) = RR-KEY-PROGRAM
                   And WS-TLV-MODULE(WS-TLV-IX) = RR-MODULE-NAME
                   Move WS-TLV-IX To WS-TLV-HIT
               End-If
           End-Perform
           If WS-TLV-HIT = 0
               If WS-TLV-COUNT < 100
                   Add 1 To WS-TLV-COUNT
                   Move RR-KEY-PROGRAM To WS-TLV-PROG(WS-TLV-COUNT)
                   Move RR-MODULE-NAME To WS-TLV-MODULE(WS-TLV-COUNT)
                   Move WS-TRD-REC-VER To WS-TLV-VER(WS-TLV-COUNT)
               End-If
           Else
               If WS-TRD-REC-VER Not = WS-TLV-VER(WS-TLV-HIT)
                   If WS-TRD-REC-VER > 0
                       And WS-TLV-VER(WS-TLV-HIT) > 0
                       Move RR-MODULE-NAME
                           To WS-TRD-RELINK-MOD(WS-TX)
                       Move WS-TRD-REC-VER
                           To WS-TRD-RELINK-VER(WS-TX)
                   End-If
                   Move WS-TRD-REC-VER To WS-TLV-VER(WS-TLV-HIT)
               End-If
           End-If
           EXIT.


       Accumulate-Cold-Per-KB.
           Move RR-MODULE-NAME To WS-LMA-LOOK-MODULE
           Move WS-TRD-REC-VER To WS-LMA-LOOK-VER
           Perform Find-Attr-Version
           If WS-LMA-LOOK-IX > 0
               If WS-LMT-SIZE(WS-LMA-LOOK-IX) > 0
                   Compute WS-TRD-KB-SUM(WS-TX) =
                       WS-TRD-KB-SUM(WS-TX) +
                       ((RR-CPU-DIFF / RR-ITER-COUNT) * 1024
                           / WS-LMT-SIZE(WS-LMA-LOOK-IX))
                   Add 1 To WS-TRD-KB-CNT(WS-TX)
               End-If
           End-If
           EXIT.

                   Move 0   To WS-TRD-CNT(WS-TX)
                   Move 'N' To WS-TRD-PRINTED-SW(WS-TX)
                   Move WS-CTH-ERA To WS-TRD-ERA(WS-TX)
                   Move Spaces To WS-TRD-RELINK-MOD(WS-TX)
                   Move 0   To WS-TRD-RELINK-VER(WS-TX)
                   Move 0   To WS-TRD-KB-SUM(WS-TX)
                   Move 0   To WS-TRD-KB-CNT(WS-TX)
               Else
      *            A full table must not fold unrelated buckets into
      *            the last row - the record is dropped and said so,
           Display ' '
           Display WS-TRD-PROG(WS-TX) '  call type '
                   WS-TRD-TYPE(WS-TX)
           If WS-TRD-PROG(WS-TX) = 'TODYNAM9'
               Perform Show-Chain-Caption
           End-If
           If WS-TRD-PROG(WS-TX) = 'TODYNCIC'
               Evaluate WS-TRD-TYPE(WS-TX)
                   When 'E'
                       Display '  (CICS - EXEC CICS LINK)'
                   When 'D'
                       Display '  (CICS - dynamic CALL)'
                   When 'S'
                       Display '  (CICS - static CALL)'
                   When Other
                       Continue
               End-Evaluate
           End-If
           Display '  BUCKET   SAMPLES  AVG CPU/CALL   AVG WALL/CALL'
                   '  MOVE FROM PRIOR'
           Move 'N' To WS-TRD-HAVE-PRIOR-SW
           EXIT.


      *    TODYNAM9's figures are per call of a whole chain - say
      *    which chain and how deep.
       Show-Chain-Caption.
           Move 0 To WS-TRD-CHN-HIT
           Perform Varying WS-TRD-CHN-CX From 1 By 1
                   Until WS-TRD-CHN-CX > 15
               If WS-TRD-CHN-CODES(WS-TRD-CHN-CX:1) = WS-TRD-TYPE(WS-TX)
                   Move WS-TRD-CHN-CX To WS-TRD-CHN-HIT
               End-If
           End-Perform
           If WS-TRD-CHN-HIT > 0
               Subtract 1 From WS-TRD-CHN-HIT
               Divide 5 Into WS-TRD-CHN-HIT Giving WS-TRD-CHN-MIX
                   Remainder WS-TRD-CHN-DEPTH
               Add 1 To WS-TRD-CHN-DEPTH
               Evaluate WS-TRD-CHN-MIX
                   When 0
                       Display '  (call chain - all DYNAM, depth '
                               WS-TRD-CHN-DEPTH ' - cost per chain)'
                   When 1
                       Display '  (call chain - all NODYNAM, depth '
                               WS-TRD-CHN-DEPTH ' - cost per chain)'
                   When Other
                       Display '  (call chain - mixed, depth '
                               WS-TRD-CHN-DEPTH ' - cost per chain)'
               End-Evaluate
           End-If
           EXIT.


       Print-Trend-Bucket.
           Compute WS-TRD-CPU-AVG Rounded =
               WS-TRD-CPU-SUM(WS-TX2) / WS-TRD-CNT(WS-TX2)
               End-If
               Move 'N' To WS-TRD-HAVE-PRIOR-SW
           End-If
      *    A relink inside the bucket is not a break - the bucket
      *    mixes both links - but its movement is flagged as
      *    straddling the relink rather than read as a trend.
           If WS-TRD-RELINK-MOD(WS-TX2) Not = Spaces
               Display '  --- ' WS-TRD-RELINK-MOD(WS-TX2)
                       ' RELINKED (ATTRIBUTE VERSION '
                       WS-TRD-RELINK-VER(WS-TX2) ') IN THIS BUCKET - '
                       'MOVEMENT STRADDLES THE RELINK ---'
           End-If
           If WS-TRD-HAVE-PRIOR-SW = 'Y'
               And WS-TRD-PRIOR-CPU-AVG > 0
               Compute WS-TRD-MOVE-PCT Rounded =
               Display '           (harness overhead '
                       WS-SHOW-TNL-AVG ' netted out)'
           End-If
           If WS-TRD-KB-CNT(WS-TX2) > 0
               Compute WS-TRD-KB-AVG Rounded =
                   WS-TRD-KB-SUM(WS-TX2) / WS-TRD-KB-CNT(WS-TX2)
               Move WS-TRD-KB-AVG To WS-SHOW-TNL-AVG
               Display '           (first load ' WS-SHOW-TNL-AVG
                       ' CPU per KB of module)'
           End-If
           Move WS-TRD-CPU-AVG To WS-TRD-PRIOR-CPU-AVG
           Move 'Y'            To WS-TRD-HAVE-PRIOR-SW
           Move WS-TRD-ERA(WS-TX2) To WS-TRD-PRIOR-ERA
      *    boundaries the trend is broken on  (shared copybook)
      *--------------------------------------------------------------
           COPY CTHRTN.


      *--------------------------------------------------------------
      *    Load-module attribute catalog - module sizes for the
      *    per-KB first-load figure  (shared copybook)
      *--------------------------------------------------------------
           COPY LMARTN.
