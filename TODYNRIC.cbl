       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNRIC.
      *===============================================================
      *     Suite-wide referential integrity check.  TODYNCHK
      *     cross-matches the audit trail and the results history;
      *     the files added since can drift out of step with each
      *     other just as quietly.  This checker reports, class by
      *     class with counts:
      *       - TODYNBAS certifications whose run is no longer on
      *         TODYNRES - archived by TODYNHKP (found on the
      *         TODYNARR archive) or gone altogether.  An ACTIVE
      *         baseline in that state leaves TODYNCMP grading
      *         against nothing: RC 8.
      *       - TODYNRSX cross-reference rows whose TODYNRES record
      *         is gone (or now names another module), and TODYNRES
      *         records with no cross-reference row - the module-
      *         first readers silently miss those.
      *       - TODYNCKP rows for a program that is not one of the
      *         benchmark programs, or for a module no longer on
      *         TODYNMLS (chain heads for TODYNAM9; the TODYNCTL
      *         module, or A31BR14, when the list is empty - the
      *         same rule MLSRTN.cpy runs the campaign by).
      *       - TODYNCTH change-history gaps: a save's before-image
      *         that does not match the previous save's after-image
      *         (the record was hand-edited, or a save's history
      *         append failed), unpaired images, and a TODYNCTL
      *         record that is not the last recorded after-image.
      *
      *     PARM='REPAIR' also puts right what can be put right,
      *     and prints an itemized list of every change: TODYNRSX
      *     is rebuilt from TODYNRES (missing rows added, orphan
      *     rows deleted) and orphan TODYNCKP rows are deleted.
      *     Baselines and the change history are reported only -
      *     a certification is an audit record and is re-pinned
      *     or retired on purpose in TODYNBSM; a history gap can
      *     only be explained, not rebuilt.  Repair honours the
      *     '@RUNLOCK' row like TODYNHKP: with a run in flight it
      *     checks but changes nothing.
      *
      *     RC 0 clean, RC 4 exceptions (repaired or not), RC 8 an
      *     active baseline dangles or TODYNRES cannot be read.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESSEL.
           COPY RSXSEL.
           COPY BASSEL.
           COPY ARCSEL.
           COPY CKPSEL.
           COPY MLSSEL.
           COPY CTLSEL.
           COPY CTHSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RESFD.
           COPY RSXFD.
           COPY BASFD.
           COPY ARCFD.
           COPY CKPFD.
           COPY MLSFD.
           COPY CTLFD.
           COPY CTHFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY RESWS.
           COPY RSXWS.
           COPY BASWS.
           COPY ARCWS.
           COPY CKPWS.
           COPY MLSWS.
           COPY CTLWS.
           COPY CTHWS.

      *---------------------------------------------------------------
      *    Module the suite measures when TODYNMLS is empty, and the
      *    program identity MLSRTN.cpy expects of its caller.
      *---------------------------------------------------------------
       01  WS-RIC-IDENTITY.
           05 WS-A31BR14          PIC  X(08)  Value 'A31BR14'.
           05 WS-PGM-ID           PIC  X(08)  Value 'TODYNRIC'.

      *---------------------------------------------------------------
      *    Run mode.
      *---------------------------------------------------------------
       01  WS-RIC-REPAIR-SW       PIC  X(01)  Value 'N'.
       01  WS-RIC-LOCKED-SW       PIC  X(01)  Value 'N'.
       01  WS-RIC-RES-OK-SW       PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    The programs that keep rows on TODYNCKP, and the chain
      *    heads TODYNAM9 checkpoints under.
      *---------------------------------------------------------------
       01  WS-RIC-PGM-VALUES.
           05 FILLER              PIC X(08)   Value 'TODYNAM1'.
           05 FILLER              PIC X(08)   Value 'TODYNAM2'.
           05 FILLER              PIC X(08)   Value 'TODYNAM3'.
           05 FILLER              PIC X(08)   Value 'TODYNAM4'.
           05 FILLER              PIC X(08)   Value 'TODYNAM5'.
           05 FILLER              PIC X(08)   Value 'TODYNAM6'.
           05 FILLER              PIC X(08)   Value 'TODYNAM7'.
           05 FILLER              PIC X(08)   Value 'TODYNAM8'.
           05 FILLER              PIC X(08)   Value 'TODYNAM9'.
           05 FILLER              PIC X(08)   Value 'TODYNCIC'.
       01  WS-RIC-PGM-TABLE REDEFINES WS-RIC-PGM-VALUES.
           05 WS-RIC-PGM-NAME     OCCURS 10 TIMES
                                  PIC X(08).
       01  WS-RIC-HEAD-VALUES.
           05 FILLER              PIC X(08)   Value 'TODYNCD1'.
           05 FILLER              PIC X(08)   Value 'TODYNCS1'.
           05 FILLER              PIC X(08)   Value 'TODYNCX1'.
       01  WS-RIC-HEAD-TABLE REDEFINES WS-RIC-HEAD-VALUES.
           05 WS-RIC-HEAD-NAME    OCCURS 3 TIMES
                                  PIC X(08).
       01  WS-PX                  PIC  9(02)  COMP-5  Value 0.
       01  WS-MX                  PIC  9(03)  COMP-5  Value 0.
       01  WS-RIC-FOUND-SW        PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Certifications whose run is not on TODYNRES - held for
      *    the one pass over the archive that tells archived from
      *    gone.
      *---------------------------------------------------------------
       01  WS-RIC-DNG-COUNT       PIC  9(03)  COMP-5  Value 0.
       01  WS-RIC-DNG-TABLE.
           05 WS-RIC-DNG-ROW OCCURS 200 TIMES.
              10 WS-RIC-DNG-KEY      PIC X(34).
              10 WS-RIC-DNG-RUN-DATE PIC X(08).
              10 WS-RIC-DNG-RUN-TIME PIC X(06).
              10 WS-RIC-DNG-STATUS   PIC X(01).
              10 WS-RIC-DNG-ARCH-SW  PIC X(01).
       01  WS-DX                  PIC  9(03)  COMP-5  Value 0.
       01  WS-RIC-DNG-FULL-SW     PIC  X(01)  Value 'N'.
       01  WS-RIC-RUN-FOUND-SW    PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Change-history walk: the previous save's after-image and
      *    a before-image waiting for its after-image.
      *---------------------------------------------------------------
       01  WS-RIC-CTH-WORK.
           05 WS-RIC-PREV-NEW     PIC X(80)   Value Spaces.
           05 WS-RIC-HAVE-PREV-SW PIC X(01)   Value 'N'.
           05 WS-RIC-PEND-OLD     PIC X(80)   Value Spaces.
           05 WS-RIC-PEND-STAMP   PIC X(14)   Value Spaces.
           05 WS-RIC-HAVE-OLD-SW  PIC X(01)   Value 'N'.
           05 WS-RIC-CUR-IMAGE    PIC X(80)   Value Spaces.
           05 WS-RIC-HAVE-CTL-SW  PIC X(01)   Value 'N'.
           05 WS-RIC-CTH-RECS     PIC 9(07)   COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Exception counts per class, and the repair tally.
      *---------------------------------------------------------------
       01  WS-RIC-COUNTERS.
           05 WS-RIC-BAS-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-BAS-ARCH-CNT PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-BAS-GONE-CNT PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-BAS-ACTIVE-CNT
                                  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-RES-READ     PIC 9(09)  COMP-5  Value 0.
           05 WS-RIC-RSX-READ     PIC 9(09)  COMP-5  Value 0.
           05 WS-RIC-NO-XREF-CNT  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-RSX-ORPH-CNT PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-CKP-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-CKP-PGM-CNT  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-CKP-MOD-CNT  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-CTH-GAP-CNT  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-RSX-ADDED    PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-RSX-DELETED  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-CKP-DELETED  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-REPAIR-FAILED
                                  PIC 9(07)  COMP-5  Value 0.
           05 WS-RIC-LISTED-CNT   PIC 9(05)  COMP-5  Value 0.
       01  WS-RIC-LIST-MAX        PIC  9(05)  COMP-5  Value 500.
       01  WS-RIC-EXC-TEXT        PIC  X(24)  Value Spaces.
       01  WS-RIC-EXC-DETAIL      PIC  X(80)  Value Spaces.
       01  WS-RIC-FIX-TEXT        PIC  X(24)  Value Spaces.
       01  WS-RIC-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-SHOW-CNT            PIC  ZZZ,ZZ9.
       01  WS-SHOW-BIG            PIC  ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN >= 6
               If LS-PARM-TEXT(1:6) = 'REPAIR'
                   Move 'Y' To WS-RIC-REPAIR-SW
               End-If
           End-If
           Display ' '
           If WS-RIC-REPAIR-SW = 'Y'
               Display 'TODYNRIC REFERENTIAL INTEGRITY CHECK - REPAIR'
           Else
               Display 'TODYNRIC REFERENTIAL INTEGRITY CHECK'
           End-If
           Display '=================================================='
           If WS-RIC-REPAIR-SW = 'Y'
               Perform Check-Run-Lock
           End-If
           Open Input TODYNRES-FILE
           If WS-RESFILE-STATUS = '00'
               Move 'Y' To WS-RIC-RES-OK-SW
               Perform Check-Baselines
               Perform Check-Cross-Reference
               Close TODYNRES-FILE
           Else
               Display '    *** TODYNRES NOT AVAILABLE (STATUS '
                       WS-RESFILE-STATUS ') - BASELINE AND CROSS-'
                       'REFERENCE CHECKS SKIPPED ***'
               Move 8 To WS-RIC-WORST-RC
           End-If
           Perform Read-Control-Image
           Perform Load-Module-List
           Perform Check-Checkpoint-Rows
           Perform Check-Change-History
           Perform Print-Summary
           Move WS-RIC-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    Repair changes clusters a benchmark run may be updating -
      *    with the '@RUNLOCK' row present the run checks only.
      *--------------------------------------------------------------
       Check-Run-Lock.
           Open Input TODYNCKP-FILE
           If WS-CKPFILE-STATUS = '00'
               Move '@RUNLOCK' To CKP-KEY-PROGRAM
               Move Space      To CKP-KEY-CALLTYPE
               Move 0          To CKP-KEY-SAMPLE
               Read TODYNCKP-FILE
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move 'Y' To WS-RIC-LOCKED-SW
                       Move 'N' To WS-RIC-REPAIR-SW
                       Display '    *** BENCHMARK RUN IN FLIGHT '
                               'UNDER JOB ' CKP-LOCK-JOBNAME
                               ' - REPAIR DEFERRED, CHECK ONLY ***'
               End-Read
               Close TODYNCKP-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Every certification, active or not, must still find its
      *    run on TODYNRES - matched the way TODYNBSM verified it:
      *    key date + program + module at or after the pinned time.
      *--------------------------------------------------------------
       Check-Baselines.
           Open Input TODYNBAS-FILE
           If WS-BASFILE-STATUS Not = '00'
               Display '  (TODYNBAS not available - status '
                       WS-BASFILE-STATUS
                       ' - no certifications to check)'
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNBAS-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Add 1 To WS-RIC-BAS-READ
                           Perform Find-Baseline-Run
                           If WS-RIC-RUN-FOUND-SW = 'N'
                               Perform Hold-Dangling-Baseline
                           End-If
                   End-Read
                   If WS-BASFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNBAS-FILE
               Move 'N' To WS-EOF-SW
               If WS-RIC-DNG-COUNT > 0
                   Perform Search-Archive
                   Perform Report-Dangling-Baselines
               End-If
           End-If
           EXIT.


       Find-Baseline-Run.
           Move 'N' To WS-RIC-RUN-FOUND-SW
           Move BAS-RUN-DATE To RR-KEY-DATE
           Move BAS-RUN-TIME To RR-KEY-TIME
           Move Low-Values   To RR-KEY-PROGRAM
           Move Low-Values   To RR-KEY-CALLTYPE
           Move 0            To RR-KEY-SEQ
           Start TODYNRES-FILE Key Not < RR-KEY
               Invalid Key
                   Move '10' To WS-RESFILE-STATUS
           End-Start
           Perform Until WS-RESFILE-STATUS Not = '00'
               Or WS-RIC-RUN-FOUND-SW = 'Y'
               Read TODYNRES-FILE Next Record
                   At End
                       Continue
                   Not At End
                       Evaluate True
                           When RR-KEY-DATE Not = BAS-RUN-DATE
                               Move '10' To WS-RESFILE-STATUS
                           When RR-KEY-PROGRAM = BAS-KEY-PROGRAM
                               And RR-MODULE-NAME = BAS-KEY-MODULE
                               Move 'Y' To WS-RIC-RUN-FOUND-SW
                           When Other
                               Continue
                       End-Evaluate
               End-Read
           End-Perform
           Move '00' To WS-RESFILE-STATUS
           EXIT.


       Hold-Dangling-Baseline.
           If WS-RIC-DNG-COUNT < 200
               Add 1 To WS-RIC-DNG-COUNT
               Move WS-RIC-DNG-COUNT To WS-DX
               Move BAS-KEY      To WS-RIC-DNG-KEY(WS-DX)
               Move BAS-RUN-DATE To WS-RIC-DNG-RUN-DATE(WS-DX)
               Move BAS-RUN-TIME To WS-RIC-DNG-RUN-TIME(WS-DX)
               Move BAS-STATUS   To WS-RIC-DNG-STATUS(WS-DX)
               Move 'N'          To WS-RIC-DNG-ARCH-SW(WS-DX)
           Else
               Move 'Y' To WS-RIC-DNG-FULL-SW
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One pass over the archive for all the dangling
      *    certifications.  The key and module sit at the same
      *    offsets in every RESFD layout version (key 1-27, module
      *    46-53), so the images are matched without upgrading.
      *--------------------------------------------------------------
       Search-Archive.
           Open Input TODYNARR-FILE
           If WS-ARRFILE-STATUS Not = '00'
               Display '  (TODYNARR not available - status '
                       WS-ARRFILE-STATUS
                       ' - archived runs reported as missing)'
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNARR-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Match-Archive-Image
                   End-Read
               End-Perform
               Close TODYNARR-FILE
               Move 'N' To WS-EOF-SW
           End-If
           EXIT.


       Match-Archive-Image.
           Perform Varying WS-DX From 1 By 1
                   Until WS-DX > WS-RIC-DNG-COUNT
               If WS-RIC-DNG-ARCH-SW(WS-DX) = 'N'
                   And WS-ARCHIVE-RESULT-REC(1:8)
                           = WS-RIC-DNG-RUN-DATE(WS-DX)
                   And WS-ARCHIVE-RESULT-REC(9:6)
                           Not < WS-RIC-DNG-RUN-TIME(WS-DX)
                   And WS-ARCHIVE-RESULT-REC(15:8)
                           = WS-RIC-DNG-KEY(WS-DX)(1:8)
                   And WS-ARCHIVE-RESULT-REC(46:8)
                           = WS-RIC-DNG-KEY(WS-DX)(9:8)
                   Move 'Y' To WS-RIC-DNG-ARCH-SW(WS-DX)
               End-If
           End-Perform
           EXIT.


       Report-Dangling-Baselines.
           Perform Varying WS-DX From 1 By 1
                   Until WS-DX > WS-RIC-DNG-COUNT
               If WS-RIC-DNG-ARCH-SW(WS-DX) = 'Y'
                   Add 1 To WS-RIC-BAS-ARCH-CNT
                   Move 'BASELINE RUN ARCHIVED' To WS-RIC-EXC-TEXT
               Else
                   Add 1 To WS-RIC-BAS-GONE-CNT
                   Move 'BASELINE RUN MISSING' To WS-RIC-EXC-TEXT
               End-If
               Move Spaces To WS-RIC-EXC-DETAIL
               String WS-RIC-DNG-KEY(WS-DX)(1:8)  Delimited By Size
                      ' '                         Delimited By Size
                      WS-RIC-DNG-KEY(WS-DX)(9:8)  Delimited By Size
                      ' '                         Delimited By Size
                      WS-RIC-DNG-KEY(WS-DX)(17:8) Delimited By Size
                      ' '                         Delimited By Size
                      WS-RIC-DNG-KEY(WS-DX)(25:6) Delimited By Size
                      ' seq '                     Delimited By Size
                      WS-RIC-DNG-KEY(WS-DX)(31:4) Delimited By Size
                      ' run '                     Delimited By Size
                      WS-RIC-DNG-RUN-DATE(WS-DX)  Delimited By Size
                      ' '                         Delimited By Size
                      WS-RIC-DNG-RUN-TIME(WS-DX)  Delimited By Size
                      ' status '                  Delimited By Size
                      WS-RIC-DNG-STATUS(WS-DX)    Delimited By Size
                   Into WS-RIC-EXC-DETAIL
               End-String
               Perform List-Exception
               If WS-RIC-DNG-STATUS(WS-DX) = 'A'
                   Add 1 To WS-RIC-BAS-ACTIVE-CNT
               End-If
           End-Perform
           If WS-RIC-DNG-FULL-SW = 'Y'
               Display '  (more than 200 dangling certifications - '
                       'the rest are not listed or counted)'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    TODYNRES -> TODYNRSX: every history record must have its
      *    cross-reference row; then TODYNRSX -> TODYNRES: every
      *    row must still point at a history record of its module.
      *--------------------------------------------------------------
       Check-Cross-Reference.
           Move 'N' To WS-RSX-OK-SW
           If WS-RIC-REPAIR-SW = 'Y'
               Open I-O TODYNRSX-FILE
               If WS-RSXFILE-STATUS = '35'
                   Open Output TODYNRSX-FILE
                   Close TODYNRSX-FILE
                   Open I-O TODYNRSX-FILE
               End-If
           Else
               Open Input TODYNRSX-FILE
           End-If
           If WS-RSXFILE-STATUS = '00'
               Move 'Y' To WS-RSX-OK-SW
           End-If
           If WS-RSX-OK-SW = 'N'
               Display '  (TODYNRSX not available - status '
                       WS-RSXFILE-STATUS
                       ' - cross-reference not checked)'
           Else
               Perform Check-Results-Have-Xref
               Perform Check-Xref-Has-Result
               Close TODYNRSX-FILE
           End-If
           EXIT.


       Check-Results-Have-Xref.
           Move Low-Values To RR-KEY
           Move 'N' To WS-EOF-SW
           Start TODYNRES-FILE Key Not < RR-KEY
               Invalid Key
                   Move 'Y' To WS-EOF-SW
           End-Start
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNRES-FILE Next Record
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       Add 1 To WS-RIC-RES-READ
                       Perform Find-Xref-Row
               End-Read
               If WS-RESFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           EXIT.


       Find-Xref-Row.
           Move RR-MODULE-NAME To RSX-KEY-MODULE
           Move RR-KEY         To RSX-KEY-RES
           Read TODYNRSX-FILE
               Invalid Key
                   Add 1 To WS-RIC-NO-XREF-CNT
                   Move 'RESULT WITHOUT XREF' To WS-RIC-EXC-TEXT
                   Move Spaces To WS-RIC-EXC-DETAIL
                   String RR-MODULE-NAME Delimited By Size
                          ' '            Delimited By Size
                          RR-KEY         Delimited By Size
                       Into WS-RIC-EXC-DETAIL
                   End-String
                   Perform List-Exception
                   If WS-RIC-REPAIR-SW = 'Y'
                       Perform Add-Xref-Row
                   End-If
           End-Read
           EXIT.


       Add-Xref-Row.
           Move Spaces         To WS-RESULT-XREF-REC
           Move RR-MODULE-NAME To RSX-KEY-MODULE
           Move RR-KEY         To RSX-KEY-RES
           Write WS-RESULT-XREF-REC
               Invalid Key
                   Add 1 To WS-RIC-REPAIR-FAILED
                   Move 'RSX ADD FAILED' To WS-RIC-FIX-TEXT
               Not Invalid Key
                   Add 1 To WS-RIC-RSX-ADDED
                   Move 'RSX ROW ADDED' To WS-RIC-FIX-TEXT
           End-Write
           Display '      REPAIRED: ' WS-RIC-FIX-TEXT ' '
                   RSX-KEY-MODULE ' ' RSX-KEY-RES
           EXIT.


       Check-Xref-Has-Result.
           Move Low-Values To RSX-KEY
           Move 'N' To WS-EOF-SW
           Start TODYNRSX-FILE Key Not < RSX-KEY
               Invalid Key
                   Move 'Y' To WS-EOF-SW
           End-Start
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNRSX-FILE Next Record
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       Add 1 To WS-RIC-RSX-READ
                       Perform Find-Xref-Result
               End-Read
               If WS-RSXFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           Move 'N' To WS-EOF-SW
           EXIT.


       Find-Xref-Result.
           Move RSX-KEY-RES To RR-KEY
           Move Spaces      To WS-RIC-EXC-TEXT
           Read TODYNRES-FILE
               Invalid Key
                   Move 'XREF WITHOUT RESULT' To WS-RIC-EXC-TEXT
               Not Invalid Key
                   If RR-MODULE-NAME Not = RSX-KEY-MODULE
                       Move 'XREF NAMES WRONG MODULE'
                           To WS-RIC-EXC-TEXT
                   End-If
           End-Read
           If WS-RIC-EXC-TEXT Not = Spaces
               Add 1 To WS-RIC-RSX-ORPH-CNT
               Move Spaces To WS-RIC-EXC-DETAIL
               String RSX-KEY-MODULE Delimited By Size
                      ' '            Delimited By Size
                      RSX-KEY-RES    Delimited By Size
                   Into WS-RIC-EXC-DETAIL
               End-String
               Perform List-Exception
               If WS-RIC-REPAIR-SW = 'Y'
                   Delete TODYNRSX-FILE Record
                       Invalid Key
                           Add 1 To WS-RIC-REPAIR-FAILED
                           Move 'RSX DELETE FAILED' To WS-RIC-FIX-TEXT
                       Not Invalid Key
                           Add 1 To WS-RIC-RSX-DELETED
                           Move 'RSX ROW DELETED' To WS-RIC-FIX-TEXT
                   End-Delete
                   Display '      REPAIRED: ' WS-RIC-FIX-TEXT ' '
                           RSX-KEY-MODULE ' ' RSX-KEY-RES
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The current control record - the module the suite runs
      *    when TODYNMLS is empty, and the image the last recorded
      *    change must match.
      *--------------------------------------------------------------
       Read-Control-Image.
           Open Input TODYNCTL-FILE
           If WS-CTLFILE-STATUS = '00'
               Read TODYNCTL-FILE
                   At End
                       Continue
                   Not At End
                       Move 'Y' To WS-RIC-HAVE-CTL-SW
                       Move WS-CONTROL-REC To WS-RIC-CUR-IMAGE
                       If CTL-MODULE-NAME Not = Spaces
                           Move CTL-MODULE-NAME To WS-A31BR14
                       End-If
               End-Read
               Close TODYNCTL-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Checkpoint rows: '@RUNLOCK' is the suite's lock, not a
      *    program row; everything else must belong to a benchmark
      *    program, and a row that names a module must name one the
      *    campaign still measures.
      *--------------------------------------------------------------
       Check-Checkpoint-Rows.
           If WS-RIC-REPAIR-SW = 'Y'
               Open I-O TODYNCKP-FILE
           Else
               Open Input TODYNCKP-FILE
           End-If
           If WS-CKPFILE-STATUS Not = '00'
               Display '  (TODYNCKP not available - status '
                       WS-CKPFILE-STATUS
                       ' - checkpoint rows not checked)'
           Else
               Move Low-Values To CKP-KEY
               Move 'N' To WS-EOF-SW
               Start TODYNCKP-FILE Key Not < CKP-KEY
                   Invalid Key
                       Move 'Y' To WS-EOF-SW
               End-Start
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNCKP-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           If CKP-KEY-PROGRAM Not = '@RUNLOCK'
                               Add 1 To WS-RIC-CKP-READ
                               Perform Judge-Checkpoint-Row
                           End-If
                   End-Read
                   If WS-CKPFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Move 'N' To WS-EOF-SW
               Close TODYNCKP-FILE
           End-If
           EXIT.


       Judge-Checkpoint-Row.
           Move Spaces To WS-RIC-EXC-TEXT
           Move 'N' To WS-RIC-FOUND-SW
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > 10 Or WS-RIC-FOUND-SW = 'Y'
               If WS-RIC-PGM-NAME(WS-PX) = CKP-KEY-PROGRAM
                   Move 'Y' To WS-RIC-FOUND-SW
               End-If
           End-Perform
           If WS-RIC-FOUND-SW = 'N'
               Add 1 To WS-RIC-CKP-PGM-CNT
               Move 'CKP ROW UNKNOWN PROGRAM' To WS-RIC-EXC-TEXT
           Else
               If CKP-MODULE-NAME Not = Spaces
                   And CKP-MODULE-NAME Not = '@NULLOOP'
                   Perform Find-Checkpoint-Module
                   If WS-RIC-FOUND-SW = 'N'
                       Add 1 To WS-RIC-CKP-MOD-CNT
                       Move 'CKP MODULE NOT ON MLS' To WS-RIC-EXC-TEXT
                   End-If
               End-If
           End-If
           If WS-RIC-EXC-TEXT Not = Spaces
               Move Spaces To WS-RIC-EXC-DETAIL
               String CKP-KEY-PROGRAM  Delimited By Size
                      ' type '         Delimited By Size
                      CKP-KEY-CALLTYPE Delimited By Size
                      ' sample '       Delimited By Size
                      CKP-KEY-SAMPLE   Delimited By Size
                      ' module '       Delimited By Size
                      CKP-MODULE-NAME  Delimited By Size
                   Into WS-RIC-EXC-DETAIL
               End-String
               Perform List-Exception
               If WS-RIC-REPAIR-SW = 'Y'
                   Delete TODYNCKP-FILE Record
                       Invalid Key
                           Add 1 To WS-RIC-REPAIR-FAILED
                           Move 'CKP DELETE FAILED' To WS-RIC-FIX-TEXT
                       Not Invalid Key
                           Add 1 To WS-RIC-CKP-DELETED
                           Move 'CKP ROW DELETED' To WS-RIC-FIX-TEXT
                   End-Delete
                   Display '      REPAIRED: ' WS-RIC-FIX-TEXT ' '
                           CKP-KEY-PROGRAM ' ' CKP-KEY-CALLTYPE ' '
                           CKP-KEY-SAMPLE ' ' CKP-MODULE-NAME
               End-If
           End-If
           EXIT.


       Find-Checkpoint-Module.
           Move 'N' To WS-RIC-FOUND-SW
           If CKP-KEY-PROGRAM = 'TODYNAM9'
               Perform Varying WS-MX From 1 By 1
                       Until WS-MX > 3 Or WS-RIC-FOUND-SW = 'Y'
                   If WS-RIC-HEAD-NAME(WS-MX) = CKP-MODULE-NAME
                       Move 'Y' To WS-RIC-FOUND-SW
                   End-If
               End-Perform
           Else
               Perform Varying WS-MX From 1 By 1
                       Until WS-MX > WS-MLS-COUNT
                          Or WS-RIC-FOUND-SW = 'Y'
                   If WS-MLS-MODULE(WS-MX) = CKP-MODULE-NAME
                       Move 'Y' To WS-RIC-FOUND-SW
                   End-If
               End-Perform
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    TODYNCTH in save order.  Each save is an OLD/NEW pair;
      *    a save's OLD must equal the previous save's NEW, and the
      *    live record must equal the last NEW.  Where they differ
      *    the update stamp inside the images says which gap it
      *    is: a different stamp is a save whose history was never
      *    written, the same stamp is an edit made outside TODYNCTM.
      *--------------------------------------------------------------
       Check-Change-History.
           Open Input TODYNCTH-FILE
           If WS-CTHFILE-STATUS Not = '00'
               Display '  (TODYNCTH not available - status '
                       WS-CTHFILE-STATUS
                       ' - change history not checked)'
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNCTH-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Add 1 To WS-RIC-CTH-RECS
                           Perform Judge-History-Image
                   End-Read
               End-Perform
               Move 'N' To WS-EOF-SW
               Close TODYNCTH-FILE
               If WS-RIC-HAVE-OLD-SW = 'Y'
                   Move 'CTH BEFORE WITHOUT AFTER' To WS-RIC-EXC-TEXT
                   Move Spaces To WS-RIC-EXC-DETAIL
                   String 'save stamped ' Delimited By Size
                          WS-RIC-PEND-STAMP Delimited By Size
                       Into WS-RIC-EXC-DETAIL
                   End-String
                   Perform Note-History-Gap
               End-If
               If WS-RIC-HAVE-PREV-SW = 'Y'
                   And WS-RIC-HAVE-CTL-SW = 'Y'
                   And WS-RIC-CUR-IMAGE Not = WS-RIC-PREV-NEW
                   Move WS-RIC-CUR-IMAGE To WS-RIC-PEND-OLD
                   Perform Classify-Image-Gap
                   Move Spaces To WS-RIC-EXC-DETAIL
                   String 'live TODYNCTL (stamped '
                                             Delimited By Size
                          WS-RIC-CUR-IMAGE(38:8) Delimited By Size
                          ' '                    Delimited By Size
                          WS-RIC-CUR-IMAGE(46:6) Delimited By Size
                          ' by '                 Delimited By Size
                          WS-RIC-CUR-IMAGE(52:8) Delimited By Size
                          ') is not the last recorded change'
                                             Delimited By Size
                       Into WS-RIC-EXC-DETAIL
                   End-String
                   Perform Note-History-Gap
               End-If
           End-If
           EXIT.


       Judge-History-Image.
           Evaluate CTH-IMAGE-TYPE
               When 'OLD'
                   If WS-RIC-HAVE-OLD-SW = 'Y'
                       Move 'CTH BEFORE WITHOUT AFTER'
                           To WS-RIC-EXC-TEXT
                       Move Spaces To WS-RIC-EXC-DETAIL
                       String 'save stamped ' Delimited By Size
                              WS-RIC-PEND-STAMP Delimited By Size
                           Into WS-RIC-EXC-DETAIL
                       End-String
                       Perform Note-History-Gap
                   End-If
                   Move CTH-IMAGE    To WS-RIC-PEND-OLD
                   Move CTH-UPD-DATE To WS-RIC-PEND-STAMP(1:8)
                   Move CTH-UPD-TIME To WS-RIC-PEND-STAMP(9:6)
                   Move 'Y'          To WS-RIC-HAVE-OLD-SW
                   If WS-RIC-HAVE-PREV-SW = 'Y'
                       And CTH-IMAGE Not = WS-RIC-PREV-NEW
                       Perform Classify-Image-Gap
                       Move Spaces To WS-RIC-EXC-DETAIL
                       String 'before save stamped '
                                              Delimited By Size
                              CTH-UPD-DATE    Delimited By Size
                              ' '             Delimited By Size
                              CTH-UPD-TIME    Delimited By Size
                              ' by '          Delimited By Size
                              CTH-UPD-USER    Delimited By Size
                              ' - last recorded change '
                                              Delimited By Size
                              WS-RIC-PREV-NEW(38:8)
                                              Delimited By Size
                              ' '             Delimited By Size
                              WS-RIC-PREV-NEW(46:6)
                                              Delimited By Size
                           Into WS-RIC-EXC-DETAIL
                       End-String
                       Perform Note-History-Gap
                   End-If
               When 'NEW'
                   If WS-RIC-HAVE-OLD-SW = 'N'
                       Move 'CTH AFTER WITHOUT BEFORE'
                           To WS-RIC-EXC-TEXT
                       Move Spaces To WS-RIC-EXC-DETAIL
                       String 'save stamped ' Delimited By Size
                              CTH-UPD-DATE    Delimited By Size
                              ' '             Delimited By Size
                              CTH-UPD-TIME    Delimited By Size
                              ' by '          Delimited By Size
                              CTH-UPD-USER    Delimited By Size
                           Into WS-RIC-EXC-DETAIL
                       End-String
                       Perform Note-History-Gap
                   End-If
                   Move CTH-IMAGE To WS-RIC-PREV-NEW
                   Move 'Y'       To WS-RIC-HAVE-PREV-SW
                   Move 'N'       To WS-RIC-HAVE-OLD-SW
               When Other
                   Move 'CTH UNKNOWN IMAGE TYPE' To WS-RIC-EXC-TEXT
                   Move Spaces To WS-RIC-EXC-DETAIL
                   String 'type ' Delimited By Size
                          CTH-IMAGE-TYPE Delimited By Size
                          ' stamped '    Delimited By Size
                          CTH-UPD-DATE   Delimited By Size
                          ' '            Delimited By Size
                          CTH-UPD-TIME   Delimited By Size
                       Into WS-RIC-EXC-DETAIL
                   End-String
                   Perform Note-History-Gap
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The image in WS-RIC-PEND-OLD differs from the last
      *    recorded after-image - by the update stamp (TODYNCTM
      *    stamps every save at CTL-UPD-DATE/-TIME, bytes 38-51)?
      *--------------------------------------------------------------
       Classify-Image-Gap.
           If WS-RIC-PEND-OLD(38:14) Not = WS-RIC-PREV-NEW(38:14)
               Move 'CTH SAVE NOT RECORDED' To WS-RIC-EXC-TEXT
           Else
               Move 'CTL CHANGED OUTSIDE CTM' To WS-RIC-EXC-TEXT
           End-If
           EXIT.


       Note-History-Gap.
           Add 1 To WS-RIC-CTH-GAP-CNT
           Perform List-Exception
           EXIT.


       List-Exception.
           If WS-RIC-LISTED-CNT = 0
               Display ' '
               Display '  EXCEPTION                DETAIL'
           End-If
           Add 1 To WS-RIC-LISTED-CNT
           If WS-RIC-LISTED-CNT <= WS-RIC-LIST-MAX
               Display '  ' WS-RIC-EXC-TEXT ' ' WS-RIC-EXC-DETAIL
           End-If
           If WS-RIC-LISTED-CNT = WS-RIC-LIST-MAX + 1
               Display '  (further exceptions counted only)'
           End-If
           EXIT.


       Print-Summary.
           Display ' '
           Move WS-RIC-BAS-READ To WS-SHOW-CNT
           Display '  Certifications checked           : ' WS-SHOW-CNT
           Move WS-RIC-BAS-ARCH-CNT To WS-SHOW-CNT
           Display '    run archived by TODYNHKP       : ' WS-SHOW-CNT
           Move WS-RIC-BAS-GONE-CNT To WS-SHOW-CNT
           Display '    run missing altogether         : ' WS-SHOW-CNT
           Move WS-RIC-BAS-ACTIVE-CNT To WS-SHOW-CNT
           Display '    of those, ACTIVE baselines     : ' WS-SHOW-CNT
           Move WS-RIC-RES-READ To WS-SHOW-BIG
           Display '  History records checked      : ' WS-SHOW-BIG
           Move WS-RIC-NO-XREF-CNT To WS-SHOW-CNT
           Display '    with no TODYNRSX row           : ' WS-SHOW-CNT
           Move WS-RIC-RSX-READ To WS-SHOW-BIG
           Display '  Cross-reference rows checked : ' WS-SHOW-BIG
           Move WS-RIC-RSX-ORPH-CNT To WS-SHOW-CNT
           Display '    orphan (record gone/moved)     : ' WS-SHOW-CNT
           Move WS-RIC-CKP-READ To WS-SHOW-CNT
           Display '  Checkpoint rows checked          : ' WS-SHOW-CNT
           Move WS-RIC-CKP-PGM-CNT To WS-SHOW-CNT
           Display '    for an unknown program         : ' WS-SHOW-CNT
           Move WS-RIC-CKP-MOD-CNT To WS-SHOW-CNT
           Display '    for a module not on TODYNMLS   : ' WS-SHOW-CNT
           Move WS-RIC-CTH-RECS To WS-SHOW-CNT
           Display '  Change-history images checked    : ' WS-SHOW-CNT
           Move WS-RIC-CTH-GAP-CNT To WS-SHOW-CNT
           Display '    gaps                           : ' WS-SHOW-CNT
           If WS-RIC-REPAIR-SW = 'Y'
               Display ' '
               Move WS-RIC-RSX-ADDED To WS-SHOW-CNT
               Display '  REPAIR: TODYNRSX rows added      : '
                       WS-SHOW-CNT
               Move WS-RIC-RSX-DELETED To WS-SHOW-CNT
               Display '  REPAIR: TODYNRSX rows deleted    : '
                       WS-SHOW-CNT
               Move WS-RIC-CKP-DELETED To WS-SHOW-CNT
               Display '  REPAIR: TODYNCKP rows deleted    : '
                       WS-SHOW-CNT
               Move WS-RIC-REPAIR-FAILED To WS-SHOW-CNT
               Display '  REPAIR: changes that failed      : '
                       WS-SHOW-CNT
           End-If
           If WS-RIC-LISTED-CNT > 0
               If WS-RIC-WORST-RC < 4
                   Move 4 To WS-RIC-WORST-RC
               End-If
           End-If
           If WS-RIC-LOCKED-SW = 'Y'
               If WS-RIC-WORST-RC < 4
                   Move 4 To WS-RIC-WORST-RC
               End-If
           End-If
           If WS-RIC-BAS-ACTIVE-CNT > 0
               Display '  *** ACTIVE CERTIFIED BASELINE(S) DANGLING - '
                       'RE-PIN OR RETIRE IN TODYNBSM ***'
               Move 8 To WS-RIC-WORST-RC
           End-If
           If WS-RIC-LISTED-CNT = 0 And WS-RIC-WORST-RC = 0
               Display '  All files are in step with each other.'
           End-If
           Display '=================================================='
           EXIT.


      *--------------------------------------------------------------
      *    Campaign module list  (shared copybook) - Load-Module-List
      *    gives the modules the campaign measures today.
      *--------------------------------------------------------------
           COPY MLSRTN.
