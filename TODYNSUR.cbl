       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNSUR.
      *===============================================================
      *     User SMF reconciliation.  Every TODYNRES history record
      *     the batch measurement programs write goes out as a
      *     type-212 user SMF record as well (SMUWS.cpy/SMURTN.cpy),
      *     so the performance database takes the benchmark figures
      *     from the SMF dump like every other source.  This program
      *     proves the two agree for one day: it reads the type-212
      *     records back out of the IFASMFDP dump (SMFIN) and
      *     matches them one-for-one on the TODYNRES key against
      *     the history records of that day, reporting
      *       - history records with no SMF copy,
      *       - SMF records with no history record behind them,
      *       - the same key recorded twice in SMF,
      *       - copies whose figures differ from the history record,
      *       - copies whose stability flag differs (a subtype-2
      *         re-flag supersedes the subtype-1 flag),
      *       - re-flags whose original record is not in the dump.
      *     The day is the TODYNRES key date, PARM='YYYYMMDD'
      *     (default yesterday) - the dump must run from the start
      *     of that day through the end of the last benchmark job
      *     that started in it.  Not counted against SMF: the CICS
      *     driver's records (TODYNCIC writes no user SMF record)
      *     and records measured on a system that has no type-212
      *     records in this dump (merged in from another LPAR by
      *     TODYNMRG - reconcile them against that LPAR's dump).
      *     RC 0 reconciled, RC 4 exceptions listed, RC 8 when
      *     SMFIN or TODYNRES cannot be read or the day has history
      *     records but the dump holds none of its SMF records.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SMRSEL.
           COPY RESSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SMRFD.
           COPY RESFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY SMRWS.
           COPY RESWS.
           COPY SMUWS.

      *---------------------------------------------------------------
      *    The day being reconciled.
      *---------------------------------------------------------------
       01  WS-SUR-DAY-X           PIC  X(08)  Value Spaces.
       01  WS-SUR-DAY-9 REDEFINES WS-SUR-DAY-X
                                  PIC  9(08).
       01  WS-SUR-DATE-TIME       PIC  X(21)  Value Spaces.
       01  WS-SUR-TODAY-9         PIC  9(08)  Value 0.

      *---------------------------------------------------------------
      *    The day's type-212 records, by TODYNRES key.  The body
      *    of the subtype 1 is kept whole for the field compare.
      *---------------------------------------------------------------
       01  WS-SUR-SMF-COUNT       PIC  9(05)  COMP-5  Value 0.
       01  WS-SUR-SMF-TABLE.
           05 WS-SUR-SMF-ROW OCCURS 5000 TIMES.
              10 WS-SUR-SMF-KEY   PIC X(27).
              10 WS-SUR-SMF-BODY  PIC X(139).
              10 WS-SUR-SMF-SUB1  PIC 9(03)  COMP-5.
              10 WS-SUR-SMF-SUB2  PIC 9(03)  COMP-5.
              10 WS-SUR-SMF-MATCHED
                                  PIC X(01).
       01  WS-SX                  PIC  9(05)  COMP-5  Value 0.
       01  WS-SUR-HIT             PIC  9(05)  COMP-5  Value 0.
       01  WS-SUR-FULL-SW         PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Systems that wrote type-212 records into this dump.
      *---------------------------------------------------------------
       01  WS-SUR-SYS-COUNT       PIC  9(02)  COMP-5  Value 0.
       01  WS-SUR-SYS-TABLE.
           05 WS-SUR-SYS-NAME OCCURS 32 TIMES
                                  PIC X(08).
       01  WS-YX                  PIC  9(02)  COMP-5  Value 0.
       01  WS-SUR-SYS-FOUND-SW    PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Record pick-up and compare work fields.
      *---------------------------------------------------------------
       01  WS-SUR-RTY             PIC  9(03)  COMP-5  Value 0.
       01  WS-SUR-SUBTYPE         PIC  9(05)  COMP-5  Value 0.
       01  WS-SUR-FLAG            PIC  X(01)  Value Space.
       01  WS-SUR-DIFF-TEXT       PIC  X(40)  Value Spaces.

      *---------------------------------------------------------------
      *    Disposition counters.
      *---------------------------------------------------------------
       01  WS-SUR-COUNTERS.
           05 WS-SUR-DUMP-READ    PIC 9(09)  COMP-5  Value 0.
           05 WS-SUR-212-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-212-DAY      PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-SUB1-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-SUB2-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-RES-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-CICS-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-OTHER-SYS-CNT
                                  PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-MATCH-CNT    PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-NO-SMF-CNT   PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-NO-RES-CNT   PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-DUP-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-DIFF-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-FLAG-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-ORPHAN-RF-CNT
                                  PIC 9(07)  COMP-5  Value 0.
           05 WS-SUR-LISTED-CNT   PIC 9(05)  COMP-5  Value 0.
       01  WS-SUR-LIST-MAX        PIC  9(05)  COMP-5  Value 200.
       01  WS-SUR-EXC-TEXT        PIC  X(24)  Value Spaces.
       01  WS-SUR-EXC-KEY         PIC  X(27)  Value Spaces.
       01  WS-SUR-WORST-RC        PIC  9(02)  COMP-5  Value 0.
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
           Move Function Current-Date To WS-SUR-DATE-TIME
           Move WS-SUR-DATE-TIME(1:8) To WS-SUR-TODAY-9
           Compute WS-SUR-DAY-9 =
               Function Date-of-Integer(
                   Function Integer-of-Date(WS-SUR-TODAY-9) - 1)
           If LS-PARM-LEN >= 8
               If LS-PARM-TEXT(1:8) Numeric
                   Move LS-PARM-TEXT(1:8) To WS-SUR-DAY-X
               End-If
           End-If
           Display ' '
           Display 'TODYNSUR USER SMF RECONCILIATION FOR '
                   WS-SUR-DAY-X
           Display '=================================================='
           Perform Load-SMF-Copies
           If WS-SUR-WORST-RC < 8
               Perform Match-History-Records
           End-If
           If WS-SUR-WORST-RC < 8
               Perform List-Unmatched-SMF
               Perform Print-Summary
           End-If
           Move WS-SUR-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    Every type-212 'TDYN' record in the dump whose TODYNRES
      *    key falls on the day.
      *--------------------------------------------------------------
       Load-SMF-Copies.
           Open Input SMFIN-FILE
           If WS-SMFIN-STATUS Not = '00'
               Display '    *** SMFIN NOT AVAILABLE (STATUS '
                       WS-SMFIN-STATUS ') - NO SMF DUMP TO '
                       'RECONCILE ***'
               Move 8 To WS-SUR-WORST-RC
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read SMFIN-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Add 1 To WS-SUR-DUMP-READ
                           Perform Process-SMF-Record
                   End-Read
               End-Perform
               Close SMFIN-FILE
           End-If
           EXIT.


       Process-SMF-Record.
           If WS-SMFIN-LEN >= 139
               Compute WS-SUR-RTY =
                   Function Ord(WS-SMFIN-REC(2:1)) - 1
               If WS-SUR-RTY = WS-SMU-TYPE
                   And WS-SMFIN-REC(15:4) = 'TDYN'
                   Move WS-SMFIN-REC(1:139) To SMU-BODY
                   Add 1 To WS-SUR-212-READ
                   Perform Note-SMF-System
                   If SMU-RES-KEY(1:8) = WS-SUR-DAY-X
                       Add 1 To WS-SUR-212-DAY
                       Perform File-SMF-Copy
                   End-If
               End-If
           End-If
           EXIT.


       Note-SMF-System.
           Move 'N' To WS-SUR-SYS-FOUND-SW
           Perform Varying WS-YX From 1 By 1
                   Until WS-YX > WS-SUR-SYS-COUNT
               If WS-SUR-SYS-NAME(WS-YX) = SMU-ENV-SYSTEM
                   Move 'Y' To WS-SUR-SYS-FOUND-SW
               End-If
           End-Perform
           If WS-SUR-SYS-FOUND-SW = 'N' And WS-SUR-SYS-COUNT < 32
               Add 1 To WS-SUR-SYS-COUNT
               Move SMU-ENV-SYSTEM To WS-SUR-SYS-NAME(WS-SUR-SYS-COUNT)
           End-If
           EXIT.


       File-SMF-Copy.
           Move SMU-STY To WS-SUR-SUBTYPE
           Move 0 To WS-SUR-HIT
           Perform Varying WS-SX From 1 By 1
                   Until WS-SX > WS-SUR-SMF-COUNT
               If WS-SUR-SMF-KEY(WS-SX) = SMU-RES-KEY
                   Move WS-SX To WS-SUR-HIT
                   Move WS-SUR-SMF-COUNT To WS-SX
               End-If
           End-Perform
           If WS-SUR-HIT = 0
               If WS-SUR-SMF-COUNT < 5000
                   Add 1 To WS-SUR-SMF-COUNT
                   Move WS-SUR-SMF-COUNT To WS-SUR-HIT
                   Move SMU-RES-KEY To WS-SUR-SMF-KEY(WS-SUR-HIT)
                   Move Spaces      To WS-SUR-SMF-BODY(WS-SUR-HIT)
                   Move 0           To WS-SUR-SMF-SUB1(WS-SUR-HIT)
                   Move 0           To WS-SUR-SMF-SUB2(WS-SUR-HIT)
                   Move 'N'         To WS-SUR-SMF-MATCHED(WS-SUR-HIT)
               Else
                   If WS-SUR-FULL-SW = 'N'
                       Move 'Y' To WS-SUR-FULL-SW
                       Display '    *** MORE THAN 5000 SMF RECORDS FOR '
                               'THE DAY - THE REST ARE NOT MATCHED ***'
                   End-If
               End-If
           End-If
           If WS-SUR-HIT > 0
               If WS-SUR-SUBTYPE = 2
                   Add 1 To WS-SUR-SUB2-CNT
                   Add 1 To WS-SUR-SMF-SUB2(WS-SUR-HIT)
               Else
                   Add 1 To WS-SUR-SUB1-CNT
                   Add 1 To WS-SUR-SMF-SUB1(WS-SUR-HIT)
                   Move SMU-BODY To WS-SUR-SMF-BODY(WS-SUR-HIT)
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The day's history records, each against its SMF copy.
      *--------------------------------------------------------------
       Match-History-Records.
           Open Input TODYNRES-FILE
           If WS-RESFILE-STATUS Not = '00'
               Display '    *** TODYNRES NOT AVAILABLE (STATUS '
                       WS-RESFILE-STATUS ') - NOTHING TO RECONCILE '
                       'AGAINST ***'
               Move 8 To WS-SUR-WORST-RC
           Else
               Move 'N' To WS-EOF-SW
               Move Low-Values    To RR-KEY
               Move WS-SUR-DAY-X  To RR-KEY-DATE
               Start TODYNRES-FILE Key Not < RR-KEY
                   Invalid Key
                       Move 'Y' To WS-EOF-SW
               End-Start
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNRES-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           If RR-KEY-DATE Not = WS-SUR-DAY-X
                               Move 'Y' To WS-EOF-SW
                           Else
                               Perform Match-One-Record
                           End-If
                   End-Read
               End-Perform
               Close TODYNRES-FILE
               If WS-SUR-RES-CNT > 0 And WS-SUR-212-DAY = 0
                   Display '    *** ' WS-SUR-DAY-X ' HAS HISTORY '
                           'RECORDS BUT THE DUMP HOLDS NONE OF ITS '
                           'TYPE 212 RECORDS - CHECK SMFPRMXX AND '
                           'THE DUMP SELECTION ***'
                   Move 8 To WS-SUR-WORST-RC
               End-If
           End-If
           EXIT.


       Match-One-Record.
           If RR-KEY-PROGRAM = 'TODYNCIC'
               Add 1 To WS-SUR-CICS-CNT
           Else
               Move 'N' To WS-SUR-SYS-FOUND-SW
               Perform Varying WS-YX From 1 By 1
                       Until WS-YX > WS-SUR-SYS-COUNT
                   If WS-SUR-SYS-NAME(WS-YX) = RR-ENV-SYSTEM
                       Move 'Y' To WS-SUR-SYS-FOUND-SW
                   End-If
               End-Perform
               If WS-SUR-SYS-FOUND-SW = 'N'
                   And WS-SUR-SYS-COUNT > 0
                   Add 1 To WS-SUR-OTHER-SYS-CNT
               Else
                   Add 1 To WS-SUR-RES-CNT
                   Perform Compare-With-SMF
               End-If
           End-If
           EXIT.


       Compare-With-SMF.
           Move 0 To WS-SUR-HIT
           Perform Varying WS-SX From 1 By 1
                   Until WS-SX > WS-SUR-SMF-COUNT
               If WS-SUR-SMF-KEY(WS-SX) = RR-KEY
                   Move WS-SX To WS-SUR-HIT
                   Move WS-SUR-SMF-COUNT To WS-SX
               End-If
           End-Perform
           Move RR-KEY To WS-SUR-EXC-KEY
           Evaluate True
               When WS-SUR-HIT = 0
                   Add 1 To WS-SUR-NO-SMF-CNT
                   Move 'NO SMF RECORD' To WS-SUR-EXC-TEXT
                   Move Spaces To WS-SUR-DIFF-TEXT
                   Perform List-Exception
               When WS-SUR-SMF-SUB1(WS-SUR-HIT) = 0
                   Move 'Y' To WS-SUR-SMF-MATCHED(WS-SUR-HIT)
                   Add 1 To WS-SUR-NO-SMF-CNT
                   Move 'NO SMF RECORD' To WS-SUR-EXC-TEXT
                   Move '(only a subtype-2 re-flag)'
                       To WS-SUR-DIFF-TEXT
                   Perform List-Exception
               When Other
                   Move 'Y' To WS-SUR-SMF-MATCHED(WS-SUR-HIT)
                   Perform Compare-Fields
           End-Evaluate
           EXIT.


       Compare-Fields.
           Move WS-SUR-SMF-BODY(WS-SUR-HIT) To SMU-BODY
           Move SMU-STABLE-FLAG To WS-SUR-FLAG
           If WS-SUR-SMF-SUB2(WS-SUR-HIT) > 0
               Move 'U' To WS-SUR-FLAG
           End-If
           Move Spaces To WS-SUR-DIFF-TEXT
           Evaluate True
               When SMU-PROGRAM   Not = RR-PROGRAM-ID
                   Move 'program' To WS-SUR-DIFF-TEXT
               When SMU-CALL-TYPE Not = RR-CALL-TYPE
                   Move 'call type' To WS-SUR-DIFF-TEXT
               When SMU-MODULE    Not = RR-MODULE-NAME
                   Move 'module' To WS-SUR-DIFF-TEXT
               When SMU-ITER-COUNT Not = RR-ITER-COUNT
                   Move 'iteration count' To WS-SUR-DIFF-TEXT
               When SMU-CPU-DIFF  Not = RR-CPU-DIFF
                   Move 'CPU diff' To WS-SUR-DIFF-TEXT
               When SMU-WALL-DIFF Not = RR-WALL-DIFF
                   Move 'wall diff' To WS-SUR-DIFF-TEXT
               When SMU-ENV-SYSTEM Not = RR-ENV-SYSTEM
                   Or SMU-ENV-CPU-MODEL Not = RR-ENV-CPU-MODEL
                   Or SMU-ENV-LOAD-PCT Not = RR-ENV-LOAD-PCT
                   Move 'run environment' To WS-SUR-DIFF-TEXT
               When SMU-ATTR-VER  Not = RR-ATTR-VER
                   Move 'attribute version' To WS-SUR-DIFF-TEXT
               When Other
                   Continue
           End-Evaluate
           If WS-SUR-DIFF-TEXT Not = Spaces
               Add 1 To WS-SUR-DIFF-CNT
               Move 'FIGURES DIFFER' To WS-SUR-EXC-TEXT
               Perform List-Exception
           Else
               If WS-SUR-FLAG Not = RR-STABLE-FLAG
                   Add 1 To WS-SUR-FLAG-CNT
                   Move 'STABILITY FLAG DIFFERS' To WS-SUR-EXC-TEXT
                   Move Spaces To WS-SUR-DIFF-TEXT
                   String 'SMF '''         Delimited By Size
                          WS-SUR-FLAG      Delimited By Size
                          ''' TODYNRES '''  Delimited By Size
                          RR-STABLE-FLAG   Delimited By Size
                          ''''             Delimited By Size
                       Into WS-SUR-DIFF-TEXT
                   End-String
                   Perform List-Exception
               Else
                   Add 1 To WS-SUR-MATCH-CNT
               End-If
           End-If
           If WS-SUR-SMF-SUB1(WS-SUR-HIT) > 1
               Add 1 To WS-SUR-DUP-CNT
               Move 'RECORDED TWICE IN SMF' To WS-SUR-EXC-TEXT
               Move Spaces To WS-SUR-DIFF-TEXT
               Perform List-Exception
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    SMF copies no history record claimed.
      *--------------------------------------------------------------
       List-Unmatched-SMF.
           Perform Varying WS-SX From 1 By 1
                   Until WS-SX > WS-SUR-SMF-COUNT
               If WS-SUR-SMF-MATCHED(WS-SX) = 'N'
                   Move WS-SUR-SMF-KEY(WS-SX) To WS-SUR-EXC-KEY
                   Move Spaces To WS-SUR-DIFF-TEXT
                   If WS-SUR-SMF-SUB1(WS-SX) = 0
                       Add 1 To WS-SUR-ORPHAN-RF-CNT
                       Move 'RE-FLAG WITHOUT ORIGINAL'
                           To WS-SUR-EXC-TEXT
                   Else
                       Add 1 To WS-SUR-NO-RES-CNT
                       Move 'NOT ON TODYNRES' To WS-SUR-EXC-TEXT
                   End-If
                   Perform List-Exception
               End-If
           End-Perform
           EXIT.


       List-Exception.
           If WS-SUR-LISTED-CNT = 0
               Display ' '
               Display '  EXCEPTION                TODYNRES KEY'
           End-If
           Add 1 To WS-SUR-LISTED-CNT
           If WS-SUR-LISTED-CNT <= WS-SUR-LIST-MAX
               Display '  ' WS-SUR-EXC-TEXT ' ' WS-SUR-EXC-KEY ' '
                       WS-SUR-DIFF-TEXT
           End-If
           If WS-SUR-LISTED-CNT = WS-SUR-LIST-MAX + 1
               Display '  (further exceptions counted only)'
           End-If
           EXIT.


       Print-Summary.
           Display ' '
           Move WS-SUR-DUMP-READ To WS-SHOW-BIG
           Display '  SMF dump records read             : ' WS-SHOW-BIG
           Move WS-SUR-212-READ To WS-SHOW-CNT
           Display '  Type 212 records in the dump      : ' WS-SHOW-CNT
           Move WS-SUR-SUB1-CNT To WS-SHOW-CNT
           Display '    for the day, written (sub 1)    : ' WS-SHOW-CNT
           Move WS-SUR-SUB2-CNT To WS-SHOW-CNT
           Display '    for the day, re-flags (sub 2)   : ' WS-SHOW-CNT
           Move WS-SUR-RES-CNT To WS-SHOW-CNT
           Display '  History records for the day      : ' WS-SHOW-CNT
           Move WS-SUR-MATCH-CNT To WS-SHOW-CNT
           Display '    reconciled                      : ' WS-SHOW-CNT
           Move WS-SUR-NO-SMF-CNT To WS-SHOW-CNT
           Display '    with no SMF record              : ' WS-SHOW-CNT
           Move WS-SUR-DIFF-CNT To WS-SHOW-CNT
           Display '    figures differ                  : ' WS-SHOW-CNT
           Move WS-SUR-FLAG-CNT To WS-SHOW-CNT
           Display '    stability flag differs          : ' WS-SHOW-CNT
           Move WS-SUR-DUP-CNT To WS-SHOW-CNT
           Display '    recorded twice in SMF           : ' WS-SHOW-CNT
           Move WS-SUR-NO-RES-CNT To WS-SHOW-CNT
           Display '  SMF records not on TODYNRES      : ' WS-SHOW-CNT
           Move WS-SUR-ORPHAN-RF-CNT To WS-SHOW-CNT
           Display '  Re-flags without an original     : ' WS-SHOW-CNT
           Move WS-SUR-CICS-CNT To WS-SHOW-CNT
           Display '  Not SMF-recorded (TODYNCIC)       : ' WS-SHOW-CNT
           Move WS-SUR-OTHER-SYS-CNT To WS-SHOW-CNT
           Display '  Measured on a system not in dump  : ' WS-SHOW-CNT
           If WS-SUR-NO-SMF-CNT > 0 Or WS-SUR-DIFF-CNT > 0
               Or WS-SUR-FLAG-CNT > 0 Or WS-SUR-DUP-CNT > 0
               Or WS-SUR-NO-RES-CNT > 0 Or WS-SUR-ORPHAN-RF-CNT > 0
               Display '  *** SMF AND TODYNRES DO NOT RECONCILE FOR '
                       WS-SUR-DAY-X ' ***'
               If WS-SUR-WORST-RC < 4
                   Move 4 To WS-SUR-WORST-RC
               End-If
           Else
               Display '  SMF and TODYNRES reconcile one-for-one for '
                       WS-SUR-DAY-X
           End-If
           Display '=================================================='
           EXIT.
