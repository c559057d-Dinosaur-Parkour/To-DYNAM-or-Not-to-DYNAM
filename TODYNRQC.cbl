       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNRQC.
      *===============================================================
      *     Request close-out and status listing - runs in the
      *     TODYNRUN analysis tail, after the benchmark steps have
      *     measured the modules TODYNRQS picked from the request
      *     queue (TODYNRQQ).
      *
      *     Every request still 'S' (selected) is closed against the
      *     run that measured it: the first TODYNRES record written
      *     for its module at or after its selection stamp -
      *     calibration ('N') and cold-start ('F') records aside -
      *     supplies the RR-KEY-DATE/RR-KEY-TIME run stamp stored on
      *     the request, the same stamp TODYNBSM certifies by and
      *     TODYNINQ browses by.  A selected module the run never
      *     reached (the campaign was cut short, or the module was
      *     skipped) has no such record; its request goes back to
      *     open for the next night and the listing says so.
      *
      *     The status listing follows, one section per requester:
      *     every open and selected request, and everything closed
      *     or cancelled in the last 30 days, so each requester can
      *     see what was asked, what ran, and where to find the
      *     numbers.
      *
      *     RC 0 normally, RC 4 when a selected request had to be
      *     reopened, RC 8 when the queue cannot be opened.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RQQSEL.
           COPY RESSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RQQFD.
           COPY RESFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW             PIC  X(01)  Value 'N'.

           COPY RQQWS.
           COPY RESWS.

      *---------------------------------------------------------------
      *    Selected requests awaiting their run stamp.
      *---------------------------------------------------------------
       01  WS-RQC-SEL-COUNT       PIC 9(03)  COMP-5  Value 0.
       01  WS-RQC-SEL-TABLE.
           05 WS-RQC-SEL-ROW OCCURS 200 TIMES.
              10 WS-RQC-SEL-NUMBER
                                  PIC 9(06).
              10 WS-RQC-SEL-MODULE
                                  PIC X(08).
              10 WS-RQC-SEL-STAMP PIC X(14).
              10 WS-RQC-RUN-STAMP PIC X(14).
       01  WS-RQC-SX              PIC 9(03)  COMP-5  Value 0.
       01  WS-RQC-FROM-STAMP      PIC X(14)  Value High-Values.
       01  WS-RQC-REC-STAMP       PIC X(14)  Value Spaces.
       01  WS-RQC-OPEN-LEFT       PIC 9(03)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Status listing: the queue, sorted by requester then
      *    request number.
      *---------------------------------------------------------------
       01  WS-RQC-LIST-COUNT      PIC 9(03)  COMP-5  Value 0.
       01  WS-RQC-LIST-TABLE.
           05 WS-RQC-LIST-ROW OCCURS 500 TIMES.
              10 WS-RQC-LIST-REQUESTER
                                  PIC X(08).
              10 WS-RQC-LIST-NUMBER
                                  PIC 9(06).
              10 WS-RQC-LIST-MODULE
                                  PIC X(08).
              10 WS-RQC-LIST-PRIORITY
                                  PIC 9(01).
              10 WS-RQC-LIST-NEEDED
                                  PIC X(08).
              10 WS-RQC-LIST-STATUS
                                  PIC X(01).
              10 WS-RQC-LIST-RUN-DATE
                                  PIC X(08).
              10 WS-RQC-LIST-RUN-TIME
                                  PIC X(06).
              10 WS-RQC-LIST-REASON
                                  PIC X(40).
       01  WS-RQC-SWAP-ROW        PIC X(86).
       01  WS-RQC-LX              PIC 9(03)  COMP-5  Value 0.
       01  WS-RQC-LX2             PIC 9(03)  COMP-5  Value 0.
       01  WS-RQC-LX3             PIC 9(03)  COMP-5  Value 0.
       01  WS-RQC-PREV-REQUESTER  PIC X(08)  Value Spaces.
       01  WS-RQC-SHOW-STATUS     PIC X(09)  Value Spaces.
       01  WS-RQC-OMITTED         PIC 9(05)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Listing cutoff - closed/cancelled requests older than
      *    30 days drop off the listing (they stay on the queue).
      *---------------------------------------------------------------
       01  WS-RQC-DATE-WORK.
           05 WS-RQC-DATE-TIME    PIC X(21).
           05 WS-RQC-TODAY-X      PIC X(08).
           05 WS-RQC-TODAY-9 REDEFINES WS-RQC-TODAY-X
                                  PIC 9(08).
           05 WS-RQC-CUTOFF-9     PIC 9(08)  Value 0.
           05 WS-RQC-CUTOFF-X REDEFINES WS-RQC-CUTOFF-9
                                  PIC X(08).
           05 WS-RQC-KEEP-DAYS    PIC 9(03)  Value 30.

       01  WS-RQC-COUNTERS.
           05 WS-RQC-CLOSED       PIC 9(05)  COMP-5  Value 0.
           05 WS-RQC-REOPENED     PIC 9(05)  COMP-5  Value 0.
       01  WS-RQC-WORST-RC        PIC 9(02)  COMP-5  Value 0.
       01  WS-SHOW-CNT            PIC ZZZ,ZZ9.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Move Function Current-Date To WS-RQC-DATE-TIME
           Move WS-RQC-DATE-TIME(1:8) To WS-RQC-TODAY-X
           Compute WS-RQC-CUTOFF-9 =
               Function Date-of-Integer(
                   Function Integer-of-Date(WS-RQC-TODAY-9)
                       - WS-RQC-KEEP-DAYS)
           Open I-O TODYNRQQ-FILE
           If WS-RQQFILE-STATUS Not = '00'
               Display '    *** TODYNRQQ NOT AVAILABLE (STATUS '
                       WS-RQQFILE-STATUS ') - NO REQUESTS CLOSED ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Load-Selected-Requests
           If WS-RQC-SEL-COUNT > 0
               Perform Find-Run-Stamps
               Perform Close-Selected-Requests
           End-If
           Perform Load-Status-Listing
           Close TODYNRQQ-FILE
           Perform Rank-By-Requester
           Perform Print-Status-Listing
           If WS-RQC-REOPENED > 0
               Move 4 To WS-RQC-WORST-RC
           End-If
           Move WS-RQC-WORST-RC To RETURN-CODE
           GOBACK.


       Load-Selected-Requests.
           Move 0 To RQ-KEY-NUMBER
           Move 'N' To WS-EOF-SW
           Start TODYNRQQ-FILE Key Not < RQ-KEY
               Invalid Key
                   Move 'Y' To WS-EOF-SW
           End-Start
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNRQQ-FILE Next Record
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       If RQ-STATUS = 'S'
                           Perform Add-Selected-Row
                       End-If
               End-Read
               If WS-RQQFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           EXIT.


       Add-Selected-Row.
           If WS-RQC-SEL-COUNT < 200
               Add 1 To WS-RQC-SEL-COUNT
               Move WS-RQC-SEL-COUNT To WS-RQC-SX
               Move RQ-KEY-NUMBER To WS-RQC-SEL-NUMBER(WS-RQC-SX)
               Move RQ-MODULE     To WS-RQC-SEL-MODULE(WS-RQC-SX)
               Move RQ-SEL-DATE   To WS-RQC-SEL-STAMP(WS-RQC-SX)(1:8)
               Move RQ-SEL-TIME   To WS-RQC-SEL-STAMP(WS-RQC-SX)(9:6)
               Move Spaces        To WS-RQC-RUN-STAMP(WS-RQC-SX)
               If WS-RQC-SEL-STAMP(WS-RQC-SX) < WS-RQC-FROM-STAMP
                   Move WS-RQC-SEL-STAMP(WS-RQC-SX)
                       To WS-RQC-FROM-STAMP
               End-If
           Else
               Display '    *** MORE THAN 200 SELECTED REQUESTS - '
                       'REQUEST ' RQ-KEY-NUMBER ' LEFT FOR THE NEXT '
                       'RUN ***'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One keyed pass over TODYNRES from the earliest selection
      *    stamp - the results cluster is keyed date/time first, so
      *    this reads tonight's records and nothing older.  Each
      *    selected request takes the first qualifying record of
      *    its module at or after its own selection stamp.
      *--------------------------------------------------------------
       Find-Run-Stamps.
           Open Input TODYNRES-FILE
           If WS-RESFILE-STATUS Not = '00'
               Display '    *** TODYNRES NOT AVAILABLE (STATUS '
                       WS-RESFILE-STATUS ') - SELECTED REQUESTS '
                       'REOPENED ***'
           Else
               Move WS-RQC-FROM-STAMP(1:8) To RR-KEY-DATE
               Move WS-RQC-FROM-STAMP(9:6) To RR-KEY-TIME
               Move Low-Values To RR-KEY-PROGRAM
               Move Low-Values To RR-KEY-CALLTYPE
               Move 0          To RR-KEY-SEQ
      *        A failed START ends the scan - nothing was written
      *        after the selection, and a READ NEXT after it would
      *        spin on status 46.
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
                           If RR-KEY-CALLTYPE Not = 'N'
                               And RR-KEY-CALLTYPE Not = 'F'
                               Perform Match-Selected-Module
                           End-If
                   End-Read
                   If WS-RESFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNRES-FILE
           End-If
           EXIT.


       Match-Selected-Module.
           Move RR-KEY-DATE To WS-RQC-REC-STAMP(1:8)
           Move RR-KEY-TIME To WS-RQC-REC-STAMP(9:6)
           Perform Varying WS-RQC-SX From 1 By 1
                   Until WS-RQC-SX > WS-RQC-SEL-COUNT
               If WS-RQC-RUN-STAMP(WS-RQC-SX) = Spaces
                   And WS-RQC-SEL-MODULE(WS-RQC-SX) = RR-MODULE-NAME
                   And WS-RQC-REC-STAMP >= WS-RQC-SEL-STAMP(WS-RQC-SX)
                   Move WS-RQC-REC-STAMP To WS-RQC-RUN-STAMP(WS-RQC-SX)
               End-If
           End-Perform
           EXIT.


       Close-Selected-Requests.
           Perform Varying WS-RQC-SX From 1 By 1
                   Until WS-RQC-SX > WS-RQC-SEL-COUNT
               Move WS-RQC-SEL-NUMBER(WS-RQC-SX) To RQ-KEY-NUMBER
               Read TODYNRQQ-FILE
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform Close-One-Request
               End-Read
           End-Perform
           EXIT.


       Close-One-Request.
           If WS-RQC-RUN-STAMP(WS-RQC-SX) = Spaces
               Move 'O'    To RQ-STATUS
               Move Spaces To RQ-SEL-DATE
               Move Spaces To RQ-SEL-TIME
               Add 1 To WS-RQC-REOPENED
               Display '    *** REQUEST ' RQ-KEY-NUMBER ' ('
                       RQ-MODULE ') WAS NOT MEASURED - REOPENED '
                       'FOR THE NEXT RUN ***'
           Else
               Move 'C' To RQ-STATUS
               Move WS-RQC-RUN-STAMP(WS-RQC-SX)(1:8) To RQ-RUN-DATE
               Move WS-RQC-RUN-STAMP(WS-RQC-SX)(9:6) To RQ-RUN-TIME
               Move WS-RQC-TODAY-X To RQ-CLOSE-DATE
               Add 1 To WS-RQC-CLOSED
           End-If
           Rewrite WS-REQUEST-REC
           EXIT.


      *--------------------------------------------------------------
      *    The queue as it now stands, less requests closed or
      *    cancelled before the listing cutoff.
      *--------------------------------------------------------------
       Load-Status-Listing.
           Move 0 To RQ-KEY-NUMBER
           Move 'N' To WS-EOF-SW
           Start TODYNRQQ-FILE Key Not < RQ-KEY
               Invalid Key
                   Move 'Y' To WS-EOF-SW
           End-Start
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNRQQ-FILE Next Record
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       Perform Judge-Listing-Request
               End-Read
               If WS-RQQFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           EXIT.


       Judge-Listing-Request.
           If (RQ-STATUS = 'C' Or RQ-STATUS = 'X')
               And RQ-CLOSE-DATE < WS-RQC-CUTOFF-X
               Continue
           Else
           If WS-RQC-LIST-COUNT < 500
               Add 1 To WS-RQC-LIST-COUNT
               Move WS-RQC-LIST-COUNT To WS-RQC-LX
               Move RQ-REQUESTER   To WS-RQC-LIST-REQUESTER(WS-RQC-LX)
               Move RQ-KEY-NUMBER  To WS-RQC-LIST-NUMBER(WS-RQC-LX)
               Move RQ-MODULE      To WS-RQC-LIST-MODULE(WS-RQC-LX)
               Move RQ-PRIORITY    To WS-RQC-LIST-PRIORITY(WS-RQC-LX)
               Move RQ-DATE-NEEDED To WS-RQC-LIST-NEEDED(WS-RQC-LX)
               Move RQ-STATUS      To WS-RQC-LIST-STATUS(WS-RQC-LX)
               Move RQ-RUN-DATE    To WS-RQC-LIST-RUN-DATE(WS-RQC-LX)
               Move RQ-RUN-TIME    To WS-RQC-LIST-RUN-TIME(WS-RQC-LX)
               Move RQ-REASON      To WS-RQC-LIST-REASON(WS-RQC-LX)
           Else
               Add 1 To WS-RQC-OMITTED
           End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Selection sort on requester + request number.
      *--------------------------------------------------------------
       Rank-By-Requester.
           Perform Varying WS-RQC-LX2 From 1 By 1
                   Until WS-RQC-LX2 >= WS-RQC-LIST-COUNT
               Move WS-RQC-LX2 To WS-RQC-LX3
               Perform Find-Lowest-Remaining
               If WS-RQC-LX3 Not = WS-RQC-LX2
                   Move WS-RQC-LIST-ROW(WS-RQC-LX3) To WS-RQC-SWAP-ROW
                   Move WS-RQC-LIST-ROW(WS-RQC-LX2)
                       To WS-RQC-LIST-ROW(WS-RQC-LX3)
                   Move WS-RQC-SWAP-ROW To WS-RQC-LIST-ROW(WS-RQC-LX2)
               End-If
           End-Perform
           EXIT.


       Find-Lowest-Remaining.
           Perform Varying WS-RQC-LX From WS-RQC-LX2 By 1
                   Until WS-RQC-LX > WS-RQC-LIST-COUNT
               If WS-RQC-LIST-ROW(WS-RQC-LX)(1:14) <
                       WS-RQC-LIST-ROW(WS-RQC-LX3)(1:14)
                   Move WS-RQC-LX To WS-RQC-LX3
               End-If
           End-Perform
           EXIT.


       Print-Status-Listing.
           Display ' '
           Display 'TODYNRQC BENCHMARK REQUEST STATUS'
           Display '=================================================='
           Move WS-RQC-CLOSED To WS-SHOW-CNT
           Display '  Requests closed by this run  . : ' WS-SHOW-CNT
           Move WS-RQC-REOPENED To WS-SHOW-CNT
           Display '  Selected but not measured  . . : ' WS-SHOW-CNT
           Display '    (reopened - they compete again next run)'
           Move Spaces To WS-RQC-PREV-REQUESTER
           Perform Varying WS-RQC-LX From 1 By 1
                   Until WS-RQC-LX > WS-RQC-LIST-COUNT
               If WS-RQC-LX = 1
                   Or WS-RQC-LIST-REQUESTER(WS-RQC-LX)
                       Not = WS-RQC-PREV-REQUESTER
                   Perform Show-Requester-Heading
               End-If
               Perform Show-One-Listed-Request
           End-Perform
           If WS-RQC-LIST-COUNT = 0
               Display ' '
               Display '  The request queue is empty.'
           End-If
           If WS-RQC-OMITTED > 0
               Move WS-RQC-OMITTED To WS-SHOW-CNT
               Display ' '
               Display '  *** ' WS-SHOW-CNT ' further request(s) not '
                       'listed - listing table full ***'
           End-If
           Display '=================================================='
           EXIT.


       Show-Requester-Heading.
           Move WS-RQC-LIST-REQUESTER(WS-RQC-LX)
               To WS-RQC-PREV-REQUESTER
           Display ' '
           Display '  REQUESTER ' WS-RQC-PREV-REQUESTER
           Display '  ---------------------------------------------'
                   '-------------------------------'
           Display '  NUMBER MODULE   P NEEDED   STATUS    '
                   'RUN STAMP        REASON'
           EXIT.


       Show-One-Listed-Request.
           Evaluate WS-RQC-LIST-STATUS(WS-RQC-LX)
               When 'O'
                   Move 'OPEN'      To WS-RQC-SHOW-STATUS
               When 'S'
                   Move 'SELECTED'  To WS-RQC-SHOW-STATUS
               When 'C'
                   Move 'COMPLETE'  To WS-RQC-SHOW-STATUS
               When 'X'
                   Move 'CANCELLED' To WS-RQC-SHOW-STATUS
               When Other
                   Move WS-RQC-LIST-STATUS(WS-RQC-LX)
                       To WS-RQC-SHOW-STATUS
           End-Evaluate
           Display '  ' WS-RQC-LIST-NUMBER(WS-RQC-LX) ' '
                   WS-RQC-LIST-MODULE(WS-RQC-LX) ' '
                   WS-RQC-LIST-PRIORITY(WS-RQC-LX) ' '
                   WS-RQC-LIST-NEEDED(WS-RQC-LX) ' '
                   WS-RQC-SHOW-STATUS ' '
                   WS-RQC-LIST-RUN-DATE(WS-RQC-LX) ' '
                   WS-RQC-LIST-RUN-TIME(WS-RQC-LX) '  '
                   WS-RQC-LIST-REASON(WS-RQC-LX)(1:30)
           EXIT.
