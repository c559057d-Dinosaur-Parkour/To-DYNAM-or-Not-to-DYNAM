       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNRQM.
      *===============================================================
      *     Intake panel for the benchmark request queue (TODYNRQQ),
      *     in the TODYNCTM/TODYNMLM panel style.  Requests to have
      *     a module measured used to arrive in the hallway and
      *     leave no trace - who asked, why, by when, and whether
      *     they ever got an answer.  This panel records each one
      *     (requester, module, reason, priority 1-9, date needed)
      *     as an open request; the nightly TODYNRQS step picks
      *     open requests into TODYNMLS in priority order as far as
      *     the batch window allows, and TODYNRQC closes them
      *     against the run stamp that measured them.
      *
      *     The module must pass the same name rules TODYNMLM
      *     applies and probe-verify as loadable from TODYN.LOADLIB
      *     before the request is accepted - a request the campaign
      *     could never run is refused at the door, not at 2 AM.
      *     A blank requester defaults to the panel user.
      *
      *     Actions: A add the entered request, C cancel the
      *     request whose number is entered (open requests only -
      *     one already picked for tonight has to wait for the
      *     run), L list the queue (the entered requester's
      *     requests, or all of them when the requester is blank),
      *     X exit.
      *
      *     Only userids on TODYNATH may open the panel, and adding
      *     or cancelling a request needs the operator role (or
      *     certifier/administrator) - the queue steers what the
      *     nightly run measures.  Refusals go to the TODYNSEC
      *     security log (ATHRTN.cpy).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RQQSEL.
           COPY ATHSEL.
           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RQQFD.
           COPY ATHFD.
           COPY SECFD.

       WORKING-STORAGE SECTION.

       01  WS-DONE-SW            PIC  X(01)  Value 'N'.
       01  WS-EOF-SW             PIC  X(01)  Value 'N'.
       01  WS-VALID-SW           PIC  X(01)  Value 'Y'.

           COPY RQQWS.
           COPY ATHWS.
           COPY SECWS.

      *---------------------------------------------------------------
      *    Panel entry fields.
      *---------------------------------------------------------------
       01  WS-EDIT-FIELDS.
           05 WS-EDIT-NUMBER      PIC 9(06)  Value 0.
           05 WS-EDIT-REQUESTER   PIC X(08)  Value Spaces.
           05 WS-EDIT-MODULE      PIC X(08)  Value Spaces.
           05 WS-EDIT-REASON      PIC X(40)  Value Spaces.
           05 WS-EDIT-PRIORITY    PIC 9(01)  Value 5.
           05 WS-EDIT-NEEDED      PIC X(08)  Value Spaces.
           05 WS-EDIT-NEEDED-9 REDEFINES WS-EDIT-NEEDED
                                  PIC 9(08).
           05 WS-EDIT-ACTION      PIC X(01)  Value Space.

       01  WS-PANEL-MSG           PIC X(60)  Value Spaces.

      *---------------------------------------------------------------
      *    Run identity for the entered-by stamp and the requester
      *    default - TODYNJOB, the same site utility the rest of
      *    the suite uses.
      *---------------------------------------------------------------
       01  WS-RQM-USERID          PIC X(08)  Value Spaces.
       01  WS-RQM-JOBNAME         PIC X(08)  Value Spaces.
       01  WS-RQM-DATE-TIME       PIC X(21).

      *---------------------------------------------------------------
      *    Work fields: the highest request number on file (the next
      *    add takes one more), the module-name scan, and the list.
      *---------------------------------------------------------------
       01  WS-RQM-WORK.
           05 WS-RQM-MAX-NUMBER   PIC 9(06)  Value 0.
           05 WS-RQM-CX           PIC 9(02)  COMP-5  Value 0.
           05 WS-RQM-BLANK-SEEN-SW
                                  PIC X(01)  Value 'N'.
           05 WS-RQM-LIST-CNT     PIC 9(04)  Value 0.
           05 WS-RQM-SHOW-STATUS  PIC X(09)  Value Spaces.
           05 WS-RQM-TODAY        PIC X(08)  Value Spaces.
           05 WS-RQM-DATE-INT     PIC S9(09) COMP-5  Value 0.
       01  WS-CONTINUE-KEY        PIC X(01).

       SCREEN SECTION.
       01  SCR-REQUEST-PANEL.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE
               'TODYNRQM - TODYNAM BENCHMARK REQUEST INTAKE'.
           05 LINE 02 COLUMN 01 VALUE
               '=================================================='.
           05 LINE 04 COLUMN 01 VALUE
               'Request number (cancel only) . . . . . . . . :'.
           05 LINE 04 COLUMN 50 PIC 9(06) USING WS-EDIT-NUMBER.
           05 LINE 05 COLUMN 01 VALUE
               'Requester  (blank = you) . . . . . . . . . . :'.
           05 LINE 05 COLUMN 50 PIC X(08) USING WS-EDIT-REQUESTER.
           05 LINE 06 COLUMN 01 VALUE
               'Module to measure  . . . . . . . . . . . . . :'.
           05 LINE 06 COLUMN 50 PIC X(08) USING WS-EDIT-MODULE.
           05 LINE 07 COLUMN 01 VALUE
               'Reason :'.
           05 LINE 07 COLUMN 10 PIC X(40) USING WS-EDIT-REASON.
           05 LINE 08 COLUMN 01 VALUE
               'Priority   (1 most urgent - 9 least) . . . . :'.
           05 LINE 08 COLUMN 50 PIC 9(01) USING WS-EDIT-PRIORITY.
           05 LINE 09 COLUMN 01 VALUE
               'Date needed (YYYYMMDD) . . . . . . . . . . . :'.
           05 LINE 09 COLUMN 50 PIC X(08) USING WS-EDIT-NEEDED.
           05 LINE 11 COLUMN 01 VALUE
               'A add, C cancel, L list, X exit  . . . . . . :'.
           05 LINE 11 COLUMN 50 PIC X(01) USING WS-EDIT-ACTION.
           05 LINE 13 COLUMN 01 PIC X(60) FROM WS-PANEL-MSG.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Call 'TODYNJOB' Using WS-RQM-USERID WS-RQM-JOBNAME
               On Exception
                   Move Spaces To WS-RQM-USERID
                   Move Spaces To WS-RQM-JOBNAME
           End-Call
           Move WS-RQM-USERID To WS-ATH-USERID
           Move 'TODYNRQM'    To WS-ATH-PROGRAM
           Perform Check-Panel-Entry
           If WS-ATH-ALLOWED-SW = 'N'
               Display 'TODYNRQM ' WS-ATH-PANEL-MSG
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Open I-O TODYNRQQ-FILE
           If WS-RQQFILE-STATUS = '35'
               Open Output TODYNRQQ-FILE
               Close TODYNRQQ-FILE
               Open I-O TODYNRQQ-FILE
           End-If
           If WS-RQQFILE-STATUS Not = '00'
               Display '    *** TODYNRQQ NOT AVAILABLE (STATUS '
                       WS-RQQFILE-STATUS ') ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Find-Highest-Number
           Perform Until WS-DONE-SW = 'Y'
               Move Space To WS-EDIT-ACTION
               Display SCR-REQUEST-PANEL
               Accept SCR-REQUEST-PANEL
               Move Spaces To WS-PANEL-MSG
               Evaluate True
                   When WS-EDIT-ACTION = 'X' Or 'x'
                       Move 'Y' To WS-DONE-SW
                   When WS-EDIT-ACTION = 'A' Or 'a'
                       Move 'O'            To WS-ATH-NEED
                       Move 'ADD REQUEST'  To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       Else
                           Perform Validate-New-Request
                           If WS-VALID-SW = 'Y'
                               Perform Probe-Request-Module
                           End-If
                           If WS-VALID-SW = 'Y'
                               Perform Add-Request
                           End-If
                       End-If
                   When WS-EDIT-ACTION = 'C' Or 'c'
                       Perform Cancel-Request
                   When WS-EDIT-ACTION = 'L' Or 'l'
                       Perform List-Requests
                   When Other
                       Move 'ENTER A, C, L, OR X' To WS-PANEL-MSG
               End-Evaluate
           End-Perform
           Close TODYNRQQ-FILE
           GOBACK.


      *--------------------------------------------------------------
      *    The queue is keyed by request number; the next add takes
      *    the highest number on file plus one.
      *--------------------------------------------------------------
       Find-Highest-Number.
           Move 0 To WS-RQM-MAX-NUMBER
           Move 0 To RQ-KEY-NUMBER
      *    An empty file fails the START - nothing to scan, and a
      *    READ NEXT after it would spin on status 46.
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
                       Move RQ-KEY-NUMBER To WS-RQM-MAX-NUMBER
               End-Read
               If WS-RQQFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Module-name rules as TODYNMLM applies them, a reason, a
      *    priority 1-9, and a real date needed that is not already
      *    behind us.  First failure wins the message line.
      *--------------------------------------------------------------
       Validate-New-Request.
           Move 'Y' To WS-VALID-SW
           If WS-EDIT-REQUESTER = Spaces
               Move WS-RQM-USERID To WS-EDIT-REQUESTER
           End-If
           Move Function Current-Date To WS-RQM-DATE-TIME
           Move WS-RQM-DATE-TIME(1:8) To WS-RQM-TODAY
           Evaluate True
               When WS-EDIT-MODULE = Spaces
                   Move 'MODULE IS REQUIRED' To WS-PANEL-MSG
               When WS-EDIT-REASON = Spaces
                   Move 'REASON IS REQUIRED' To WS-PANEL-MSG
               When WS-EDIT-PRIORITY = 0
                   Move 'PRIORITY MUST BE 1 TO 9' To WS-PANEL-MSG
               When WS-EDIT-NEEDED Not Numeric
                   Move 'DATE NEEDED MUST BE NUMERIC YYYYMMDD'
                       To WS-PANEL-MSG
               When Other
                   Perform Validate-Date-Needed
           End-Evaluate
           If WS-PANEL-MSG = Spaces
               Perform Validate-Module-Name
           End-If
           If WS-PANEL-MSG Not = Spaces
               Move 'N' To WS-VALID-SW
           End-If
           EXIT.


       Validate-Date-Needed.
           Move 0 To WS-RQM-DATE-INT
           If WS-EDIT-NEEDED-9 > 16010101
               And WS-EDIT-NEEDED-9 < 99991231
               Compute WS-RQM-DATE-INT =
                   Function Integer-of-Date(WS-EDIT-NEEDED-9)
           End-If
           Evaluate True
               When WS-RQM-DATE-INT Not > 0
                   Move 'DATE NEEDED IS NOT A VALID DATE'
                       To WS-PANEL-MSG
               When WS-EDIT-NEEDED < WS-RQM-TODAY
                   Move 'DATE NEEDED IS ALREADY PAST'
                       To WS-PANEL-MSG
               When Other
                   Continue
           End-Evaluate
           EXIT.


       Validate-Module-Name.
           If WS-EDIT-MODULE(1:1) = Space
               Move 'MODULE NAME HAS A LEADING SPACE'
                   To WS-PANEL-MSG
           Else
               Move 'N' To WS-RQM-BLANK-SEEN-SW
               Perform Varying WS-RQM-CX From 1 By 1
                       Until WS-RQM-CX > 8
                   Perform Validate-Module-Char
               End-Perform
           End-If
           EXIT.


       Validate-Module-Char.
           Evaluate True
               When WS-EDIT-MODULE(WS-RQM-CX:1) = Space
                   Move 'Y' To WS-RQM-BLANK-SEEN-SW
               When WS-RQM-BLANK-SEEN-SW = 'Y'
                   Move 'MODULE NAME HAS AN EMBEDDED SPACE'
                       To WS-PANEL-MSG
                   Move 9 To WS-RQM-CX
               When WS-EDIT-MODULE(WS-RQM-CX:1) Alphabetic-Upper
                   Continue
               When WS-EDIT-MODULE(WS-RQM-CX:1) Numeric
                   Continue
               When WS-EDIT-MODULE(WS-RQM-CX:1) = '$' Or '#' Or '@'
                   Continue
               When Other
                   Move 'MODULE NAME MAY ONLY USE A-Z 0-9 $ # @'
                       To WS-PANEL-MSG
                   Move 9 To WS-RQM-CX
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Probe-verify the module as loadable from the STEPLIB -
      *    the same dynamic call the measurement steps make.
      *--------------------------------------------------------------
       Probe-Request-Module.
           Call WS-EDIT-MODULE
               On Exception
                   String 'MODULE '
                       Delimited By Size
                       WS-EDIT-MODULE
                       Delimited By Space
                       ' NOT LOADABLE FROM TODYN.LOADLIB'
                       Delimited By Size
                       Into WS-PANEL-MSG
                   End-String
                   Move 'N' To WS-VALID-SW
           End-Call
           EXIT.


       Add-Request.
           Move Spaces               To WS-REQUEST-REC
           Compute RQ-KEY-NUMBER = WS-RQM-MAX-NUMBER + 1
           Move WS-EDIT-REQUESTER    To RQ-REQUESTER
           Move WS-EDIT-MODULE       To RQ-MODULE
           Move WS-EDIT-REASON       To RQ-REASON
           Move WS-EDIT-PRIORITY     To RQ-PRIORITY
           Move WS-EDIT-NEEDED       To RQ-DATE-NEEDED
           Move 'O'                  To RQ-STATUS
           Move WS-RQM-USERID        To RQ-ENTRY-USER
           Move Function Current-Date To WS-RQM-DATE-TIME
           Move WS-RQM-DATE-TIME(1:8) To RQ-ENTRY-DATE
           Move WS-RQM-DATE-TIME(9:6) To RQ-ENTRY-TIME
           Write WS-REQUEST-REC
               Invalid Key
                   Move 'REQUEST WRITE FAILED - DUPLICATE NUMBER'
                       To WS-PANEL-MSG
               Not Invalid Key
                   Move RQ-KEY-NUMBER To WS-RQM-MAX-NUMBER
                   Move RQ-KEY-NUMBER To WS-EDIT-NUMBER
                   Move 'REQUEST ADDED - NUMBER ' To WS-PANEL-MSG
                   Move RQ-KEY-NUMBER To WS-PANEL-MSG(24:6)
           End-Write
           EXIT.


      *--------------------------------------------------------------
      *    Withdraw an open request.  A selected one is already on
      *    tonight's module list - it is closed by the run, not
      *    here.
      *--------------------------------------------------------------
       Cancel-Request.
           If WS-EDIT-NUMBER = 0
               Move 'ENTER THE REQUEST NUMBER TO CANCEL'
                   To WS-PANEL-MSG
           Else
               Move WS-EDIT-NUMBER To RQ-KEY-NUMBER
               Read TODYNRQQ-FILE
                   Invalid Key
                       Move 'NO SUCH REQUEST NUMBER' To WS-PANEL-MSG
                   Not Invalid Key
                       Perform Cancel-Read-Request
               End-Read
           End-If
           EXIT.


       Cancel-Read-Request.
           Evaluate RQ-STATUS
               When 'O'
                   Move 'O'            To WS-ATH-NEED
                   Move 'CANCEL REQST' To WS-ATH-ACTION-TEXT
                   Perform Check-Update-Authority
                   If WS-ATH-ALLOWED-SW = 'N'
                       Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                   Else
                       Move 'X' To RQ-STATUS
                       Move Function Current-Date To WS-RQM-DATE-TIME
                       Move WS-RQM-DATE-TIME(1:8) To RQ-CLOSE-DATE
                       Rewrite WS-REQUEST-REC
                           Invalid Key
                               Move 'REWRITE FAILED - STATUS '
                                   To WS-PANEL-MSG
                               Move WS-RQQFILE-STATUS
                                   To WS-PANEL-MSG(25:2)
                           Not Invalid Key
                               Move 'REQUEST CANCELLED'
                                   To WS-PANEL-MSG
                       End-Rewrite
                   End-If
               When 'S'
                   Move 'REQUEST IS IN TONIGHT''S RUN - CANNOT CANCEL'
                       To WS-PANEL-MSG
               When Other
                   Move 'REQUEST IS ALREADY CLOSED' To WS-PANEL-MSG
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The queue in request-number order - the entered
      *    requester's requests, or everything when it is blank.
      *--------------------------------------------------------------
       List-Requests.
           Move 0 To WS-RQM-LIST-CNT
           Move 0 To RQ-KEY-NUMBER
           Move 'N' To WS-EOF-SW
           Start TODYNRQQ-FILE Key Not < RQ-KEY
               Invalid Key
                   Move 'Y' To WS-EOF-SW
           End-Start
           Display ' '
           Display 'NUMBER REQUESTR MODULE   P NEEDED   STATUS    '
                   'RUN STAMP        REASON'
           Display '---------------------------------------------'
                   '---------------------------------------'
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNRQQ-FILE Next Record
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       If WS-EDIT-REQUESTER = Spaces
                           Or RQ-REQUESTER = WS-EDIT-REQUESTER
                           Perform Show-One-Request
                       End-If
               End-Read
               If WS-RQQFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           Display '---------------------------------------------'
                   '---------------------------------------'
           Display WS-RQM-LIST-CNT ' request(s) listed.'
           Display ' '
           Display 'Press Enter to continue . . .'
           Accept WS-CONTINUE-KEY
           Move 'LIST COMPLETE' To WS-PANEL-MSG
           EXIT.


       Show-One-Request.
           Add 1 To WS-RQM-LIST-CNT
           Evaluate RQ-STATUS
               When 'O'
                   Move 'OPEN'      To WS-RQM-SHOW-STATUS
               When 'S'
                   Move 'SELECTED'  To WS-RQM-SHOW-STATUS
               When 'C'
                   Move 'COMPLETE'  To WS-RQM-SHOW-STATUS
               When 'X'
                   Move 'CANCELLED' To WS-RQM-SHOW-STATUS
               When Other
                   Move RQ-STATUS   To WS-RQM-SHOW-STATUS
           End-Evaluate
           Display RQ-KEY-NUMBER ' ' RQ-REQUESTER ' ' RQ-MODULE ' '
                   RQ-PRIORITY ' ' RQ-DATE-NEEDED ' '
                   WS-RQM-SHOW-STATUS ' ' RQ-RUN-DATE ' '
                   RQ-RUN-TIME '  ' RQ-REASON(1:30)
           EXIT.


      *--------------------------------------------------------------
      *    Panel authorization and security log  (shared copybook)
      *--------------------------------------------------------------
           COPY ATHRTN.
