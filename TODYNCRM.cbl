       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCRM.
      *===============================================================
      *     Recompile change register panel, in the TODYNCTM/
      *     TODYNRQM panel style.  Once a caller has been recompiled
      *     NODYNAM on the strength of TODYNSAV's projection, the
      *     change is registered here - calling program, module,
      *     recompile date, change ticket and (optionally) the
      *     production job that runs the caller - so TODYNCRV can
      *     check later whether the saving showed up.
      *
      *     The projected saving is never typed in: it is copied
      *     from the TODYNSVP history, the latest TODYNSAV run on or
      *     before the recompile date that projected this caller
      *     for this module (falling back to a module-level row from
      *     a run that had no call-site inventory).  A change with
      *     no projection behind it is refused - the register exists
      *     to test the projection.
      *
      *     Actions: A add the entered change, D delete the change
      *     whose caller, module and recompile date are entered
      *     (a mis-keyed entry), L list the register (the entered
      *     module's changes, or all of them when it is blank), X
      *     exit.
      *
      *     Only userids on TODYNATH may open the panel, and adding
      *     or deleting a change needs the operator role (or
      *     certifier/administrator).  Refusals go to the TODYNSEC
      *     security log (ATHRTN.cpy).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRGSEL.
           COPY SVPSEL.
           COPY ATHSEL.
           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CRGFD.
           COPY SVPFD.
           COPY ATHFD.
           COPY SECFD.

       WORKING-STORAGE SECTION.

       01  WS-DONE-SW            PIC  X(01)  Value 'N'.
       01  WS-EOF-SW             PIC  X(01)  Value 'N'.
       01  WS-VALID-SW           PIC  X(01)  Value 'Y'.

           COPY CRGWS.
           COPY SVPWS.
           COPY ATHWS.
           COPY SECWS.

      *---------------------------------------------------------------
      *    Panel entry fields.
      *---------------------------------------------------------------
       01  WS-EDIT-FIELDS.
           05 WS-EDIT-CALLER      PIC X(08)  Value Spaces.
           05 WS-EDIT-MODULE      PIC X(08)  Value Spaces.
           05 WS-EDIT-RECOMPILE   PIC X(08)  Value Spaces.
           05 WS-EDIT-RECOMPILE-9 REDEFINES WS-EDIT-RECOMPILE
                                  PIC 9(08).
           05 WS-EDIT-TICKET      PIC X(12)  Value Spaces.
           05 WS-EDIT-JOBNAME     PIC X(08)  Value Spaces.
           05 WS-EDIT-ACTION      PIC X(01)  Value Space.

       01  WS-PANEL-MSG           PIC X(60)  Value Spaces.

      *---------------------------------------------------------------
      *    Run identity for the entered-by stamp - TODYNJOB, the
      *    same site utility the rest of the suite uses.
      *---------------------------------------------------------------
       01  WS-CRM-USERID          PIC X(08)  Value Spaces.
       01  WS-CRM-JOBNAME         PIC X(08)  Value Spaces.
       01  WS-CRM-DATE-TIME       PIC X(21).

      *---------------------------------------------------------------
      *    Work fields: the name scan, the date check, the best
      *    projection row found on TODYNSVP, and the list.
      *---------------------------------------------------------------
       01  WS-CRM-WORK.
           05 WS-CRM-NAME         PIC X(08)  Value Spaces.
           05 WS-CRM-CX           PIC 9(02)  COMP-5  Value 0.
           05 WS-CRM-BLANK-SEEN-SW
                                  PIC X(01)  Value 'N'.
           05 WS-CRM-TODAY        PIC X(08)  Value Spaces.
           05 WS-CRM-DATE-INT     PIC S9(09) COMP-5  Value 0.
           05 WS-CRM-LIST-CNT     PIC 9(04)  Value 0.
       01  WS-CRM-PROJECTION.
           05 WS-CRM-PROJ-SW      PIC X(01)  Value 'N'.
           05 WS-CRM-PROJ-LEVEL   PIC X(01)  Value Space.
           05 WS-CRM-PROJ-RUN-STAMP.
              10 WS-CRM-PROJ-RUN-DATE
                                  PIC X(08)  Value Spaces.
              10 WS-CRM-PROJ-RUN-TIME
                                  PIC X(06)  Value Spaces.
           05 WS-CRM-PROJ-SAVE-YEAR
                                  PIC 9(11)V9(02)  Value 0.
           05 WS-CRM-PROJ-CALLS-DAY
                                  PIC 9(09)V9(02)  Value 0.
           05 WS-CRM-PROJ-DELTA   PIC 9(03)V9(06)  Value 0.
      *    The row in hand's run stamp, to set against the one kept.
       01  WS-CRM-ROW-STAMP.
           05 WS-CRM-ROW-DATE     PIC X(08).
           05 WS-CRM-ROW-TIME     PIC X(06).
       01  WS-SHOW-SAVE-YEAR      PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-CONTINUE-KEY        PIC X(01).

       SCREEN SECTION.
       01  SCR-CHANGE-PANEL.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE
               'TODYNCRM - TODYNAM RECOMPILE CHANGE REGISTER'.
           05 LINE 02 COLUMN 01 VALUE
               '=================================================='.
           05 LINE 04 COLUMN 01 VALUE
               'Calling program recompiled NODYNAM . . . . . :'.
           05 LINE 04 COLUMN 50 PIC X(08) USING WS-EDIT-CALLER.
           05 LINE 05 COLUMN 01 VALUE
               'Module it calls  . . . . . . . . . . . . . . :'.
           05 LINE 05 COLUMN 50 PIC X(08) USING WS-EDIT-MODULE.
           05 LINE 06 COLUMN 01 VALUE
               'Recompile date (YYYYMMDD)  . . . . . . . . . :'.
           05 LINE 06 COLUMN 50 PIC X(08) USING WS-EDIT-RECOMPILE.
           05 LINE 07 COLUMN 01 VALUE
               'Change ticket  . . . . . . . . . . . . . . . :'.
           05 LINE 07 COLUMN 50 PIC X(12) USING WS-EDIT-TICKET.
           05 LINE 08 COLUMN 01 VALUE
               'Production job (blank = every job) . . . . . :'.
           05 LINE 08 COLUMN 50 PIC X(08) USING WS-EDIT-JOBNAME.
           05 LINE 10 COLUMN 01 VALUE
               'A add, D delete, L list, X exit  . . . . . . :'.
           05 LINE 10 COLUMN 50 PIC X(01) USING WS-EDIT-ACTION.
           05 LINE 12 COLUMN 01 PIC X(60) FROM WS-PANEL-MSG.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Call 'TODYNJOB' Using WS-CRM-USERID WS-CRM-JOBNAME
               On Exception
                   Move Spaces To WS-CRM-USERID
                   Move Spaces To WS-CRM-JOBNAME
           End-Call
           Move WS-CRM-USERID To WS-ATH-USERID
           Move 'TODYNCRM'    To WS-ATH-PROGRAM
           Perform Check-Panel-Entry
           If WS-ATH-ALLOWED-SW = 'N'
               Display 'TODYNCRM ' WS-ATH-PANEL-MSG
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Open I-O TODYNCRG-FILE
           If WS-CRGFILE-STATUS = '35'
               Open Output TODYNCRG-FILE
               Close TODYNCRG-FILE
               Open I-O TODYNCRG-FILE
           End-If
           If WS-CRGFILE-STATUS Not = '00'
               Display '    *** TODYNCRG NOT AVAILABLE (STATUS '
                       WS-CRGFILE-STATUS ') ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Until WS-DONE-SW = 'Y'
               Move Space To WS-EDIT-ACTION
               Display SCR-CHANGE-PANEL
               Accept SCR-CHANGE-PANEL
               Move Spaces To WS-PANEL-MSG
               Evaluate True
                   When WS-EDIT-ACTION = 'X' Or 'x'
                       Move 'Y' To WS-DONE-SW
                   When WS-EDIT-ACTION = 'A' Or 'a'
                       Move 'O'            To WS-ATH-NEED
                       Move 'ADD CHANGE'   To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       Else
                           Perform Validate-New-Change
                           If WS-VALID-SW = 'Y'
                               Perform Find-Projection
                           End-If
                           If WS-VALID-SW = 'Y'
                               Perform Add-Change
                           End-If
                       End-If
                   When WS-EDIT-ACTION = 'D' Or 'd'
                       Perform Delete-Change
                   When WS-EDIT-ACTION = 'L' Or 'l'
                       Perform List-Changes
                   When Other
                       Move 'ENTER A, D, L, OR X' To WS-PANEL-MSG
               End-Evaluate
           End-Perform
           Close TODYNCRG-FILE
           GOBACK.


      *--------------------------------------------------------------
      *    Caller and module under the TODYNMLM name rules, a real
      *    recompile date that is not in the future, and a ticket.
      *    First failure wins the message line.
      *--------------------------------------------------------------
       Validate-New-Change.
           Move 'Y' To WS-VALID-SW
           Move Function Current-Date To WS-CRM-DATE-TIME
           Move WS-CRM-DATE-TIME(1:8) To WS-CRM-TODAY
           Evaluate True
               When WS-EDIT-CALLER = Spaces
                   Move 'CALLING PROGRAM IS REQUIRED' To WS-PANEL-MSG
               When WS-EDIT-MODULE = Spaces
                   Move 'MODULE IS REQUIRED' To WS-PANEL-MSG
               When WS-EDIT-TICKET = Spaces
                   Move 'CHANGE TICKET IS REQUIRED' To WS-PANEL-MSG
               When WS-EDIT-RECOMPILE Not Numeric
                   Move 'RECOMPILE DATE MUST BE NUMERIC YYYYMMDD'
                       To WS-PANEL-MSG
               When Other
                   Perform Validate-Recompile-Date
           End-Evaluate
           If WS-PANEL-MSG = Spaces
               Move WS-EDIT-CALLER To WS-CRM-NAME
               Perform Validate-Load-Name
           End-If
           If WS-PANEL-MSG = Spaces
               Move WS-EDIT-MODULE To WS-CRM-NAME
               Perform Validate-Load-Name
           End-If
           If WS-PANEL-MSG Not = Spaces
               Move 'N' To WS-VALID-SW
           End-If
           EXIT.


       Validate-Recompile-Date.
           Move 0 To WS-CRM-DATE-INT
           If WS-EDIT-RECOMPILE-9 > 16010101
               And WS-EDIT-RECOMPILE-9 < 99991231
               Compute WS-CRM-DATE-INT =
                   Function Integer-of-Date(WS-EDIT-RECOMPILE-9)
           End-If
           Evaluate True
               When WS-CRM-DATE-INT Not > 0
                   Move 'RECOMPILE DATE IS NOT A VALID DATE'
                       To WS-PANEL-MSG
               When WS-EDIT-RECOMPILE > WS-CRM-TODAY
                   Move 'RECOMPILE DATE IS IN THE FUTURE'
                       To WS-PANEL-MSG
               When Other
                   Continue
           End-Evaluate
           EXIT.


       Validate-Load-Name.
           If WS-CRM-NAME(1:1) = Space
               Move 'NAME HAS A LEADING SPACE' To WS-PANEL-MSG
           Else
               Move 'N' To WS-CRM-BLANK-SEEN-SW
               Perform Varying WS-CRM-CX From 1 By 1
                       Until WS-CRM-CX > 8
                   Perform Validate-Load-Name-Char
               End-Perform
           End-If
           EXIT.


       Validate-Load-Name-Char.
           Evaluate True
               When WS-CRM-NAME(WS-CRM-CX:1) = Space
                   Move 'Y' To WS-CRM-BLANK-SEEN-SW
               When WS-CRM-BLANK-SEEN-SW = 'Y'
                   Move 'NAME HAS AN EMBEDDED SPACE'
                       To WS-PANEL-MSG
                   Move 9 To WS-CRM-CX
               When WS-CRM-NAME(WS-CRM-CX:1) Alphabetic-Upper
                   Continue
               When WS-CRM-NAME(WS-CRM-CX:1) Numeric
                   Continue
               When WS-CRM-NAME(WS-CRM-CX:1) = '$' Or '#' Or '@'
                   Continue
               When Other
                   Move 'NAMES MAY ONLY USE A-Z 0-9 $ # @'
                       To WS-PANEL-MSG
                   Move 9 To WS-CRM-CX
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The latest TODYNSAV projection on or before the recompile
      *    date: a row for this caller beats a module-level row
      *    (level 'C' over 'M'), then the later run wins - by run
      *    date and time, so a same-day rerun of TODYNSAV beats the
      *    run before it whatever order the rows sit in.
      *--------------------------------------------------------------
       Find-Projection.
           Move 'N'   To WS-CRM-PROJ-SW
           Move Space To WS-CRM-PROJ-LEVEL
           Move Spaces To WS-CRM-PROJ-RUN-STAMP
           Open Input TODYNSVP-FILE
           If WS-SVPFILE-STATUS Not = '00'
               Move 'TODYNSVP NOT AVAILABLE - NO PROJECTION TO COPY'
                   To WS-PANEL-MSG
               Move 'N' To WS-VALID-SW
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNSVP-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Judge-Projection-Row
                   End-Read
               End-Perform
               Close TODYNSVP-FILE
               If WS-CRM-PROJ-SW = 'N'
                   Move 'NO TODYNSAV PROJECTION FOR THIS CALLER/MODULE'
                       To WS-PANEL-MSG
                   Move 'N' To WS-VALID-SW
               End-If
           End-If
           EXIT.


       Judge-Projection-Row.
           Move SVP-RUN-DATE To WS-CRM-ROW-DATE
           Move SVP-RUN-TIME To WS-CRM-ROW-TIME
           If SVP-MODULE = WS-EDIT-MODULE
               And SVP-RUN-DATE Not > WS-EDIT-RECOMPILE
               Evaluate True
                   When SVP-CALLER = WS-EDIT-CALLER
                       If WS-CRM-PROJ-LEVEL Not = 'C'
                           Or WS-CRM-ROW-STAMP
                               Not < WS-CRM-PROJ-RUN-STAMP
                           Move 'C' To WS-CRM-PROJ-LEVEL
                           Perform Take-Projection-Row
                       End-If
                   When SVP-CALLER = Spaces
                       If WS-CRM-PROJ-LEVEL Not = 'C'
                           And WS-CRM-ROW-STAMP
                               Not < WS-CRM-PROJ-RUN-STAMP
                           Move 'M' To WS-CRM-PROJ-LEVEL
                           Perform Take-Projection-Row
                       End-If
                   When Other
                       Continue
               End-Evaluate
           End-If
           EXIT.


       Take-Projection-Row.
           Move 'Y'                To WS-CRM-PROJ-SW
           Move SVP-RUN-DATE       To WS-CRM-PROJ-RUN-DATE
           Move SVP-RUN-TIME       To WS-CRM-PROJ-RUN-TIME
           Move SVP-SAVE-YEAR      To WS-CRM-PROJ-SAVE-YEAR
           Move SVP-CALLS-DAY      To WS-CRM-PROJ-CALLS-DAY
           Move SVP-DELTA-PER-CALL To WS-CRM-PROJ-DELTA
           EXIT.


       Add-Change.
           Move Spaces                To WS-CHANGE-REC
           Move WS-EDIT-CALLER        To CRG-CALLER
           Move WS-EDIT-MODULE        To CRG-MODULE
           Move WS-EDIT-RECOMPILE     To CRG-RECOMPILE-DATE
           Move WS-EDIT-TICKET        To CRG-TICKET
           Move WS-EDIT-JOBNAME       To CRG-JOBNAME
           Move WS-CRM-PROJ-SAVE-YEAR To CRG-PROJ-SAVE-YEAR
           Move WS-CRM-PROJ-CALLS-DAY To CRG-PROJ-CALLS-DAY
           Move WS-CRM-PROJ-DELTA     To CRG-PROJ-DELTA
           Move WS-CRM-PROJ-RUN-DATE  To CRG-PROJ-RUN-DATE
           Move WS-CRM-USERID         To CRG-ENTRY-USER
           Move WS-CRM-TODAY          To CRG-ENTRY-DATE
           Write WS-CHANGE-REC
               Invalid Key
                   Move 'CHANGE ALREADY REGISTERED FOR THAT DATE'
                       To WS-PANEL-MSG
               Not Invalid Key
                   Move WS-CRM-PROJ-SAVE-YEAR To WS-SHOW-SAVE-YEAR
                   String 'REGISTERED - PROJECTED CPU SEC/YEAR '
                       Delimited By Size
                       WS-SHOW-SAVE-YEAR
                       Delimited By Size
                       Into WS-PANEL-MSG
                   End-String
           End-Write
           EXIT.


       Delete-Change.
           Move WS-EDIT-CALLER    To CRG-CALLER
           Move WS-EDIT-MODULE    To CRG-MODULE
           Move WS-EDIT-RECOMPILE To CRG-RECOMPILE-DATE
           Read TODYNCRG-FILE
               Invalid Key
                   Move 'NO SUCH CHANGE - ENTER CALLER, MODULE, DATE'
                       To WS-PANEL-MSG
               Not Invalid Key
                   Move 'O'             To WS-ATH-NEED
                   Move 'DEL CHANGE'    To WS-ATH-ACTION-TEXT
                   Perform Check-Update-Authority
                   If WS-ATH-ALLOWED-SW = 'N'
                       Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                   Else
                       Delete TODYNCRG-FILE Record
                           Invalid Key
                               Continue
                       End-Delete
                       If WS-CRGFILE-STATUS Not = '00'
                           Move 'DELETE FAILED - STATUS '
                               To WS-PANEL-MSG
                           Move WS-CRGFILE-STATUS
                               To WS-PANEL-MSG(24:2)
                       Else
                           Move 'CHANGE DELETED' To WS-PANEL-MSG
                       End-If
                   End-If
           End-Read
           EXIT.


      *--------------------------------------------------------------
      *    The register in caller/module/date order - the entered
      *    module's changes, or everything when it is blank.
      *--------------------------------------------------------------
       List-Changes.
           Move 0 To WS-CRM-LIST-CNT
           Move Low-Values To CRG-KEY
           Move 'N' To WS-EOF-SW
           Start TODYNCRG-FILE Key Not < CRG-KEY
               Invalid Key
                   Move 'Y' To WS-EOF-SW
           End-Start
           Display ' '
           Display 'CALLER   MODULE   RECOMPILED TICKET       JOB     '
                   '  PROJ SEC/YEAR  PROJECTED'
           Display '---------------------------------------------'
                   '-------------------------------'
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNCRG-FILE Next Record
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       If WS-EDIT-MODULE = Spaces
                           Or CRG-MODULE = WS-EDIT-MODULE
                           Perform Show-One-Change
                       End-If
               End-Read
               If WS-CRGFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           Display '---------------------------------------------'
                   '-------------------------------'
           Display WS-CRM-LIST-CNT ' change(s) listed.'
           Display ' '
           Display 'Press Enter to continue . . .'
           Accept WS-CONTINUE-KEY
           Move 'LIST COMPLETE' To WS-PANEL-MSG
           EXIT.


       Show-One-Change.
           Add 1 To WS-CRM-LIST-CNT
           Move CRG-PROJ-SAVE-YEAR To WS-SHOW-SAVE-YEAR
           Display CRG-CALLER ' ' CRG-MODULE ' ' CRG-RECOMPILE-DATE
                   '   ' CRG-TICKET ' ' CRG-JOBNAME ' '
                   WS-SHOW-SAVE-YEAR '  ' CRG-PROJ-RUN-DATE
           EXIT.


      *--------------------------------------------------------------
      *    Panel authorization and security log  (shared copybook)
      *--------------------------------------------------------------
           COPY ATHRTN.
