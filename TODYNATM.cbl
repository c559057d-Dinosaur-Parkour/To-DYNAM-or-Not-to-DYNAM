       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNATM.
      *===============================================================
      *     Authorization maintenance panel for TODYNATH, the file
      *     that says which userids may use the maintenance panels
      *     (TODYNCTM, TODYNMLM, TODYNBSM, TODYNRQM, TODYNCRM,
      *     TODYNPVM) and in what role - viewer, operator, certifier
      *     or administrator (roles and their rights in ATHFD.cpy).
      *     In the TODYNCTM/TODYNCRM panel style.
      *
      *     Only administrators may grant, change or revoke a role,
      *     and never their own - a second administrator has to do
      *     it.  Every grant, change and revocation goes to the
      *     TODYNSEC security log with the old and new role, so the
      *     daily TODYNATR report shows the audit review who was
      *     given what, by whom.  The one exception is an empty
      *     file: the first user may then add themselves as an
      *     administrator (logged as FIRST ADMINISTRATOR), or nobody
      *     could ever get in.
      *
      *     Actions: A add or change the entered userid's role (a
      *     note - the access request or ticket - is required), D
      *     revoke the entered userid's role, L list the file, X
      *     exit.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ATHSEL.
           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ATHFD.
           COPY SECFD.

       WORKING-STORAGE SECTION.

       01  WS-DONE-SW            PIC  X(01)  Value 'N'.
       01  WS-EOF-SW             PIC  X(01)  Value 'N'.
       01  WS-VALID-SW           PIC  X(01)  Value 'Y'.

           COPY ATHWS.
           COPY SECWS.

      *---------------------------------------------------------------
      *    Panel entry fields.
      *---------------------------------------------------------------
       01  WS-EDIT-FIELDS.
           05 WS-EDIT-USERID      PIC X(08)  Value Spaces.
           05 WS-EDIT-ROLE        PIC X(01)  Value Space.
           05 WS-EDIT-NOTE        PIC X(30)  Value Spaces.
           05 WS-EDIT-ACTION      PIC X(01)  Value Space.

       01  WS-PANEL-MSG           PIC X(60)  Value Spaces.

      *---------------------------------------------------------------
      *    Run identity for the granted-by stamp - TODYNJOB, the
      *    same site utility the rest of the suite uses.
      *---------------------------------------------------------------
       01  WS-ATM-USERID          PIC X(08)  Value Spaces.
       01  WS-ATM-JOBNAME         PIC X(08)  Value Spaces.
       01  WS-ATM-DATE-TIME       PIC X(21).

      *---------------------------------------------------------------
      *    Work fields: the empty-file test, the userid scan, and
      *    the list.
      *---------------------------------------------------------------
       01  WS-ATM-WORK.
           05 WS-ATM-EMPTY-SW     PIC X(01)  Value 'N'.
           05 WS-ATM-FILE-OK-SW   PIC X(01)  Value 'N'.
           05 WS-ATM-CX           PIC 9(02)  COMP-5  Value 0.
           05 WS-ATM-BLANK-SEEN-SW
                                  PIC X(01)  Value 'N'.
           05 WS-ATM-LIST-CNT     PIC 9(04)  Value 0.
       01  WS-ATM-SHOW-ROLE       PIC X(13)  Value Spaces.
       01  WS-CONTINUE-KEY        PIC X(01).

       SCREEN SECTION.
       01  SCR-AUTH-PANEL.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE
               'TODYNATM - TODYNAM PANEL AUTHORIZATION'.
           05 LINE 02 COLUMN 01 VALUE
               '=================================================='.
           05 LINE 04 COLUMN 01 VALUE
               'Userid . . . . . . . . . . . . . . . . . . . :'.
           05 LINE 04 COLUMN 50 PIC X(08) USING WS-EDIT-USERID.
           05 LINE 05 COLUMN 01 VALUE
               'Role  V viewer, O operator, C certifier,'.
           05 LINE 06 COLUMN 01 VALUE
               '      A administrator  . . . . . . . . . . . :'.
           05 LINE 06 COLUMN 50 PIC X(01) USING WS-EDIT-ROLE.
           05 LINE 07 COLUMN 01 VALUE
               'Note (access request / ticket) . . . . . . . :'.
           05 LINE 08 COLUMN 01 PIC X(30) USING WS-EDIT-NOTE.
           05 LINE 10 COLUMN 01 VALUE
               'A add/change, D revoke, L list, X exit . . . :'.
           05 LINE 10 COLUMN 50 PIC X(01) USING WS-EDIT-ACTION.
           05 LINE 12 COLUMN 01 PIC X(60) FROM WS-PANEL-MSG.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Call 'TODYNJOB' Using WS-ATM-USERID WS-ATM-JOBNAME
               On Exception
                   Move Spaces To WS-ATM-USERID
                   Move Spaces To WS-ATM-JOBNAME
           End-Call
           Move WS-ATM-USERID To WS-ATH-USERID
           Move 'TODYNATM'    To WS-ATH-PROGRAM
           Perform Check-File-Empty
           If WS-ATM-FILE-OK-SW = 'N'
               Display '    *** TODYNATH NOT AVAILABLE (STATUS '
                       WS-ATHFILE-STATUS ') ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           If WS-ATM-EMPTY-SW = 'Y'
               Move 'NO USERS YET - ADD YOURSELF AS ADMINISTRATOR (A)'
                   To WS-PANEL-MSG
           Else
               Perform Check-Panel-Entry
               If WS-ATH-ALLOWED-SW = 'N'
                   Display 'TODYNATM ' WS-ATH-PANEL-MSG
                   Move 8 To RETURN-CODE
                   GOBACK
               End-If
           End-If
           Perform Until WS-DONE-SW = 'Y'
               Move Space To WS-EDIT-ACTION
               Display SCR-AUTH-PANEL
               Accept SCR-AUTH-PANEL
               Move Spaces To WS-PANEL-MSG
               Inspect WS-EDIT-ROLE Converting 'voca' To 'VOCA'
               Evaluate True
                   When WS-EDIT-ACTION = 'X' Or 'x'
                       Move 'Y' To WS-DONE-SW
                   When WS-EDIT-ACTION = 'A' Or 'a'
                       Perform Validate-Role-Entry
                       If WS-VALID-SW = 'Y'
                           Perform Grant-Role
                       End-If
                   When WS-EDIT-ACTION = 'D' Or 'd'
                       Perform Revoke-Role
                   When WS-EDIT-ACTION = 'L' Or 'l'
                       Perform List-Roles
                   When Other
                       Move 'ENTER A, D, L, OR X' To WS-PANEL-MSG
               End-Evaluate
           End-Perform
           GOBACK.


      *--------------------------------------------------------------
      *    Create the file on first use, and note whether it holds
      *    anyone - an empty file is the one case a user may grant
      *    themselves a role.
      *--------------------------------------------------------------
       Check-File-Empty.
           Move 'N' To WS-ATM-FILE-OK-SW
           Move 'N' To WS-ATM-EMPTY-SW
           Open I-O TODYNATH-FILE
           If WS-ATHFILE-STATUS = '35'
               Open Output TODYNATH-FILE
               Close TODYNATH-FILE
               Open I-O TODYNATH-FILE
           End-If
           If WS-ATHFILE-STATUS = '00'
               Move 'Y' To WS-ATM-FILE-OK-SW
               Move Low-Values To ATH-USERID
               Start TODYNATH-FILE Key Not < ATH-USERID
                   Invalid Key
                       Move 'Y' To WS-ATM-EMPTY-SW
               End-Start
               Close TODYNATH-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A userid under the usual name rules (A-Z 0-9 $ # @, no
      *    leading or embedded blank), one of the four roles, and a
      *    note saying why.
      *--------------------------------------------------------------
       Validate-Role-Entry.
           Move 'Y' To WS-VALID-SW
           Evaluate True
               When WS-EDIT-USERID = Spaces
                   Move 'USERID IS REQUIRED' To WS-PANEL-MSG
               When WS-EDIT-USERID(1:1) = Space
                   Move 'USERID HAS A LEADING SPACE' To WS-PANEL-MSG
               When WS-EDIT-ROLE Not = 'V' And Not = 'O'
                   And Not = 'C' And Not = 'A'
                   Move 'ROLE MUST BE V, O, C OR A' To WS-PANEL-MSG
               When WS-EDIT-NOTE = Spaces
                   Move 'NOTE IS REQUIRED - THE REQUEST OR TICKET'
                       To WS-PANEL-MSG
               When Other
                   Move 'N' To WS-ATM-BLANK-SEEN-SW
                   Perform Varying WS-ATM-CX From 1 By 1
                           Until WS-ATM-CX > 8
                       Perform Validate-Userid-Char
                   End-Perform
           End-Evaluate
           If WS-PANEL-MSG Not = Spaces
               Move 'N' To WS-VALID-SW
           End-If
           EXIT.


       Validate-Userid-Char.
           Evaluate True
               When WS-EDIT-USERID(WS-ATM-CX:1) = Space
                   Move 'Y' To WS-ATM-BLANK-SEEN-SW
               When WS-ATM-BLANK-SEEN-SW = 'Y'
                   Move 'USERID HAS AN EMBEDDED SPACE'
                       To WS-PANEL-MSG
                   Move 9 To WS-ATM-CX
               When WS-EDIT-USERID(WS-ATM-CX:1) Alphabetic-Upper
                   Continue
               When WS-EDIT-USERID(WS-ATM-CX:1) Numeric
                   Continue
               When WS-EDIT-USERID(WS-ATM-CX:1) = '$' Or '#' Or '@'
                   Continue
               When Other
                   Move 'USERID MAY ONLY USE A-Z 0-9 $ # @'
                       To WS-PANEL-MSG
                   Move 9 To WS-ATM-CX
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Grant or change a role.  On an empty file only the
      *    first-administrator bootstrap is allowed; otherwise the
      *    user must be an administrator (checked afresh) and may
      *    not touch their own record.
      *--------------------------------------------------------------
       Grant-Role.
           Move 'GRANT ROLE' To WS-ATH-ACTION-TEXT
           Perform Check-File-Empty
           Evaluate True
               When WS-ATM-FILE-OK-SW = 'N'
                   Move 'TODYNATH NOT AVAILABLE - STATUS '
                       To WS-PANEL-MSG
                   Move WS-ATHFILE-STATUS To WS-PANEL-MSG(33:2)
               When WS-ATM-EMPTY-SW = 'Y'
                   If WS-EDIT-USERID = WS-ATM-USERID
                       And WS-EDIT-ROLE = 'A'
                       And WS-ATM-USERID Not = Spaces
                       Move 'FIRST ADMINISTRATOR' To WS-ATH-REASON
                       Perform Write-Role-Record
                   Else
                       Move 'FILE EMPTY - FIRST ENTRY MUST BE YOU AS A'
                           To WS-PANEL-MSG
                   End-If
               When Other
                   Move 'A' To WS-ATH-NEED
                   Perform Check-Update-Authority
                   Evaluate True
                       When WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       When WS-EDIT-USERID = WS-ATM-USERID
                           Move 'OWN ROLE CHANGE' To WS-ATH-REASON
                           Perform Log-Violation
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       When Other
                           Move WS-EDIT-NOTE To WS-ATH-REASON
                           Perform Write-Role-Record
                   End-Evaluate
           End-Evaluate
           EXIT.


       Write-Role-Record.
           Move WS-EDIT-USERID To WS-ATH-TARGET-USER
           Move Space          To WS-ATH-OLD-ROLE
           Move WS-EDIT-ROLE   To WS-ATH-NEW-ROLE
           Open I-O TODYNATH-FILE
           If WS-ATHFILE-STATUS Not = '00'
               Move 'OPEN FOR UPDATE FAILED - STATUS ' To WS-PANEL-MSG
               Move WS-ATHFILE-STATUS To WS-PANEL-MSG(33:2)
           Else
               Move WS-EDIT-USERID To ATH-USERID
               Read TODYNATH-FILE
                   Invalid Key
                       Move Spaces         To WS-AUTH-REC
                       Move WS-EDIT-USERID To ATH-USERID
                   Not Invalid Key
                       Move ATH-ROLE       To WS-ATH-OLD-ROLE
               End-Read
               Move WS-EDIT-ROLE          To ATH-ROLE
               Move Function Current-Date To WS-ATM-DATE-TIME
               Move WS-ATM-DATE-TIME(1:8) To ATH-UPD-DATE
               Move WS-ATM-DATE-TIME(9:6) To ATH-UPD-TIME
               Move WS-ATM-USERID         To ATH-UPD-USER
               Move WS-EDIT-NOTE          To ATH-NOTE
               If WS-ATH-OLD-ROLE = Space
                   Write WS-AUTH-REC
               Else
                   Rewrite WS-AUTH-REC
               End-If
               If WS-ATHFILE-STATUS = '00'
                   Close TODYNATH-FILE
                   Perform Log-Role-Change
                   If WS-ATH-OLD-ROLE = Space
                       Move 'ROLE GRANTED - LOGGED' To WS-PANEL-MSG
                   Else
                       Move 'ROLE CHANGED - LOGGED' To WS-PANEL-MSG
                   End-If
               Else
                   Move 'UPDATE FAILED - STATUS ' To WS-PANEL-MSG
                   Move WS-ATHFILE-STATUS To WS-PANEL-MSG(24:2)
                   Close TODYNATH-FILE
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Revoke - administrators only, never their own, and with a
      *    note saying why, as for a grant.  Only a revocation that
      *    actually came off the file is logged.
      *--------------------------------------------------------------
       Revoke-Role.
           Move 'REVOKE ROLE' To WS-ATH-ACTION-TEXT
           Move 'A'           To WS-ATH-NEED
           Perform Check-Update-Authority
           Evaluate True
               When WS-ATH-ALLOWED-SW = 'N'
                   Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
               When WS-EDIT-USERID = Spaces
                   Move 'USERID IS REQUIRED' To WS-PANEL-MSG
               When WS-EDIT-USERID = WS-ATM-USERID
                   Move 'OWN ROLE CHANGE' To WS-ATH-REASON
                   Perform Log-Violation
                   Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
               When WS-EDIT-NOTE = Spaces
                   Move 'NOTE IS REQUIRED - THE REQUEST OR TICKET'
                       To WS-PANEL-MSG
               When Other
                   Perform Delete-Role-Record
           End-Evaluate
           EXIT.


       Delete-Role-Record.
           Open I-O TODYNATH-FILE
           If WS-ATHFILE-STATUS Not = '00'
               Move 'OPEN FOR UPDATE FAILED - STATUS ' To WS-PANEL-MSG
               Move WS-ATHFILE-STATUS To WS-PANEL-MSG(33:2)
           Else
               Move WS-EDIT-USERID To ATH-USERID
               Read TODYNATH-FILE
                   Invalid Key
                       Move 'USERID HAS NO ROLE TO REVOKE'
                           To WS-PANEL-MSG
                   Not Invalid Key
                       Move ATH-ROLE To WS-ATH-OLD-ROLE
                       Delete TODYNATH-FILE Record
                           Invalid Key
                               Move 'USERID HAS NO ROLE TO REVOKE'
                                   To WS-PANEL-MSG
                       End-Delete
                       If WS-PANEL-MSG = Spaces
                           And WS-ATHFILE-STATUS Not = '00'
                           Move 'REVOKE FAILED - STATUS '
                               To WS-PANEL-MSG
                           Move WS-ATHFILE-STATUS
                               To WS-PANEL-MSG(24:2)
                       End-If
               End-Read
               Close TODYNATH-FILE
               If WS-PANEL-MSG = Spaces
                   Move WS-EDIT-USERID To WS-ATH-TARGET-USER
                   Move Space          To WS-ATH-NEW-ROLE
                   Move WS-EDIT-NOTE   To WS-ATH-REASON
                   Perform Log-Role-Change
                   Move 'ROLE REVOKED - LOGGED' To WS-PANEL-MSG
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Everyone on the file, in userid order.
      *--------------------------------------------------------------
       List-Roles.
           Move 0 To WS-ATM-LIST-CNT
           Display ' '
           Display 'USERID   ROLE           GRANTED  BY       NOTE'
           Display '---------------------------------------------'
                   '------------------------------'
           Open Input TODYNATH-FILE
           If WS-ATHFILE-STATUS = '00'
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNATH-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Show-One-Role
                   End-Read
                   If WS-ATHFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNATH-FILE
           End-If
           Display '---------------------------------------------'
                   '------------------------------'
           Display WS-ATM-LIST-CNT ' userid(s) listed.'
           Display ' '
           Display 'Press Enter to continue . . .'
           Accept WS-CONTINUE-KEY
           Move 'LIST COMPLETE' To WS-PANEL-MSG
           EXIT.


       Show-One-Role.
           Add 1 To WS-ATM-LIST-CNT
           Evaluate ATH-ROLE
               When 'V'
                   Move 'VIEWER'        To WS-ATM-SHOW-ROLE
               When 'O'
                   Move 'OPERATOR'      To WS-ATM-SHOW-ROLE
               When 'C'
                   Move 'CERTIFIER'     To WS-ATM-SHOW-ROLE
               When 'A'
                   Move 'ADMINISTRATOR' To WS-ATM-SHOW-ROLE
               When Other
                   Move ATH-ROLE        To WS-ATM-SHOW-ROLE
           End-Evaluate
           Display ATH-USERID ' ' WS-ATM-SHOW-ROLE '  '
                   ATH-UPD-DATE ' ' ATH-UPD-USER ' ' ATH-NOTE
           EXIT.


      *--------------------------------------------------------------
      *    Panel authorization and security log  (shared copybook)
      *--------------------------------------------------------------
           COPY ATHRTN.
