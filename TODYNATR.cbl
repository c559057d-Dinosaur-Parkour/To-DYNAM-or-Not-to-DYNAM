       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNATR.
      *===============================================================
      *     Daily panel-security report for the audit review.  Lists
      *     one day's TODYNSEC security-log events - every update a
      *     maintenance panel refused for want of the role, every
      *     certification refused because the certifier ran the
      *     benchmark (or nobody could say who did), and every role
      *     granted, changed or revoked through TODYNATM - then the
      *     refusals counted per userid, and the TODYNATH roster as
      *     it stands at report time.
      *     The day is PARM='YYYYMMDD', default yesterday.
      *     RC 0 no violations, RC 4 violations listed, RC 8 when
      *     TODYNSEC cannot be read (no log at all is reported as
      *     such, RC 0 - nothing has been refused or granted yet).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECSEL.
           COPY ATHSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SECFD.
           COPY ATHFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY SECWS.
           COPY ATHWS.

      *---------------------------------------------------------------
      *    The day being reported.
      *---------------------------------------------------------------
       01  WS-ATR-DAY-X           PIC  X(08)  Value Spaces.
       01  WS-ATR-DAY-9 REDEFINES WS-ATR-DAY-X
                                  PIC  9(08).
       01  WS-ATR-DATE-TIME       PIC  X(21)  Value Spaces.
       01  WS-ATR-TODAY-9         PIC  9(08)  Value 0.

      *---------------------------------------------------------------
      *    Refusals per userid.
      *---------------------------------------------------------------
       01  WS-ATR-USER-COUNT      PIC  9(03)  COMP-5  Value 0.
       01  WS-ATR-USER-TABLE.
           05 WS-ATR-USER-ROW OCCURS 200 TIMES.
              10 WS-ATR-USER-ID   PIC X(08).
              10 WS-ATR-USER-ROLE PIC X(01).
              10 WS-ATR-USER-VIOL PIC 9(05)  COMP-5.
       01  WS-UX                  PIC  9(03)  COMP-5  Value 0.
       01  WS-ATR-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-ATR-FULL-SW         PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Counters and display fields.
      *---------------------------------------------------------------
       01  WS-ATR-COUNTERS.
           05 WS-ATR-SEC-READ     PIC 9(09)  COMP-5  Value 0.
           05 WS-ATR-VIOL-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-ATR-ROLE-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-ATR-ROSTER-CNT   PIC 9(07)  COMP-5  Value 0.
       01  WS-ATR-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-ATR-SHOW-ROLE       PIC  X(13)  Value Spaces.
       01  WS-ATR-SHOW-OLD        PIC  X(13)  Value Spaces.
       01  WS-ATR-SHOW-NEW        PIC  X(13)  Value Spaces.
       01  WS-ATR-ROLE-CODE       PIC  X(01)  Value Space.
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
           Move Function Current-Date To WS-ATR-DATE-TIME
           Move WS-ATR-DATE-TIME(1:8) To WS-ATR-TODAY-9
           Compute WS-ATR-DAY-9 =
               Function Date-of-Integer(
                   Function Integer-of-Date(WS-ATR-TODAY-9) - 1)
           If LS-PARM-LEN >= 8
               If LS-PARM-TEXT(1:8) Numeric
                   Move LS-PARM-TEXT(1:8) To WS-ATR-DAY-X
               End-If
           End-If
           Display ' '
           Display 'TODYNATR PANEL SECURITY REPORT FOR ' WS-ATR-DAY-X
           Display '=================================================='
           Perform List-Security-Events
           If WS-ATR-WORST-RC < 8
               Perform List-Violations-By-User
               Perform List-Roster
               Perform Print-Summary
           End-If
           Move WS-ATR-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    The day's events in the order they were logged.
      *--------------------------------------------------------------
       List-Security-Events.
           Open Input TODYNSEC-FILE
           Evaluate True
               When WS-SECFILE-STATUS = '35'
                   Display '  No security log yet - nothing has been '
                           'refused or granted.'
               When WS-SECFILE-STATUS Not = '00'
                   Display '    *** TODYNSEC NOT AVAILABLE (STATUS '
                           WS-SECFILE-STATUS ') ***'
                   Move 8 To WS-ATR-WORST-RC
               When Other
                   Display ' '
                   Display '  TIME   EVENT      USERID   ROLE HELD     '
                           'PROGRAM  ACTION       DETAIL'
                   Display '  -------------------------------------'
                           '-------------------------------------'
                   Move 'N' To WS-EOF-SW
                   Perform Until WS-EOF-SW = 'Y'
                       Read TODYNSEC-FILE
                           At End
                               Move 'Y' To WS-EOF-SW
                           Not At End
                               Add 1 To WS-ATR-SEC-READ
                               If SEC-DATE = WS-ATR-DAY-X
                                   Perform Show-One-Event
                               End-If
                       End-Read
                       If WS-SECFILE-STATUS Not = '00'
                           And WS-SECFILE-STATUS Not = '10'
                           Display '    *** TODYNSEC READ ERROR '
                                   '(STATUS ' WS-SECFILE-STATUS
                                   ') ***'
                           Move 8 To WS-ATR-WORST-RC
                           Move 'Y' To WS-EOF-SW
                       End-If
                   End-Perform
                   Close TODYNSEC-FILE
           End-Evaluate
           EXIT.


       Show-One-Event.
           Move SEC-ROLE To WS-ATR-ROLE-CODE
           Perform Name-Role
           Move WS-ATR-SHOW-ROLE To WS-ATR-SHOW-NEW
           Evaluate SEC-TYPE
               When 'V'
                   Add 1 To WS-ATR-VIOL-CNT
                   Perform Count-User-Violation
                   Display '  ' SEC-TIME ' VIOLATION  ' SEC-USERID ' '
                           WS-ATR-SHOW-NEW ' ' SEC-PROGRAM ' '
                           SEC-ACTION ' ' SEC-REASON
               When 'R'
                   Add 1 To WS-ATR-ROLE-CNT
                   Move SEC-OLD-ROLE To WS-ATR-ROLE-CODE
                   Perform Name-Role
                   Move WS-ATR-SHOW-ROLE To WS-ATR-SHOW-OLD
                   Move SEC-NEW-ROLE To WS-ATR-ROLE-CODE
                   Perform Name-Role
                   Display '  ' SEC-TIME ' ROLE CHG  ' SEC-USERID ' '
                           WS-ATR-SHOW-NEW ' ' SEC-PROGRAM ' '
                           SEC-ACTION ' ' SEC-TARGET-USER ' '
                           WS-ATR-SHOW-OLD ' -> ' WS-ATR-SHOW-ROLE
                   Display '                                        '
                           '              note: ' SEC-REASON
               When Other
                   Display '  ' SEC-TIME ' TYPE ' SEC-TYPE '     '
                           SEC-USERID ' ' SEC-PROGRAM ' ' SEC-ACTION
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Role code in WS-ATR-ROLE-CODE to its name.
      *--------------------------------------------------------------
       Name-Role.
           Evaluate WS-ATR-ROLE-CODE
               When 'V'
                   Move 'VIEWER'        To WS-ATR-SHOW-ROLE
               When 'O'
                   Move 'OPERATOR'      To WS-ATR-SHOW-ROLE
               When 'C'
                   Move 'CERTIFIER'     To WS-ATR-SHOW-ROLE
               When 'A'
                   Move 'ADMINISTRATOR' To WS-ATR-SHOW-ROLE
               When Space
                   Move '(NONE)'        To WS-ATR-SHOW-ROLE
               When Other
                   Move WS-ATR-ROLE-CODE To WS-ATR-SHOW-ROLE
           End-Evaluate
           EXIT.


       Count-User-Violation.
           Move 'N' To WS-ATR-FOUND-SW
           Perform Varying WS-UX From 1 By 1
                   Until WS-UX > WS-ATR-USER-COUNT
                      Or WS-ATR-FOUND-SW = 'Y'
               If WS-ATR-USER-ID(WS-UX) = SEC-USERID
                   Move 'Y' To WS-ATR-FOUND-SW
                   Add 1 To WS-ATR-USER-VIOL(WS-UX)
                   Move SEC-ROLE To WS-ATR-USER-ROLE(WS-UX)
               End-If
           End-Perform
           If WS-ATR-FOUND-SW = 'N'
               If WS-ATR-USER-COUNT < 200
                   Add 1 To WS-ATR-USER-COUNT
                   Move SEC-USERID To WS-ATR-USER-ID(WS-ATR-USER-COUNT)
                   Move SEC-ROLE
                       To WS-ATR-USER-ROLE(WS-ATR-USER-COUNT)
                   Move 1 To WS-ATR-USER-VIOL(WS-ATR-USER-COUNT)
               Else
                   Move 'Y' To WS-ATR-FULL-SW
               End-If
           End-If
           EXIT.


       List-Violations-By-User.
           If WS-ATR-USER-COUNT > 0
               Display ' '
               Display '  REFUSALS BY USERID'
               Display '  USERID   ROLE HELD      REFUSALS'
               Perform Varying WS-UX From 1 By 1
                       Until WS-UX > WS-ATR-USER-COUNT
                   Move WS-ATR-USER-ROLE(WS-UX) To WS-ATR-ROLE-CODE
                   Perform Name-Role
                   Move WS-ATR-USER-VIOL(WS-UX) To WS-SHOW-CNT
                   Display '  ' WS-ATR-USER-ID(WS-UX) ' '
                           WS-ATR-SHOW-ROLE '  ' WS-SHOW-CNT
               End-Perform
               If WS-ATR-FULL-SW = 'Y'
                   Display '  (more than 200 userids - the rest '
                           'are in the event list only)'
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Who holds what as of now.
      *--------------------------------------------------------------
       List-Roster.
           Display ' '
           Display '  TODYNATH ROSTER AT REPORT TIME'
           Display '  USERID   ROLE           GRANTED  BY       NOTE'
           Open Input TODYNATH-FILE
           If WS-ATHFILE-STATUS Not = '00'
               Display '  (TODYNATH not available, status '
                       WS-ATHFILE-STATUS
                       ' - every panel is refusing everyone)'
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNATH-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Add 1 To WS-ATR-ROSTER-CNT
                           Move ATH-ROLE To WS-ATR-ROLE-CODE
                           Perform Name-Role
                           Display '  ' ATH-USERID ' '
                                   WS-ATR-SHOW-ROLE '  '
                                   ATH-UPD-DATE ' ' ATH-UPD-USER ' '
                                   ATH-NOTE
                   End-Read
                   If WS-ATHFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNATH-FILE
           End-If
           EXIT.


       Print-Summary.
           Display ' '
           Move WS-ATR-SEC-READ To WS-SHOW-BIG
           Display '  Security log records read        : ' WS-SHOW-BIG
           Move WS-ATR-VIOL-CNT To WS-SHOW-CNT
           Display '  Violations on the day            : ' WS-SHOW-CNT
           Move WS-ATR-ROLE-CNT To WS-SHOW-CNT
           Display '  Role changes on the day          : ' WS-SHOW-CNT
           Move WS-ATR-ROSTER-CNT To WS-SHOW-CNT
           Display '  Userids on TODYNATH              : ' WS-SHOW-CNT
           If WS-ATR-VIOL-CNT > 0
               Display '  *** ' 'REFUSED PANEL UPDATES ON '
                       WS-ATR-DAY-X ' - REVIEW THE EVENTS ABOVE ***'
               If WS-ATR-WORST-RC < 4
                   Move 4 To WS-ATR-WORST-RC
               End-If
           End-If
           Display '=================================================='
           EXIT.
