      *===============================================================
      *    Panel authorization check and security log.  COPY
      *    ATHRTN.  The caller COPYs ATHSEL/ATHFD/ATHWS and
      *    SECSEL/SECFD/SECWS as well.
      *
      *    Check-Panel-Entry at startup - a userid with no record on
      *    TODYNATH (or an unknown userid) is refused the panel.
      *    Check-Update-Authority before every update, with the
      *    role needed in WS-ATH-NEED - the role is read afresh each
      *    time, so a revocation takes effect at the next update,
      *    not the next logon.  Either refusal is written to the
      *    security log and leaves WS-ATH-ALLOWED-SW 'N' with the
      *    panel message in WS-ATH-PANEL-MSG.  A missing TODYNATH
      *    refuses everything: the panels fail closed.
      *===============================================================
       Check-Panel-Entry.
           Move 'V'           To WS-ATH-NEED
           Move 'PANEL ENTRY' To WS-ATH-ACTION-TEXT
           Perform Check-Update-Authority
           EXIT.


       Check-Update-Authority.
           Perform Load-User-Role
           Move 'N'    To WS-ATH-ALLOWED-SW
           Move Spaces To WS-ATH-REASON
           Evaluate True
               When WS-ATH-USERID = Spaces
                   Move 'USERID UNKNOWN' To WS-ATH-REASON
               When WS-ATHFILE-STATUS Not = '00'
                   And WS-ATHFILE-STATUS Not = '23'
                   Move 'TODYNATH NOT AVAILABLE' To WS-ATH-REASON
               When WS-ATH-HAS-NO-ROLE
                   Move 'NOT ON TODYNATH' To WS-ATH-REASON
               When WS-ATH-NEED = 'V'
                   Move 'Y' To WS-ATH-ALLOWED-SW
               When WS-ATH-NEED = 'O'
                   If WS-ATH-ROLE = 'O' Or 'C' Or 'A'
                       Move 'Y' To WS-ATH-ALLOWED-SW
                   Else
                       Move 'OPERATOR ROLE REQUIRED' To WS-ATH-REASON
                   End-If
               When WS-ATH-NEED = 'C'
                   If WS-ATH-ROLE = 'C'
                       Move 'Y' To WS-ATH-ALLOWED-SW
                   Else
                       Move 'CERTIFIER ROLE REQUIRED'
                           To WS-ATH-REASON
                   End-If
               When WS-ATH-NEED = 'G'
                   If WS-ATH-ROLE = 'C' Or 'A'
                       Move 'Y' To WS-ATH-ALLOWED-SW
                   Else
                       Move 'CERTIFIER/ADMIN REQUIRED'
                           To WS-ATH-REASON
                   End-If
               When WS-ATH-NEED = 'A'
                   If WS-ATH-ROLE = 'A'
                       Move 'Y' To WS-ATH-ALLOWED-SW
                   Else
                       Move 'ADMIN ROLE REQUIRED'
                           To WS-ATH-REASON
                   End-If
               When Other
                   Move 'UNKNOWN ROLE REQUIREMENT' To WS-ATH-REASON
           End-Evaluate
           If WS-ATH-ALLOWED-SW = 'N'
               Perform Log-Violation
           End-If
           EXIT.


       Load-User-Role.
           Move Space To WS-ATH-ROLE
           Open Input TODYNATH-FILE
           If WS-ATHFILE-STATUS = '00'
               Move WS-ATH-USERID To ATH-USERID
               Read TODYNATH-FILE
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move ATH-ROLE To WS-ATH-ROLE
               End-Read
               Close TODYNATH-FILE
               Move '00' To WS-ATHFILE-STATUS
           End-If
           EXIT.


      *    A refusal - the caller has WS-ATH-REASON and
      *    WS-ATH-ACTION-TEXT set.  The panel message says the
      *    attempt was logged, so nobody tries the next userid in
      *    the drawer thinking it went unnoticed.
       Log-Violation.
           Move Spaces To WS-ATH-PANEL-MSG
           String 'NOT AUTHORIZED - '     Delimited By Size
                  WS-ATH-REASON           Delimited By '  '
                  ' (ATTEMPT LOGGED)'     Delimited By Size
               Into WS-ATH-PANEL-MSG
           End-String
           Move Spaces              To WS-SECURITY-REC
           Move 'V'                 To SEC-TYPE
           Move WS-ATH-ROLE         To SEC-ROLE
           Move WS-ATH-REASON       To SEC-REASON
           Perform Write-Security-Rec
           EXIT.


      *    A grant, change or revocation (TODYNATM) - target user
      *    and old/new roles in WS-ATH-TARGET-USER/-OLD-ROLE/
      *    -NEW-ROLE, the note in WS-ATH-REASON.
       Log-Role-Change.
           Move Spaces              To WS-SECURITY-REC
           Move 'R'                 To SEC-TYPE
           Move WS-ATH-ROLE         To SEC-ROLE
           Move WS-ATH-TARGET-USER  To SEC-TARGET-USER
           Move WS-ATH-OLD-ROLE     To SEC-OLD-ROLE
           Move WS-ATH-NEW-ROLE     To SEC-NEW-ROLE
           Move WS-ATH-REASON       To SEC-REASON
           Perform Write-Security-Rec
           EXIT.


       Write-Security-Rec.
           Move Function Current-Date To WS-ATH-DATE-TIME
           Move WS-ATH-DATE-TIME(1:8) To SEC-DATE
           Move WS-ATH-DATE-TIME(9:6) To SEC-TIME
           Move WS-ATH-USERID         To SEC-USERID
           Move WS-ATH-PROGRAM        To SEC-PROGRAM
           Move WS-ATH-ACTION-TEXT    To SEC-ACTION
           Open Extend TODYNSEC-FILE
           If WS-SECFILE-STATUS = '35'
               Open Output TODYNSEC-FILE
           End-If
           If WS-SECFILE-STATUS = '00'
               Write WS-SECURITY-REC
               Close TODYNSEC-FILE
           Else
               Display '    *** SECURITY LOG NOT WRITTEN (STATUS '
                       WS-SECFILE-STATUS ') - ' SEC-TYPE ' '
                       SEC-USERID ' ' SEC-ACTION ' ' SEC-REASON
                       ' ***' Upon Console
           End-If
           EXIT.
