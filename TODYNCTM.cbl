      *     changes, refuses to write anything that fails validation
      *     (the reason shows on the panel), and stamps the record
      *     with when and by whom it was last changed.
      *
      *     Only userids on TODYNATH may open the panel, and saving
      *     needs the operator role (or certifier/administrator) -
      *     refusals go to the TODYNSEC security log (ATHRTN.cpy).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTLSEL.
           COPY CTHSEL.
           COPY ATHSEL.
           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CTLFD.
           COPY CTHFD.
           COPY ATHFD.
           COPY SECFD.

       WORKING-STORAGE SECTION.


           COPY CTLWS.
           COPY CTHWS.
           COPY ATHWS.
           COPY SECWS.

      *---------------------------------------------------------------
      *    Before/after images for the change-history append - the
           05 WS-EDIT-LOADMAX     PIC 9(03)  Value 0.
           05 WS-EDIT-LOADWAIT    PIC 9(03)  Value 0.
           05 WS-EDIT-CARRYDAYS   PIC 9(03)  Value 0.
           05 WS-EDIT-ANOMALY     PIC 9(02)  Value 0.
           05 WS-EDIT-ACTION      PIC X(01)  Value Space.

       01  WS-LAST-CHANGED.
               'Carry-over age limit, days (0 = default)  . . :'.
           05 LINE 16 COLUMN 50 PIC 9(03) USING WS-EDIT-CARRYDAYS.
           05 LINE 17 COLUMN 01 VALUE
               'Volume anomaly factor (0 = default) . . . . . :'.
           05 LINE 17 COLUMN 50 PIC 9(02) USING WS-EDIT-ANOMALY.
           05 LINE 18 COLUMN 01 VALUE
               'Last changed  . . . . . . . . . . . . . . . . :'.
           05 LINE 18 COLUMN 50 PIC X(08) FROM WS-SHOW-UPD-DATE.
           05 LINE 18 COLUMN 59 PIC X(06) FROM WS-SHOW-UPD-TIME.
           05 LINE 19 COLUMN 01 VALUE
               'Changed by  . . . . . . . . . . . . . . . . . :'.
           05 LINE 19 COLUMN 50 PIC X(08) FROM WS-SHOW-UPD-USER.
           05 LINE 20 COLUMN 01 VALUE
               'S to save changes, X to exit  . . . . . . . . :'.
           05 LINE 20 COLUMN 50 PIC X(01) USING WS-EDIT-ACTION.
                   Move Spaces To WS-CTM-USERID
                   Move Spaces To WS-CTM-JOBNAME
           End-Call
           Move WS-CTM-USERID To WS-ATH-USERID
           Move 'TODYNCTM'    To WS-ATH-PROGRAM
           Perform Check-Panel-Entry
           If WS-ATH-ALLOWED-SW = 'N'
               Display 'TODYNCTM ' WS-ATH-PANEL-MSG
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Load-Current-Record
           Perform Until WS-DONE-SW = 'Y'
               Move Space To WS-EDIT-ACTION
                   When WS-EDIT-ACTION = 'X' Or 'x'
                       Move 'Y' To WS-DONE-SW
                   When WS-EDIT-ACTION = 'S' Or 's'
                       Move 'O'            To WS-ATH-NEED
                       Move 'SAVE CONTROL' To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       Else
                           Perform Validate-Panel-Fields
                           If WS-VALID-SW = 'Y'
                               Perform Save-Control-Record
                           End-If
                       End-If
                   When Other
                       Move 'ENTER S TO SAVE OR X TO EXIT'
           Move WS-LOAD-MAX-PCT   To WS-EDIT-LOADMAX
           Move WS-LOAD-WAIT-MIN  To WS-EDIT-LOADWAIT
           Move WS-CARRY-MAX-DAYS To WS-EDIT-CARRYDAYS
           Move WS-ANOMALY-FACTOR To WS-EDIT-ANOMALY
           Open Input TODYNCTL-FILE
           If WS-CTLFILE-STATUS = '00'
               Read TODYNCTL-FILE
           If CTL-CARRY-MAX-DAYS Numeric
               Move CTL-CARRY-MAX-DAYS To WS-EDIT-CARRYDAYS
           End-If
           If CTL-ANOMALY-FACTOR Numeric
               Move CTL-ANOMALY-FACTOR To WS-EDIT-ANOMALY
           End-If
           Move CTL-UPD-DATE To WS-SHOW-UPD-DATE
           Move CTL-UPD-TIME To WS-SHOW-UPD-TIME
           Move CTL-UPD-USER To WS-SHOW-UPD-USER
               When WS-EDIT-LOADMAX > 100
                   Move 'LOAD GATE PCT MUST BE 0 TO 100'
                       To WS-PANEL-MSG
               When WS-EDIT-ANOMALY = 1
                   Move 'ANOMALY FACTOR MUST BE 0 OR 2 TO 99'
                       To WS-PANEL-MSG
               When Other
                   Perform Validate-Module-Name
           End-Evaluate
               Move WS-EDIT-LOADMAX   To CTL-LOAD-MAX-PCT
               Move WS-EDIT-LOADWAIT  To CTL-LOAD-WAIT-MIN
               Move WS-EDIT-CARRYDAYS To CTL-CARRY-MAX-DAYS
               Move WS-EDIT-ANOMALY   To CTL-ANOMALY-FACTOR
               Move Function Current-Date To WS-CTM-DATE-TIME
               Move WS-CTM-DATE-TIME(1:8) To CTL-UPD-DATE
               Move WS-CTM-DATE-TIME(9:6) To CTL-UPD-TIME
               Close TODYNCTH-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Panel authorization and security log  (shared copybook)
      *--------------------------------------------------------------
           COPY ATHRTN.
