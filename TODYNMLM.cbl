      *     validate, estimate and save, X exit.  A save rewrites
      *     the whole file with a comment record stamping who
      *     built the list and when.
      *
      *     Only userids on TODYNATH may open the panel; any of
      *     them may validate and estimate, but saving needs the
      *     operator role (or certifier/administrator) - refusals
      *     go to the TODYNSEC security log (ATHRTN.cpy).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY MLSSEL.
           COPY CTLSEL.
           COPY RESSEL.
           COPY ATHSEL.
           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY MLSFD.
           COPY CTLFD.
           COPY RESFD.
           COPY ATHFD.
           COPY SECFD.

       WORKING-STORAGE SECTION.

           COPY MLSWS.
           COPY CTLWS.
           COPY RESWS.
           COPY ATHWS.
           COPY SECWS.

      *---------------------------------------------------------------
      *    Panel entry fields - fifteen module slots plus the
       01  WS-MLM-TRUNC-SW        PIC X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Batch-window estimate work (ESTRTN.cpy) - one row per
      *    panel slot, so row n is entry n.
      *---------------------------------------------------------------
           COPY ESTWS.
       01  WS-SHOW-MODULE-SECS    PIC ZZZ,ZZ9.99.
       01  WS-SHOW-TOTAL-MINS     PIC ZZZ,ZZ9.9.
       01  WS-CONTINUE-KEY        PIC X(01).
                   Move Spaces To WS-MLM-USERID
                   Move Spaces To WS-MLM-JOBNAME
           End-Call
           Move WS-MLM-USERID To WS-ATH-USERID
           Move 'TODYNMLM'    To WS-ATH-PROGRAM
           Perform Check-Panel-Entry
           If WS-ATH-ALLOWED-SW = 'N'
               Display 'TODYNMLM ' WS-ATH-PANEL-MSG
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Read-Control-File
           Perform Load-Current-List
           Perform Until WS-DONE-SW = 'Y'
                           Perform Estimate-Campaign-Window
                       End-If
                   When WS-EDIT-ACTION = 'S' Or 's'
                       Move 'O'             To WS-ATH-NEED
                       Move 'SAVE MODLIST'  To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                           Move 'N' To WS-VALID-SW
                       Else
                           Perform Validate-All-Entries
                       End-If
                       If WS-VALID-SW = 'Y'
                           Perform Probe-All-Entries
                       End-If


      *--------------------------------------------------------------
      *    Batch-window estimate (shared ESTRTN.cpy routine) -
      *    loaded slot for slot from the panel entries, so a blank
      *    slot is a blank row the routine skips.
      *--------------------------------------------------------------
       Estimate-Campaign-Window.
           Move 15 To WS-EST-COUNT
           Perform Varying WS-MLM-EX From 1 By 1
                   Until WS-MLM-EX > 15
               Move WS-EDIT-MOD(WS-MLM-EX) To WS-EST-MODULE(WS-MLM-EX)
           End-Perform
           Perform Estimate-Module-Durations
           If WS-EST-HISTORY-SW = 'N'
               Move 'NO TODYNRES HISTORY - CANNOT ESTIMATE WINDOW'
                   To WS-PANEL-MSG
           Else
               Perform Compute-And-Show-Estimate
           End-If
           EXIT.


       Compute-And-Show-Estimate.
           Display ' '
           Display 'CAMPAIGN WINDOW ESTIMATE (iteration count '
                   WS-ITER-COUNT ')'
                   Perform Show-One-Module-Estimate
               End-If
           End-Perform
           Move WS-EST-TOTAL-MINS To WS-SHOW-TOTAL-MINS
           Display '--------------------------------------------'
           Display '  Estimated campaign total : '


       Show-One-Module-Estimate.
           Move WS-EST-MODULE-SECS(WS-MLM-EX) To WS-SHOW-MODULE-SECS
           If WS-EST-GUESSED-SW(WS-MLM-EX) = 'G'
               Display '  ' WS-EDIT-MOD(WS-MLM-EX) ' : '
                       WS-SHOW-MODULE-SECS ' sec  (no history - '
      *    the iteration count the estimate multiplies by.
      *--------------------------------------------------------------
           COPY CTLREAD.


      *--------------------------------------------------------------
      *    Campaign batch-window estimate  (shared copybook).
      *--------------------------------------------------------------
           COPY ESTRTN.


      *--------------------------------------------------------------
      *    Panel authorization and security log  (shared copybook)
      *--------------------------------------------------------------
           COPY ATHRTN.
