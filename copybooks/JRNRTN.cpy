      *===============================================================
      *    Open / write / close the update journal.  COPY JRNRTN.
      *    Every program that adds, rewrites or deletes TODYNRES,
      *    TODYNAUD or TODYNBAS records journals each update here
      *    once it has succeeded: move the file id, action and the
      *    before/after images to WS-JRN-FILE-ID / WS-JRN-ACTION /
      *    WS-JRN-BEFORE / WS-JRN-AFTER and Perform
      *    Write-Journal-Rec.  Open and close are counted, so the
      *    results and audit copybooks can each open and close the
      *    journal alongside their own file and the physical close
      *    happens with the last of them.  A missing TODYNJRN DD
      *    does not stop the update - it is said once on SYSOUT and
      *    the updates go unjournaled (and so cannot be rolled
      *    forward; take a fresh backup).
      *===============================================================
       Open-Journal-File.
           Add 1 To WS-JRN-OPENS
           If WS-JRN-OPENS = 1
               If WS-JRN-JOBNAME = Spaces Or WS-JRN-USERID = Spaces
                   Call 'TODYNJOB' Using WS-JRN-USERID WS-JRN-JOBNAME
                       On Exception
                           Continue
                   End-Call
               End-If
               Open Extend TODYNJRN-FILE
               If WS-JRNFILE-STATUS = '35'
                   Open Output TODYNJRN-FILE
               End-If
               If WS-JRNFILE-STATUS = '00'
                   Move 'Y' To WS-JRN-OK-SW
                   Move 'Y' To WS-JRN-OPEN-SW
               Else
                   Move 'N' To WS-JRN-OK-SW
                   Display '    *** TODYNJRN NOT AVAILABLE (STATUS '
                           WS-JRNFILE-STATUS ') - UPDATES BY '
                           WS-JRN-PROGRAM ' ARE NOT JOURNALED ***'
               End-If
           End-If
           EXIT.


       Write-Journal-Rec.
           If WS-JRN-OK-SW = 'Y'
               Move Function Current-Date  To WS-JRN-DATE-TIME
               Move Spaces                 To WS-JOURNAL-REC
               Move WS-JRN-DATE-TIME(1:8)  To JRN-DATE
               Move WS-JRN-DATE-TIME(9:8)  To JRN-TIME
               Move WS-JRN-FILE-ID         To JRN-FILE-ID
               Move WS-JRN-ACTION          To JRN-ACTION
               Move WS-JRN-PROGRAM         To JRN-PROGRAM
               Move WS-JRN-JOBNAME         To JRN-JOBNAME
               Move WS-JRN-USERID          To JRN-USERID
               Move WS-JRN-BEFORE          To JRN-BEFORE-IMAGE
               Move WS-JRN-AFTER           To JRN-AFTER-IMAGE
               Write WS-JOURNAL-REC
               If WS-JRNFILE-STATUS = '00'
                   Add 1 To WS-JRN-WRITTEN
               Else
                   Display '    *** TODYNJRN WRITE FAILED (STATUS '
                           WS-JRNFILE-STATUS ') - JOURNALING '
                           'STOPPED ***'
                   Move 'N' To WS-JRN-OK-SW
               End-If
           End-If
           EXIT.


       Close-Journal-File.
           If WS-JRN-OPENS > 0
               Subtract 1 From WS-JRN-OPENS
               If WS-JRN-OPENS = 0
                   If WS-JRN-OPEN-SW = 'Y'
                       Close TODYNJRN-FILE
                   End-If
                   Move 'N' To WS-JRN-OK-SW
                   Move 'N' To WS-JRN-OPEN-SW
               End-If
           End-If
           EXIT.
