      *    TODYNAUD is a VSAM KSDS - jcl/TODYNSETUP.jcl must DEFINE
      *    the cluster once before the first run; the status '35'/
      *    OPEN OUTPUT fallback below is a defensive sandbox fallback,
      *    not how the cluster gets created on real z/OS.  Every
      *    record added is journaled to TODYNJRN (JRNRTN.cpy).
      *===============================================================
       Open-Audit-File.
           Move WS-PGM-ID      To WS-JRN-PROGRAM
           Move WS-AUD-JOBNAME To WS-JRN-JOBNAME
           Move WS-AUD-USERID  To WS-JRN-USERID
           Perform Open-Journal-File
           Open I-O TODYNAUD-FILE
           If WS-AUDFILE-STATUS = '35'
               Open Output TODYNAUD-FILE
           Move 'OK'                   To AUD-RUN-STATUS
           Move Spaces                 To AUD-FAIL-MODULE
           Move Space                  To AUD-PULLED-FLAG
           Move WS-AUD-LAYOUT-VER      To AUD-LAYOUT-VER
           Write WS-AUDIT-REC
               Invalid Key
                   Display '    *** DUPLICATE AUDIT KEY *** ' AUD-KEY
                           ' NOT WRITTEN TO TODYNAUD'
               Not Invalid Key
                   Perform Journal-Audit-Add
           End-Write
           EXIT.

           Move 'CF'                   To AUD-RUN-STATUS
           Move WS-FAIL-MODULE         To AUD-FAIL-MODULE
           Move Space                  To AUD-PULLED-FLAG
           Move WS-AUD-LAYOUT-VER      To AUD-LAYOUT-VER
           Write WS-AUDIT-REC
               Invalid Key
      *            The probes fire within the same second as the
                                   AUD-KEY ' NOT WRITTEN TO TODYNAUD'
                   End-Write
           End-Write
           If WS-AUDFILE-STATUS = '00'
               Perform Journal-Audit-Add
           End-If
           EXIT.


           Move 'LOAD'                 To AUD-FAIL-MODULE(1:4)
           Move WS-AUD-LOAD-PCT        To AUD-FAIL-MODULE(6:3)
           Move Space                  To AUD-PULLED-FLAG
           Move WS-AUD-LAYOUT-VER      To AUD-LAYOUT-VER
           Write WS-AUDIT-REC
               Invalid Key
      *            Same within-the-second collision the call-
                                   AUD-KEY ' NOT WRITTEN TO TODYNAUD'
                   End-Write
           End-Write
           If WS-AUDFILE-STATUS = '00'
               Perform Journal-Audit-Add
           End-If
           EXIT.


       Journal-Audit-Add.
           Move 'AUD'        To WS-JRN-FILE-ID
           Move 'A'          To WS-JRN-ACTION
           Move Spaces       To WS-JRN-BEFORE
           Move WS-AUDIT-REC To WS-JRN-AFTER
           Perform Write-Journal-Rec
           EXIT.


       Close-Audit-File.
           Close TODYNAUD-FILE
           Perform Close-Journal-File
           EXIT.
