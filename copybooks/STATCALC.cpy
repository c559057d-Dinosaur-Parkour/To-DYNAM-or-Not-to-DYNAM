                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move WS-RESULT-REC To WS-JRN-BEFORE
                           Move 'U' To RR-STABLE-FLAG
                           Rewrite WS-RESULT-REC
                           If WS-RESFILE-STATUS = '00'
                               Perform Journal-Result-Change
                               Perform Write-Result-Smf-Reflag
                           End-If
                   End-Read
               Else
                   Move 'Y' To WS-STAB-BLANK-SW
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move WS-RESULT-REC To WS-JRN-BEFORE
                           Move 'U' To RR-STABLE-FLAG
                           Rewrite WS-RESULT-REC
                           If WS-RESFILE-STATUS = '00'
                               Perform Journal-Result-Change
                               Perform Write-Result-Smf-Reflag
                           End-If
                   End-Read
               Else
                   Move 'Y' To WS-STAB-BLANK-SW
