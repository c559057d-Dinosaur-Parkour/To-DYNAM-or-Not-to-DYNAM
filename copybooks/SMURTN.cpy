      *===============================================================
      *    User SMF record for each TODYNRES history record (layout
      *    and record type in SMUWS.cpy).  COPY SMURTN.  The caller
      *    COPYs SMUWS as well; RESWRITE performs Write-Result-Smf
      *    for every record it adds and Report-Result-Smf when the
      *    results file closes, and the stability gate performs
      *    Write-Result-Smf-Reflag after each 'U' rewrite.  The body
      *    is built from WS-RESULT-REC as it stands, so the SMF copy
      *    matches the history record field for field.
      *
      *    SMF is the copy, TODYNRES the record: a write BPX1SMF
      *    refuses (type not recorded, no BPX.SMF authority, SMF
      *    buffers full - its return and reason codes are shown for
      *    the first one) is counted and reported but does not stop
      *    the measurement - TODYNSUR picks up the gap when it
      *    reconciles the day.
      *===============================================================
       Write-Result-Smf.
           Move 1 To SMU-STY
           Perform Send-Result-Smf
           EXIT.


       Write-Result-Smf-Reflag.
           Move 2 To SMU-STY
           Perform Send-Result-Smf
           EXIT.


       Send-Result-Smf.
           Move Function Current-Date To WS-SMU-DATE-TIME
           Move WS-SMU-DATE-TIME(1:8)  To WS-SMU-YYYYMMDD
           Compute WS-SMU-YYYYDDD =
               Function Day-of-Integer(
                   Function Integer-of-Date(WS-SMU-YYYYMMDD))
           Move WS-SMU-DATE-TIME(9:2)  To WS-SMU-HH
           Move WS-SMU-DATE-TIME(11:2) To WS-SMU-MI
           Move WS-SMU-DATE-TIME(13:2) To WS-SMU-SS
           Move WS-SMU-DATE-TIME(15:2) To WS-SMU-CS
           Move 143                    To SMU-LEN
           Move 0                      To SMU-SEG
           Move X'40'                  To SMU-FLG
           Move WS-SMU-TYPE-X(2:1)     To SMU-RTY
           Compute SMU-TME = (((WS-SMU-HH * 60) + WS-SMU-MI) * 60
                             + WS-SMU-SS) * 100 + WS-SMU-CS
           Compute SMU-DTE = WS-SMU-YYYYDDD - 1900000
           Move RR-ENV-SYSTEM(1:4)     To SMU-SID
           Move 'TDYN'                 To SMU-SSI
           Move '01'                   To SMU-VERSION
           Move RR-KEY                 To SMU-RES-KEY
           Move RR-PROGRAM-ID          To SMU-PROGRAM
           Move RR-CALL-TYPE           To SMU-CALL-TYPE
           Move RR-MODULE-NAME         To SMU-MODULE
           Move RR-ITER-COUNT          To SMU-ITER-COUNT
           Move RR-CPU-DIFF            To SMU-CPU-DIFF
           Move RR-WALL-DIFF           To SMU-WALL-DIFF
           Move RR-ENV-SYSTEM          To SMU-ENV-SYSTEM
           Move RR-ENV-CPU-MODEL       To SMU-ENV-CPU-MODEL
           Move RR-ENV-LOAD-PCT        To SMU-ENV-LOAD-PCT
           Move RR-STABLE-FLAG         To SMU-STABLE-FLAG
           Move RR-ATTR-VER            To SMU-ATTR-VER
           Move WS-AUD-JOBNAME         To SMU-JOBNAME
           Move WS-AUD-USERID          To SMU-USERID
           Move Spaces                 To SMU-BODY(130:10)
           Move SMU-STY  To WS-SMU-PARM-SUBTYPE
           Move SMU-LEN  To WS-SMU-PARM-LENGTH
           Move 0        To WS-SMU-RETURN-VALUE
           Move 0        To WS-SMU-RETURN-CODE
           Move 0        To WS-SMU-REASON-CODE
           Call WS-SMU-SERVICE Using WS-SMU-PARM-TYPE
                                     WS-SMU-PARM-SUBTYPE
                                     WS-SMU-PARM-LENGTH
                                     WS-SMU-REC
                                     WS-SMU-RETURN-VALUE
                                     WS-SMU-RETURN-CODE
                                     WS-SMU-REASON-CODE
               On Exception
                   Move -1 To WS-SMU-RETURN-VALUE
           End-Call
           If WS-SMU-RETURN-VALUE = 0
               Add 1 To WS-SMU-WRITTEN-CNT
           Else
               Add 1 To WS-SMU-FAILED-CNT
               If WS-SMU-FAILED-CNT = 1
                   Move WS-SMU-RETURN-CODE To WS-SMU-SHOW-RC
                   Move WS-SMU-REASON-CODE To WS-SMU-SHOW-RSN
                   Display '    *** USER SMF RECORD NOT WRITTEN (RC '
                           WS-SMU-SHOW-RC ' RSN ' WS-SMU-SHOW-RSN
                           ') FOR ' RR-KEY
                   Display '        FURTHER FAILURES COUNTED ONLY ***'
               End-If
           End-If
           EXIT.


       Report-Result-Smf.
           If WS-SMU-WRITTEN-CNT > 0 Or WS-SMU-FAILED-CNT > 0
               Move WS-SMU-WRITTEN-CNT To WS-SMU-SHOW-CNT
               Display '  User SMF records written : ' WS-SMU-SHOW-CNT
               If WS-SMU-FAILED-CNT > 0
                   Move WS-SMU-FAILED-CNT To WS-SMU-SHOW-CNT
                   Display '  User SMF records FAILED  : '
                           WS-SMU-SHOW-CNT
                           ' (history records without an SMF copy)'
               End-If
           End-If
           EXIT.
