      *    X(08) Value '<its own PROGRAM-ID>' in WORKING-STORAGE, and
      *    Move the call type ('IDENTIFIER'/'LITERAL') to WS-CALL-TYPE
      *    and the target module name to WS-MODULE-NAME before
      *    Perform Write-Result-Rec (and WS-KEY-CALLTYPE when the key
      *    letter is not the call type's first letter).
      *    WS-ITER-COUNT (from CTLWS/CTLREAD) is persisted alongside
      *    the CPU/wall totals so a later reader can derive a
      *    per-call cost from a history record without assuming
      *    every run used the same iteration count.  TODYNRES is a
      *    VSAM KSDS - jcl/TODYNSETUP.jcl must DEFINE the cluster
      *    once before the first run; the status
      *    '35'/OPEN OUTPUT fallback below is a defensive sandbox
      *    fallback, not how the cluster gets created on real z/OS.
      *    Every record added is journaled to TODYNJRN (JRNRTN.cpy -
      *    the caller COPYs JRNSEL/JRNFD/JRNWS/JRNRTN too), as is
      *    every stability re-flag STATCALC rewrites.  Each record
      *    is stamped with the target module's load-module attribute
      *    version from TODYNLMA (LMARTN.cpy - the caller COPYs
      *    LMASEL/LMAFD/LMAWS/LMARTN as well), so the readers can
      *    tell a relink from a cost movement.  Every record added
      *    also goes out as a user SMF record (SMURTN.cpy - the
      *    caller COPYs SMUWS/SMURTN too), for the performance
      *    database.
      *===============================================================
       Open-Results-File.
           Move WS-PGM-ID      To WS-JRN-PROGRAM
           Move WS-AUD-JOBNAME To WS-JRN-JOBNAME
           Move WS-AUD-USERID  To WS-JRN-USERID
           Perform Open-Journal-File
           Perform Load-Attr-Catalog
           Move Spaces To WS-LMA-STAMP-MODULE
           Open I-O TODYNRES-FILE
           If WS-RESFILE-STATUS = '35'
               Open Output TODYNRES-FILE
           Move WS-CURR-DATE-TIME(1:8) To RR-KEY-DATE
           Move WS-CURR-DATE-TIME(9:6) To RR-KEY-TIME
           Move WS-PGM-ID              To RR-KEY-PROGRAM
           If WS-KEY-CALLTYPE = Space
               Move WS-CALL-TYPE(1:1)  To RR-KEY-CALLTYPE
           Else
               Move WS-KEY-CALLTYPE    To RR-KEY-CALLTYPE
           End-If
           Move WS-RESULT-SEQ          To RR-KEY-SEQ
           Move WS-PGM-ID              To RR-PROGRAM-ID
           Move WS-CALL-TYPE           To RR-CALL-TYPE
           Move WS-ENV-LOAD-PCT        To RR-ENV-LOAD-PCT
           Move Space                  To RR-STABLE-FLAG
           Move Space                  To RR-PULLED-FLAG
           Perform Stamp-Result-Attr
           Move WS-RES-LAYOUT-VER      To RR-LAYOUT-VER
           Write WS-RESULT-REC
               Invalid Key
                   Display '    *** DUPLICATE RESULT KEY *** ' RR-KEY
                           ' NOT WRITTEN TO TODYNRES'
               Not Invalid Key
                   Perform Journal-Result-Add
                   Perform Write-Result-Smf
           End-Write
           Perform Write-Result-Xref
           EXIT.
           EXIT.


       Journal-Result-Add.
           Move 'RES'         To WS-JRN-FILE-ID
           Move 'A'           To WS-JRN-ACTION
           Move Spaces        To WS-JRN-BEFORE
           Move WS-RESULT-REC To WS-JRN-AFTER
           Perform Write-Journal-Rec
           EXIT.


      *    A stability re-flag - the caller has moved the record as
      *    read to WS-JRN-BEFORE before changing and rewriting it.
       Journal-Result-Change.
           Move 'RES'         To WS-JRN-FILE-ID
           Move 'C'           To WS-JRN-ACTION
           Move WS-RESULT-REC To WS-JRN-AFTER
           Perform Write-Journal-Rec
           EXIT.


       Close-Results-File.
           Close TODYNRES-FILE
           If WS-RSX-OK-SW = 'Y'
               Close TODYNRSX-FILE
           End-If
           Perform Close-Journal-File
           Perform Report-Result-Smf
           EXIT.
