      *     checkpoint rows belonging to completed runs, and prints a
      *     disposition report of what was archived vs kept.  Run it
      *     monthly from jcl/TODYNHKP.jcl - never while a TODYNRUN
      *     submission is in flight.  Every delete from TODYNRES/
      *     TODYNAUD is journaled to TODYNJRN, so a forward recovery
      *     (TODYNFRC) from an older backup re-applies the aging.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CKPSEL.
           COPY CTLSEL.
           COPY ARCSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CKPFD.
           COPY CTLFD.
           COPY ARCFD.
           COPY JRNFD.

       WORKING-STORAGE SECTION.

           COPY CKPWS.
           COPY CTLWS.
           COPY ARCWS.
           COPY JRNWS.

      *---------------------------------------------------------------
      *    Retention cutoff - today minus WS-RETAIN-DAYS, compared as
               GOBACK
           End-If
           Perform Compute-Retention-Cutoff
           Move 'TODYNHKP' To WS-JRN-PROGRAM
           Perform Open-Journal-File
           Perform Archive-Results-History
           Perform Archive-Audit-Trail
           Perform Close-Journal-File
           Perform Purge-Checkpoint-Rows
           Perform Print-Disposition-Report
           If WS-ANY-CLUSTER-SW = 'N'
      *        the archive-inclusive reports would double-count.
               Perform Drop-Xref-Row
               Delete TODYNRES-FILE
               Perform Journal-Result-Delete
               Add 1 To WS-RES-PULLED-DROPPED
           Else
           If WS-HKP-OLD-SW = 'Y'
               If WS-ARRFILE-STATUS = '00'
                   Perform Drop-Xref-Row
                   Delete TODYNRES-FILE
                   Perform Journal-Result-Delete
                   Add 1 To WS-RES-ARCHIVED
               Else
                   Display '    *** TODYNARR WRITE FAILED (STATUS '
           EXIT.


      *--------------------------------------------------------------
      *    Journal the delete just made - the record area still
      *    holds the image read.
      *--------------------------------------------------------------
       Journal-Result-Delete.
           If WS-RESFILE-STATUS = '00'
               Move 'RES'         To WS-JRN-FILE-ID
               Move 'D'           To WS-JRN-ACTION
               Move WS-RESULT-REC To WS-JRN-BEFORE
               Move Spaces        To WS-JRN-AFTER
               Perform Write-Journal-Rec
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The just-archived record's module cross-reference row -
      *    records written before the cross-reference existed have
           EXIT.


      *--------------------------------------------------------------
      *    Audit-side twin of Journal-Result-Delete.
      *--------------------------------------------------------------
       Journal-Audit-Delete.
           If WS-AUDFILE-STATUS = '00'
               Move 'AUD'        To WS-JRN-FILE-ID
               Move 'D'          To WS-JRN-ACTION
               Move WS-AUDIT-REC To WS-JRN-BEFORE
               Move Spaces       To WS-JRN-AFTER
               Perform Write-Journal-Rec
           End-If
           EXIT.


       Age-One-Audit.
           Move AUD-KEY-DATE To WS-HKP-REC-DATE-X
           Perform Check-Record-Age
           If WS-HKP-OLD-SW = 'Y'
               And AUD-PULLED-FLAG = 'P'
               Delete TODYNAUD-FILE
               Perform Journal-Audit-Delete
               Add 1 To WS-AUD-PULLED-DROPPED
           Else
           If WS-HKP-OLD-SW = 'Y'
               Write WS-ARCHIVE-AUDIT-REC From WS-AUDIT-REC
               If WS-ARAFILE-STATUS = '00'
                   Delete TODYNAUD-FILE
                   Perform Journal-Audit-Delete
                   Add 1 To WS-AUD-ARCHIVED
               Else
                   Display '    *** TODYNARA WRITE FAILED (STATUS '
      *    the retention period (CTL-RETAIN-DAYS).
      *--------------------------------------------------------------
           COPY CTLREAD.


      *--------------------------------------------------------------
      *    Update journal Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY JRNRTN.
