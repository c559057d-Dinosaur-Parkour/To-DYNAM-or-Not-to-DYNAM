      *===============================================================
      *    The benchmark suite's user SMF record - record type 212
      *    (shop-assigned from the installation range 128-255),
      *    subsystem id 'TDYN'.  One record per TODYNRES history
      *    record, built from the record itself (SMURTN.cpy), so the
      *    performance database gets the benchmark figures through
      *    the same SMF dump as every other performance source:
      *      subtype 1  a history record was written
      *                 (Write-Result-Rec)
      *      subtype 2  a history record was re-flagged 'U' by the
      *                 stability gate (STATCALC / TODYNAM9) - same
      *                 body, flag now 'U'; supersedes the subtype 1
      *                 with the same TODYNRES key
      *    The type must be switched on in SMFPRMxx (SYS(TYPE(...)))
      *    and the dump jobs must select it.  The record goes out
      *    through the z/OS UNIX smf_record callable service,
      *    BPX1SMF; the writing jobs need READ on FACILITY profile
      *    BPX.SMF.212.* (or BPX.SMF) for it to take the record.
      *
      *    Layout, version '01' - byte positions as read back from
      *    the IFASMFDP dump (RDW stripped, record byte 1 = flag
      *    byte; add 4 for the positions in WS-SMU-REC below):
      *        1      SMU-FLG       X      flag, x'40' = subtypes
      *        2      SMU-RTY       binary record type (212)
      *        3-6    SMU-TME       binary time, centiseconds
      *        7-10   SMU-DTE       packed date 0cyydddF
      *       11-14   SMU-SID       X(4)   system id
      *       15-18   SMU-SSI       X(4)   subsystem id 'TDYN'
      *       19-20   SMU-STY       binary subtype (1 or 2)
      *       21-22   SMU-VERSION   X(2)   layout version '01'
      *       23-49   SMU-RES-KEY   X(27)  TODYNRES key (RR-KEY)
      *       50-57   SMU-PROGRAM   X(8)   measuring program
      *       58-67   SMU-CALL-TYPE X(10)  call type
      *       68-75   SMU-MODULE    X(8)   target module
      *       76-79   SMU-ITER-COUNT binary iterations in the sample
      *       80-89   SMU-CPU-DIFF  packed 9(12)V9(6) CPU seconds
      *       90-94   SMU-WALL-DIFF packed 9(7)V9(2) wall seconds
      *       95-102  SMU-ENV-SYSTEM X(8)  system the run was on
      *      103-108  SMU-ENV-CPU-MODEL X(6)
      *      109-110  SMU-ENV-LOAD-PCT packed 9(3) load indication
      *      111      SMU-STABLE-FLAG X    'U' unstable set
      *      112-113  SMU-ATTR-VER  binary load-module attribute
      *                             version (TODYNLMA)
      *      114-121  SMU-JOBNAME   X(8)   job that ran the sample
      *      122-129  SMU-USERID    X(8)   its userid
      *      130-139  reserved, blanks
      *    Grow the record only at the reserved area, and bump
      *    SMU-VERSION when you do.  COPY into WORKING-STORAGE
      *    SECTION.
      *===============================================================
       01  WS-SMU-CTL.
           05 WS-SMU-TYPE         PIC 9(04)  COMP      Value 212.
           05 WS-SMU-TYPE-X REDEFINES WS-SMU-TYPE
                                  PIC X(02).
      *    Called through a data name so the call is dynamic in
      *    the NODYNAM measurement programs as well - their own
      *    static-call load module must not change.
           05 WS-SMU-SERVICE      PIC X(08)            Value 'BPX1SMF'.
      *    BPX1SMF parameter list - every parameter a fullword
      *    except the record itself: record type, subtype, record
      *    length (RDW included), the record, then the return
      *    value (0 written, -1 refused), return code (errno) and
      *    reason code it hands back.
           05 WS-SMU-PARM-TYPE    PIC S9(09) COMP      Value 212.
           05 WS-SMU-PARM-SUBTYPE PIC S9(09) COMP      Value 0.
           05 WS-SMU-PARM-LENGTH  PIC S9(09) COMP      Value 0.
           05 WS-SMU-RETURN-VALUE PIC S9(09) COMP      Value 0.
           05 WS-SMU-RETURN-CODE  PIC S9(09) COMP      Value 0.
           05 WS-SMU-REASON-CODE  PIC S9(09) COMP      Value 0.
           05 WS-SMU-WRITTEN-CNT  PIC 9(07)  COMP-5    Value 0.
           05 WS-SMU-FAILED-CNT   PIC 9(07)  COMP-5    Value 0.
           05 WS-SMU-DATE-TIME    PIC X(21).
           05 WS-SMU-YYYYMMDD     PIC 9(08)            Value 0.
           05 WS-SMU-YYYYDDD      PIC 9(07)            Value 0.
           05 WS-SMU-HH           PIC 9(02)            Value 0.
           05 WS-SMU-MI           PIC 9(02)            Value 0.
           05 WS-SMU-SS           PIC 9(02)            Value 0.
           05 WS-SMU-CS           PIC 9(02)            Value 0.
           05 WS-SMU-SHOW-RC      PIC -(8)9.
           05 WS-SMU-SHOW-RSN     PIC -(10)9.
           05 WS-SMU-SHOW-CNT     PIC ZZZ,ZZ9.

       01  WS-SMU-REC.
           05 SMU-RDW.
              10 SMU-LEN          PIC 9(04)  COMP.
              10 SMU-SEG          PIC 9(04)  COMP.
           05 SMU-BODY.
              10 SMU-FLG          PIC X(01).
              10 SMU-RTY          PIC X(01).
              10 SMU-TME          PIC 9(08)  COMP.
              10 SMU-DTE          PIC 9(07)  COMP-3.
              10 SMU-SID          PIC X(04).
              10 SMU-SSI          PIC X(04).
              10 SMU-STY          PIC 9(04)  COMP.
              10 SMU-VERSION      PIC X(02).
              10 SMU-RES-KEY      PIC X(27).
              10 SMU-PROGRAM      PIC X(08).
              10 SMU-CALL-TYPE    PIC X(10).
              10 SMU-MODULE       PIC X(08).
              10 SMU-ITER-COUNT   PIC 9(09)  COMP.
              10 SMU-CPU-DIFF     PIC 9(12)V9(06) COMP-3.
              10 SMU-WALL-DIFF    PIC 9(07)V9(02) COMP-3.
              10 SMU-ENV-SYSTEM   PIC X(08).
              10 SMU-ENV-CPU-MODEL
                                  PIC X(06).
              10 SMU-ENV-LOAD-PCT PIC 9(03)  COMP-3.
              10 SMU-STABLE-FLAG  PIC X(01).
              10 SMU-ATTR-VER     PIC 9(04)  COMP.
              10 SMU-JOBNAME      PIC X(08).
              10 SMU-USERID       PIC X(08).
              10 FILLER           PIC X(10).
