       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCD1.
      *===============================================================
      *     Level 1 of the all-DYNAM TODYNAM9 call chain - compiled
      *     DYNAM, calls TODYNCD2.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCD2'==
                                  ==CHN-THIS-LEVEL== BY ==1==.
