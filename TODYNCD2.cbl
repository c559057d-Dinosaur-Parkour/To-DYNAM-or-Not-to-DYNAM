       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCD2.
      *===============================================================
      *     Level 2 of the all-DYNAM TODYNAM9 call chain - compiled
      *     DYNAM, calls TODYNCD3.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCD3'==
                                  ==CHN-THIS-LEVEL== BY ==2==.
