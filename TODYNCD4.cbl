       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCD4.
      *===============================================================
      *     Level 4 of the all-DYNAM TODYNAM9 call chain - compiled
      *     DYNAM, calls TODYNCD5.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCD5'==
                                  ==CHN-THIS-LEVEL== BY ==4==.
