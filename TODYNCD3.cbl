       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCD3.
      *===============================================================
      *     Level 3 of the all-DYNAM TODYNAM9 call chain - compiled
      *     DYNAM, calls TODYNCD4.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCD4'==
                                  ==CHN-THIS-LEVEL== BY ==3==.
