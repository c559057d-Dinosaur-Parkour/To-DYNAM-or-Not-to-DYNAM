       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCS2.
      *===============================================================
      *     Level 2 of the all-NODYNAM TODYNAM9 call chain - compiled
      *     NODYNAM, calls TODYNCS3.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCS3'==
                                  ==CHN-THIS-LEVEL== BY ==2==.
