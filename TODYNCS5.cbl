       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCS5.
      *===============================================================
      *     Level 5 of the all-NODYNAM TODYNAM9 call chain - the bottom
      *     of the chain, calls nothing.  Compiled NODYNAM.
      *===============================================================
       DATA DIVISION.
       LINKAGE SECTION.
           COPY CHNWS.

       PROCEDURE DIVISION USING CHN-PARM.
       STUB-MAIN.
           Move 5 To CHN-LEAF-LEVEL
           GOBACK.
