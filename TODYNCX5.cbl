       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCX5.
      *===============================================================
      *     Level 5 of the mixed TODYNAM9 call chain - the bottom
      *     of the chain, calls nothing.  Compiled DYNAM.
      *===============================================================
       DATA DIVISION.
       LINKAGE SECTION.
           COPY CHNWS.

       PROCEDURE DIVISION USING CHN-PARM.
       STUB-MAIN.
           Move 5 To CHN-LEAF-LEVEL
           GOBACK.
