      *     steps had already burned an hour.  This step checks
      *     everything up front:
      *       - TODYNCTL values sane (the TODYNCTM rules)
      *       - CPUTIME9, A31BR14, the TODYNCTL module override,
      *         every TODYNMLS campaign module and the heads of
      *         TODYNAM9's three call chains loadable from the
      *         STEPLIB
      *       - TODYNRES / TODYNCKP / TODYNAUD clusters present and
      *         openable for update
           COPY CTLWS.
           COPY MLSWS.
           COPY EXTWS.
           COPY CHNWS.

      *---------------------------------------------------------------
      *    Timer-call work area, for the CPUTIME9 probe.
      *--------------------------------------------------------------
      *    Probe every dynamic call target the suite will make: the
      *    A31BR14 stub family, the TODYNCTL override if one is
      *    set, every TODYNMLS campaign entry and TODYNAM9's chain
      *    heads - all of them, even after the first failure, so one
      *    SYSOUT read shows every module that needs attention.
      *--------------------------------------------------------------
       Check-Bench-Modules.
           Move 'A31BR14' To WS-PRE-PROBE-MODULE
               End-Perform
               Close TODYNMLS-FILE
           End-If
           Move 'TODYNCD1' To WS-PRE-PROBE-MODULE
           Perform Probe-Chain-Head
           Move 'TODYNCS1' To WS-PRE-PROBE-MODULE
           Perform Probe-Chain-Head
           Move 'TODYNCX1' To WS-PRE-PROBE-MODULE
           Perform Probe-Chain-Head
           EXIT.


      *    A chain stub addresses its parameter, so it is probed
      *    with one - at depth 1 only the head itself runs.
       Probe-Chain-Head.
           Move 1 To CHN-DEPTH-LEFT
           Move 0 To CHN-LEAF-LEVEL
           Call WS-PRE-PROBE-MODULE Using CHN-PARM
               On Exception
                   Display '  FINDING - MODULE ' WS-PRE-PROBE-MODULE
                           ' NOT LOADABLE FROM THE STEPLIB'
                   Perform Note-Finding
           End-Call
           EXIT.


