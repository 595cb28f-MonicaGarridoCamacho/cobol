      ******************************************************************00443715
      * PGATLNK - CALL INTERFACE TO MASTRNPG, THE SUITE PREDECESSOR    *00443715
      *           GATE. EACH NIGHTLY JOB CALLS IT AS SOON AS ITS OWN   *00443715
      *           STATUSFILE IS OPEN; MASTRNPG LOOKS THE JOB UP ON     *00443715
      *           DEPTABLE AND HOLDS IT IF ANY REQUIRED PREDECESSOR    *00443715
      *           IS MISSING FROM TONIGHT'S STATFILE CONCATENATION OR  *00443715
      *           ENDED WITH A COMPLETION CODE THE TABLE DOES NOT      *00443715
      *           ACCEPT.                                              *00443715
      ******************************************************************00443715
       01 PGAT-LINKAGE.                                                 00443715
          05 PGAT-JOB-NAME         PIC X(8).                            00443715
          05 PGAT-RESULT           PIC X(1).                            00443715
             88 PGAT-RESULT-CLEAR      VALUE 'C'.                       00443715
             88 PGAT-RESULT-HELD       VALUE 'H'.                       00443715
             88 PGAT-RESULT-NO-TABLE   VALUE 'N'.                       00443715
      *       'N' = NO DEPTABLE ON THIS RUN (A MANUAL RERUN OUTSIDE    *00443715
      *       THE SUITE) -- THE JOB IS NOT GATED AND PROCEEDS.         *00443715
          05 PGAT-PRED-CNTR        PIC 9(4).                            00443715
      *       PREDECESSORS DEPTABLE LISTS FOR THE JOB.                 *00443715
          05 PGAT-PRED-JOB-NAME    PIC X(8).                            00443715
          05 PGAT-PRED-COMPLETION  PIC X(8).                            00443715
      *       ON A HOLD, THE FIRST PREDECESSOR THAT FAILED THE GATE    *00443715
      *       AND ITS COMPLETION CODE TONIGHT -- BLANK WHEN IT HAS NO  *00443715
      *       STATUS RECORD AT ALL.                                    *00443715
          05 PGAT-FAIL-REASON      PIC X(40).                           00443715
      *       'PREDECESSOR MASTRANC NOT COMPLETE' -- THE JOB MOVES IT  *00443715
      *       STRAIGHT TO ITS STAT-FAIL-REASON.                        *00443715
