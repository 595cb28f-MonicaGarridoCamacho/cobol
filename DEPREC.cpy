      ******************************************************************00443715
      * DEPREC - SUITE DEPENDENCY TABLE RECORD FOR DEPTABLE, THE ONE   *00443715
      *          PLACE THE NIGHTLY RUN ORDER IS WRITTEN DOWN FOR THE   *00443715
      *          JOBS THEMSELVES TO ENFORCE. ONE RECORD PER (JOB,      *00443715
      *          REQUIRED PREDECESSOR): E.G. MASTRAND,MASTRANC,        *00443715
      *          COMPLETE. UP TO THREE COMPLETION CODES THE JOB        *00443715
      *          ACCEPTS FROM THAT PREDECESSOR; ALL THREE BLANK MEANS  *00443715
      *          COMPLETE ONLY. READ BY MASTRNPG (THE GATE) AND        *00443715
      *          MASTRNHB (THE HELD-JOB REPORT).                       *00443715
      ******************************************************************00443715
       01 DEP-REC.                                                      00443715
          05 DEP-JOB-NAME          PIC X(8).                            00443715
          05 DEP-SEPARATOR-1       PIC X(1).                            00443715
          05 DEP-PRED-JOB-NAME     PIC X(8).                            00443715
          05 DEP-SEPARATOR-2       PIC X(1).                            00443715
          05 DEP-ACCEPT-CODE-1     PIC X(8).                            00443715
          05 DEP-SEPARATOR-3       PIC X(1).                            00443715
          05 DEP-ACCEPT-CODE-2     PIC X(8).                            00443715
          05 DEP-SEPARATOR-4       PIC X(1).                            00443715
          05 DEP-ACCEPT-CODE-3     PIC X(8).                            00443715
