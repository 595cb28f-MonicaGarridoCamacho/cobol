      ******************************************************************00443715
      * RCATREC - SUITE REPORT CATALOG RECORD FOR RPTCAT. ONE RECORD   *00443715
      *           PER (REPORT, RECIPIENT): THE DD THE REPORT IS        *00443715
      *           PRINTED TO, THE JOB THAT PRINTS IT, WHEN IT IS DUE,  *00443715
      *           HOW LONG THE DELIVERED COPY IS KEPT, AND WHO GETS    *00443715
      *           IT IN WHICH OUTBOX. A REPORT WITH THREE RECIPIENTS   *00443715
      *           HAS THREE RECORDS. READ BY MASTRNRD, THE NIGHTLY     *00443715
      *           REPORT DISTRIBUTION JOB.                             *00443715
      ******************************************************************00443715
       01 RCAT-REC.                                                     00443715
          05 RCAT-REPORT-DD        PIC X(8).                            00443715
          05 RCAT-SEPARATOR-1      PIC X(1).                            00443715
          05 RCAT-PRODUCER-JOB     PIC X(8).                            00443715
          05 RCAT-SEPARATOR-2      PIC X(1).                            00443715
          05 RCAT-SCHEDULE         PIC X(1).                            00443715
             88 RCAT-SCHED-DAILY       VALUE 'D'.                       00443715
             88 RCAT-SCHED-MONTH-END   VALUE 'M'.                       00443715
             88 RCAT-SCHED-EXCEPTION   VALUE 'E'.                       00443715
      *       'D' = EVERY NIGHT. 'M' = MONTH-END CLOSE-OUT RUNS ONLY   *00443715
      *       (PARM-MONTH-END-FLAG = 'Y'). 'E' = ON EXCEPTION ONLY --  *00443715
      *       THE PRODUCER PRINTS IT WHEN IT HAS SOMETHING TO SAY, SO  *00443715
      *       A NIGHT WITHOUT ONE IS NOT A MISSING REPORT.             *00443715
          05 RCAT-SEPARATOR-3      PIC X(1).                            00443715
          05 RCAT-RETENTION-DAYS   PIC 9(4).                            00443715
      *       DAYS THE DELIVERED COPY IS KEPT IN THE OUTBOX. ZERO =    *00443715
      *       KEPT UNTIL REMOVED BY HAND.                              *00443715
          05 RCAT-SEPARATOR-4      PIC X(1).                            00443715
          05 RCAT-RECIPIENT        PIC X(20).                           00443715
          05 RCAT-SEPARATOR-5      PIC X(1).                            00443715
          05 RCAT-OUTBOX-DD        PIC X(8).                            00443715
      *       THE RECIPIENT'S DELIVERY OUTBOX, ONE OF THE DDS OUTBOX01 *00443715
      *       TO OUTBOX12. EACH NIGHT'S COPIES ARE ADDED TO THE END OF *00443715
      *       IT BEHIND A COVER BANNER.                                *00443715
          05 RCAT-SEPARATOR-6      PIC X(1).                            00443715
          05 RCAT-DESCRIPTION      PIC X(30).                           00443715
