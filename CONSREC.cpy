      ******************************************************************00443715
      * CONSREC - MARKETING CONSENT RECORD FOR CONSENT -- ONE RECORD   *00443715
      *           PER CONTRACT, KEYED BY MAIN-CONT-ID, HOLDING A FLAG  *00443715
      *           AND ITS DATE FOR EVERY CHANNEL AND PURPOSE.          *00443715
      *           MAINTAINED BY MASTRANM (FIELD CODE 'O'); READ BY     *00443715
      *           EVERY JOB THAT WRITES A MARKETING- OR RETENTION-     *00443715
      *           FACING EXTRACT, WHICH HOLDS BACK ANY CONTRACT NOT    *00443715
      *           CONSENTED FOR THE EXTRACT'S PURPOSE ON ANY CHANNEL.  *00443715
      *           THE TAIL HOLDS SERVICE-ALERT (NOTIFICATION) CONSENT  *00443715
      *           AND THE CONTRACT'S QUIET WINDOW, READ BY MASTRNNF.   *00443715
      ******************************************************************00443715
       01 CONS-REC.                                                     00443715
          05 CONS-CONT-ID          PIC 9(10).                           00443715
          05 CONS-CHANNEL OCCURS 4 TIMES.                               00443715
      *       1 EMAIL, 2 SMS, 3 TELEPHONE, 4 POST -- THE ORDER OF       00443715
      *       'ESTP' IN CORR-NEW-VALUE (1:1) ON THE MAINTENANCE RECORD. 00443715
             10 CONS-PURPOSE OCCURS 2 TIMES.                            00443715
      *          1 MARKETING OFFERS, 2 RETENTION CONTACT -- 'MR'.       00443715
                15 CONS-FLAG       PIC X(1).                            00443715
                   88 CONS-GIVEN       VALUE 'Y'.                       00443715
                   88 CONS-WITHDRAWN   VALUE 'N'.                       00443715
      *             BLANK -- NEVER ASKED. NEVER ASKED IS NOT CONSENT.   00443715
                15 CONS-DATE       PIC X(8).                            00443715
      *             CCYYMMDD THE FLAG WAS GIVEN OR WITHDRAWN.           00443715
          05 CONS-NOTIFY-FLAG      PIC X(1) OCCURS 2 TIMES.             00443715
      *       ALERT MESSAGES BY 1 EMAIL, 2 SMS -- PURPOSE 'N' ON THE    00443715
      *       MAINTENANCE RECORD. 'Y' GIVEN, 'N' WITHDRAWN, BLANK NEVER 00443715
      *       ASKED. THE DATE OF EACH CHANGE IS KEPT ON MAINTLOG ONLY.  00443715
          05 CONS-QUIET-START      PIC X(4).                            00443715
          05 CONS-QUIET-END        PIC X(4).                            00443715
      *       HHMM WINDOW IN WHICH NO ALERT IS RELEASED TO THE          00443715
      *       CUSTOMER (FIELD CODE 'Q'). BLANK TAKES THE PARM DEFAULT;  00443715
      *       START EQUAL TO END MEANS NO QUIET WINDOW.                 00443715
