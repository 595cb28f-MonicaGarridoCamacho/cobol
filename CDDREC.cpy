      ******************************************************************00443715
      * CDDREC - CUSTOMER DUE-DILIGENCE REVIEW SCHEDULE FOR CDDFILE -- *00443715
      *          ONE RECORD PER CONTRACT, KEYED BY MAIN-CONT-ID. THE   *00443715
      *          LAST REVIEW (DATE, OUTCOME, REVIEWER) IS MAINTAINED   *00443715
      *          BY MASTRANM (FIELD CODE 'V'); THE RISK RATING, THE    *00443715
      *          NEXT DUE DATE AND THE RE-QUEUE FLAG ARE SET EACH      *00443715
      *          NIGHT BY MASTRNDD, WHICH ALSO STARTS THE RECORD FOR   *00443715
      *          A CONTRACT IT HAS NOT RATED BEFORE.                   *00443715
      ******************************************************************00443715
       01 CDD-REC.                                                      00443715
          05 CDD-CONT-ID           PIC 9(10).                           00443715
          05 CDD-LAST-REVIEW-DATE  PIC X(8).                            00443715
      *       CCYYMMDD OF THE LAST COMPLETED REVIEW. BLANK -- NEVER     00443715
      *       REVIEWED; THE FIRST CYCLE RUNS FROM CDD-FIRST-RATED-DATE. 00443715
          05 CDD-OUTCOME           PIC X(1).                            00443715
             88 CDD-OUTCOME-SATISFACTORY VALUE 'S'.                     00443715
             88 CDD-OUTCOME-ENHANCED     VALUE 'E'.                     00443715
      *          ENHANCED MONITORING -- REVIEWED AGAIN EVERY YEAR       00443715
      *          WHATEVER THE RATING.                                   00443715
             88 CDD-OUTCOME-EXIT         VALUE 'X'.                     00443715
      *          RELATIONSHIP TO BE EXITED -- LISTED EVERY NIGHT        00443715
      *          UNTIL THE CONTRACT IS RETIRED FROM CUSTMAST.           00443715
          05 CDD-REVIEWER-ID       PIC X(8).                            00443715
          05 CDD-REVIEWED-RATING   PIC X(1).                            00443715
      *       THE RATING IN FORCE WHEN THE REVIEW WAS DONE (OR WHEN     00443715
      *       THE CONTRACT WAS FIRST RATED) -- THE BASELINE A RISE IS   00443715
      *       MEASURED FROM.                                            00443715
          05 CDD-CURRENT-RATING    PIC X(1).                            00443715
             88 CDD-RATED-HIGH       VALUE 'H'.                         00443715
             88 CDD-RATED-MEDIUM     VALUE 'M'.                         00443715
             88 CDD-RATED-LOW        VALUE 'L'.                         00443715
          05 CDD-FIRST-RATED-DATE  PIC X(8).                            00443715
          05 CDD-RATED-DATE        PIC X(8).                            00443715
      *       THE NIGHT MASTRNDD LAST RATED THE CONTRACT.               00443715
          05 CDD-NEXT-DUE-DATE     PIC X(8).                            00443715
      *       LAST REVIEW PLUS 1, 3 OR 5 YEARS FOR A HIGH, MEDIUM OR    00443715
      *       LOW RATING -- OR THE NIGHT OF A RE-QUEUE.                 00443715
          05 CDD-LAST-WATCH-DATE   PIC X(8).                            00443715
      *       LAST NIGHT THE CONTRACT HIT THE WATCH LIST. A HIT IN THE  00443715
      *       LAST 365 DAYS KEEPS THE RATING HIGH.                      00443715
          05 CDD-REQUEUED          PIC X(1).                            00443715
             88 CDD-IS-REQUEUED      VALUE 'Y'.                         00443715
      *       'Y' -- THE RATING ROSE ABOVE CDD-REVIEWED-RATING. HELD    00443715
      *       UNTIL THE NEXT REVIEW IS RECORDED.                        00443715
          05 CDD-REQUEUED-DATE     PIC X(8).                            00443715
          05 FILLER                PIC X(10).                           00443715
