      *       RECORDS THAT ARRIVE WITHOUT AN INSTITUTION ID (OLD        00443715
      *       GENERATIONS, THE ORIGINAL NETWORK FEED) ARE TREATED       00443715
      *       AS BELONGING TO IT. BLANK DEFAULTS TO 'I001'.             00443715
          05 PARM-STRUCT-BAND-PCT  PIC 9(3).                            00443715
      *       STRUCTURING BAND: AN APPROVED AUTHORIZATION WITHIN THIS   00443715
      *       PERCENT BELOW PARM-HIGH-VALUE-THRESHOLD (AND NOT OVER     00443715
      *       IT) GOES TO MASTRANC'S STRXFILE FOR MASTRNSX'S            00443715
      *       STRUCTURING CHECK. ZERO/BLANK DEFAULTS TO 10.             00443715
          05 PARM-STRUCT-WINDOW-DAYS PIC 9(3).                          00443715
      *       HOW MANY DAYS, TONIGHT INCLUDED, MASTRNSX ADDS UP A       00443715
      *       CONTRACT'S BELOW-THRESHOLD AUTHORIZATIONS OVER BEFORE     00443715
      *       HOLDING THE TOTAL AGAINST THE THRESHOLD. ZERO/BLANK       00443715
      *       DEFAULTS TO 7.                                            00443715
          05 PARM-GEO-MAX-KMH      PIC 9(5).                            00443715
      *       IMPOSSIBLE TRAVEL: TWO CONSECUTIVE AUTHORIZATIONS ON ONE  00443715
      *       CUSTOMER WHOSE POSTAL CODES ARE FARTHER APART THAN THIS   00443715
      *       MANY KM PER HOUR OF ELAPSED TIME GO TO MASTRANC'S         00443715
      *       GEOVFILE. ZERO/BLANK DEFAULTS TO 900 (AIRLINER SPEED).    00443715
          05 PARM-GEO-MIN-KM       PIC 9(5).                            00443715
      *       PAIRS CLOSER THAN THIS MANY KM ARE NEVER FLAGGED,         00443715
      *       WHATEVER THE SPEED -- NEARBY POSTAL CODES A MINUTE APART  00443715
      *       ARE ORDINARY. ZERO/BLANK DEFAULTS TO 100.                 00443715
          05 PARM-ALERT-SUPPRESS-DAYS PIC 9(3).                         00443715
      *       HOW MANY DAYS AFTER A FALSE-POSITIVE DISPOSITION MASTRNAD 00443715
      *       KEEPS THE CONTRACT ON SUPPFILE, SO MASTRANC AND MASTRANK  00443715
      *       DO NOT RAISE THE SAME ALERT SOURCE FOR IT AGAIN.          00443715
      *       ZERO/BLANK DEFAULTS TO 30.                                00443715
          05 PARM-ABUSE-WINDOW-DAYS PIC 9(3).                           00443715
      *       HOW MANY DAYS, TONIGHT INCLUDED, MASTRNFA ADDS UP A       00443715
      *       CONTRACT'S AUTHORIZATIONS, REFUNDS AND CHARGEBACKS OVER   00443715
      *       FOR THE FIRST-PARTY ABUSE RATIOS. ZERO/BLANK DEFAULTS     00443715
      *       TO 90.                                                    00443715
          05 PARM-ABUSE-CBK-PCT    PIC 9(3)V99.                         00443715
      *       CHARGEBACKS AS A PERCENT OF AUTHORIZATIONS, BY COUNT OR   00443715
      *       BY AMOUNT, ABOVE WHICH THE CONTRACT GOES TO ABUSFILE.     00443715
      *       ZERO/BLANK DEFAULTS TO 5.00.                              00443715
          05 PARM-ABUSE-RFD-PCT    PIC 9(3)V99.                         00443715
      *       THE SAME FOR REFUNDS. ZERO/BLANK DEFAULTS TO 30.00.       00443715
          05 PARM-ABUSE-MIN-AUTHS  PIC 9(5).                            00443715
      *       A CONTRACT WITH FEWER APPROVED AUTHORIZATIONS THAN THIS   00443715
      *       IN THE WINDOW IS NOT RATED -- ONE PURCHASE AND ONE        00443715
      *       REFUND IS NOT A PATTERN. ZERO/BLANK DEFAULTS TO 5.        00443715
          05 PARM-COHORT-MONTHS    PIC 9(2).                            00443715
      *       HOW MANY MONTHS AFTER ITS START MONTH MASTRNCO FOLLOWS A  00443715
      *       COHORT ON THE COHORT TRIANGLE REPORT (MONTH 0 IS THE      00443715
      *       START MONTH ITSELF). ZERO/BLANK OR ABOVE 12 DEFAULTS TO   00443715
      *       12. THE FLAT EXTRACT CARRIES EVERY MONTH REGARDLESS.      00443715
          05 PARM-BASE-CURRENCY    PIC X(3).                            00443715
      *       THE ISO CODE OF THE CURRENCY RATEFILE CONVERTS INTO.      00443715
      *       MASTRNRS SPLITS THE QUARTERLY RETURN INTO DOMESTIC        00443715
      *       (THIS CURRENCY) AND FOREIGN BY IT. NO DEFAULT -- A        00443715
      *       QUARTER-END RUN WITHOUT IT FAILS RATHER THAN GUESS.       00443715
          05 PARM-SWEEP-APPLY      PIC X(1).                            00443715
      *       WHAT MASTRNRF DOES WITH A CLIENT_JOIN2 ROW WHOSE CONTRACT 00443715
      *       HAS NO ACTIVE CUSTMAST RECORD. 'D' = DELETE THE ROW,      00443715
      *       'F' = FLAG IT (ORPHAN_DT), ANYTHING ELSE = REPORT ONLY.   00443715
      *       EVERY DELETE OR FLAG IS LOGGED TO REFAFILE.               00443715
          05 PARM-AUDIT-SEED       PIC 9(9).                            00443715
      *       STARTING SEED FOR MASTRNAS'S AUDIT SAMPLE. THE SAME SEED  00443715
      *       AGAINST THE SAME TRANFILE ALWAYS DRAWS THE SAME SAMPLE,   00443715
      *       SO AUDIT CAN RE-PERFORM IT. ZERO/BLANK USES THE PROCESS   00443715
      *       DATE, WHICH KEEPS A RERUN OF ONE NIGHT REPRODUCIBLE.      00443715
          05 PARM-AUDIT-SAMPLE-SIZE PIC 9(4).                           00443715
      *       HOW MANY TRANSACTIONS MASTRNAS DRAWS, SPREAD OVER THE     00443715
      *       TYPE / AMOUNT-BAND STRATA IN PROPORTION TO THEIR SIZE     00443715
      *       (EVERY NON-EMPTY STRATUM GETS AT LEAST ONE). ZERO/BLANK   00443715
      *       DEFAULTS TO 50; ABOVE 500 IS HELD TO 500.                 00443715
          05 PARM-ACCESS-REVIEW-DAYS PIC 9(3).                          00443715
      *       HOW MANY DAYS OF ACCSLOG MASTRNAL REVIEWS, ENDING ON THE  00443715
      *       PROCESS DATE. ZERO/BLANK DEFAULTS TO 7 -- THE WEEKLY RUN. 00443715
          05 PARM-WHATIF-MODE      PIC X(1).                            00443715
      *       'Y' = WHAT-IF RERUN OF A PAST NIGHT'S INPUTS AGAINST A    00443715
      *       CANDIDATE PARM CARD AND CANDIDATE REFERENCE FILES, WITH   00443715
      *       EVERY OUTPUT DD POINTED AT THE WHAT-IF DATASETS. MASTRANC 00443715
      *       THEN TAKES NO CUSTMAST LOCK, RESUMES FROM NO CHECKPOINT,  00443715
      *       APPENDS NO CTLFILE ROW AND WRITES NOTHING TO THE          00443715
      *       GENERATION REGISTRY; MASTRNWI REPORTS THE IMPACT.         00443715
      *       ANYTHING ELSE = A PRODUCTION RUN.                         00443715
          05 PARM-CDD-SCORE-MEDIUM PIC 9(7)V99.                         00443715
      *       RISKFILE SCORE AT OR ABOVE WHICH MASTRNDD RATES A         00443715
      *       CUSTOMER MEDIUM RISK FOR DUE-DILIGENCE REVIEW.            00443715
      *       ZERO/BLANK DEFAULTS TO 5.00 -- ONE HIGH-VALUE SIGNAL      00443715
      *       AT THE SHIPPED RISKWGHT WEIGHTS.                          00443715
          05 PARM-CDD-SCORE-HIGH   PIC 9(7)V99.                         00443715
      *       RISKFILE SCORE AT OR ABOVE WHICH THE CUSTOMER IS HIGH     00443715
      *       RISK. ZERO/BLANK DEFAULTS TO 10.00 -- ONE FRAUD SIGNAL.   00443715
      *       A WATCH-LIST HIT IN THE LAST YEAR IS HIGH REGARDLESS.     00443715
          05 PARM-CDD-TOP-TIER     PIC 9(2).                            00443715
      *       VALUE TIERS 1 THROUGH THIS ONE RAISE THE RATING ONE       00443715
      *       NOTCH (LOW TO MEDIUM, MEDIUM TO HIGH). ZERO/BLANK         00443715
      *       DEFAULTS TO 1 -- THE TOP TIER ONLY.                       00443715
          05 PARM-CDD-LEAD-DAYS    PIC 9(3).                            00443715
      *       HOW MANY DAYS AHEAD OF ITS DUE DATE A REVIEW GOES ON      00443715
      *       THE MASTRNDD WORKLIST. ZERO/BLANK DEFAULTS TO 30.         00443715
          05 PARM-DORM-INACTIVE-MONTHS PIC 9(3).                        00443715
      *       WHOLE MONTHS WITHOUT A TRANSACTION AFTER WHICH MASTRNDO   00443715
      *       MARKS A CONTRACT INACTIVE. ZERO/BLANK DEFAULTS TO 6.      00443715
          05 PARM-DORM-DORMANT-MONTHS PIC 9(3).                         00443715
      *       MONTHS WITHOUT A TRANSACTION AFTER WHICH THE CONTRACT     00443715
      *       IS DORMANT. ZERO/BLANK DEFAULTS TO 12.                    00443715
          05 PARM-DORM-UNCLAIMED-MONTHS PIC 9(3).                       00443715
      *       MONTHS WITHOUT A TRANSACTION AFTER WHICH THE BALANCE IS   00443715
      *       DUE FOR UNCLAIMED-PROPERTY (ESCHEATMENT) REPORTING -- THE 00443715
      *       STATUTORY PERIOD. ZERO/BLANK DEFAULTS TO 36. THE THREE    00443715
      *       ARE TAKEN IN THIS ORDER; ONE SET OUT OF ORDER IS RAISED   00443715
      *       TO THE ONE BEFORE IT.                                     00443715
          05 PARM-ALERT-QUIET-START PIC X(4).                           00443715
          05 PARM-ALERT-QUIET-END  PIC X(4).                            00443715
      *       DEFAULT HHMM QUIET WINDOW FOR MASTRNNF, USED FOR A        00443715
      *       CONTRACT THAT HAS NOT SET ITS OWN. AN ALERT DUE INSIDE    00443715
      *       THE WINDOW IS HELD UNTIL ITS END. NOT HHMM DEFAULTS TO    00443715
      *       2100 TO 0800 -- THE WINDOW MAY RUN PAST MIDNIGHT.         00443715
          05 PARM-TXN-RETENTION-DAYS PIC 9(4).                          00443715
      *       HOW MANY DAYS OF PROCESS-DATE PARTITIONS MASTRNTL KEEPS   00443715
      *       ON THE TRANSACTIONS TABLE -- OLDER PARTITIONS ARE         00443715
      *       PRUNED AS PART OF EACH LOAD. ZERO/BLANK DEFAULTS TO 400,  00443715
      *       WHICH COVERS THE CHARGEBACK WINDOW WITH ROOM TO SPARE.    00443715
          05 PARM-CMPL-TARGET-DAYS PIC 9(3).                            00443715
      *       DAYS THE SERVICE DESK HAS TO RESOLVE A COMPLAINT CASE     00443715
      *       OPENED WITHOUT A TARGET OF ITS OWN. ZERO/BLANK DEFAULTS   00443715
      *       TO 14.                                                    00443715
          05 PARM-CMPL-REVIEW-DAYS PIC 9(3).                            00443715
      *       HOW MANY DAYS OF COMPLAINT ACTIVITY MASTRNCW REPORTS,     00443715
      *       ENDING ON THE PROCESS DATE. ZERO/BLANK DEFAULTS TO 7 --   00443715
      *       THE WEEKLY RUN.                                           00443715
          05 PARM-BASE-MIN-DAYS    PIC 9(3).                            00443715
      *       NIGHTS OF SPENDING A CONTRACT'S BASELINE MUST HAVE BEHIND 00443715
      *       IT BEFORE MASTRNSB SCORES ITS SPENDING. ZERO/BLANK        00443715
      *       DEFAULTS TO 10.                                           00443715
          05 PARM-BASE-SPAN        PIC 9(3).                            00443715
      *       HOW MANY NIGHTS OR TICKETS MASTRNSB'S ROLLING MEANS AND   00443715
      *       SPREADS COVER. ZERO/BLANK DEFAULTS TO 30.                 00443715
          05 PARM-BASE-SPREADS     PIC 9(2)V9.                          00443715
      *       HOW MANY SPREADS ABOVE ITS OWN MEAN A CUSTOMER'S TICKET   00443715
      *       OR NIGHT MUST BE TO BE AN ANOMALY. ZERO/BLANK DEFAULTS    00443715
      *       TO 3.0.                                                   00443715
          05 PARM-BASE-MIN-AMOUNT  PIC 9(7)V99.                         00443715
      *       SMALLEST TICKET OR NIGHT'S SPEND, IN BASE CURRENCY, THAT  00443715
      *       MASTRNSB WILL CALL AN ANOMALY. ZERO/BLANK DEFAULTS TO     00443715
      *       100.00.                                                   00443715
