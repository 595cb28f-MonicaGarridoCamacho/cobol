      *    A KEYED FILE SO EACH CORRECTION IS A RANDOM READ/REWRITE BY  00443715
      *    MAIN-CONT-ID. EVERY CORRECTION, APPLIED OR REJECTED, IS      00443715
      *    LOGGED TO MAINTLOG WITH ITS BEFORE AND AFTER VALUE.          00443715
      *    FIELD CODE 'K' MAINTAINS THE CARD REGISTRY (CARDREG)         00443715
      *    INSTEAD OF CUST-REC -- ISSUING, RE-DATING OR REMOVING ONE    00443715
      *    CARD ON THE CONTRACT -- THROUGH THE SAME LOGGED PATH.        00443715
      *    FIELD CODE 'O' MAINTAINS THE MARKETING CONSENT FILE          00443715
      *    (CONSENT) THE SAME WAY -- GIVING OR WITHDRAWING ONE          00443715
      *    CHANNEL AND PURPOSE ON THE CONTRACT -- AND, WITH PURPOSE     00443715
      *    'N', THE CUSTOMER'S CONSENT TO ALERT MESSAGES BY EMAIL OR    00443715
      *    SMS. FIELD CODE 'Q' SETS THE CONTRACT'S ALERT QUIET WINDOW   00443715
      *    ON THE SAME RECORD.                                          00443715
      *    FIELD CODE 'V' RECORDS A COMPLETED DUE-DILIGENCE REVIEW ON   00443715
      *    THE REVIEW SCHEDULE (CDDFILE) -- DATE, OUTCOME AND REVIEWER  00443715
      *    -- WHICH RESTARTS THE CONTRACT'S CYCLE IN MASTRNDD.          00443715
      *    FIELD CODE 'S' MOVES A CONTRACT THROUGH THE DORMANCY         00443715
      *    LIFECYCLE (CUST-STATUS A/I/Z/U). MASTRNDO CUTS THESE         00443715
      *    CORRECTIONS EACH NIGHT SO EVERY STATUS CHANGE IS JOURNALED   00443715
      *    LIKE ANY OTHER CUST-REC CHANGE.                              00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL CARDREG ASSIGN TO CARDREG                   00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CREG-KEY                                      00443715
            FILE STATUS IS CARDREG-FILE-STATUS.                         00443715
            SELECT OPTIONAL CONSENT ASSIGN TO CONSENT                   00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CONS-CONT-ID                                  00443715
            FILE STATUS IS CONSENT-FILE-STATUS.                         00443715
            SELECT OPTIONAL CDDFILE ASSIGN TO CDDFILE                   00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CDD-CONT-ID                                   00443715
            FILE STATUS IS CDDFILE-FILE-STATUS.                         00443715
            SELECT CORRFILE ASSIGN TO CORRFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CORRFILE-FILE-STATUS.                        00443715
       FD CUSTMAST.                                                     00443715
         COPY CUSTREC.                                                  00443715

      *    CARDREG IS THE CARD REGISTRY -- WHICH CARDS WERE ACTUALLY    00443715
      *    ISSUED TO WHICH CONTRACT, WITH ISSUE AND EXPIRY DATES.       00443715
       FD CARDREG.                                                      00443715
         COPY CREGREC.                                                  00443715
                                                                        00443715
      *    CONSENT IS THE MARKETING CONSENT FILE -- ONE RECORD PER      00443715
      *    CONTRACT WITH A DATED FLAG FOR EVERY CHANNEL AND PURPOSE.    00443715
       FD CONSENT.                                                      00443715
         COPY CONSREC.                                                  00443715
      *    CDDFILE IS THE DUE-DILIGENCE REVIEW SCHEDULE -- ONE RECORD   00443715
      *    PER CONTRACT WITH ITS LAST REVIEW AND NIGHTLY RISK RATING.   00443715
       FD CDDFILE.                                                      00443715
         COPY CDDREC.                                                   00443715
                                                                        00443715
      *    CORRFILE IS THE ANALYST CORRECTION INPUT -- ONE RECORD PER   00443715
      *    FIELD BEING CORRECTED ON ONE CONTRACT.                       00443715
       FD CORRFILE.                                                     00443715
      *      APPROVED FOR THIS CONTRACT, AND THE ANALYST ID IS THE      00443715
      *      APPROVER, WHO MUST DIFFER FROM THE REQUESTER.              00443715
             88 CORR-FLD-APPROVE      VALUE 'P'.                        00443715
      *      'R' DECLINES A CORRECTION HELD ON THE PENDING FILE --      00443715
      *      MATCHED THE SAME WAY AS 'P', BY A DIFFERENT ANALYST; THE   00443715
      *      HELD CORRECTION IS DROPPED WITHOUT TOUCHING CUSTMAST.      00443715
             88 CORR-FLD-DECLINE      VALUE 'R'.                        00443715
      *      'K' MAINTAINS ONE CARDREG ENTRY -- CORR-ADD-IMAGE CARRIES  00443715
      *      THE CREG-REC IMAGE AND CORR-NEW-VALUE (1:1) SAYS WHAT TO   00443715
      *      DO WITH IT: 'A' ISSUE, 'U' RE-DATE, 'D' REMOVE.            00443715
             88 CORR-FLD-CARD         VALUE 'K'.                        00443715
      *      'O' GIVES OR WITHDRAWS ONE CONSENT -- CORR-NEW-VALUE       00443715
      *      CARRIES CHANNEL (E/S/T/P), PURPOSE (M/R), FLAG (Y/N) AND   00443715
      *      THE CCYYMMDD IT WAS GIVEN OR WITHDRAWN, E.G. 'EMN20261014'.00443715
      *      PURPOSE 'N' IS ALERT (NOTIFICATION) CONSENT, EMAIL OR SMS  00443715
      *      ONLY, E.G. 'SNY20261014'.                                  00443715
             88 CORR-FLD-CONSENT      VALUE 'O'.                        00443715
      *      'V' RECORDS A COMPLETED DUE-DILIGENCE REVIEW --            00443715
      *      CORR-NEW-VALUE CARRIES THE CCYYMMDD OF THE REVIEW AND THE  00443715
      *      OUTCOME (S/E/X), E.G. '20261014S'; THE ANALYST ID IS THE   00443715
      *      REVIEWER.                                                  00443715
             88 CORR-FLD-REVIEW       VALUE 'V'.                        00443715
      *      'S' SETS THE DORMANCY STATUS -- CORR-NEW-VALUE (1:1) IS    00443715
      *      'A' ACTIVE, 'I' INACTIVE, 'Z' DORMANT OR 'U' DUE FOR       00443715
      *      UNCLAIMED-PROPERTY REPORTING. NOT VALID ON A DELETED       00443715
      *      CONTRACT -- 'X' IS THE ONLY WAY IN OR OUT OF 'D'.          00443715
             88 CORR-FLD-STATUS       VALUE 'S'.                        00443715
      *      'Q' SETS THE ALERT QUIET WINDOW ON THE CONSENT RECORD --   00443715
      *      CORR-NEW-VALUE CARRIES START AND END AS HHMMHHMM, E.G.     00443715
      *      '21000800'; BLANK RETURNS THE CONTRACT TO THE PARM DEFAULT.00443715
             88 CORR-FLD-QUIET        VALUE 'Q'.                        00443715
          05 CORR-NEW-VALUE        PIC X(13).                           00443715
          05 CORR-ANALYST-ID       PIC X(8).                            00443715
          05 CORR-ADD-IMAGE        PIC X(54).                           00443715
      *       FULL CUST-REC IMAGE FOR AN ADD ('W') TRANSACTION OR THE   00443715
      *       CREG-REC IMAGE FOR A CARD ('K') TRANSACTION.              00443715

      *    MAINTLOG RECORDS EVERY CORRECTION ATTEMPT, APPLIED OR NOT,   00443715
      *    WITH THE FIELD'S OLD AND NEW VALUE SO THE CHANGE IS          00443715
       01 WS-TIME-OPEN         PIC 9 VALUE 0.                           00443715
       01 WS-TIME-PHASE        PIC X(12).                               00443715
       01 CUSTFILE-FILE-STATUS  PIC X(2).                                00443715
       01 CARDREG-FILE-STATUS   PIC X(2).                               00443715
       01 CONSENT-FILE-STATUS   PIC X(2).                               00443715
       01 CDDFILE-FILE-STATUS   PIC X(2).                               00443715
       01 CORRFILE-FILE-STATUS  PIC X(2).                                00443715
       01 MAINTLOG-FILE-STATUS  PIC X(2).                               00443715
                                                                        00443715
          88 VALID-HIGHEST-EDU     VALUE '1' THRU '5'.                  00443715
       01 WS-VALID-CHURN        PIC X(1).                               00443715
          88 VALID-CHURN-FLAG      VALUE 'Y' 'N'.                       00443715
       01 WS-VALID-STATUS       PIC X(1).                               00443715
          88 VALID-CUST-STATUS     VALUE 'A' 'I' 'Z' 'U'.               00443715
       01 WS-CARD-ACTION        PIC X(1).                               00443715
          88 CARD-ACT-ISSUE        VALUE 'A'.                           00443715
          88 CARD-ACT-UPDATE       VALUE 'U'.                           00443715
          88 CARD-ACT-REMOVE       VALUE 'D'.                           00443715
          88 VALID-CARD-ACTION     VALUE 'A' 'U' 'D'.                   00443715
       01 WS-CREG-IMAGE.                                                00443715
          05 WS-CREG-KEY           PIC X(34).                           00443715
          05 WS-CREG-ISSUE-DATE    PIC X(8).                            00443715
          05 WS-CREG-EXPIRY-DATE   PIC X(8).                            00443715
          05 FILLER                PIC X(4).                            00443715
       01 WS-CONS-CHANNEL       PIC X(1).                               00443715
          88 VALID-CONS-CHANNEL    VALUE 'E' 'S' 'T' 'P'.               00443715
       01 WS-CONS-PURPOSE       PIC X(1).                               00443715
          88 VALID-CONS-PURPOSE    VALUE 'M' 'R' 'N'.                   00443715
       01 WS-CONS-FLAG          PIC X(1).                               00443715
          88 VALID-CONS-FLAG       VALUE 'Y' 'N'.                       00443715
       01 WS-CONS-DATE          PIC X(8).                               00443715
       01 WS-CONS-CH-IDX        PIC 9.                                  00443715
       01 WS-CONS-PU-IDX        PIC 9.                                  00443715
       01 WS-CONS-FOUND         PIC 9.                                  00443715
       01 WS-QUIET-WINDOW.                                              00443715
          05 WS-QUIET-START.                                            00443715
             10 WS-QUIET-START-HH  PIC X(2).                            00443715
             10 WS-QUIET-START-MM  PIC X(2).                            00443715
          05 WS-QUIET-END.                                              00443715
             10 WS-QUIET-END-HH    PIC X(2).                            00443715
             10 WS-QUIET-END-MM    PIC X(2).                            00443715
       01 WS-CDD-REVIEW-DATE    PIC X(8).                               00443715
       01 WS-CDD-OUTCOME        PIC X(1).                               00443715
          88 VALID-CDD-OUTCOME     VALUE 'S' 'E' 'X'.                   00443715
       01 WS-CDD-FOUND          PIC 9.                                  00443715
         COPY PGATLNK.                                                  00443715

       PROCEDURE DIVISION.                                              00443715
       START-PROCESS.                                                   00443715
                                                                        00443715
           MOVE 1 TO WS-STATUS-OPEN                                     00443715
                                                                        00443715
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRANM' TO PGAT-JOB-NAME                             00443715
                                                                        00443715
           CALL 'MASTRNPG' USING PGAT-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF PGAT-RESULT-HELD                                          00443715
             DISPLAY 'JOB HELD -- ' PGAT-FAIL-REASON                    00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE PGAT-FAIL-REASON TO WS-FAIL-REASON                    00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-PARM-PARA.                                                  00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A FIRST RUN FINDS NO REGISTRY AND STARTS AN EMPTY ONE.       00443715
           OPEN I-O CARDREG                                             00443715
                                                                        00443715
           IF CARDREG-FILE-STATUS NOT = '00'                            00443715
              AND CARDREG-FILE-STATUS NOT = '05'                        00443715
             DISPLAY 'OPEN CARDREG FILE-STATUS = '                      00443715
                     CARDREG-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    LIKEWISE THE CONSENT FILE.                                   00443715
           OPEN I-O CONSENT                                             00443715
                                                                        00443715
           IF CONSENT-FILE-STATUS NOT = '00'                            00443715
              AND CONSENT-FILE-STATUS NOT = '05'                        00443715
             DISPLAY 'OPEN CONSENT FILE-STATUS = '                      00443715
                     CONSENT-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
      *    AND THE REVIEW SCHEDULE.                                     00443715
           OPEN I-O CDDFILE                                             00443715
                                                                        00443715
           IF CDDFILE-FILE-STATUS NOT = '00'                            00443715
              AND CDDFILE-FILE-STATUS NOT = '05'                        00443715
             DISPLAY 'OPEN CDDFILE FILE-STATUS = '                      00443715
                     CDDFILE-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT CORRFILE                                          00443715
                                                                        00443715
           IF CORRFILE-FILE-STATUS NOT = '00'                           00443715
           MOVE SPACES TO WS-APPROVER-ID                                00443715
           MOVE CORR-CONT-ID TO MAIN-CONT-ID                            00443715
                                                                        00443715
           IF CORR-FLD-APPROVE OR CORR-FLD-DECLINE                      00443715
             PERFORM PROCESS-APPROVAL-PARA                              00443715
           ELSE                                                         00443715
                                                                        00443715
               PERFORM DELETE-CUSTOMER-PARA                             00443715
               PERFORM WRITE-MAINT-LOG-PARA                             00443715
             ELSE                                                       00443715
               IF CORR-FLD-CARD                                         00443715
                 PERFORM MAINTAIN-CARD-PARA                             00443715
                 PERFORM WRITE-MAINT-LOG-PARA                           00443715
               ELSE                                                     00443715
                 IF CORR-FLD-CONSENT                                    00443715
                   PERFORM MAINTAIN-CONSENT-PARA                        00443715
                   PERFORM WRITE-MAINT-LOG-PARA                         00443715
                 ELSE                                                   00443715
                   IF CORR-FLD-REVIEW                                   00443715
                     PERFORM MAINTAIN-REVIEW-PARA                       00443715
                     PERFORM WRITE-MAINT-LOG-PARA                       00443715
                   ELSE                                                 00443715
                     IF CORR-FLD-QUIET                                  00443715
                       PERFORM MAINTAIN-QUIET-PARA                      00443715
                       PERFORM WRITE-MAINT-LOG-PARA                     00443715
                     ELSE                                               00443715
                       PERFORM CHANGE-CUSTOMER-PARA                     00443715
                     END-IF                                             00443715
                   END-IF                                               00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
                 MOVE WS-PEND-IMAGE (WS-PEND-IDX) TO CORR-REC           00443715
                 MOVE CORR-CONT-ID TO MAIN-CONT-ID                      00443715
                                                                        00443715
                 IF WS-CORR-SAVE (11:1) = 'R'                           00443715
                   MOVE 'DECLINED' TO LOG-STATUS                        00443715
                   MOVE 'CHECKER DECLINED' TO LOG-REJECT-REASON         00443715
                   MOVE CORR-NEW-VALUE TO LOG-NEW-VALUE                 00443715
                   ADD 1 TO WS-REJECTED-CNTR                            00443715
                   PERFORM WRITE-MAINT-LOG-PARA                         00443715
                 ELSE                                                   00443715
                   MOVE 1 TO WS-APPROVAL-MODE                           00443715
                   PERFORM CHANGE-CUSTOMER-PARA                         00443715
                   MOVE 0 TO WS-APPROVAL-MODE                           00443715
                 END-IF                                                 00443715
                                                                        00443715
                 MOVE WS-CORR-SAVE TO CORR-REC                          00443715
               END-IF                                                   00443715
                 MOVE CORR-NEW-VALUE (1:8) TO CUST-DATE-OF-BIRTH        00443715
                 MOVE CUST-DATE-OF-BIRTH TO LOG-NEW-VALUE               00443715
                 MOVE 'APPLIED' TO LOG-STATUS                           00443715
               WHEN CORR-FLD-STATUS                                     00443715
                 MOVE CUST-STATUS TO LOG-OLD-VALUE                      00443715
                 MOVE CORR-NEW-VALUE (1:1) TO CUST-STATUS               00443715
                 MOVE CUST-STATUS TO LOG-NEW-VALUE                      00443715
                 MOVE 'APPLIED' TO LOG-STATUS                           00443715
               WHEN OTHER                                               00443715
                 MOVE 'BADFIELD' TO LOG-STATUS                          00443715
             END-EVALUATE                                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAINTAIN-CARD-PARA.                                              00443715
      *    CARD CHANGES ARE NOT JOURNALED -- JRNLFILE HOLDS CUST-REC    00443715
      *    BEFORE-IMAGES FOR MASTRANJ TO REPLAY INTO CUSTMAST. THE      00443715
      *    MAINTLOG ROW CARRIES LAST-4 AND EXPIRY BEFORE AND AFTER.     00443715
           MOVE CORR-ADD-IMAGE        TO WS-CREG-IMAGE                  00443715
           MOVE CORR-NEW-VALUE (1:1)  TO WS-CARD-ACTION                 00443715
                                                                        00443715
           PERFORM VALIDATE-CARD-PARA                                   00443715
                                                                        00443715
           IF WS-CORR-VALID = 0                                         00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE WS-CREG-KEY TO CREG-KEY                               00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN CARD-ACT-ISSUE                                      00443715
                 PERFORM ISSUE-CARD-PARA                                00443715
               WHEN CARD-ACT-UPDATE                                     00443715
                 PERFORM UPDATE-CARD-PARA                               00443715
               WHEN CARD-ACT-REMOVE                                     00443715
                 PERFORM REMOVE-CARD-PARA                               00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ISSUE-CARD-PARA.                                                 00443715
      *    A CARD CAN ONLY BE ISSUED TO A CONTRACT THAT IS ON FILE.     00443715
           READ CUSTMAST                                                00443715
             INVALID KEY                                                00443715
               CONTINUE                                                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
              OR CUST-STATUS = 'D'                                      00443715
             MOVE 'NOTFOUND' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE WS-CREG-IMAGE TO CREG-REC                             00443715
                                                                        00443715
             WRITE CREG-REC                                             00443715
               INVALID KEY                                              00443715
                 MOVE 'REJECTED' TO LOG-STATUS                          00443715
                 MOVE 'DUPLICATE KEY' TO LOG-REJECT-REASON              00443715
                 ADD 1 TO WS-REJECTED-CNTR                              00443715
               NOT INVALID KEY                                          00443715
                 MOVE 'APPLIED' TO LOG-STATUS                           00443715
                 MOVE SPACES    TO LOG-OLD-VALUE                        00443715
                 STRING CREG-PAN-LAST4 ' ' CREG-EXPIRY-DATE             00443715
                   DELIMITED BY SIZE INTO LOG-NEW-VALUE                 00443715
                 ADD 1 TO WS-APPLIED-CNTR                               00443715
             END-WRITE                                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       UPDATE-CARD-PARA.                                                00443715
      *    A REISSUE OR RENEWAL KEEPS THE SAME LAST-4 AND BRAND --      00443715
      *    ONLY THE DATES MOVE.                                         00443715
           READ CARDREG                                                 00443715
             INVALID KEY                                                00443715
               CONTINUE                                                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CARDREG-FILE-STATUS NOT = '00'                            00443715
             MOVE 'NOTFOUND' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             STRING CREG-PAN-LAST4 ' ' CREG-EXPIRY-DATE                 00443715
               DELIMITED BY SIZE INTO LOG-OLD-VALUE                     00443715
                                                                        00443715
             MOVE WS-CREG-ISSUE-DATE  TO CREG-ISSUE-DATE                00443715
             MOVE WS-CREG-EXPIRY-DATE TO CREG-EXPIRY-DATE               00443715
             REWRITE CREG-REC                                           00443715
                                                                        00443715
             STRING CREG-PAN-LAST4 ' ' CREG-EXPIRY-DATE                 00443715
               DELIMITED BY SIZE INTO LOG-NEW-VALUE                     00443715
             MOVE 'APPLIED' TO LOG-STATUS                               00443715
             ADD 1 TO WS-APPLIED-CNTR                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REMOVE-CARD-PARA.                                                00443715
                                                                        00443715
           READ CARDREG                                                 00443715
             INVALID KEY                                                00443715
               CONTINUE                                                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CARDREG-FILE-STATUS NOT = '00'                            00443715
             MOVE 'NOTFOUND' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             STRING CREG-PAN-LAST4 ' ' CREG-EXPIRY-DATE                 00443715
               DELIMITED BY SIZE INTO LOG-OLD-VALUE                     00443715
                                                                        00443715
             DELETE CARDREG RECORD                                      00443715
                                                                        00443715
             MOVE 'REMOVED' TO LOG-NEW-VALUE                            00443715
             MOVE 'APPLIED' TO LOG-STATUS                               00443715
             ADD 1 TO WS-APPLIED-CNTR                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-CARD-PARA.                                              00443715
      *    THE IMAGE MUST NAME THE SAME CONTRACT AS THE TRANSACTION,    00443715
      *    A FOUR-DIGIT LAST-4 AND A BRAND; AN ISSUE OR RE-DATE ALSO    00443715
      *    NEEDS TWO REAL CCYYMMDD DATES IN THE RIGHT ORDER.            00443715
           MOVE 1 TO WS-CORR-VALID                                      00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN NOT VALID-CARD-ACTION                                 00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'ACTION NOT A/U/D' TO LOG-REJECT-REASON             00443715
             WHEN WS-CREG-KEY (1:10) NOT = CORR-CONT-ID                 00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'IMAGE KEY DIFFERS' TO LOG-REJECT-REASON            00443715
             WHEN WS-CREG-KEY (11:4) NOT NUMERIC                        00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'LAST4 NOT DIGITS' TO LOG-REJECT-REASON             00443715
             WHEN WS-CREG-KEY (15:20) = SPACES                          00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'NO CARD BRAND' TO LOG-REJECT-REASON                00443715
             WHEN CARD-ACT-REMOVE                                       00443715
               CONTINUE                                                 00443715
             WHEN WS-CREG-ISSUE-DATE NOT NUMERIC                        00443715
                OR WS-CREG-ISSUE-DATE (5:2) < '01'                      00443715
                OR WS-CREG-ISSUE-DATE (5:2) > '12'                      00443715
                OR WS-CREG-ISSUE-DATE (7:2) < '01'                      00443715
                OR WS-CREG-ISSUE-DATE (7:2) > '31'                      00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'ISSUE NOT A DATE' TO LOG-REJECT-REASON             00443715
             WHEN WS-CREG-EXPIRY-DATE NOT NUMERIC                       00443715
                OR WS-CREG-EXPIRY-DATE (5:2) < '01'                     00443715
                OR WS-CREG-EXPIRY-DATE (5:2) > '12'                     00443715
                OR WS-CREG-EXPIRY-DATE (7:2) < '01'                     00443715
                OR WS-CREG-EXPIRY-DATE (7:2) > '31'                     00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'EXPIRY NOT DATE' TO LOG-REJECT-REASON              00443715
             WHEN WS-CREG-EXPIRY-DATE < WS-CREG-ISSUE-DATE              00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'EXPIRY < ISSUE' TO LOG-REJECT-REASON               00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAINTAIN-CONSENT-PARA.                                           00443715
      *    CONSENT CHANGES ARE NOT JOURNALED EITHER. THE MAINTLOG ROW   00443715
      *    CARRIES CHANNEL, PURPOSE, FLAG AND DATE BEFORE AND AFTER.    00443715
           MOVE CORR-NEW-VALUE (1:1)  TO WS-CONS-CHANNEL                00443715
           MOVE CORR-NEW-VALUE (2:1)  TO WS-CONS-PURPOSE                00443715
           MOVE CORR-NEW-VALUE (3:1)  TO WS-CONS-FLAG                   00443715
           MOVE CORR-NEW-VALUE (4:8)  TO WS-CONS-DATE                   00443715
                                                                        00443715
           PERFORM VALIDATE-CONSENT-PARA                                00443715
                                                                        00443715
           IF WS-CORR-VALID = 0                                         00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             IF WS-CONS-PU-IDX = 3                                      00443715
               PERFORM UPDATE-NOTIFY-PARA                               00443715
             ELSE                                                       00443715
               PERFORM UPDATE-CONSENT-PARA                              00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       UPDATE-CONSENT-PARA.                                             00443715
      *    CONSENT IS ONLY RECORDED AGAINST A CONTRACT THAT IS ON FILE. 00443715
      *    THE FIRST CHANGE FOR A CONTRACT STARTS ITS RECORD WITH EVERY 00443715
      *    OTHER CHANNEL AND PURPOSE LEFT BLANK (NEVER ASKED).          00443715
           READ CUSTMAST                                                00443715
             INVALID KEY                                                00443715
               CONTINUE                                                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
              OR CUST-STATUS = 'D'                                      00443715
             MOVE 'NOTFOUND' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE CORR-CONT-ID TO CONS-CONT-ID                          00443715
             READ CONSENT                                               00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CONSENT-FILE-STATUS = '00'                              00443715
               MOVE 1 TO WS-CONS-FOUND                                  00443715
             ELSE                                                       00443715
               MOVE 0 TO WS-CONS-FOUND                                  00443715
               INITIALIZE CONS-REC                                      00443715
               MOVE CORR-CONT-ID TO CONS-CONT-ID                        00443715
             END-IF                                                     00443715
                                                                        00443715
             STRING WS-CONS-CHANNEL WS-CONS-PURPOSE                     00443715
                    CONS-FLAG (WS-CONS-CH-IDX WS-CONS-PU-IDX)           00443715
                    CONS-DATE (WS-CONS-CH-IDX WS-CONS-PU-IDX)           00443715
               DELIMITED BY SIZE INTO LOG-OLD-VALUE                     00443715
                                                                        00443715
             IF CONS-DATE (WS-CONS-CH-IDX WS-CONS-PU-IDX) NOT = SPACES  00443715
                AND WS-CONS-DATE                                        00443715
                    < CONS-DATE (WS-CONS-CH-IDX WS-CONS-PU-IDX)         00443715
               MOVE 'REJECTED' TO LOG-STATUS                            00443715
               MOVE 'OLDER THAN FLAG' TO LOG-REJECT-REASON              00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             ELSE                                                       00443715
               MOVE WS-CONS-FLAG                                        00443715
                 TO CONS-FLAG (WS-CONS-CH-IDX WS-CONS-PU-IDX)           00443715
               MOVE WS-CONS-DATE                                        00443715
                 TO CONS-DATE (WS-CONS-CH-IDX WS-CONS-PU-IDX)           00443715
                                                                        00443715
               IF WS-CONS-FOUND = 1                                     00443715
                 REWRITE CONS-REC                                       00443715
               ELSE                                                     00443715
                 WRITE CONS-REC                                         00443715
               END-IF                                                   00443715
                                                                        00443715
               MOVE CORR-NEW-VALUE (1:11) TO LOG-NEW-VALUE              00443715
               MOVE 'APPLIED' TO LOG-STATUS                             00443715
               ADD 1 TO WS-APPLIED-CNTR                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-CONSENT-PARA.                                           00443715
      *    A KNOWN CHANNEL AND PURPOSE, A Y/N FLAG AND THE REAL         00443715
      *    CCYYMMDD THE CUSTOMER GAVE OR WITHDREW IT.                   00443715
           MOVE 1 TO WS-CORR-VALID                                      00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN NOT VALID-CONS-CHANNEL                                00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'CHANNEL NOT ESTP' TO LOG-REJECT-REASON             00443715
             WHEN NOT VALID-CONS-PURPOSE                                00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'PURPOSE NOT MRN' TO LOG-REJECT-REASON              00443715
             WHEN WS-CONS-PURPOSE = 'N'                                 00443715
                AND WS-CONS-CHANNEL NOT = 'E'                           00443715
                AND WS-CONS-CHANNEL NOT = 'S'                           00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'NOTIFY NOT E/S' TO LOG-REJECT-REASON               00443715
             WHEN NOT VALID-CONS-FLAG                                   00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'FLAG NOT Y/N' TO LOG-REJECT-REASON                 00443715
             WHEN WS-CONS-DATE NOT NUMERIC                              00443715
                OR WS-CONS-DATE (5:2) < '01'                            00443715
                OR WS-CONS-DATE (5:2) > '12'                            00443715
                OR WS-CONS-DATE (7:2) < '01'                            00443715
                OR WS-CONS-DATE (7:2) > '31'                            00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'CONSENT NOT DATE' TO LOG-REJECT-REASON             00443715
             WHEN OTHER                                                 00443715
               EVALUATE TRUE                                            00443715
                 WHEN WS-CONS-CHANNEL = 'E'                             00443715
                   MOVE 1 TO WS-CONS-CH-IDX                             00443715
                 WHEN WS-CONS-CHANNEL = 'S'                             00443715
                   MOVE 2 TO WS-CONS-CH-IDX                             00443715
                 WHEN WS-CONS-CHANNEL = 'T'                             00443715
                   MOVE 3 TO WS-CONS-CH-IDX                             00443715
                 WHEN OTHER                                             00443715
                   MOVE 4 TO WS-CONS-CH-IDX                             00443715
               END-EVALUATE                                             00443715
                                                                        00443715
               EVALUATE TRUE                                            00443715
                 WHEN WS-CONS-PURPOSE = 'M'                             00443715
                   MOVE 1 TO WS-CONS-PU-IDX                             00443715
                 WHEN WS-CONS-PURPOSE = 'R'                             00443715
                   MOVE 2 TO WS-CONS-PU-IDX                             00443715
                 WHEN OTHER                                             00443715
                   MOVE 3 TO WS-CONS-PU-IDX                             00443715
               END-EVALUATE                                             00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       UPDATE-NOTIFY-PARA.                                              00443715
      *    ALERT CONSENT HOLDS ONLY THE CURRENT Y/N FOR EMAIL AND SMS;  00443715
      *    THE DATE IT WAS GIVEN OR WITHDRAWN IS KEPT ON MAINTLOG, SO   00443715
      *    CHANGES ARE APPLIED IN THE ORDER THEY ARRIVE.                00443715
           PERFORM FIND-CONSENT-PARA                                    00443715
                                                                        00443715
           IF WS-CONS-FOUND NOT = 2                                     00443715
             STRING WS-CONS-CHANNEL WS-CONS-PURPOSE                     00443715
                    CONS-NOTIFY-FLAG (WS-CONS-CH-IDX)                   00443715
               DELIMITED BY SIZE INTO LOG-OLD-VALUE                     00443715
                                                                        00443715
             MOVE WS-CONS-FLAG TO CONS-NOTIFY-FLAG (WS-CONS-CH-IDX)     00443715
             PERFORM PUT-CONSENT-PARA                                   00443715
                                                                        00443715
             MOVE CORR-NEW-VALUE (1:11) TO LOG-NEW-VALUE                00443715
             MOVE 'APPLIED' TO LOG-STATUS                               00443715
             ADD 1 TO WS-APPLIED-CNTR                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAINTAIN-QUIET-PARA.                                             00443715
      *    THE QUIET WINDOW IS START AND END HHMM, BOTH OR NEITHER.     00443715
      *    START = END MEANS THE CONTRACT TAKES ALERTS AT ANY HOUR.     00443715
           MOVE CORR-NEW-VALUE (1:8) TO WS-QUIET-WINDOW                 00443715
           MOVE 1 TO WS-CORR-VALID                                      00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
                                                                        00443715
           IF WS-QUIET-WINDOW NOT = SPACES                              00443715
             IF WS-QUIET-WINDOW NOT NUMERIC                             00443715
                OR WS-QUIET-START-HH > '23'                             00443715
                OR WS-QUIET-START-MM > '59'                             00443715
                OR WS-QUIET-END-HH > '23'                               00443715
                OR WS-QUIET-END-MM > '59'                               00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'QUIET NOT HHMM' TO LOG-REJECT-REASON               00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CORR-VALID = 0                                         00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             PERFORM FIND-CONSENT-PARA                                  00443715
                                                                        00443715
             IF WS-CONS-FOUND NOT = 2                                   00443715
               STRING CONS-QUIET-START CONS-QUIET-END                   00443715
                 DELIMITED BY SIZE INTO LOG-OLD-VALUE                   00443715
                                                                        00443715
               MOVE WS-QUIET-START TO CONS-QUIET-START                  00443715
               MOVE WS-QUIET-END   TO CONS-QUIET-END                    00443715
               PERFORM PUT-CONSENT-PARA                                 00443715
                                                                        00443715
               MOVE WS-QUIET-WINDOW TO LOG-NEW-VALUE                    00443715
               MOVE 'APPLIED' TO LOG-STATUS                             00443715
               ADD 1 TO WS-APPLIED-CNTR                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-CONSENT-PARA.                                               00443715
      *    WS-CONS-FOUND -- 1 ON FILE, 0 NEW RECORD STARTED, 2 THE      00443715
      *    CONTRACT IS NOT ON CUSTMAST (LOGGED NOTFOUND HERE).          00443715
           READ CUSTMAST                                                00443715
             INVALID KEY                                                00443715
               CONTINUE                                                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
              OR CUST-STATUS = 'D'                                      00443715
             MOVE 2 TO WS-CONS-FOUND                                    00443715
             MOVE 'NOTFOUND' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE CORR-CONT-ID TO CONS-CONT-ID                          00443715
             READ CONSENT                                               00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CONSENT-FILE-STATUS = '00'                              00443715
               MOVE 1 TO WS-CONS-FOUND                                  00443715
             ELSE                                                       00443715
               MOVE 0 TO WS-CONS-FOUND                                  00443715
               INITIALIZE CONS-REC                                      00443715
               MOVE CORR-CONT-ID TO CONS-CONT-ID                        00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PUT-CONSENT-PARA.                                                00443715
           IF WS-CONS-FOUND = 1                                         00443715
             REWRITE CONS-REC                                           00443715
           ELSE                                                         00443715
             WRITE CONS-REC                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAINTAIN-REVIEW-PARA.                                            00443715
      *    REVIEWS ARE NOT JOURNALED EITHER. THE MAINTLOG ROW CARRIES   00443715
      *    THE PREVIOUS REVIEW DATE AND OUTCOME AND THE NEW ONES.       00443715
           MOVE CORR-NEW-VALUE (1:8)  TO WS-CDD-REVIEW-DATE             00443715
           MOVE CORR-NEW-VALUE (9:1)  TO WS-CDD-OUTCOME                 00443715
                                                                        00443715
           PERFORM VALIDATE-REVIEW-PARA                                 00443715
                                                                        00443715
           IF WS-CORR-VALID = 0                                         00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             PERFORM UPDATE-REVIEW-PARA                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       UPDATE-REVIEW-PARA.                                              00443715
      *    A REVIEW IS ONLY RECORDED AGAINST A CONTRACT THAT IS ON      00443715
      *    FILE. A CONTRACT MASTRNDD HAS NOT RATED YET GETS ITS RECORD  00443715
      *    HERE; THE RATING FIELDS ARE FILLED IN THAT NIGHT. THE        00443715
      *    RATING IN FORCE BECOMES THE BASELINE FOR THE NEXT RISE AND   00443715
      *    ANY RE-QUEUE IS CLEARED -- THE REVIEW HAS BEEN DONE.         00443715
           READ CUSTMAST                                                00443715
             INVALID KEY                                                00443715
               CONTINUE                                                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
              OR CUST-STATUS = 'D'                                      00443715
             MOVE 'NOTFOUND' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE CORR-CONT-ID TO CDD-CONT-ID                           00443715
             READ CDDFILE                                               00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CDDFILE-FILE-STATUS = '00'                              00443715
               MOVE 1 TO WS-CDD-FOUND                                   00443715
             ELSE                                                       00443715
               MOVE 0 TO WS-CDD-FOUND                                   00443715
               INITIALIZE CDD-REC                                       00443715
               MOVE CORR-CONT-ID TO CDD-CONT-ID                         00443715
             END-IF                                                     00443715
                                                                        00443715
             STRING CDD-LAST-REVIEW-DATE CDD-OUTCOME                    00443715
               DELIMITED BY SIZE INTO LOG-OLD-VALUE                     00443715
                                                                        00443715
             IF CDD-LAST-REVIEW-DATE NOT = SPACES                       00443715
                AND WS-CDD-REVIEW-DATE < CDD-LAST-REVIEW-DATE           00443715
               MOVE 'REJECTED' TO LOG-STATUS                            00443715
               MOVE 'OLDER THAN LAST' TO LOG-REJECT-REASON              00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             ELSE                                                       00443715
               MOVE WS-CDD-REVIEW-DATE  TO CDD-LAST-REVIEW-DATE         00443715
               MOVE WS-CDD-OUTCOME      TO CDD-OUTCOME                  00443715
               MOVE CORR-ANALYST-ID     TO CDD-REVIEWER-ID              00443715
               MOVE CDD-CURRENT-RATING  TO CDD-REVIEWED-RATING          00443715
               MOVE 'N'                 TO CDD-REQUEUED                 00443715
               MOVE SPACES              TO CDD-REQUEUED-DATE            00443715
                                                                        00443715
               IF WS-CDD-FOUND = 1                                      00443715
                 REWRITE CDD-REC                                        00443715
               ELSE                                                     00443715
                 WRITE CDD-REC                                          00443715
               END-IF                                                   00443715
                                                                        00443715
               MOVE CORR-NEW-VALUE (1:9) TO LOG-NEW-VALUE               00443715
               MOVE 'APPLIED' TO LOG-STATUS                             00443715
               ADD 1 TO WS-APPLIED-CNTR                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-REVIEW-PARA.                                            00443715
      *    THE REAL CCYYMMDD THE REVIEW WAS SIGNED OFF -- NOT LATER     00443715
      *    THAN TODAY -- AND A KNOWN OUTCOME.                           00443715
           MOVE 1 TO WS-CORR-VALID                                      00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-CDD-REVIEW-DATE NOT NUMERIC                        00443715
                OR WS-CDD-REVIEW-DATE (5:2) < '01'                      00443715
                OR WS-CDD-REVIEW-DATE (5:2) > '12'                      00443715
                OR WS-CDD-REVIEW-DATE (7:2) < '01'                      00443715
                OR WS-CDD-REVIEW-DATE (7:2) > '31'                      00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'REVIEW NOT DATE' TO LOG-REJECT-REASON              00443715
             WHEN WS-CDD-REVIEW-DATE > WS-RUN-TIMESTAMP (1:8)           00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'REVIEW IN FUTURE' TO LOG-REJECT-REASON             00443715
             WHEN NOT VALID-CDD-OUTCOME                                 00443715
               MOVE 0 TO WS-CORR-VALID                                  00443715
               MOVE 'OUTCOME UNKNOWN' TO LOG-REJECT-REASON              00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-JOURNAL-PARA.                                              00443715
                                                                        00443715
           INITIALIZE JRNL-REC                                          00443715
                   MOVE 'DOB NOT A DATE' TO LOG-REJECT-REASON           00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             WHEN CORR-FLD-STATUS                                       00443715
               MOVE CORR-NEW-VALUE (1:1) TO WS-VALID-STATUS             00443715
               EVALUATE TRUE                                            00443715
                 WHEN CUST-STATUS = 'D'                                 00443715
                   MOVE 0 TO WS-CORR-VALID                              00443715
                   MOVE 'CONTRACT DELETED' TO LOG-REJECT-REASON         00443715
                 WHEN NOT VALID-CUST-STATUS                             00443715
                   MOVE 0 TO WS-CORR-VALID                              00443715
                   MOVE 'STATUS NOT AIZU' TO LOG-REJECT-REASON          00443715
               END-EVALUATE                                             00443715
             WHEN OTHER                                                 00443715
               CONTINUE                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CLOSE TIMEFILE.                                              00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE CARDREG.                                               00443715
           CLOSE CONSENT.                                               00443715
           CLOSE CDDFILE.                                               00443715
           CLOSE CORRFILE.                                              00443715
           CLOSE MAINTLOG.                                              00443715
           CLOSE STATUSFILE.                                            00443715
