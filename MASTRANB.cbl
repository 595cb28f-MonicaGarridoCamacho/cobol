      *    IS TONIGHT'S -- ONE ROW PER OPEN DISPUTE, KEYED BY THE       00443715
      *    ORIGINAL TRANSACTION REFERENCE. A CASE CLOSED TONIGHT IS     00443715
      *    WRITTEN ONCE MORE WITH STATUS CLOSED FOR THE AUDIT TRAIL     00443715
      *    AND DROPPED ON THE NEXT CYCLE'S LOAD. THE CURRENCY CODE IS   00443715
      *    THE CHARGEBACK'S, SO MASTRNGL CAN PRICE THE EXPOSURE.        00443715
       FD CASEIN.                                                       00443715
       01 CASEIN-REC.                                                   00443715
          05 CIN-ORIG-TXN-REF      PIC X(40).                           00443715
          05 CIN-AMOUNT            PIC X(40).                           00443715
          05 CIN-SEPARATOR-7       PIC X(1).                            00443715
          05 CIN-STATUS            PIC X(8).                            00443715
          05 CIN-SEPARATOR-8       PIC X(1).                            00443715
          05 CIN-CURRENCY-CODE     PIC X(3).                            00443715
                                                                        00443715
       FD CASEFILE.                                                     00443715
       01 CASE-REC.                                                     00443715
          05 CASE-AMOUNT           PIC X(40).                           00443715
          05 CASE-SEPARATOR-7      PIC X(1).                            00443715
          05 CASE-STATUS           PIC X(8).                            00443715
          05 CASE-SEPARATOR-8      PIC X(1).                            00443715
          05 CASE-CURRENCY-CODE    PIC X(3).                            00443715
                                                                        00443715
       FD CASERPT.                                                      00443715
       01 CASERPT-LINE            PIC X(132).                           00443715
       01 WS-UPDATED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CLOSED-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CASEFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES. TRANFILE'S DATA RECORDS   00443715
      *    AND AMOUNT HASH ARE TAKEN THE SAME WAY MASTRANC PROVES THE   00443715
      *    TRAILER; CASEIN AND CASEFILE HASH THE CONTRACT IDS. THE -REG 00443715
      *    SWITCHES ARE SET FOR AN INPUT FOUND REGISTERED AT OPEN.      00443715
       01 WS-TRANDATA-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-TRANHASH-TOTAL     PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-CASEIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-CASEFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-TRANFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-CASEIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
      *    WS-CASE-TABLE HOLDS EVERY OPEN CASE CARRIED IN FROM CASEIN   00443715
      *    PLUS THE CASES OPENED TONIGHT. IF IT EVER FILLS, THE RUN     00443715
      *    STOPS RATHER THAN SILENTLY DROP A LIVE DISPUTE.              00443715
             10 WS-CASE-EVENTS      PIC 9(3).                           00443715
             10 WS-CASE-AMOUNT      PIC X(40).                          00443715
             10 WS-CASE-STATUS      PIC X(8).                           00443715
             10 WS-CASE-CURR        PIC X(3).                           00443715
       01 WS-EVENT-REF          PIC X(40).                              00443715
       01 WS-EVENT-CONT-ID      PIC 9(10).                              00443715
       01 WS-EVENT-REASON       PIC X(40).                              00443715
       01 WS-EVENT-AMOUNT       PIC X(40).                              00443715
       01 WS-EVENT-CURR         PIC X(3).                               00443715
       01 WS-EVENT-DATE         PIC X(8).                               00443715
      *    AGE-BUCKET EXPOSURE ACCUMULATORS -- DAYS OPEN AS OF THE      00443715
      *    PROCESS DATE, BUCKETED 0-30 / 31-60 / 61-90 / OVER 90.       00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AMOUNT-EDT         PIC Z(13)9.99-.                         00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
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
           MOVE 'MASTRANB' TO PGAT-JOB-NAME                             00443715
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
           MOVE 'EDITFILE'   TO GREG-DATASET                            00443715
           MOVE 'D'          TO GREG-EXPECT                             00443715
           MOVE 'TRANFILE'   TO WS-GREG-INPUT-DD                        00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-TRANFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT CASEFILE                                         00443715
                                                                        00443715
           IF CASEFILE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'NO PRIOR CASE FILE -- EVERY CHARGEBACK OPENS '    00443715
                     'A NEW CASE'                                       00443715
           ELSE                                                         00443715
             MOVE 'CASEFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'CASEIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-CASEIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM UNTIL WS-CASEIN-EOF = 1                            00443715
               READ CASEIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-CASEIN-EOF                              00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-CASEIN-CNTR                              00443715
                   ADD CIN-CONT-ID TO WS-CASEIN-HASH-TOTAL              00443715
                   IF CIN-STATUS NOT = 'CLOSED'                         00443715
                     PERFORM ADD-CASE-FROM-FILE-PARA                    00443715
                   END-IF                                               00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE CASEIN                                               00443715
                                                                        00443715
             IF WS-CASEIN-REG = 1                                       00443715
               MOVE 'CASEFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'CASEIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-CASEIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-CASEIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPEN CASES CARRIED IN = ' WS-CASE-USED              00443715
             MOVE CIN-EVENT-CNTR   TO WS-CASE-EVENTS (WS-CASE-USED)     00443715
             MOVE CIN-AMOUNT       TO WS-CASE-AMOUNT (WS-CASE-USED)     00443715
             MOVE CIN-STATUS       TO WS-CASE-STATUS (WS-CASE-USED)     00443715
             MOVE CIN-CURRENCY-CODE TO WS-CASE-CURR (WS-CASE-USED)      00443715
           ELSE                                                         00443715
             DISPLAY 'CASE TABLE FULL -- CANNOT CARRY EVERY OPEN '      00443715
                     'DISPUTE, RUN FAILED'                              00443715
                 MOVE 1 TO TRAN-EOF                                     00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-TRANFILE-CNTR                              00443715
                 IF NOT TXN-TYPE-HEADER AND NOT TXN-TYPE-TRAILER        00443715
                   PERFORM ACCUM-TRAN-HASH-PARA                         00443715
                 END-IF                                                 00443715
                 EVALUATE TRUE                                          00443715
                   WHEN TXN-TYPE-CHARGEBACK                             00443715
                     PERFORM APPLY-CHARGEBACK-PARA                      00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-TRANFILE-REG = 1                                       00443715
             MOVE 'EDITFILE'           TO GREG-DATASET                  00443715
             MOVE 'D'                  TO GREG-EXPECT                   00443715
             MOVE 'TRANFILE'           TO WS-GREG-INPUT-DD              00443715
             MOVE WS-TRANDATA-CNTR     TO GREG-RECORD-CNT               00443715
             MOVE WS-TRANHASH-TOTAL    TO GREG-HASH-TOTAL               00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-CASE-FILE-PARA                                 00443715
                                                                        00443715
           PERFORM WRITE-EXPOSURE-REPORT-PARA                           00443715
           MOVE CBK-CONT-ID           TO WS-EVENT-CONT-ID               00443715
           MOVE CBK-REASON-CODE       TO WS-EVENT-REASON                00443715
           MOVE CBK-AMOUNT            TO WS-EVENT-AMOUNT                00443715
           MOVE CBK-CURRENCY-CODE     TO WS-EVENT-CURR                  00443715
           MOVE CBK-HDR-CREDTT (1:4)  TO WS-EVENT-DATE (1:4)            00443715
           MOVE CBK-HDR-CREDTT (6:2)  TO WS-EVENT-DATE (5:2)            00443715
           MOVE CBK-HDR-CREDTT (9:2)  TO WS-EVENT-DATE (7:2)            00443715
             MOVE WS-EVENT-DATE   TO WS-CASE-LAST-DATE (WS-CASE-IDX)    00443715
             MOVE WS-EVENT-REASON TO WS-CASE-REASON (WS-CASE-IDX)       00443715
             MOVE WS-EVENT-AMOUNT TO WS-CASE-AMOUNT (WS-CASE-IDX)       00443715
             MOVE WS-EVENT-CURR   TO WS-CASE-CURR (WS-CASE-IDX)         00443715
             MOVE 'OPEN'          TO WS-CASE-STATUS (WS-CASE-IDX)       00443715
             ADD 1 TO WS-UPDATED-CNTR                                   00443715
           ELSE                                                         00443715
                 TO WS-CASE-LAST-DATE (WS-CASE-USED)                    00443715
               MOVE 1                TO WS-CASE-EVENTS (WS-CASE-USED)   00443715
               MOVE WS-EVENT-AMOUNT  TO WS-CASE-AMOUNT (WS-CASE-USED)   00443715
               MOVE WS-EVENT-CURR    TO WS-CASE-CURR (WS-CASE-USED)     00443715
               MOVE 'OPEN'           TO WS-CASE-STATUS (WS-CASE-USED)   00443715
               ADD 1 TO WS-OPENED-CNTR                                  00443715
             ELSE                                                       00443715
             MOVE WS-CASE-AMOUNT (WS-CASE-IDX)    TO CASE-AMOUNT        00443715
             MOVE ','                             TO CASE-SEPARATOR-7   00443715
             MOVE WS-CASE-STATUS (WS-CASE-IDX)    TO CASE-STATUS        00443715
             MOVE ','                             TO CASE-SEPARATOR-8   00443715
             MOVE WS-CASE-CURR (WS-CASE-IDX)      TO CASE-CURRENCY-CODE 00443715
                                                                        00443715
             WRITE CASE-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-CASEFILE-CNTR                                  00443715
             ADD WS-CASE-CONT-ID (WS-CASE-IDX) TO WS-CASEFILE-HASH-TOTAL00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-TRAN-HASH-PARA.                                            00443715
                                                                        00443715
           ADD 1 TO WS-TRANDATA-CNTR                                    00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN TXN-TYPE-REFUND                                       00443715
               COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL            00443715
                 + FUNCTION ABS (FUNCTION NUMVAL (RFD-AMOUNT))          00443715
             WHEN TXN-TYPE-CHARGEBACK                                   00443715
               COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL            00443715
                 + FUNCTION ABS (FUNCTION NUMVAL (CBK-AMOUNT))          00443715
             WHEN TXN-TYPE-REVERSAL                                     00443715
               COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL            00443715
                 + FUNCTION ABS (FUNCTION NUMVAL (RVS-AMOUNT))          00443715
             WHEN OTHER                                                 00443715
               COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL            00443715
                 + FUNCTION ABS (FUNCTION NUMVAL                        00443715
                   (TXN-AUREQ-TX-DT-TTLAMT))                            00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRANB'        TO GREG-JOB-NAME                      00443715
           MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                  00443715
           MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                      00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN GREG-RESULT-MATCHED                                   00443715
               DISPLAY WS-GREG-INPUT-DD ' IS ' GREG-DATASET             00443715
                       ' GENERATION ' GREG-REG-PROCESS-DATE             00443715
                       ' CYCLE ' GREG-REG-CYCLE-ID                      00443715
                       ' FROM ' GREG-REG-JOB-NAME                       00443715
             WHEN GREG-RESULT-UNREGISTERED                              00443715
               DISPLAY 'NO ' GREG-DATASET ' GENERATION REGISTERED -- '  00443715
                       WS-GREG-INPUT-DD ' READ UNVERIFIED'              00443715
             WHEN GREG-RESULT-STALE                                     00443715
               DISPLAY WS-GREG-INPUT-DD ' REFUSED -- NO ' GREG-DATASET  00443715
                       ' GENERATION REGISTERED FOR THIS CYCLE'          00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'STALE INPUT GENERATION' TO WS-FAIL-REASON          00443715
               PERFORM END-PROCESS                                      00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'GENERATION REGISTRY UNREADABLE CHECKING '       00443715
                       WS-GREG-INPUT-DD                                 00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUT-GENERATION-PARA.                                    00443715
      *    CALLED ONCE A REGISTERED INPUT HAS BEEN READ TO ITS END. A   00443715
      *    COUNT OR HASH THAT DIFFERS FROM THE REGISTERED FIGURES IS A  00443715
      *    DIFFERENT OR DAMAGED GENERATION FED UNDER THE RIGHT DATE --  00443715
      *    THE RUN STOPS BEFORE CASEFILE IS WRITTEN OR REGISTERED.      00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRANB'        TO GREG-JOB-NAME                      00443715
           MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                  00443715
           MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                      00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN GREG-RESULT-MATCHED                                   00443715
               CONTINUE                                                 00443715
             WHEN GREG-RESULT-ERROR                                     00443715
               DISPLAY 'GENERATION REGISTRY UNREADABLE VERIFYING '      00443715
                       WS-GREG-INPUT-DD                                 00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
             WHEN OTHER                                                 00443715
               DISPLAY WS-GREG-INPUT-DD ' DOES NOT MATCH THE '          00443715
                       'REGISTERED ' GREG-DATASET ' GENERATION'         00443715
               DISPLAY '  REGISTERED RECORDS = ' GREG-REG-RECORD-CNT    00443715
                       '  HASH = ' GREG-REG-HASH-TOTAL                  00443715
               DISPLAY '  RECORDS READ       = ' GREG-RECORD-CNT        00443715
                       '  HASH = ' GREG-HASH-TOTAL                      00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'INPUT GENERATION MISMATCH' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-CASEFILE-PARA.                                          00443715
      *    TONIGHT'S CASEFILE IS TOMORROW'S CASEIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING, SO ITS CASEFILE IS REFUSED NEXT CYCLE.    00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'CASEFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRANB'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-CASEFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-CASEFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'CASEFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'CASEFILE GENERATION COULD NOT BE REGISTERED'      00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-CASEFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE TRANFILE.                                              00443715
