       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNPG.                                            00443715
      *    MASTRNPG IS THE SUITE PREDECESSOR GATE, CALLED BY THE        00443715
      *    NIGHTLY JOBS THROUGH PGATLNK AS SOON AS THEIR STATUSFILE IS  00443715
      *    OPEN. DEPTABLE LISTS EACH JOB'S REQUIRED PREDECESSORS AND    00443715
      *    THE COMPLETION CODES IT ACCEPTS FROM EACH; STATFILE IS       00443715
      *    TONIGHT'S CONCATENATION OF THE STATUS RECORDS WRITTEN SO     00443715
      *    FAR. A PREDECESSOR WITH NO STATUS RECORD, OR WHOSE LATEST    00443715
      *    RECORD (A RERUN WRITES AGAIN AND THE LATER ONE WINS) CARRIES 00443715
      *    A CODE THE TABLE DOES NOT ACCEPT, HOLDS THE JOB -- IT ENDS   00443715
      *    FAILED WITH 'PREDECESSOR XXXXXXXX NOT COMPLETE' INSTEAD OF   00443715
      *    RUNNING ON THE PREDECESSOR'S PARTIAL OUTPUTS. MASTRNHB       00443715
      *    REPORTS WHICH JOBS WERE HELD AND BY WHICH FAILURE.           00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT OPTIONAL DEPTABLE ASSIGN TO DEPTABLE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DEPTABLE-FILE-STATUS.                        00443715
            SELECT OPTIONAL STATFILE ASSIGN TO STATFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD DEPTABLE.                                                     00443715
         COPY DEPREC.                                                   00443715
                                                                        00443715
       FD STATFILE.                                                     00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 DEPTABLE-FILE-STATUS  PIC X(2).                               00443715
       01 STATFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-TABLE-MISSING      PIC 9 VALUE 0.                          00443715
       01 WS-GATE-IO-ERROR      PIC 9 VALUE 0.                          00443715
      *    THE CALLING JOB'S PREDECESSORS, FROM DEPTABLE, WITH THE      00443715
      *    LATEST COMPLETION CODE EACH ONE WROTE TONIGHT.               00443715
       01 WS-DP-USED            PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-DP-IDX             PIC 9(2).                               00443715
       01 WS-DP-TABLE.                                                  00443715
          05 WS-DP-ENTRY OCCURS 20 TIMES                                00443715
               INDEXED BY WS-DP-TABIDX.                                 00443715
             10 WS-DP-PRED-JOB-NAME PIC X(8).                           00443715
             10 WS-DP-ACCEPT-CODE   PIC X(8) OCCURS 3 TIMES.            00443715
             10 WS-DP-SEEN          PIC 9.                              00443715
             10 WS-DP-COMPLETION    PIC X(8).                           00443715
       01 WS-DP-ACCEPTED        PIC 9.                                  00443715
                                                                        00443715
       LINKAGE SECTION.                                                 00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION USING PGAT-LINKAGE.                           00443715
                                                                        00443715
           MOVE 'C'    TO PGAT-RESULT                                   00443715
           MOVE ZEROES TO PGAT-PRED-CNTR                                00443715
           MOVE SPACES TO PGAT-PRED-JOB-NAME                            00443715
           MOVE SPACES TO PGAT-PRED-COMPLETION                          00443715
           MOVE SPACES TO PGAT-FAIL-REASON                              00443715
           MOVE 0      TO WS-TABLE-MISSING                              00443715
           MOVE 0      TO WS-GATE-IO-ERROR                              00443715
           MOVE ZEROES TO WS-DP-USED                                    00443715
                                                                        00443715
           PERFORM LOAD-DEPENDENCIES-PARA                               00443715
                                                                        00443715
           IF WS-TABLE-MISSING = 1                                      00443715
             MOVE 'N' TO PGAT-RESULT                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GATE-IO-ERROR = 0                                      00443715
              AND WS-TABLE-MISSING = 0                                  00443715
              AND WS-DP-USED > 0                                        00443715
             PERFORM LOAD-STATUS-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GATE-IO-ERROR = 0                                      00443715
              AND WS-TABLE-MISSING = 0                                  00443715
              AND WS-DP-USED > 0                                        00443715
             PERFORM TEST-PREDECESSORS-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A GATE THAT CANNOT READ ITS OWN INPUTS HOLDS THE JOB -- THE  00443715
      *    WHOLE POINT IS NOT TO RUN ON A GUESS.                        00443715
           IF WS-GATE-IO-ERROR = 1                                      00443715
             MOVE 'H' TO PGAT-RESULT                                    00443715
             MOVE 'DEPENDENCY CHECK I/O ERROR' TO PGAT-FAIL-REASON      00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-DP-USED TO PGAT-PRED-CNTR                            00443715
                                                                        00443715
           GOBACK.                                                      00443715
                                                                        00443715
       LOAD-DEPENDENCIES-PARA.                                          00443715
      *    STATUS 05 = OPTIONAL FILE NOT PRESENT -- NO TABLE ON THIS    00443715
      *    RUN, SO NOTHING TO GATE ON.                                  00443715
           OPEN INPUT DEPTABLE                                          00443715
                                                                        00443715
           EVALUATE DEPTABLE-FILE-STATUS                                00443715
             WHEN '00'                                                  00443715
               CONTINUE                                                 00443715
             WHEN '05'                                                  00443715
               MOVE 1 TO WS-TABLE-MISSING                               00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'MASTRNPG: OPEN DEPTABLE FILE-STATUS = '         00443715
                       DEPTABLE-FILE-STATUS                             00443715
               MOVE 1 TO WS-GATE-IO-ERROR                               00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           IF DEPTABLE-FILE-STATUS = '00' OR = '05'                     00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ DEPTABLE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   IF DEP-JOB-NAME = PGAT-JOB-NAME                      00443715
                     PERFORM ADD-DEPENDENCY-PARA                        00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE DEPTABLE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-DEPENDENCY-PARA.                                             00443715
                                                                        00443715
           IF WS-DP-USED < 20                                           00443715
             ADD 1 TO WS-DP-USED                                        00443715
             MOVE DEP-PRED-JOB-NAME                                     00443715
               TO WS-DP-PRED-JOB-NAME (WS-DP-USED)                      00443715
             MOVE DEP-ACCEPT-CODE-1                                     00443715
               TO WS-DP-ACCEPT-CODE (WS-DP-USED, 1)                     00443715
             MOVE DEP-ACCEPT-CODE-2                                     00443715
               TO WS-DP-ACCEPT-CODE (WS-DP-USED, 2)                     00443715
             MOVE DEP-ACCEPT-CODE-3                                     00443715
               TO WS-DP-ACCEPT-CODE (WS-DP-USED, 3)                     00443715
             IF DEP-ACCEPT-CODE-1 = SPACES                              00443715
                AND DEP-ACCEPT-CODE-2 = SPACES                          00443715
                AND DEP-ACCEPT-CODE-3 = SPACES                          00443715
               MOVE 'COMPLETE' TO WS-DP-ACCEPT-CODE (WS-DP-USED, 1)     00443715
             END-IF                                                     00443715
             MOVE 0      TO WS-DP-SEEN (WS-DP-USED)                     00443715
             MOVE SPACES TO WS-DP-COMPLETION (WS-DP-USED)               00443715
           ELSE                                                         00443715
             DISPLAY 'MASTRNPG: PREDECESSOR TABLE FULL -- '             00443715
                     DEP-PRED-JOB-NAME ' NOT GATED'                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-STATUS-PARA.                                                00443715
      *    NO STATFILE AT ALL MEANS NO PREDECESSOR HAS REPORTED         00443715
      *    TONIGHT -- EVERY ONE OF THEM IS MISSING.                     00443715
           OPEN INPUT STATFILE                                          00443715
                                                                        00443715
           IF STATFILE-FILE-STATUS NOT = '00'                           00443715
              AND STATFILE-FILE-STATUS NOT = '05'                       00443715
             DISPLAY 'MASTRNPG: OPEN STATFILE FILE-STATUS = '           00443715
                     STATFILE-FILE-STATUS                               00443715
             MOVE 1 TO WS-GATE-IO-ERROR                                 00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ STATFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   PERFORM MATCH-STATUS-PARA                            00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE STATFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MATCH-STATUS-PARA.                                               00443715
                                                                        00443715
           SET WS-DP-TABIDX TO 1                                        00443715
           SEARCH WS-DP-ENTRY                                           00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-DP-TABIDX > WS-DP-USED                             00443715
               CONTINUE                                                 00443715
             WHEN WS-DP-PRED-JOB-NAME (WS-DP-TABIDX) = STAT-JOB-NAME    00443715
               MOVE 1 TO WS-DP-SEEN (WS-DP-TABIDX)                      00443715
               MOVE STAT-COMPLETION-CODE                                00443715
                 TO WS-DP-COMPLETION (WS-DP-TABIDX)                     00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TEST-PREDECESSORS-PARA.                                          00443715
      *    THE FIRST PREDECESSOR IN TABLE ORDER THAT FAILS THE GATE     00443715
      *    NAMES THE HOLD.                                              00443715
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1                        00443715
             UNTIL WS-DP-IDX > WS-DP-USED                               00443715
                OR PGAT-RESULT-HELD                                     00443715
             MOVE 0 TO WS-DP-ACCEPTED                                   00443715
             IF WS-DP-SEEN (WS-DP-IDX) = 1                              00443715
               IF WS-DP-COMPLETION (WS-DP-IDX)                          00443715
                    = WS-DP-ACCEPT-CODE (WS-DP-IDX, 1)                  00443715
                  OR WS-DP-COMPLETION (WS-DP-IDX)                       00443715
                    = WS-DP-ACCEPT-CODE (WS-DP-IDX, 2)                  00443715
                  OR WS-DP-COMPLETION (WS-DP-IDX)                       00443715
                    = WS-DP-ACCEPT-CODE (WS-DP-IDX, 3)                  00443715
                 MOVE 1 TO WS-DP-ACCEPTED                               00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             IF WS-DP-ACCEPTED = 0                                      00443715
               MOVE 'H' TO PGAT-RESULT                                  00443715
               MOVE WS-DP-PRED-JOB-NAME (WS-DP-IDX)                     00443715
                 TO PGAT-PRED-JOB-NAME                                  00443715
               MOVE WS-DP-COMPLETION (WS-DP-IDX)                        00443715
                 TO PGAT-PRED-COMPLETION                                00443715
               STRING 'PREDECESSOR '                                    00443715
                        DELIMITED BY SIZE                               00443715
                      WS-DP-PRED-JOB-NAME (WS-DP-IDX)                   00443715
                        DELIMITED BY SPACE                              00443715
                      ' NOT COMPLETE'                                   00443715
                        DELIMITED BY SIZE                               00443715
                 INTO PGAT-FAIL-REASON                                  00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNPG.                                           00443715
