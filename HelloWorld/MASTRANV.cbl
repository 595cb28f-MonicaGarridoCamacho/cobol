
         EXEC SQL INCLUDE CLIENT END-EXEC.                              00443715
         EXEC SQL INCLUDE SQLCA END-EXEC.                               00443715
         COPY PGATLNK.                                                  00443715

       PROCEDURE DIVISION.                                              00443715

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
           MOVE 'MASTRANV' TO PGAT-JOB-NAME                             00443715
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
