      *    STMTOUT -- SO A DISPUTE ASKING FOR A STATEMENT FROM          00443715
      *    THREE CYCLES AGO NO LONGER MEANS RERUNNING THE MERGE         00443715
      *    AGAINST FILES THAT MAY NO LONGER EXIST.                      00443715
      *    A REASON OR TICKET NUMBER MUST FOLLOW THE PERIOD; EVERY      00443715
      *    RETRIEVAL IS APPENDED TO ACCSLOG UNDER THE SIGNED-ON USER    00443715
      *    THE SAME WAY MASTRNIQ LOGS ITS LOOKUPS, AND NOTHING IS       00443715
      *    WRITTEN TO STMTOUT UNLESS THE LOG RECORD WAS WRITTEN.        00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT STMTOUT ASSIGN TO STMTOUT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STMTOUT-FILE-STATUS.                         00443715
            SELECT OPTIONAL ACCSLOG ASSIGN TO ACCSLOG                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ACCSLOG-FILE-STATUS.                         00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    SARC-REC IS REPLICATED FROM MASTRANP.CBL -- NOT A SHARED     00443715
       FD STMTOUT.                                                      00443715
       01 STMTOUT-LINE            PIC X(132).                           00443715
                                                                        00443715
      *    ACCS-REC IS REPLICATED FROM MASTRNIQ.CBL -- NOT A SHARED     00443715
      *    COPYBOOK, SO MASTRNIQ REMAINS THE ONE PLACE THE RECORD IS    00443715
      *    DEFINED AND THIS IS ITS MIRROR.                              00443715
       FD ACCSLOG.                                                      00443715
       01 ACCS-REC.                                                     00443715
          05 ACCS-TIMESTAMP       PIC X(21).                            00443715
          05 ACCS-SEPARATOR-1     PIC X(1).                             00443715
          05 ACCS-USER-ID         PIC X(8).                             00443715
          05 ACCS-SEPARATOR-2     PIC X(1).                             00443715
          05 ACCS-PROGRAM         PIC X(8).                             00443715
          05 ACCS-SEPARATOR-3     PIC X(1).                             00443715
          05 ACCS-CONT-ID         PIC 9(10).                            00443715
          05 ACCS-SEPARATOR-4     PIC X(1).                             00443715
          05 ACCS-PERIOD          PIC X(6).                             00443715
          05 ACCS-SEPARATOR-5     PIC X(1).                             00443715
          05 ACCS-OUTCOME         PIC X(8).                             00443715
          05 ACCS-SEPARATOR-6     PIC X(1).                             00443715
          05 ACCS-REASON          PIC X(40).                            00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 STMARCH-FILE-STATUS   PIC X(2).                               00443715
       01 STMTOUT-FILE-STATUS   PIC X(2).                               00443715
       01 ACCSLOG-FILE-STATUS   PIC X(2).                               00443715
       01 WS-COMMAND-LINE       PIC X(70).                              00443715
       01 WS-ARG-CONT           PIC X(10).                              00443715
       01 WS-ARG-PERIOD         PIC X(6).                               00443715
       01 WS-ARG-PTR            PIC 9(3).                               00443715
       01 WS-INQ-REASON         PIC X(40) VALUE SPACES.                 00443715
       01 WS-USER-ID            PIC X(8) VALUE SPACES.                  00443715
       01 WS-ACCS-OUTCOME       PIC X(8).                               00443715
       01 WS-ACCS-LOGGED        PIC 9 VALUE 0.                          00443715
       01 WS-LOWER-CASE         PIC X(26)                               00443715
             VALUE 'abcdefghijklmnopqrstuvwxyz'.                        00443715
       01 WS-UPPER-CASE         PIC X(26)                               00443715
             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                        00443715
       01 WS-INQ-CONT-ID        PIC 9(10).                              00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-LINE-CNTR          PIC 9(5) VALUE ZEROES.                  00443715
                                                                        00443715
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE                     00443715
                                                                        00443715
      *    THE REASON IS EVERYTHING AFTER THE PERIOD, SO A FREE-TEXT    00443715
      *    REASON NEED NOT BE QUOTED.                                   00443715
           MOVE 1 TO WS-ARG-PTR                                         00443715
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE              00443715
             INTO WS-ARG-CONT                                           00443715
                  WS-ARG-PERIOD                                         00443715
             WITH POINTER WS-ARG-PTR                                    00443715
           END-UNSTRING                                                 00443715
                                                                        00443715
           IF WS-ARG-CONT = SPACES                                      00443715
              OR WS-ARG-PERIOD = SPACES                                 00443715
             DISPLAY 'USAGE: MASTRNSA <CONT-ID> <PERIOD CCYYMM> '       00443715
                     '<REASON OR TICKET>'                               00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ARG-PTR NOT > LENGTH OF WS-COMMAND-LINE                00443715
             MOVE WS-COMMAND-LINE (WS-ARG-PTR:) TO WS-INQ-REASON        00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-INQ-CONT-ID = FUNCTION NUMVAL (WS-ARG-CONT)       00443715
                                                                        00443715
           ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'                    00443715
                                                                        00443715
           IF WS-USER-ID = SPACES                                       00443715
             DISPLAY 'NO SIGNED-ON USER -- RETRIEVAL CANNOT BE '        00443715
                     'ATTRIBUTED'                                       00443715
             MOVE 8 TO RETURN-CODE                                      00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           INSPECT WS-USER-ID                                           00443715
             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE                  00443715
                                                                        00443715
           IF WS-INQ-REASON = SPACES                                    00443715
             MOVE 'REFUSED' TO WS-ACCS-OUTCOME                          00443715
             PERFORM WRITE-ACCESS-LOG-PARA                              00443715
             DISPLAY 'USAGE: MASTRNSA <CONT-ID> <PERIOD CCYYMM> '       00443715
                     '<REASON OR TICKET>'                               00443715
             DISPLAY 'A REASON OR TICKET NUMBER IS REQUIRED -- '        00443715
                     'RETRIEVAL REFUSED AND LOGGED'                     00443715
             MOVE 8 TO RETURN-CODE                                      00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'SHOWN' TO WS-ACCS-OUTCOME                              00443715
           PERFORM WRITE-ACCESS-LOG-PARA                                00443715
                                                                        00443715
           IF WS-ACCS-LOGGED = 0                                        00443715
             DISPLAY 'RETRIEVAL COULD NOT BE LOGGED -- NOTHING WRITTEN' 00443715
             MOVE 8 TO RETURN-CODE                                      00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT STMARCH                                           00443715
                                                                        00443715
           IF STMARCH-FILE-STATUS NOT = '00'                            00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       WRITE-ACCESS-LOG-PARA.                                           00443715
                                                                        00443715
           MOVE 0 TO WS-ACCS-LOGGED                                     00443715
                                                                        00443715
           OPEN EXTEND ACCSLOG                                          00443715
                                                                        00443715
           IF ACCSLOG-FILE-STATUS NOT = '00'                            00443715
              AND ACCSLOG-FILE-STATUS NOT = '05'                        00443715
             DISPLAY 'ACCESS LOG NOT AVAILABLE, FILE-STATUS = '         00443715
                     ACCSLOG-FILE-STATUS                                00443715
           ELSE                                                         00443715
             MOVE SPACES TO ACCS-REC                                    00443715
             MOVE FUNCTION CURRENT-DATE TO ACCS-TIMESTAMP               00443715
             MOVE WS-USER-ID TO ACCS-USER-ID                            00443715
             MOVE 'MASTRNSA' TO ACCS-PROGRAM                            00443715
             MOVE WS-INQ-CONT-ID TO ACCS-CONT-ID                        00443715
             MOVE WS-ARG-PERIOD TO ACCS-PERIOD                          00443715
             MOVE WS-ACCS-OUTCOME TO ACCS-OUTCOME                       00443715
             MOVE WS-INQ-REASON TO ACCS-REASON                          00443715
             MOVE ',' TO ACCS-SEPARATOR-1                               00443715
             MOVE ',' TO ACCS-SEPARATOR-2                               00443715
             MOVE ',' TO ACCS-SEPARATOR-3                               00443715
             MOVE ',' TO ACCS-SEPARATOR-4                               00443715
             MOVE ',' TO ACCS-SEPARATOR-5                               00443715
             MOVE ',' TO ACCS-SEPARATOR-6                               00443715
                                                                        00443715
             WRITE ACCS-REC                                             00443715
                                                                        00443715
             IF ACCSLOG-FILE-STATUS = '00'                              00443715
               MOVE 1 TO WS-ACCS-LOGGED                                 00443715
             ELSE                                                       00443715
               DISPLAY 'WRITE ACCSLOG FILE-STATUS = '                   00443715
                       ACCSLOG-FILE-STATUS                              00443715
             END-IF                                                     00443715
                                                                        00443715
             CLOSE ACCSLOG                                              00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNSA.                                           00443715
