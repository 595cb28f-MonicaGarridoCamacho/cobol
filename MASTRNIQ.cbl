      *    WRTOFILE, PENDING MASTRANM CORRECTIONS AWAITING APPROVAL,    00443715
      *    AND RECENT MAINTLOG ACTIVITY. READ-ONLY -- NO LOCK IS        00443715
      *    TAKEN OR NEEDED.                                             00443715
      *    EVERY LOOKUP NEEDS A REASON OR TICKET NUMBER AFTER THE       00443715
      *    CONT-ID ON THE COMMAND LINE, AND IS APPENDED TO ACCSLOG      00443715
      *    UNDER THE SIGNED-ON USER BEFORE ANYTHING IS PRINTED. A       00443715
      *    LOOKUP WITHOUT A REASON IS LOGGED AS REFUSED AND SHOWS       00443715
      *    NOTHING; SO IS EVERY LOOKUP WHEN ACCSLOG CANNOT BE           00443715
      *    WRITTEN. MASTRNAL REVIEWS THE LOG WEEKLY.                    00443715
      *    THE CUSTOMER'S SERVICE-DESK COMPLAINT CASES FROM CMPLMAST    00443715
      *    FOLLOW -- EVERY OPEN CASE AND ANY RESOLVED IN THE LAST       00443715
      *    WS-CMPL-RECENT-DAYS DAYS.                                    00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT MAINTLOG ASSIGN TO MAINTLOG                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MAINTLOG-FILE-STATUS.                        00443715
            SELECT OPTIONAL ACCSLOG ASSIGN TO ACCSLOG                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ACCSLOG-FILE-STATUS.                         00443715
            SELECT CMPLMAST ASSIGN TO CMPLMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS DYNAMIC                                      00443715
            RECORD KEY IS CMPL-KEY                                      00443715
            FILE STATUS IS CMPLMAST-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD CUSTMAST.                                                     00443715
          05 LOG-SEPARATOR-8      PIC X(1).                             00443715
          05 LOG-RUN-DATE         PIC X(8).                             00443715
                                                                        00443715
      *    ACCSLOG IS THE CUSTOMER-DATA ACCESS LOG -- ONE RECORD PER    00443715
      *    LOOKUP, APPENDED BY THIS PROGRAM AND BY MASTRNSA (WHICH      00443715
      *    FILLS ACCS-PERIOD) AND READ BY MASTRNAL.                     00443715
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
      *       'SHOWN' OR 'REFUSED' (NO REASON GIVEN).                   00443715
          05 ACCS-SEPARATOR-6     PIC X(1).                             00443715
          05 ACCS-REASON          PIC X(40).                            00443715
                                                                        00443715
       FD CMPLMAST.                                                     00443715
         COPY CMPLREC.                                                  00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 CUSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CODEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WRTOFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PENDIN-FILE-STATUS    PIC X(2).                               00443715
       01 MAINTLOG-FILE-STATUS  PIC X(2).                               00443715
       01 ACCSLOG-FILE-STATUS   PIC X(2).                               00443715
       01 CMPLMAST-FILE-STATUS  PIC X(2).                               00443715
       01 WS-COMMAND-LINE       PIC X(60).                              00443715
       01 WS-ARG-CONT           PIC X(10).                              00443715
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
       01 WS-HIT-CNTR           PIC 9(4).                               00443715
       01 WS-CODE-MEANING-OUT   PIC X(10).                              00443715
       01 WS-AMOUNT-EDT         PIC Z(9)9.999.                          00443715
       01 WS-OUT-CONT-PART      PIC X(11).                              00443715
      *    A RESOLVED COMPLAINT STAYS ON THE INQUIRY THIS MANY DAYS.    00443715
       01 WS-CMPL-RECENT-DAYS   PIC 9(3) VALUE 90.                      00443715
       01 WS-CMPL-TODAY         PIC 9(8).                               00443715
       01 WS-CMPL-RECENT-NUM    PIC 9(8).                               00443715
       01 WS-CMPL-RECENT-FROM   PIC X(8).                               00443715
       01 WS-CMPL-STATUS-TEXT   PIC X(8).                               00443715
       01 WS-CMPL-CAT-NAME      PIC X(20).                              00443715
         COPY CMPLCAT.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE                     00443715
                                                                        00443715
           IF WS-COMMAND-LINE = SPACES                                  00443715
             DISPLAY 'USAGE: MASTRNIQ <CONT-ID> <REASON OR TICKET>'     00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE REASON IS EVERYTHING AFTER THE CONT-ID, SO A FREE-TEXT   00443715
      *    REASON NEED NOT BE QUOTED.                                   00443715
           MOVE 1 TO WS-ARG-PTR                                         00443715
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE              00443715
             INTO WS-ARG-CONT                                           00443715
             WITH POINTER WS-ARG-PTR                                    00443715
           END-UNSTRING                                                 00443715
                                                                        00443715
           IF WS-ARG-PTR NOT > LENGTH OF WS-COMMAND-LINE                00443715
             MOVE WS-COMMAND-LINE (WS-ARG-PTR:) TO WS-INQ-REASON        00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-INQ-CONT-ID =                                     00443715
             FUNCTION NUMVAL (WS-ARG-CONT)                              00443715
                                                                        00443715
      *    THE USER IS THE SIGNED-ON ID, NOT SOMETHING TYPED ON THE     00443715
      *    COMMAND LINE -- THE ACCESS LOG MEANS NOTHING OTHERWISE.      00443715
           ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'                    00443715
                                                                        00443715
           IF WS-USER-ID = SPACES                                       00443715
             DISPLAY 'NO SIGNED-ON USER -- LOOKUP CANNOT BE '           00443715
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
             DISPLAY 'USAGE: MASTRNIQ <CONT-ID> <REASON OR TICKET>'     00443715
             DISPLAY 'A REASON OR TICKET NUMBER IS REQUIRED -- '        00443715
                     'LOOKUP REFUSED AND LOGGED'                        00443715
             MOVE 8 TO RETURN-CODE                                      00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'SHOWN' TO WS-ACCS-OUTCOME                              00443715
           PERFORM WRITE-ACCESS-LOG-PARA                                00443715
                                                                        00443715
           IF WS-ACCS-LOGGED = 0                                        00443715
             DISPLAY 'LOOKUP COULD NOT BE LOGGED -- NOTHING SHOWN'      00443715
             MOVE 8 TO RETURN-CODE                                      00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* CUSTOMER 360 FOR CONTRACT ' WS-INQ-CONT-ID        00443715
                                                                        00443715
           PERFORM SHOW-MAINTLOG-PARA                                   00443715
                                                                        00443715
           PERFORM SHOW-COMPLAINTS-PARA                                 00443715
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
             MOVE 'MASTRNIQ' TO ACCS-PROGRAM                            00443715
             MOVE WS-INQ-CONT-ID TO ACCS-CONT-ID                        00443715
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
       READ-CODE-TABLE-PARA.                                            00443715
                                                                        00443715
           OPEN INPUT CODEFILE                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SHOW-COMPLAINTS-PARA.                                            00443715
      *    CMPL-KEY LEADS WITH THE CONTRACT, SO ITS CASES ARE READ      00443715
      *    TOGETHER FROM THE FIRST ONE ON.                              00443715
           OPEN INPUT CMPLMAST                                          00443715
                                                                        00443715
           IF CMPLMAST-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO COMPLAINT CASE FILE ON INPUT'                  00443715
           ELSE                                                         00443715
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CMPL-TODAY          00443715
             COMPUTE WS-CMPL-RECENT-NUM =                               00443715
               FUNCTION DATE-OF-INTEGER                                 00443715
                 (FUNCTION INTEGER-OF-DATE (WS-CMPL-TODAY)              00443715
                  - WS-CMPL-RECENT-DAYS)                                00443715
             MOVE WS-CMPL-RECENT-NUM TO WS-CMPL-RECENT-FROM             00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             MOVE ZEROES TO WS-HIT-CNTR                                 00443715
             MOVE WS-INQ-CONT-ID TO CMPL-CONT-ID                        00443715
             MOVE LOW-VALUES TO CMPL-CASE-NO                            00443715
                                                                        00443715
             START CMPLMAST KEY NOT < CMPL-KEY                          00443715
               INVALID KEY                                              00443715
                 MOVE 1 TO WS-EOF                                       00443715
             END-START                                                  00443715
                                                                        00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ CMPLMAST NEXT                                       00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   IF CMPL-CONT-ID NOT = WS-INQ-CONT-ID                 00443715
                     MOVE 1 TO WS-EOF                                   00443715
                   ELSE                                                 00443715
                     IF CMPL-OPEN                                       00443715
                        OR CMPL-RESOLVED-DATE NOT < WS-CMPL-RECENT-FROM 00443715
                       ADD 1 TO WS-HIT-CNTR                             00443715
                       PERFORM SHOW-COMPLAINT-CASE-PARA                 00443715
                     END-IF                                             00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             IF WS-HIT-CNTR = ZEROES                                    00443715
               DISPLAY 'NO OPEN OR RECENT COMPLAINTS FOR THIS CONTRACT' 00443715
             END-IF                                                     00443715
                                                                        00443715
             CLOSE CMPLMAST                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SHOW-COMPLAINT-CASE-PARA.                                        00443715
                                                                        00443715
           IF CMPL-OPEN                                                 00443715
             MOVE 'OPEN'     TO WS-CMPL-STATUS-TEXT                     00443715
           ELSE                                                         00443715
             MOVE 'RESOLVED' TO WS-CMPL-STATUS-TEXT                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE CMPL-CATEGORY TO WS-CMPL-CAT-NAME                       00443715
           SET WS-CCAT-TABIDX TO 1                                      00443715
           SEARCH WS-CCAT-ENTRY                                         00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-CCAT-CODE (WS-CCAT-TABIDX) = CMPL-CATEGORY         00443715
               MOVE WS-CCAT-NAME (WS-CCAT-TABIDX) TO WS-CMPL-CAT-NAME   00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           DISPLAY 'COMPLAINT ' CMPL-CASE-NO                            00443715
                   ' ' WS-CMPL-STATUS-TEXT                              00443715
                   ' ' WS-CMPL-CAT-NAME                                 00443715
                   ' OPENED ' CMPL-OPEN-DATE                            00443715
                   ' BY ' CMPL-OPEN-AGENT                               00443715
           IF CMPL-TXN-REF NOT = SPACES                                 00443715
             DISPLAY '  TRANSACTION : ' CMPL-TXN-REF                    00443715
           END-IF                                                       00443715
           DISPLAY '  LAST UPDATE : ' CMPL-LAST-DATE                    00443715
                   ' BY ' CMPL-LAST-AGENT                               00443715
                   ' (' CMPL-NOTE-CNTR ' NOTES)'                        00443715
           DISPLAY '  LATEST NOTE : ' CMPL-LATEST-NOTE                  00443715
           IF CMPL-RESOLVED                                             00443715
             DISPLAY '  RESOLVED    : ' CMPL-RESOLVED-DATE              00443715
             DISPLAY '  RESOLUTION  : ' CMPL-RESOLUTION                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
       END PROGRAM  MASTRNIQ.                                           00443715
