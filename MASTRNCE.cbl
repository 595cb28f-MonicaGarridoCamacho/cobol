       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNCE.                                            00443715
      *    MASTRNCE IS THE ONLINE ENTRY AND INQUIRY SCREEN FOR          00443715
      *    CUSTMAST CORRECTIONS. ANALYSTS USED TO KEY CORRFILE RECORDS  00443715
      *    IN AN EDITOR AND A TYPO WAS ONLY CAUGHT WHEN MASTRANM        00443715
      *    REJECTED IT THAT NIGHT. HERE THE ANALYST SEES THE CURRENT    00443715
      *    CUST-REC DECODED THROUGH THE SHARED CODE TABLE, KEYS ONE     00443715
      *    FIELD AND VALUE, AND THE VALUE IS PUT THROUGH THE SAME       00443715
      *    DOMAIN CHECKS AS MASTRANM'S VALIDATE-CORRECTION-PARA BEFORE  00443715
      *    IT IS STAGED TO CORRFILE UNDER THE ANALYST'S SIGNED-ON ID.   00443715
      *    A CHECKER LISTS THE MAKER-CHECKER ITEMS -- HELD ON PENDIN    00443715
      *    FROM EARLIER RUNS OR STAGED TODAY -- AND APPROVES ('P') OR   00443715
      *    DECLINES ('R') THEM FROM HERE INSTEAD OF KEYING THE RECORD.  00443715
      *    CUSTMAST IS ONLY READ; EVERYTHING STILL GOES THROUGH         00443715
      *    MASTRANM'S AUDITED, JOURNALED APPLY. A BLANK ENTRY AT ANY    00443715
      *    PROMPT CANCELS BACK TO THE MENU.                             00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CUSTMAST ASSIGN TO CUSTMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT CODEFILE ASSIGN TO CODEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CODEFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT PENDIN ASSIGN TO PENDIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PENDIN-FILE-STATUS.                          00443715
            SELECT OPTIONAL CORRFILE ASSIGN TO CORRFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CORRFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD CUSTMAST.                                                     00443715
         COPY CUSTREC.                                                  00443715
                                                                        00443715
       FD CODEFILE.                                                     00443715
         COPY CODEREC.                                                  00443715
                                                                        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
      *    PENDIN IS MASTRANM'S LATEST PENDING FILE -- FULL CORR-REC    00443715
      *    IMAGES OF THE SENSITIVE CORRECTIONS STILL AWAITING A         00443715
      *    SECOND ANALYST.                                              00443715
       FD PENDIN.                                                       00443715
       01 PENDIN-REC              PIC X(86).                            00443715
                                                                        00443715
      *    CORRFILE IS READ ONCE AT SIGN-ON FOR WHAT IS ALREADY         00443715
      *    STAGED, THEN APPENDED TO -- OPENED AND CLOSED AROUND EACH    00443715
      *    RECORD SO NOTHING IS LOST IF THE SESSION IS DROPPED.         00443715
       FD CORRFILE.                                                     00443715
       01 CORRFILE-REC            PIC X(86).                            00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 CUSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CODEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PENDIN-FILE-STATUS    PIC X(2).                               00443715
       01 CORRFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SESSION-END        PIC 9 VALUE 0.                          00443715
       01 WS-ANALYST-ID         PIC X(8) VALUE SPACES.                  00443715
       01 WS-OPTION             PIC X(1).                               00443715
       01 WS-REPLY              PIC X(1).                               00443715
       01 WS-INPUT-CONT-ID      PIC X(10).                              00443715
       01 WS-INPUT-FIELD        PIC X(1).                               00443715
       01 WS-INPUT-VALUE        PIC X(13).                              00443715
       01 WS-INPUT-ITEM         PIC X(3).                               00443715
       01 WS-CUST-FOUND         PIC 9 VALUE 0.                          00443715
       01 WS-LOWER-CASE         PIC X(26)                               00443715
                                VALUE 'abcdefghijklmnopqrstuvwxyz'.     00443715
       01 WS-UPPER-CASE         PIC X(26)                               00443715
                                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.     00443715
       01 WS-STAGE-OK           PIC 9 VALUE 0.                          00443715
       01 WS-STAGED-CNTR        PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-HIT-CNTR           PIC 9(4).                               00443715
                                                                        00443715
      *    CORR-REC IS REPLICATED FROM MASTRANM.CBL -- NOT A SHARED     00443715
      *    COPYBOOK, SO MASTRANM REMAINS THE ONE PLACE THE RECORD IS    00443715
      *    DEFINED AND THIS IS A MIRROR. ONLY THE FIELD CODES THIS      00443715
      *    SCREEN RAISES ARE NAMED.                                     00443715
       01 CORR-REC.                                                     00443715
          05 CORR-CONT-ID          PIC 9(10).                           00443715
          05 CORR-FIELD-CODE       PIC X(1).                            00443715
             88 CORR-FLD-GENDER       VALUE 'G'.                        00443715
             88 CORR-FLD-AGE          VALUE 'A'.                        00443715
             88 CORR-FLD-EDU          VALUE 'E'.                        00443715
             88 CORR-FLD-INVEST       VALUE 'I'.                        00443715
             88 CORR-FLD-INCOME       VALUE 'N'.                        00443715
             88 CORR-FLD-ACTIVITY     VALUE 'L'.                        00443715
             88 CORR-FLD-CHURN        VALUE 'C'.                        00443715
             88 CORR-FLD-BIRTH        VALUE 'B'.                        00443715
             88 CORR-FLD-SCREEN       VALUE 'G' 'A' 'E' 'I' 'N'         00443715
                                            'L' 'C' 'B'.                00443715
             88 CORR-FLD-APPROVE      VALUE 'P'.                        00443715
             88 CORR-FLD-DECLINE      VALUE 'R'.                        00443715
          05 CORR-NEW-VALUE        PIC X(13).                           00443715
          05 CORR-ANALYST-ID       PIC X(8).                            00443715
          05 CORR-ADD-IMAGE        PIC X(54).                           00443715
                                                                        00443715
      *    THE SAME DOMAIN CHECKS AS MASTRANM -- A VALUE THIS SCREEN    00443715
      *    ACCEPTS IS ONE THE NIGHTLY APPLY WILL ACCEPT.                00443715
       01 WS-CORR-VALID         PIC 9 VALUE 1.                          00443715
       01 WS-CORR-VALUE-NUM     PIC S9(11)V9(6).                        00443715
       01 WS-CORR-SENSITIVE     PIC 9 VALUE 0.                          00443715
       01 WS-REJECT-REASON      PIC X(16).                              00443715
       01 WS-VALID-ACTIVITY     PIC X(1).                               00443715
          88 VALID-ACTIVITY-LEVEL  VALUE 'H' 'M' 'L'.                   00443715
       01 WS-VALID-EDU          PIC X(1).                               00443715
          88 VALID-HIGHEST-EDU     VALUE '1' THRU '5'.                  00443715
       01 WS-VALID-CHURN        PIC X(1).                               00443715
          88 VALID-CHURN-FLAG      VALUE 'Y' 'N'.                       00443715
       01 WS-OLD-VALUE          PIC X(13).                              00443715
                                                                        00443715
      *    THE MAKER-CHECKER QUEUE, IN THE ORDER MASTRANM WILL HOLD IT  00443715
      *    TONIGHT -- PENDIN FIRST, THEN SENSITIVE CORRECTIONS AS THEY  00443715
      *    SIT ON CORRFILE. AN APPROVAL OR DECLINE ALREADY STAGED       00443715
      *    CLOSES THE FIRST OPEN ITEM FOR THE SAME CONTRACT AND FIELD,  00443715
      *    EXACTLY AS MASTRANM'S PROCESS-APPROVAL-PARA MATCHES IT.      00443715
       01 WS-QUEUE-USED         PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-QUEUE-IDX          PIC 9(3).                               00443715
       01 WS-QUEUE-SEL          PIC 9(3).                               00443715
       01 WS-QUEUE-FIRST        PIC 9(3).                               00443715
       01 WS-QUEUE-OPEN-CNTR    PIC 9(3).                               00443715
       01 WS-QUEUE-TABLE.                                               00443715
          05 WS-QUEUE-ENTRY OCCURS 200 TIMES.                           00443715
             10 WS-QUEUE-IMAGE      PIC X(86).                          00443715
             10 WS-QUEUE-SOURCE     PIC X(6).                           00443715
             10 WS-QUEUE-STATE      PIC X(1).                           00443715
                88 QUEUE-OPEN          VALUE ' '.                       00443715
                88 QUEUE-APPROVED      VALUE 'P'.                       00443715
                88 QUEUE-DECLINED      VALUE 'R'.                       00443715
       01 WS-QUEUE-ITEM-EDT     PIC ZZ9.                                00443715
       01 WS-QUEUE-STATE-TEXT   PIC X(16).                              00443715
                                                                        00443715
      *    THE SHARED CODE TABLE, FOR DECODING GENDER, ACTIVITY AND     00443715
      *    EDUCATION THE SAME WAY EVERY BATCH JOB DOES.                 00443715
       01 WS-CODE-USED          PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-CODE-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-CODE-FOUND         PIC 9.                                  00443715
       01 WS-CODE-TABLE.                                                00443715
          05 WS-CODE-ENTRY OCCURS 60 TIMES                              00443715
               INDEXED BY WS-CODE-TABIDX.                               00443715
             10 WS-CODE-DOMAIN      PIC X(12).                          00443715
             10 WS-CODE-VALUE       PIC X(2).                           00443715
             10 WS-CODE-MEANING     PIC X(10).                          00443715
       01 WS-CODE-LOOKUP-DOMAIN PIC X(12).                              00443715
       01 WS-CODE-LOOKUP-VALUE  PIC X(2).                               00443715
       01 WS-CODE-MEANING-OUT   PIC X(10).                              00443715
       01 WS-AMOUNT-EDT         PIC Z(9)9.999.                          00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
      *    THE ANALYST ID IS THE SIGNED-ON USER, NOT SOMETHING TYPED    00443715
      *    AT A PROMPT -- THE MAKER-CHECKER RULE MEANS NOTHING IF THE   00443715
      *    CHECKER CAN KEY SOMEBODY ELSE'S ID.                          00443715
           ACCEPT WS-ANALYST-ID FROM ENVIRONMENT 'USER'                 00443715
                                                                        00443715
           IF WS-ANALYST-ID = SPACES                                    00443715
             DISPLAY 'NO SIGNED-ON USER -- CORRECTIONS CANNOT BE '      00443715
                     'ATTRIBUTED'                                       00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           INSPECT WS-ANALYST-ID                                        00443715
             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE                  00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM READ-CODE-TABLE-PARA                                 00443715
                                                                        00443715
           PERFORM LOAD-QUEUE-PARA                                      00443715
                                                                        00443715
           OPEN INPUT CUSTMAST                                          00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'CUSTMAST NOT AVAILABLE, FILE-STATUS = '           00443715
                     CUSTFILE-FILE-STATUS                               00443715
             STOP RUN                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM MENU-PARA                                            00443715
             UNTIL WS-SESSION-END = 1                                   00443715
                                                                        00443715
           CLOSE CUSTMAST                                               00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* MASTRNCE SESSION END FOR ' WS-ANALYST-ID          00443715
           DISPLAY '* RECORDS STAGED TO CORRFILE : ' WS-STAGED-CNTR     00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       READ-PARM-PARA.                                                  00443715
      *    ONLY THE APPROVAL THRESHOLD IS NEEDED -- TO TELL THE         00443715
      *    ANALYST UP FRONT WHEN A CORRECTION WILL WAIT FOR A CHECKER.  00443715
           MOVE ZEROES TO PARM-APPROVAL-THRESHOLD                       00443715
                                                                        00443715
           OPEN INPUT PARMFILE                                          00443715
                                                                        00443715
           IF PARMFILE-FILE-STATUS = '00'                               00443715
           THEN                                                         00443715
             READ PARMFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             CLOSE PARMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-APPROVAL-THRESHOLD NOT NUMERIC                       00443715
             MOVE ZEROES TO PARM-APPROVAL-THRESHOLD                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-CODE-TABLE-PARA.                                            00443715
                                                                        00443715
           OPEN INPUT CODEFILE                                          00443715
                                                                        00443715
           IF CODEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO CODE TABLE FILE -- CODES SHOWN RAW'            00443715
           ELSE                                                         00443715
             PERFORM UNTIL WS-CODE-EOF = 1                              00443715
               READ CODEFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-CODE-EOF                                00443715
                 NOT AT END                                             00443715
                   IF WS-CODE-USED < 60                                 00443715
                     ADD 1 TO WS-CODE-USED                              00443715
                     MOVE CODE-DOMAIN                                   00443715
                       TO WS-CODE-DOMAIN (WS-CODE-USED)                 00443715
                     MOVE CODE-VALUE                                    00443715
                       TO WS-CODE-VALUE (WS-CODE-USED)                  00443715
                     MOVE CODE-MEANING                                  00443715
                       TO WS-CODE-MEANING (WS-CODE-USED)                00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE CODEFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-CODE-MEANING-PARA.                                          00443715
                                                                        00443715
           MOVE 0 TO WS-CODE-FOUND                                      00443715
           MOVE SPACES TO WS-CODE-MEANING-OUT                           00443715
                                                                        00443715
           SET WS-CODE-TABIDX TO 1                                      00443715
           IF WS-CODE-USED > 0                                          00443715
             SEARCH WS-CODE-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-CODE-DOMAIN (WS-CODE-TABIDX)                     00443715
                    = WS-CODE-LOOKUP-DOMAIN                             00443715
                AND WS-CODE-VALUE (WS-CODE-TABIDX)                      00443715
                    = WS-CODE-LOOKUP-VALUE                              00443715
                 MOVE 1 TO WS-CODE-FOUND                                00443715
                 MOVE WS-CODE-MEANING (WS-CODE-TABIDX)                  00443715
                   TO WS-CODE-MEANING-OUT                               00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CODE-FOUND = 0                                         00443715
             MOVE 'UNKNOWN' TO WS-CODE-MEANING-OUT                      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-QUEUE-PARA.                                                 00443715
                                                                        00443715
           OPEN INPUT PENDIN                                            00443715
                                                                        00443715
           IF PENDIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PENDING CORRECTIONS FILE ON INPUT'             00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ PENDIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE PENDIN-REC TO CORR-REC                          00443715
                   PERFORM ADD-QUEUE-ENTRY-PARA                         00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE PENDIN                                               00443715
           END-IF                                                       00443715
                                                                        00443715
      *    CORRFILE SO FAR TODAY -- SENSITIVE CORRECTIONS JOIN THE      00443715
      *    QUEUE, APPROVALS AND DECLINES CLOSE AN ITEM ON IT.           00443715
           OPEN INPUT CORRFILE                                          00443715
                                                                        00443715
           IF CORRFILE-FILE-STATUS = '00'                               00443715
              OR CORRFILE-FILE-STATUS = '05'                            00443715
           THEN                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ CORRFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE CORRFILE-REC TO CORR-REC                        00443715
                   PERFORM QUEUE-STAGED-RECORD-PARA                     00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE CORRFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       QUEUE-STAGED-RECORD-PARA.                                        00443715
                                                                        00443715
           IF CORR-FLD-APPROVE OR CORR-FLD-DECLINE                      00443715
             PERFORM FIND-FIRST-OPEN-PARA                               00443715
             IF WS-QUEUE-FIRST > 0                                      00443715
               MOVE CORR-FIELD-CODE                                     00443715
                 TO WS-QUEUE-STATE (WS-QUEUE-FIRST)                     00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             PERFORM CHECK-SENSITIVE-PARA                               00443715
             IF WS-CORR-SENSITIVE = 1                                   00443715
               PERFORM ADD-QUEUE-ENTRY-PARA                             00443715
               MOVE 'STAGED' TO WS-QUEUE-SOURCE (WS-QUEUE-USED)         00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-QUEUE-ENTRY-PARA.                                            00443715
                                                                        00443715
           IF WS-QUEUE-USED < 200                                       00443715
             ADD 1 TO WS-QUEUE-USED                                     00443715
             MOVE CORR-REC TO WS-QUEUE-IMAGE (WS-QUEUE-USED)            00443715
             MOVE 'PENDIN' TO WS-QUEUE-SOURCE (WS-QUEUE-USED)           00443715
             MOVE SPACES   TO WS-QUEUE-STATE (WS-QUEUE-USED)            00443715
           ELSE                                                         00443715
             DISPLAY 'PENDING QUEUE FULL -- ITEM NOT SHOWN'             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-FIRST-OPEN-PARA.                                            00443715
      *    THE FIRST OPEN ITEM FOR CORR-CONT-ID WHOSE FIELD CODE IS     00443715
      *    CORR-NEW-VALUE (1:1) -- THE ONE MASTRANM WILL MATCH.         00443715
           MOVE 0 TO WS-QUEUE-FIRST                                     00443715
                                                                        00443715
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1                     00443715
             UNTIL WS-QUEUE-IDX > WS-QUEUE-USED                         00443715
                OR WS-QUEUE-FIRST > 0                                   00443715
             IF QUEUE-OPEN (WS-QUEUE-IDX)                               00443715
                AND WS-QUEUE-IMAGE (WS-QUEUE-IDX) (1:10)                00443715
                    = CORR-CONT-ID                                      00443715
                AND WS-QUEUE-IMAGE (WS-QUEUE-IDX) (11:1)                00443715
                    = CORR-NEW-VALUE (1:1)                              00443715
               MOVE WS-QUEUE-IDX TO WS-QUEUE-FIRST                      00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MENU-PARA.                                                       00443715
                                                                        00443715
           DISPLAY ' '                                                  00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* MASTRNCE  CUSTMAST CORRECTIONS      *'            00443715
           DISPLAY '* SIGNED ON AS ' WS-ANALYST-ID                      00443715
           DISPLAY '*   I  INQUIRE ON A CONTRACT          *'            00443715
           DISPLAY '*   C  ENTER A CORRECTION             *'            00443715
           DISPLAY '*   L  LIST PENDING APPROVALS         *'            00443715
           DISPLAY '*   P  APPROVE A PENDING ITEM         *'            00443715
           DISPLAY '*   R  DECLINE A PENDING ITEM         *'            00443715
           DISPLAY '*   X  END THE SESSION                *'            00443715
           DISPLAY '***************************************'            00443715
           DISPLAY 'OPTION ==> ' WITH NO ADVANCING                      00443715
                                                                        00443715
           MOVE SPACES TO WS-OPTION                                     00443715
           ACCEPT WS-OPTION                                             00443715
           INSPECT WS-OPTION                                            00443715
             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE                  00443715
                                                                        00443715
           EVALUATE WS-OPTION                                           00443715
             WHEN 'I'                                                   00443715
               PERFORM INQUIRY-PARA                                     00443715
             WHEN 'C'                                                   00443715
               PERFORM CORRECTION-ENTRY-PARA                            00443715
             WHEN 'L'                                                   00443715
               PERFORM LIST-QUEUE-PARA                                  00443715
             WHEN 'P'                                                   00443715
             WHEN 'R'                                                   00443715
               PERFORM CHECKER-ACTION-PARA                              00443715
             WHEN 'X'                                                   00443715
             WHEN SPACES                                                00443715
               MOVE 1 TO WS-SESSION-END                                 00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'UNKNOWN OPTION ' WS-OPTION                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INQUIRY-PARA.                                                    00443715
                                                                        00443715
           PERFORM GET-CONTRACT-PARA                                    00443715
                                                                        00443715
           IF WS-CUST-FOUND = 1                                         00443715
             PERFORM SHOW-MASTER-PARA                                   00443715
             PERFORM SHOW-CONTRACT-QUEUE-PARA                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       GET-CONTRACT-PARA.                                               00443715
                                                                        00443715
           MOVE 0 TO WS-CUST-FOUND                                      00443715
                                                                        00443715
           DISPLAY 'CONTRACT ID ==> ' WITH NO ADVANCING                 00443715
           MOVE SPACES TO WS-INPUT-CONT-ID                              00443715
           ACCEPT WS-INPUT-CONT-ID                                      00443715
                                                                        00443715
           IF WS-INPUT-CONT-ID NOT = SPACES                             00443715
             IF WS-INPUT-CONT-ID IS NOT NUMERIC                         00443715
               DISPLAY 'CONTRACT ID MUST BE TEN DIGITS'                 00443715
             ELSE                                                       00443715
               MOVE WS-INPUT-CONT-ID TO MAIN-CONT-ID                    00443715
                                                                        00443715
               READ CUSTMAST                                            00443715
                 INVALID KEY                                            00443715
                   CONTINUE                                             00443715
               END-READ                                                 00443715
                                                                        00443715
               IF CUSTFILE-FILE-STATUS NOT = '00'                       00443715
                 DISPLAY 'NO CUSTMAST RECORD FOR THIS CONTRACT'         00443715
               ELSE                                                     00443715
                 MOVE 1 TO WS-CUST-FOUND                                00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SHOW-MASTER-PARA.                                                00443715
                                                                        00443715
           DISPLAY 'CUSTOMER MASTER ' MAIN-CONT-ID                      00443715
                                                                        00443715
           MOVE 'GENDER' TO WS-CODE-LOOKUP-DOMAIN                       00443715
           MOVE SPACES   TO WS-CODE-LOOKUP-VALUE                        00443715
           MOVE GENDER   TO WS-CODE-LOOKUP-VALUE (1:1)                  00443715
           PERFORM FIND-CODE-MEANING-PARA                               00443715
           DISPLAY '  G GENDER         : ' GENDER ' '                   00443715
                   WS-CODE-MEANING-OUT                                  00443715
                                                                        00443715
           DISPLAY '  A AGE SNAPSHOT   : ' AGE-YEARS                    00443715
           DISPLAY '  B DATE OF BIRTH  : ' CUST-DATE-OF-BIRTH           00443715
                                                                        00443715
           MOVE 'EDU'       TO WS-CODE-LOOKUP-DOMAIN                    00443715
           MOVE SPACES      TO WS-CODE-LOOKUP-VALUE                     00443715
           MOVE HIGHEST-EDU TO WS-CODE-LOOKUP-VALUE (1:1)               00443715
           PERFORM FIND-CODE-MEANING-PARA                               00443715
           DISPLAY '  E HIGHEST EDU    : ' HIGHEST-EDU ' '              00443715
                   WS-CODE-MEANING-OUT                                  00443715
                                                                        00443715
           MOVE ANNUAL-INVEST TO WS-AMOUNT-EDT                          00443715
           DISPLAY '  I ANNUAL INVEST  : ' WS-AMOUNT-EDT                00443715
           MOVE ANNUAL-INCOME TO WS-AMOUNT-EDT                          00443715
           DISPLAY '  N ANNUAL INCOME  : ' WS-AMOUNT-EDT                00443715
                                                                        00443715
           MOVE 'ACTIVITY'     TO WS-CODE-LOOKUP-DOMAIN                 00443715
           MOVE SPACES         TO WS-CODE-LOOKUP-VALUE                  00443715
           MOVE ACTIVITY-LEVEL TO WS-CODE-LOOKUP-VALUE (1:1)            00443715
           PERFORM FIND-CODE-MEANING-PARA                               00443715
           DISPLAY '  L ACTIVITY LEVEL : ' ACTIVITY-LEVEL ' '           00443715
                   WS-CODE-MEANING-OUT                                  00443715
                                                                        00443715
           DISPLAY '  C CHURN FLAG     : ' CHURN                        00443715
           DISPLAY '    STATUS         : ' CUST-STATUS                  00443715
           DISPLAY '    INSTITUTION    : ' CUST-INST-ID                 00443715
                                                                        00443715
           IF CUST-STATUS = 'D'                                         00443715
             DISPLAY '  ** CONTRACT IS DELETED -- NO CORRECTIONS **'    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SHOW-CONTRACT-QUEUE-PARA.                                        00443715
                                                                        00443715
           MOVE ZEROES TO WS-HIT-CNTR                                   00443715
                                                                        00443715
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1                     00443715
             UNTIL WS-QUEUE-IDX > WS-QUEUE-USED                         00443715
             IF WS-QUEUE-IMAGE (WS-QUEUE-IDX) (1:10) = MAIN-CONT-ID     00443715
               ADD 1 TO WS-HIT-CNTR                                     00443715
               PERFORM SHOW-QUEUE-LINE-PARA                             00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-HIT-CNTR = ZEROES                                      00443715
             DISPLAY 'NO CORRECTIONS AWAITING APPROVAL FOR THIS '       00443715
                     'CONTRACT'                                         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CORRECTION-ENTRY-PARA.                                           00443715
                                                                        00443715
           PERFORM GET-CONTRACT-PARA                                    00443715
                                                                        00443715
           IF WS-CUST-FOUND = 1                                         00443715
             PERFORM SHOW-MASTER-PARA                                   00443715
                                                                        00443715
             IF CUST-STATUS = 'D'                                       00443715
               MOVE 0 TO WS-CUST-FOUND                                  00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CUST-FOUND = 1                                         00443715
             INITIALIZE CORR-REC                                        00443715
             MOVE MAIN-CONT-ID  TO CORR-CONT-ID                         00443715
             MOVE WS-ANALYST-ID TO CORR-ANALYST-ID                      00443715
                                                                        00443715
             DISPLAY 'FIELD (G A B E I N L C) ==> ' WITH NO ADVANCING   00443715
             MOVE SPACES TO WS-INPUT-FIELD                              00443715
             ACCEPT WS-INPUT-FIELD                                      00443715
             INSPECT WS-INPUT-FIELD                                     00443715
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE                00443715
             MOVE WS-INPUT-FIELD TO CORR-FIELD-CODE                     00443715
                                                                        00443715
             IF WS-INPUT-FIELD = SPACES                                 00443715
               CONTINUE                                                 00443715
             ELSE                                                       00443715
               IF NOT CORR-FLD-SCREEN                                   00443715
                 DISPLAY 'FIELD ' WS-INPUT-FIELD                        00443715
                         ' CANNOT BE CORRECTED FROM THIS SCREEN'        00443715
               ELSE                                                     00443715
                 DISPLAY 'NEW VALUE ==> ' WITH NO ADVANCING             00443715
                 MOVE SPACES TO WS-INPUT-VALUE                          00443715
                 ACCEPT WS-INPUT-VALUE                                  00443715
                 INSPECT WS-INPUT-VALUE                                 00443715
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE            00443715
                                                                        00443715
                 IF WS-INPUT-VALUE NOT = SPACES                         00443715
                   MOVE WS-INPUT-VALUE TO CORR-NEW-VALUE                00443715
                   PERFORM CONFIRM-CORRECTION-PARA                      00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CONFIRM-CORRECTION-PARA.                                         00443715
                                                                        00443715
           PERFORM VALIDATE-CORRECTION-PARA                             00443715
                                                                        00443715
           IF WS-CORR-VALID = 0                                         00443715
             DISPLAY 'NOT ACCEPTED: ' WS-REJECT-REASON                  00443715
           ELSE                                                         00443715
             PERFORM GET-OLD-VALUE-PARA                                 00443715
                                                                        00443715
             DISPLAY 'FIELD ' CORR-FIELD-CODE ' FROM ' WS-OLD-VALUE     00443715
                     ' TO ' CORR-NEW-VALUE                              00443715
                                                                        00443715
             PERFORM CHECK-SENSITIVE-PARA                               00443715
             IF WS-CORR-SENSITIVE = 1                                   00443715
               DISPLAY 'THIS CORRECTION WILL WAIT FOR A SECOND '        00443715
                       'ANALYST TO APPROVE IT'                          00443715
             END-IF                                                     00443715
                                                                        00443715
             DISPLAY 'STAGE THIS CORRECTION (Y/N) ==> '                 00443715
                     WITH NO ADVANCING                                  00443715
             MOVE SPACES TO WS-REPLY                                    00443715
             ACCEPT WS-REPLY                                            00443715
             INSPECT WS-REPLY                                           00443715
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE                00443715
                                                                        00443715
             IF WS-REPLY = 'Y'                                          00443715
               PERFORM STAGE-CORRECTION-PARA                            00443715
                                                                        00443715
               IF WS-STAGE-OK = 1                                       00443715
                  AND WS-CORR-SENSITIVE = 1                             00443715
                 PERFORM ADD-QUEUE-ENTRY-PARA                           00443715
                 MOVE 'STAGED' TO WS-QUEUE-SOURCE (WS-QUEUE-USED)       00443715
               END-IF                                                   00443715
             ELSE                                                       00443715
               DISPLAY 'CORRECTION NOT STAGED'                          00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       GET-OLD-VALUE-PARA.                                              00443715
                                                                        00443715
           MOVE SPACES TO WS-OLD-VALUE                                  00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN CORR-FLD-GENDER                                       00443715
               MOVE GENDER TO WS-OLD-VALUE                              00443715
             WHEN CORR-FLD-AGE                                          00443715
               MOVE AGE-YEARS TO WS-OLD-VALUE                           00443715
             WHEN CORR-FLD-EDU                                          00443715
               MOVE HIGHEST-EDU TO WS-OLD-VALUE                         00443715
             WHEN CORR-FLD-INVEST                                       00443715
               MOVE ANNUAL-INVEST TO WS-AMOUNT-EDT                      00443715
               MOVE WS-AMOUNT-EDT TO WS-OLD-VALUE                       00443715
             WHEN CORR-FLD-INCOME                                       00443715
               MOVE ANNUAL-INCOME TO WS-AMOUNT-EDT                      00443715
               MOVE WS-AMOUNT-EDT TO WS-OLD-VALUE                       00443715
             WHEN CORR-FLD-ACTIVITY                                     00443715
               MOVE ACTIVITY-LEVEL TO WS-OLD-VALUE                      00443715
             WHEN CORR-FLD-CHURN                                        00443715
               MOVE CHURN TO WS-OLD-VALUE                               00443715
             WHEN CORR-FLD-BIRTH                                        00443715
               MOVE CUST-DATE-OF-BIRTH TO WS-OLD-VALUE                  00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       STAGE-CORRECTION-PARA.                                           00443715
                                                                        00443715
           MOVE 0 TO WS-STAGE-OK                                        00443715
                                                                        00443715
           OPEN EXTEND CORRFILE                                         00443715
                                                                        00443715
           IF CORRFILE-FILE-STATUS NOT = '00'                           00443715
              AND CORRFILE-FILE-STATUS NOT = '05'                       00443715
             DISPLAY 'CORRFILE NOT AVAILABLE, FILE-STATUS = '           00443715
                     CORRFILE-FILE-STATUS                               00443715
                     ' -- NOTHING STAGED'                               00443715
           ELSE                                                         00443715
             WRITE CORRFILE-REC FROM CORR-REC                           00443715
                                                                        00443715
             IF CORRFILE-FILE-STATUS NOT = '00'                         00443715
               DISPLAY 'CORRFILE WRITE FILE-STATUS = '                  00443715
                       CORRFILE-FILE-STATUS ' -- NOTHING STAGED'        00443715
             ELSE                                                       00443715
               MOVE 1 TO WS-STAGE-OK                                    00443715
               ADD 1 TO WS-STAGED-CNTR                                  00443715
               DISPLAY 'STAGED TO CORRFILE FOR TONIGHT''S MASTRANM'     00443715
             END-IF                                                     00443715
                                                                        00443715
             CLOSE CORRFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LIST-QUEUE-PARA.                                                 00443715
                                                                        00443715
           MOVE ZEROES TO WS-QUEUE-OPEN-CNTR                            00443715
                                                                        00443715
           DISPLAY 'ITEM CONTRACT   F NEW VALUE     RAISED BY FROM   '  00443715
                   'STATE'                                              00443715
                                                                        00443715
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1                     00443715
             UNTIL WS-QUEUE-IDX > WS-QUEUE-USED                         00443715
             IF QUEUE-OPEN (WS-QUEUE-IDX)                               00443715
               ADD 1 TO WS-QUEUE-OPEN-CNTR                              00443715
             END-IF                                                     00443715
             PERFORM SHOW-QUEUE-LINE-PARA                               00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           DISPLAY 'ITEMS AWAITING A CHECKER : ' WS-QUEUE-OPEN-CNTR     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SHOW-QUEUE-LINE-PARA.                                            00443715
                                                                        00443715
           MOVE WS-QUEUE-IDX TO WS-QUEUE-ITEM-EDT                       00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN QUEUE-APPROVED (WS-QUEUE-IDX)                         00443715
               MOVE 'APPROVAL STAGED' TO WS-QUEUE-STATE-TEXT            00443715
             WHEN QUEUE-DECLINED (WS-QUEUE-IDX)                         00443715
               MOVE 'DECLINE STAGED'  TO WS-QUEUE-STATE-TEXT            00443715
             WHEN OTHER                                                 00443715
               MOVE 'AWAITING CHECKER' TO WS-QUEUE-STATE-TEXT           00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           DISPLAY WS-QUEUE-ITEM-EDT '  '                               00443715
                   WS-QUEUE-IMAGE (WS-QUEUE-IDX) (1:10) ' '             00443715
                   WS-QUEUE-IMAGE (WS-QUEUE-IDX) (11:1) ' '             00443715
                   WS-QUEUE-IMAGE (WS-QUEUE-IDX) (12:13) ' '            00443715
                   WS-QUEUE-IMAGE (WS-QUEUE-IDX) (25:8) '  '            00443715
                   WS-QUEUE-SOURCE (WS-QUEUE-IDX) ' '                   00443715
                   WS-QUEUE-STATE-TEXT                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    THE CHECKER PICKS AN ITEM OFF THE LIST; THE SCREEN STAGES    00443715
      *    THE 'P' OR 'R' RECORD MASTRANM EXPECTS -- FIELD CODE IN      00443715
      *    CORR-NEW-VALUE (1:1), CHECKER AS THE ANALYST. THE SAME       00443715
      *    RULES AS THE NIGHTLY RUN ARE APPLIED HERE SO THE CHECKER     00443715
      *    FINDS OUT NOW, NOT FROM TOMORROW'S MAINTLOG.                 00443715
       CHECKER-ACTION-PARA.                                             00443715
                                                                        00443715
           PERFORM LIST-QUEUE-PARA                                      00443715
                                                                        00443715
           DISPLAY 'ITEM NUMBER ==> ' WITH NO ADVANCING                 00443715
           MOVE SPACES TO WS-INPUT-ITEM                                 00443715
           ACCEPT WS-INPUT-ITEM                                         00443715
                                                                        00443715
           MOVE 0 TO WS-QUEUE-SEL                                       00443715
           IF WS-INPUT-ITEM NOT = SPACES                                00443715
             IF FUNCTION TEST-NUMVAL (WS-INPUT-ITEM) NOT = 0            00443715
               DISPLAY 'ITEM NUMBER MUST BE NUMERIC'                    00443715
             ELSE                                                       00443715
               COMPUTE WS-QUEUE-SEL =                                   00443715
                 FUNCTION NUMVAL (WS-INPUT-ITEM)                        00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-QUEUE-SEL > 0                                          00443715
             IF WS-QUEUE-SEL > WS-QUEUE-USED                            00443715
               DISPLAY 'NO ITEM ' WS-QUEUE-SEL                          00443715
             ELSE                                                       00443715
               PERFORM CHECK-QUEUE-ITEM-PARA                            00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-QUEUE-ITEM-PARA.                                           00443715
                                                                        00443715
           MOVE WS-QUEUE-IMAGE (WS-QUEUE-SEL) TO CORR-REC               00443715
                                                                        00443715
           MOVE CORR-FIELD-CODE TO WS-INPUT-FIELD                       00443715
           MOVE SPACES TO CORR-NEW-VALUE                                00443715
           MOVE WS-INPUT-FIELD TO CORR-NEW-VALUE (1:1)                  00443715
           PERFORM FIND-FIRST-OPEN-PARA                                 00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN NOT QUEUE-OPEN (WS-QUEUE-SEL)                         00443715
               DISPLAY 'ITEM ' WS-QUEUE-SEL ' IS ALREADY ACTIONED'      00443715
             WHEN CORR-ANALYST-ID = WS-ANALYST-ID                       00443715
               DISPLAY 'YOU RAISED ITEM ' WS-QUEUE-SEL                  00443715
                       ' -- A DIFFERENT ANALYST MUST ACTION IT'         00443715
             WHEN WS-QUEUE-FIRST NOT = WS-QUEUE-SEL                     00443715
               DISPLAY 'ITEM ' WS-QUEUE-FIRST                           00443715
                       ' FOR THE SAME CONTRACT AND FIELD MUST BE '      00443715
                       'ACTIONED FIRST'                                 00443715
             WHEN OTHER                                                 00443715
               IF WS-OPTION = 'P'                                       00443715
                 DISPLAY 'APPROVE ITEM ' WS-QUEUE-SEL                   00443715
                         ' (Y/N) ==> ' WITH NO ADVANCING                00443715
               ELSE                                                     00443715
                 DISPLAY 'DECLINE ITEM ' WS-QUEUE-SEL                   00443715
                         ' (Y/N) ==> ' WITH NO ADVANCING                00443715
               END-IF                                                   00443715
               MOVE SPACES TO WS-REPLY                                  00443715
               ACCEPT WS-REPLY                                          00443715
               INSPECT WS-REPLY                                         00443715
                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE              00443715
                                                                        00443715
               IF WS-REPLY = 'Y'                                        00443715
                 MOVE WS-OPTION     TO CORR-FIELD-CODE                  00443715
                 MOVE WS-ANALYST-ID TO CORR-ANALYST-ID                  00443715
                 MOVE SPACES        TO CORR-ADD-IMAGE                   00443715
                 PERFORM STAGE-CORRECTION-PARA                          00443715
                                                                        00443715
                 IF WS-STAGE-OK = 1                                     00443715
                   MOVE WS-OPTION TO WS-QUEUE-STATE (WS-QUEUE-SEL)      00443715
                 END-IF                                                 00443715
               ELSE                                                     00443715
                 DISPLAY 'NOTHING STAGED'                               00443715
               END-IF                                                   00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-SENSITIVE-PARA.                                            00443715
      *    CHURN IS ALWAYS A TWO-ANALYST CHANGE; AMOUNT FIELDS ARE      00443715
      *    ONCE THE NEW VALUE REACHES THE PARM THRESHOLD.               00443715
           MOVE 0 TO WS-CORR-SENSITIVE                                  00443715
                                                                        00443715
           IF CORR-FLD-CHURN                                            00443715
             MOVE 1 TO WS-CORR-SENSITIVE                                00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CORR-FLD-INVEST OR CORR-FLD-INCOME                        00443715
             IF FUNCTION TEST-NUMVAL (CORR-NEW-VALUE) = 0               00443715
               IF FUNCTION NUMVAL (CORR-NEW-VALUE)                      00443715
                  NOT < PARM-APPROVAL-THRESHOLD                         00443715
                 MOVE 1 TO WS-CORR-SENSITIVE                            00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-CORRECTION-PARA.                                        00443715
                                                                        00443715
           MOVE 1 TO WS-CORR-VALID                                      00443715
           MOVE SPACES TO WS-REJECT-REASON                              00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN CORR-FLD-GENDER                                       00443715
               IF FUNCTION TEST-NUMVAL (CORR-NEW-VALUE) NOT = 0         00443715
                 MOVE 0 TO WS-CORR-VALID                                00443715
                 MOVE 'NOT NUMERIC' TO WS-REJECT-REASON                 00443715
               ELSE                                                     00443715
                 COMPUTE WS-CORR-VALUE-NUM =                            00443715
                   FUNCTION NUMVAL (CORR-NEW-VALUE)                     00443715
                 IF WS-CORR-VALUE-NUM < 0                               00443715
                    OR WS-CORR-VALUE-NUM > 3                            00443715
                   MOVE 0 TO WS-CORR-VALID                              00443715
                   MOVE 'GENDER NOT 0-3' TO WS-REJECT-REASON            00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             WHEN CORR-FLD-AGE                                          00443715
               IF FUNCTION TEST-NUMVAL (CORR-NEW-VALUE) NOT = 0         00443715
                 MOVE 0 TO WS-CORR-VALID                                00443715
                 MOVE 'NOT NUMERIC' TO WS-REJECT-REASON                 00443715
               ELSE                                                     00443715
                 COMPUTE WS-CORR-VALUE-NUM =                            00443715
                   FUNCTION NUMVAL (CORR-NEW-VALUE)                     00443715
                 IF WS-CORR-VALUE-NUM < 0                               00443715
                    OR WS-CORR-VALUE-NUM > 130                          00443715
                   MOVE 0 TO WS-CORR-VALID                              00443715
                   MOVE 'AGE NOT 0-130' TO WS-REJECT-REASON             00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             WHEN CORR-FLD-EDU                                          00443715
               MOVE CORR-NEW-VALUE (1:1) TO WS-VALID-EDU                00443715
               IF NOT VALID-HIGHEST-EDU                                 00443715
                 MOVE 0 TO WS-CORR-VALID                                00443715
                 MOVE 'EDU NOT 1-5' TO WS-REJECT-REASON                 00443715
               END-IF                                                   00443715
             WHEN CORR-FLD-INVEST                                       00443715
             WHEN CORR-FLD-INCOME                                       00443715
               IF FUNCTION TEST-NUMVAL (CORR-NEW-VALUE) NOT = 0         00443715
                 MOVE 0 TO WS-CORR-VALID                                00443715
                 MOVE 'NOT NUMERIC' TO WS-REJECT-REASON                 00443715
               ELSE                                                     00443715
                 COMPUTE WS-CORR-VALUE-NUM =                            00443715
                   FUNCTION NUMVAL (CORR-NEW-VALUE)                     00443715
                 IF WS-CORR-VALUE-NUM < 0                               00443715
                   MOVE 0 TO WS-CORR-VALID                              00443715
                   MOVE 'AMOUNT NEGATIVE' TO WS-REJECT-REASON           00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             WHEN CORR-FLD-ACTIVITY                                     00443715
               MOVE CORR-NEW-VALUE (1:1) TO WS-VALID-ACTIVITY           00443715
               IF NOT VALID-ACTIVITY-LEVEL                              00443715
                 MOVE 0 TO WS-CORR-VALID                                00443715
                 MOVE 'ACTIVITY NOT HML' TO WS-REJECT-REASON            00443715
               END-IF                                                   00443715
             WHEN CORR-FLD-CHURN                                        00443715
               MOVE CORR-NEW-VALUE (1:1) TO WS-VALID-CHURN              00443715
               IF NOT VALID-CHURN-FLAG                                  00443715
                 MOVE 0 TO WS-CORR-VALID                                00443715
                 MOVE 'CHURN NOT Y/N' TO WS-REJECT-REASON               00443715
               END-IF                                                   00443715
             WHEN CORR-FLD-BIRTH                                        00443715
               IF CORR-NEW-VALUE (1:8) NOT NUMERIC                      00443715
                 MOVE 0 TO WS-CORR-VALID                                00443715
                 MOVE 'DOB NOT CCYYMMDD' TO WS-REJECT-REASON            00443715
               ELSE                                                     00443715
                 IF CORR-NEW-VALUE (5:2) < '01'                         00443715
                    OR CORR-NEW-VALUE (5:2) > '12'                      00443715
                    OR CORR-NEW-VALUE (7:2) < '01'                      00443715
                    OR CORR-NEW-VALUE (7:2) > '31'                      00443715
                   MOVE 0 TO WS-CORR-VALID                              00443715
                   MOVE 'DOB NOT A DATE' TO WS-REJECT-REASON            00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             WHEN OTHER                                                 00443715
               CONTINUE                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNCE.                                           00443715
