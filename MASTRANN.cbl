      *    COUNTS BY COLUMN, SO A PARALLEL TEST ENDS IN A VERDICT       00443715
      *    INSTEAD OF A PILE OF DIFFS. CTOLFILE OPTIONALLY OVERRIDES    00443715
      *    A COLUMN'S TOLERANCE.                                        00443715
      *    THE EXTRACTS MASTRNEM AND MASTRNEC BUILD FROM ENRFILE        00443715
      *    (MRCHFILE, FEEMFILE, CARDFILE, DCATFILE, GEOFILE) ARE HELD   00443715
      *    TO A STRICTER BAR: BASELINE AND CANDIDATE MUST BE IDENTICAL  00443715
      *    RECORD FOR RECORD, BYTE FOR BYTE. EACH PAIR IS OPTIONAL --   00443715
      *    ONE NOT SUPPLIED IS REPORTED AND SKIPPED.                    00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CTOLFILE ASSIGN TO CTOLFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CTOLFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL MRCHBASE ASSIGN TO MRCHBASE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEA-FILE-STATUS.                        00443715
            SELECT OPTIONAL MRCHCAND ASSIGN TO MRCHCAND                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEB-FILE-STATUS.                        00443715
            SELECT OPTIONAL FEEMBASE ASSIGN TO FEEMBASE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEA-FILE-STATUS.                        00443715
            SELECT OPTIONAL FEEMCAND ASSIGN TO FEEMCAND                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEB-FILE-STATUS.                        00443715
            SELECT OPTIONAL CARDBASE ASSIGN TO CARDBASE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEA-FILE-STATUS.                        00443715
            SELECT OPTIONAL CARDCAND ASSIGN TO CARDCAND                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEB-FILE-STATUS.                        00443715
            SELECT OPTIONAL DCATBASE ASSIGN TO DCATBASE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEA-FILE-STATUS.                        00443715
            SELECT OPTIONAL DCATCAND ASSIGN TO DCATCAND                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEB-FILE-STATUS.                        00443715
            SELECT OPTIONAL GEOBASE ASSIGN TO GEOBASE                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEA-FILE-STATUS.                        00443715
            SELECT OPTIONAL GEOCAND ASSIGN TO GEOCAND                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS XTRFILEB-FILE-STATUS.                        00443715
            SELECT CMPRPT ASSIGN TO CMPRPT                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CMPRPT-FILE-STATUS.                          00443715
          05 CTOL-COLUMN           PIC 9(2).                            00443715
          05 CTOL-SEPARATOR-1      PIC X(1).                            00443715
          05 CTOL-TOLERANCE        PIC 9(3)V9(6).                       00443715
      *    ...BASE/...CAND ARE THE BASELINE AND CANDIDATE OF EACH       00443715
      *    EXTRACT. THE COMPARE IS ON THE RAW BYTES, SO EVERY FD IS A   00443715
      *    PLAIN VARYING RECORD. ONLY ONE PAIR IS OPEN AT A TIME, SO    00443715
      *    THE BASELINES SHARE XTRFILEA-FILE-STATUS AND WS-XA-REC-LEN   00443715
      *    AND THE CANDIDATES XTRFILEB-FILE-STATUS AND WS-XB-REC-LEN.   00443715
       FD MRCHBASE                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XA-REC-LEN.                                  00443715
       01 MRCHBASE-REC            PIC X(600).                           00443715
                                                                        00443715
       FD MRCHCAND                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XB-REC-LEN.                                  00443715
       01 MRCHCAND-REC            PIC X(600).                           00443715
                                                                        00443715
       FD FEEMBASE                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XA-REC-LEN.                                  00443715
       01 FEEMBASE-REC            PIC X(600).                           00443715
                                                                        00443715
       FD FEEMCAND                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XB-REC-LEN.                                  00443715
       01 FEEMCAND-REC            PIC X(600).                           00443715
                                                                        00443715
       FD CARDBASE                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XA-REC-LEN.                                  00443715
       01 CARDBASE-REC            PIC X(600).                           00443715
                                                                        00443715
       FD CARDCAND                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XB-REC-LEN.                                  00443715
       01 CARDCAND-REC            PIC X(600).                           00443715
                                                                        00443715
       FD DCATBASE                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XA-REC-LEN.                                  00443715
       01 DCATBASE-REC            PIC X(600).                           00443715
                                                                        00443715
       FD DCATCAND                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XB-REC-LEN.                                  00443715
       01 DCATCAND-REC            PIC X(600).                           00443715
                                                                        00443715
       FD GEOBASE                                                       00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XA-REC-LEN.                                  00443715
       01 GEOBASE-REC             PIC X(600).                           00443715
                                                                        00443715
       FD GEOCAND                                                       00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-XB-REC-LEN.                                  00443715
       01 GEOCAND-REC             PIC X(600).                           00443715
                                                                        00443715
       FD CMPRPT.                                                       00443715
       01 CMPRPT-LINE             PIC X(132).                           00443715
       01 OUTFILEA-FILE-STATUS  PIC X(2).                               00443715
       01 OUTFILEB-FILE-STATUS  PIC X(2).                               00443715
       01 CTOLFILE-FILE-STATUS  PIC X(2).                               00443715
       01 XTRFILEA-FILE-STATUS  PIC X(2).                               00443715
       01 XTRFILEB-FILE-STATUS  PIC X(2).                               00443715
       01 CMPRPT-FILE-STATUS    PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-ROW-DIFFERED       PIC 9.                                  00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
      *    THE EXTRACT PAIRS: THE EXTRACT'S OWN DD NAME, THEN THE DD    00443715
      *    NAMES ITS BASELINE AND CANDIDATE ARE SUPPLIED UNDER. THE     00443715
      *    ORDER IS THE ORDER OF THE WHEN CLAUSES IN OPEN-XTR-PARA,     00443715
      *    READ-XA-PARA, READ-XB-PARA AND CLOSE-XTR-PARA.               00443715
       01 WS-XTR-META-DATA.                                             00443715
          05 FILLER PIC X(24) VALUE 'MRCHFILEMRCHBASEMRCHCAND'.         00443715
          05 FILLER PIC X(24) VALUE 'FEEMFILEFEEMBASEFEEMCAND'.         00443715
          05 FILLER PIC X(24) VALUE 'CARDFILECARDBASECARDCAND'.         00443715
          05 FILLER PIC X(24) VALUE 'DCATFILEDCATBASEDCATCAND'.         00443715
          05 FILLER PIC X(24) VALUE 'GEOFILE GEOBASE GEOCAND '.         00443715
       01 WS-XTR-META REDEFINES WS-XTR-META-DATA.                       00443715
          05 WS-XTR-ENTRY OCCURS 5 TIMES.                               00443715
             10 WS-XTR-NAME         PIC X(8).                           00443715
             10 WS-XTR-BASE-DD      PIC X(8).                           00443715
             10 WS-XTR-CAND-DD      PIC X(8).                           00443715
       01 WS-XTR-IDX            PIC 9(2).                               00443715
       01 WS-XA-DD              PIC X(8) VALUE SPACES.                  00443715
       01 WS-XB-DD              PIC X(8) VALUE SPACES.                  00443715
       01 WS-XA-REC-LEN         PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-XB-REC-LEN         PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-XA-REC             PIC X(600).                             00443715
       01 WS-XB-REC             PIC X(600).                             00443715
       01 WS-XA-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-XB-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-XA-EOF             PIC 9 VALUE 0.                          00443715
       01 WS-XB-EOF             PIC 9 VALUE 0.                          00443715
       01 WS-XA-CNTR            PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-XB-CNTR            PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-XREC-NO            PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-XDIFF-CNTR         PIC 9(9) VALUE ZEROES.                  00443715
      *    WS-XTRDIFF-CNTR COUNTS THE EXTRACTS THAT DIFFER (OR WERE     00443715
      *    SUPPLIED ON ONE SIDE ONLY); WS-XTRCMP-CNTR THOSE COMPARED.   00443715
       01 WS-XTRDIFF-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-XTRCMP-CNTR        PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-XTRDIFF-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-XTRCMP-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-XA-CNTR-EDT        PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-XB-CNTR-EDT        PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-XDIFF-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-XREC-NO-EDT        PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-XA-SHOW            PIC X(110).                             00443715
       01 WS-XB-SHOW            PIC X(110).                             00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
             END-EVALUATE                                               00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM COMPARE-EXTRACTS-PARA                                00443715
                                                                        00443715
           PERFORM WRITE-VERDICT-PARA                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-EXTRACTS-PARA.                                           00443715
                                                                        00443715
           MOVE 'EXTRACT BYTE-FOR-BYTE COMPARE' TO CMPRPT-LINE          00443715
           WRITE CMPRPT-LINE                                            00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM COMPARE-EXTRACT-PARA                                 00443715
             VARYING WS-XTR-IDX FROM 1 BY 1                             00443715
             UNTIL WS-XTR-IDX > 5                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-EXTRACT-PARA.                                            00443715
                                                                        00443715
           MOVE WS-XTR-BASE-DD (WS-XTR-IDX) TO WS-XA-DD                 00443715
           MOVE WS-XTR-CAND-DD (WS-XTR-IDX) TO WS-XB-DD                 00443715
           MOVE 0      TO WS-XA-EOF                                     00443715
           MOVE 0      TO WS-XB-EOF                                     00443715
           MOVE ZEROES TO WS-XA-CNTR                                    00443715
           MOVE ZEROES TO WS-XB-CNTR                                    00443715
           MOVE ZEROES TO WS-XREC-NO                                    00443715
           MOVE ZEROES TO WS-XDIFF-CNTR                                 00443715
                                                                        00443715
           PERFORM OPEN-XTR-PARA                                        00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-XA-PRESENT = 0 AND WS-XB-PRESENT = 0               00443715
               STRING '  ' WS-XTR-NAME (WS-XTR-IDX)                     00443715
                      ' -- NOT SUPPLIED, NOT COMPARED'                  00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
             WHEN WS-XA-PRESENT = 0 OR WS-XB-PRESENT = 0                00443715
               ADD 1 TO WS-XTRDIFF-CNTR                                 00443715
               STRING '  ' WS-XTR-NAME (WS-XTR-IDX)                     00443715
                      ' -- SUPPLIED ON ONE SIDE ONLY ('                 00443715
                 DELIMITED BY SIZE                                      00443715
                      WS-XA-DD '/' WS-XB-DD                             00443715
                 DELIMITED BY SPACE                                     00443715
                      ')'                                               00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
             WHEN OTHER                                                 00443715
               ADD 1 TO WS-XTRCMP-CNTR                                  00443715
               PERFORM READ-XA-PARA                                     00443715
               PERFORM READ-XB-PARA                                     00443715
               PERFORM UNTIL WS-XA-EOF = 1 AND WS-XB-EOF = 1            00443715
                 PERFORM COMPARE-EXTRACT-RECORD-PARA                    00443715
                 IF WS-XA-EOF = 0                                       00443715
                   PERFORM READ-XA-PARA                                 00443715
                 END-IF                                                 00443715
                 IF WS-XB-EOF = 0                                       00443715
                   PERFORM READ-XB-PARA                                 00443715
                 END-IF                                                 00443715
               END-PERFORM                                              00443715
                                                                        00443715
               MOVE WS-XA-CNTR    TO WS-XA-CNTR-EDT                     00443715
               MOVE WS-XB-CNTR    TO WS-XB-CNTR-EDT                     00443715
               MOVE WS-XDIFF-CNTR TO WS-XDIFF-CNTR-EDT                  00443715
               IF WS-XDIFF-CNTR = ZEROES                                00443715
                 STRING '  ' WS-XTR-NAME (WS-XTR-IDX)                   00443715
                        ' BASELINE ' WS-XA-CNTR-EDT                     00443715
                        ' CANDIDATE ' WS-XB-CNTR-EDT                    00443715
                        ' -- IDENTICAL'                                 00443715
                   DELIMITED BY SIZE INTO WS-RPT-WORK                   00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-XTRDIFF-CNTR                               00443715
                 STRING '  ' WS-XTR-NAME (WS-XTR-IDX)                   00443715
                        ' BASELINE ' WS-XA-CNTR-EDT                     00443715
                        ' CANDIDATE ' WS-XB-CNTR-EDT                    00443715
                        ' -- ' WS-XDIFF-CNTR-EDT ' RECORDS DIFFER'      00443715
                   DELIMITED BY SIZE INTO WS-RPT-WORK                   00443715
               END-IF                                                   00443715
           END-EVALUATE                                                 00443715
           WRITE CMPRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM CLOSE-XTR-PARA                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-XTR-PARA.                                                   00443715
                                                                        00443715
      *    STATUS 05 = OPTIONAL FILE NOT PRESENT -- THAT SIDE WAS NOT   00443715
      *    SUPPLIED. THE FILE IS STILL OPEN AND IS CLOSED AGAIN.        00443715
           EVALUATE WS-XTR-IDX                                          00443715
             WHEN 1                                                     00443715
               OPEN INPUT MRCHBASE                                      00443715
             WHEN 2                                                     00443715
               OPEN INPUT FEEMBASE                                      00443715
             WHEN 3                                                     00443715
               OPEN INPUT CARDBASE                                      00443715
             WHEN 4                                                     00443715
               OPEN INPUT DCATBASE                                      00443715
             WHEN 5                                                     00443715
               OPEN INPUT GEOBASE                                       00443715
           END-EVALUATE                                                 00443715
           IF XTRFILEA-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-XA-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-XA-PRESENT                                    00443715
             IF XTRFILEA-FILE-STATUS = '05'                             00443715
               EVALUATE WS-XTR-IDX                                      00443715
                 WHEN 1                                                 00443715
                   CLOSE MRCHBASE                                       00443715
                 WHEN 2                                                 00443715
                   CLOSE FEEMBASE                                       00443715
                 WHEN 3                                                 00443715
                   CLOSE CARDBASE                                       00443715
                 WHEN 4                                                 00443715
                   CLOSE DCATBASE                                       00443715
                 WHEN 5                                                 00443715
                   CLOSE GEOBASE                                        00443715
               END-EVALUATE                                             00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE WS-XTR-IDX                                          00443715
             WHEN 1                                                     00443715
               OPEN INPUT MRCHCAND                                      00443715
             WHEN 2                                                     00443715
               OPEN INPUT FEEMCAND                                      00443715
             WHEN 3                                                     00443715
               OPEN INPUT CARDCAND                                      00443715
             WHEN 4                                                     00443715
               OPEN INPUT DCATCAND                                      00443715
             WHEN 5                                                     00443715
               OPEN INPUT GEOCAND                                       00443715
           END-EVALUATE                                                 00443715
           IF XTRFILEB-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-XB-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-XB-PRESENT                                    00443715
             IF XTRFILEB-FILE-STATUS = '05'                             00443715
               EVALUATE WS-XTR-IDX                                      00443715
                 WHEN 1                                                 00443715
                   CLOSE MRCHCAND                                       00443715
                 WHEN 2                                                 00443715
                   CLOSE FEEMCAND                                       00443715
                 WHEN 3                                                 00443715
                   CLOSE CARDCAND                                       00443715
                 WHEN 4                                                 00443715
                   CLOSE DCATCAND                                       00443715
                 WHEN 5                                                 00443715
                   CLOSE GEOCAND                                        00443715
               END-EVALUATE                                             00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CLOSE-XTR-PARA.                                                  00443715
                                                                        00443715
           IF WS-XA-PRESENT = 1                                         00443715
             EVALUATE WS-XTR-IDX                                        00443715
               WHEN 1                                                   00443715
                 CLOSE MRCHBASE                                         00443715
               WHEN 2                                                   00443715
                 CLOSE FEEMBASE                                         00443715
               WHEN 3                                                   00443715
                 CLOSE CARDBASE                                         00443715
               WHEN 4                                                   00443715
                 CLOSE DCATBASE                                         00443715
               WHEN 5                                                   00443715
                 CLOSE GEOBASE                                          00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
           IF WS-XB-PRESENT = 1                                         00443715
             EVALUATE WS-XTR-IDX                                        00443715
               WHEN 1                                                   00443715
                 CLOSE MRCHCAND                                         00443715
               WHEN 2                                                   00443715
                 CLOSE FEEMCAND                                         00443715
               WHEN 3                                                   00443715
                 CLOSE CARDCAND                                         00443715
               WHEN 4                                                   00443715
                 CLOSE DCATCAND                                         00443715
               WHEN 5                                                   00443715
                 CLOSE GEOCAND                                          00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-XA-PARA.                                                    00443715
                                                                        00443715
           EVALUATE WS-XTR-IDX                                          00443715
             WHEN 1                                                     00443715
               READ MRCHBASE INTO WS-XA-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XA-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 2                                                     00443715
               READ FEEMBASE INTO WS-XA-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XA-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 3                                                     00443715
               READ CARDBASE INTO WS-XA-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XA-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 4                                                     00443715
               READ DCATBASE INTO WS-XA-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XA-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 5                                                     00443715
               READ GEOBASE INTO WS-XA-REC                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XA-EOF                                  00443715
               END-READ                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           IF WS-XA-EOF = 0                                             00443715
             ADD 1 TO WS-XA-CNTR                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-XB-PARA.                                                    00443715
                                                                        00443715
           EVALUATE WS-XTR-IDX                                          00443715
             WHEN 1                                                     00443715
               READ MRCHCAND INTO WS-XB-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XB-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 2                                                     00443715
               READ FEEMCAND INTO WS-XB-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XB-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 3                                                     00443715
               READ CARDCAND INTO WS-XB-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XB-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 4                                                     00443715
               READ DCATCAND INTO WS-XB-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XB-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 5                                                     00443715
               READ GEOCAND INTO WS-XB-REC                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-XB-EOF                                  00443715
               END-READ                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           IF WS-XB-EOF = 0                                             00443715
             ADD 1 TO WS-XB-CNTR                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-EXTRACT-RECORD-PARA.                                     00443715
      *    RECORDS ARE PAIRED BY POSITION. A LENGTH DIFFERENCE, A       00443715
      *    BYTE DIFFERENCE OR A RECORD ON ONE SIDE ONLY ALL COUNT; THE  00443715
      *    FIRST FIVE PER EXTRACT ARE LISTED.                           00443715
           ADD 1 TO WS-XREC-NO                                          00443715
                                                                        00443715
           IF WS-XA-EOF = 1                                             00443715
              OR WS-XB-EOF = 1                                          00443715
              OR WS-XA-REC-LEN NOT = WS-XB-REC-LEN                      00443715
              OR WS-XA-REC (1:WS-XA-REC-LEN)                            00443715
                 NOT = WS-XB-REC (1:WS-XB-REC-LEN)                      00443715
             ADD 1 TO WS-XDIFF-CNTR                                     00443715
                                                                        00443715
             IF WS-XDIFF-CNTR NOT > 5                                   00443715
               MOVE WS-XREC-NO TO WS-XREC-NO-EDT                        00443715
               MOVE SPACES TO WS-RPT-WORK                               00443715
               STRING '  DIFFER  ' WS-XTR-NAME (WS-XTR-IDX)             00443715
                      ' RECORD ' WS-XREC-NO-EDT                         00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
               WRITE CMPRPT-LINE FROM WS-RPT-WORK                       00443715
                 AFTER ADVANCING 1 LINE                                 00443715
                                                                        00443715
               MOVE SPACES TO WS-XA-SHOW                                00443715
               IF WS-XA-EOF = 1                                         00443715
                 MOVE '(NO RECORD)' TO WS-XA-SHOW                       00443715
               ELSE                                                     00443715
                 MOVE WS-XA-REC (1:WS-XA-REC-LEN) TO WS-XA-SHOW         00443715
               END-IF                                                   00443715
               MOVE SPACES TO WS-XB-SHOW                                00443715
               IF WS-XB-EOF = 1                                         00443715
                 MOVE '(NO RECORD)' TO WS-XB-SHOW                       00443715
               ELSE                                                     00443715
                 MOVE WS-XB-REC (1:WS-XB-REC-LEN) TO WS-XB-SHOW         00443715
               END-IF                                                   00443715
                                                                        00443715
               MOVE SPACES TO WS-RPT-WORK                               00443715
               STRING '    A=' WS-XA-SHOW                               00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
               WRITE CMPRPT-LINE FROM WS-RPT-WORK                       00443715
                 AFTER ADVANCING 1 LINE                                 00443715
               MOVE SPACES TO WS-RPT-WORK                               00443715
               STRING '    B=' WS-XB-SHOW                               00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
               WRITE CMPRPT-LINE FROM WS-RPT-WORK                       00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-VERDICT-PARA.                                              00443715
                                                                        00443715
           MOVE 'DIFFERENCE COUNTS BY COLUMN' TO CMPRPT-LINE            00443715
           IF WS-ADDED-CNTR = ZEROES                                    00443715
              AND WS-DROPPED-CNTR = ZEROES                              00443715
              AND WS-DIFFROW-CNTR = ZEROES                              00443715
              AND WS-XTRDIFF-CNTR = ZEROES                              00443715
             MOVE 'VERDICT: GENERATIONS MATCH WITHIN TOLERANCE'         00443715
               TO CMPRPT-LINE                                           00443715
           ELSE                                                         00443715
             IF WS-ADDED-CNTR = ZEROES                                  00443715
                AND WS-DROPPED-CNTR = ZEROES                            00443715
                AND WS-DIFFROW-CNTR = ZEROES                            00443715
                AND WS-XTRDIFF-CNTR = ZEROES                            00443715
               MOVE 'COMPLETE'         TO STAT-COMPLETION-CODE          00443715
             ELSE                                                       00443715
      *        A DIFFERING PARALLEL RUN IS NOT A JOB FAILURE, BUT       00443715
           MOVE WS-DIFFROW-CNTR        TO STAT-CNTR-2                   00443715
           MOVE 'ADDDROP'              TO STAT-CNTR-3-LABEL             00443715
           COMPUTE STAT-CNTR-3 = WS-ADDED-CNTR + WS-DROPPED-CNTR        00443715
           MOVE 'XTRDIFF'              TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-XTRDIFF-CNTR        TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           MOVE WS-ADDED-CNTR   TO WS-ADDED-CNTR-EDT                    00443715
           MOVE WS-DROPPED-CNTR TO WS-DROPPED-CNTR-EDT                  00443715
           MOVE WS-DIFFROW-CNTR TO WS-DIFFROW-CNTR-EDT                  00443715
           MOVE WS-XTRCMP-CNTR  TO WS-XTRCMP-CNTR-EDT                   00443715
           MOVE WS-XTRDIFF-CNTR TO WS-XTRDIFF-CNTR-EDT                  00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRANN         *'            00443715
                   '         *'                                         00443715
           DISPLAY '* ROWS DIFFER   : ' WS-DIFFROW-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* EXTRACTS CMP  : ' WS-XTRCMP-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* EXTRACTS DIFF : ' WS-XTRDIFF-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
