      ******************************************************************00443715
      * GREGLNK - CALL INTERFACE TO MASTRNGR, THE DATASET GENERATION   *00443715
      *           REGISTRY. EVERY SUITE JOB REGISTERS EACH OUTPUT      *00443715
      *           GENERATION IT CLOSES (FUNCTION 'R'), CHECKS EACH     *00443715
      *           REGISTERED INPUT AT OPEN ('C') AND VERIFIES THE      *00443715
      *           INPUT'S COUNT AND HASH ONCE IT HAS BEEN READ ('V').  *00443715
      ******************************************************************00443715
       01 GREG-LINKAGE.                                                 00443715
          05 GREG-FUNCTION         PIC X(1).                            00443715
             88 GREG-CHECK-INPUT       VALUE 'C'.                       00443715
             88 GREG-VERIFY-INPUT      VALUE 'V'.                       00443715
             88 GREG-REGISTER-OUTPUT   VALUE 'R'.                       00443715
          05 GREG-DATASET          PIC X(8).                            00443715
      *       THE REGISTERED DATASET NAME -- THE PRODUCER'S DD NAME,    00443715
      *       WHATEVER DD THE CONSUMER READS IT UNDER (MASTRANC READS   00443715
      *       EDITFILE AS TRANFILE, SUSPFILE AS SUSPIN).                00443715
          05 GREG-JOB-NAME         PIC X(8).                            00443715
          05 GREG-PROCESS-DATE     PIC X(8).                            00443715
          05 GREG-CYCLE-ID         PIC X(4).                            00443715
          05 GREG-EXPECT           PIC X(1).                            00443715
      *       'D' = THE INPUT MUST BE THE GENERATION REGISTERED FOR     00443715
      *       THIS PROCESS DATE. 'P' = A CARRY-FORWARD INPUT (SUSPIN,   00443715
      *       AHSTIN, CASEIN, BRKIN, EXRGIN) -- THE LATEST GENERATION   00443715
      *       REGISTERED BEFORE THIS PROCESS DATE.                      00443715
             88 GREG-EXPECT-TODAY      VALUE 'D'.                       00443715
             88 GREG-EXPECT-PRIOR      VALUE 'P'.                       00443715
          05 GREG-RECORD-CNT       PIC 9(9).                            00443715
          05 GREG-HASH-TOTAL       PIC 9(16)V99.                        00443715
      *       DATA RECORDS AND THE DATASET'S HASH TOTAL -- THE AMOUNT   00443715
      *       HASH FOR EDITFILE (THE SAME FIGURE AS ITS TRAILER), THE   00443715
      *       SUM OF THE ABSOLUTE BASE AMOUNTS FOR DSPHFILE, THE SUM OF 00443715
      *       THE TRANSACTION COUNTS FOR GLSMFILE, RSTXFILE, FEEDFILE,  00443715
      *       FEEMFILE, FMTDFILE AND RSQHFILE, OUR AND THE NETWORK'S    00443715
      *       TRANSACTION COUNTS FOR BRKFILE, THE OCCURRENCE COUNTS FOR 00443715
      *       EXRGFILE, AND THE SUM OF THE CONTRACT IDS FOR EVERY OTHER 00443715
      *       DATASET. SET BY THE CALLER FOR 'R' AND 'V'.               00443715
          05 GREG-RESULT           PIC X(1).                            00443715
             88 GREG-RESULT-MATCHED    VALUE 'M'.                       00443715
             88 GREG-RESULT-UNREGISTERED VALUE 'U'.                     00443715
             88 GREG-RESULT-STALE      VALUE 'S'.                       00443715
             88 GREG-RESULT-COUNTS     VALUE 'C'.                       00443715
             88 GREG-RESULT-ERROR      VALUE 'E'.                       00443715
          05 GREG-REG-PROCESS-DATE PIC X(8).                            00443715
          05 GREG-REG-CYCLE-ID     PIC X(4).                            00443715
          05 GREG-REG-JOB-NAME     PIC X(8).                            00443715
          05 GREG-REG-RECORD-CNT   PIC 9(9).                            00443715
          05 GREG-REG-HASH-TOTAL   PIC 9(16)V99.                        00443715
      *       THE GENERATION THE REGISTRY HOLDS FOR THE INPUT, RETURNED 00443715
      *       BY 'C' AND 'V' SO THE CALLER CAN DISPLAY BOTH SIDES.      00443715
