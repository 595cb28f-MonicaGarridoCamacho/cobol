      ******************************************************************00443715
      * CMPLREC - SERVICE-DESK COMPLAINT CASE RECORD FOR CMPLMAST --   *00443715
      *           ONE RECORD PER CASE, KEYED BY CONTRACT AND CASE      *00443715
      *           NUMBER SO ONE CUSTOMER'S CASES READ TOGETHER. A      *00443715
      *           COMPLAINT IS NOT A NETWORK DISPUTE AND NEVER REACHES *00443715
      *           MASTRANB'S CASEFILE; IF IT LATER BECOMES ONE, THE    *00443715
      *           TRANSACTION REFERENCE BELOW IS WHAT TIES THE TWO.    *00443715
      *           MAINTAINED BY MASTRNCC ONLY; READ BY MASTRNIQ AND    *00443715
      *           BY MASTRNCW FOR THE WEEKLY REPORT.                   *00443715
      ******************************************************************00443715
       01 CMPL-REC.                                                     00443715
          05 CMPL-KEY.                                                  00443715
             10 CMPL-CONT-ID       PIC 9(10).                           00443715
             10 CMPL-CASE-NO       PIC X(12).                           00443715
      *          THE DESK'S OWN CASE NUMBER, GIVEN WHEN THE CASE IS     00443715
      *          OPENED AND QUOTED ON EVERY UPDATE.                     00443715
          05 CMPL-CATEGORY         PIC X(2).                            00443715
             88 CMPL-CAT-UNRECOGNISED VALUE 'UC'.                       00443715
             88 CMPL-CAT-DUPLICATE    VALUE 'DC'.                       00443715
             88 CMPL-CAT-WRONG-AMOUNT VALUE 'WA'.                       00443715
             88 CMPL-CAT-NO-REFUND    VALUE 'RF'.                       00443715
             88 CMPL-CAT-FEE          VALUE 'FE'.                       00443715
             88 CMPL-CAT-CARD         VALUE 'CD'.                       00443715
             88 CMPL-CAT-SERVICE      VALUE 'SV'.                       00443715
             88 CMPL-CAT-OTHER        VALUE 'OT'.                       00443715
             88 CMPL-CAT-VALID        VALUE 'UC' 'DC' 'WA' 'RF'         00443715
                                            'FE' 'CD' 'SV' 'OT'.        00443715
          05 CMPL-TXN-REF          PIC X(40).                           00443715
      *       THE AUTHORIZATION REFERENCE THE CALL IS ABOUT -- THE SAME 00443715
      *       VALUE A CHARGEBACK CARRIES AS ITS ORIG-TXN-REF. BLANK     00443715
      *       WHEN THE CALL IS NOT ABOUT ONE TRANSACTION.               00443715
          05 CMPL-OPEN-AGENT       PIC X(8).                            00443715
          05 CMPL-OPEN-DATE        PIC X(8).                            00443715
          05 CMPL-TARGET-DAYS      PIC 9(3).                            00443715
      *       DAYS THE DESK HAS TO RESOLVE THE CASE. ZERO TAKES         00443715
      *       PARM-CMPL-TARGET-DAYS.                                    00443715
          05 CMPL-STATUS           PIC X(1).                            00443715
             88 CMPL-OPEN             VALUE 'O'.                        00443715
             88 CMPL-RESOLVED         VALUE 'R'.                        00443715
          05 CMPL-LAST-AGENT       PIC X(8).                            00443715
          05 CMPL-LAST-DATE        PIC X(8).                            00443715
          05 CMPL-RESOLVED-DATE    PIC X(8).                            00443715
      *       CCYYMMDD OF THE LATEST UPDATE AND OF THE RESOLUTION --    00443715
      *       SPACES WHILE THE CASE IS OPEN.                            00443715
          05 CMPL-NOTE-CNTR        PIC 9(3).                            00443715
          05 CMPL-LATEST-NOTE      PIC X(100).                          00443715
      *       THE MOST RECENT NOTE. EVERY NOTE, WITH ITS AGENT AND      00443715
      *       DATE, IS KEPT ON CMPLLOG.                                 00443715
          05 CMPL-RESOLUTION       PIC X(100).                          00443715
          05 FILLER                PIC X(20).                           00443715
