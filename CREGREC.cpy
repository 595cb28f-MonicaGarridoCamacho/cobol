      ******************************************************************00443715
      * CREGREC - CARD REGISTRY RECORD FOR CARDREG -- ONE RECORD PER   *00443715
      *           CARD ISSUED TO A CONTRACT, KEYED BY CONTRACT, MASKED *00443715
      *           PAN LAST-4 AND CARD BRAND. MAINTAINED BY MASTRANM    *00443715
      *           (FIELD CODE 'K'); READ BY MASTRNCX TO CHECK EACH     *00443715
      *           NIGHT'S CARD ACTIVITY. THE SAME 54-BYTE IMAGE RIDES  *00443715
      *           IN CORR-ADD-IMAGE ON THE MAINTENANCE RECORD.         *00443715
      ******************************************************************00443715
       01 CREG-REC.                                                     00443715
          05 CREG-KEY.                                                  00443715
             10 CREG-CONT-ID       PIC 9(10).                           00443715
             10 CREG-PAN-LAST4     PIC X(4).                            00443715
             10 CREG-CARD-BRAND    PIC X(20).                           00443715
          05 CREG-ISSUE-DATE       PIC X(8).                            00443715
      *       CCYYMMDD THE CARD WAS ISSUED.                             00443715
          05 CREG-EXPIRY-DATE      PIC X(8).                            00443715
      *       CCYYMMDD OF THE LAST DAY THE CARD IS GOOD -- A CARD       00443715
      *       EMBOSSED MM/YY EXPIRES ON THE LAST DAY OF THAT MONTH.     00443715
          05 FILLER                PIC X(4).                            00443715
