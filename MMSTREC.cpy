      ******************************************************************00443715
      * MMSTREC - MERCHANT MASTER RECORD FOR MRCHMAST -- ONE RECORD    *00443715
      *           PER MERCHANT, KEYED BY THE NETWORK MERCHANT ID       *00443715
      *           (TXN-AUREQ-ENV-M-ID-ID), HOLDING THE CANONICAL NAME, *00443715
      *           THE MCC THE MERCHANT IS REGISTERED UNDER, ITS        *00443715
      *           ACQUIRER AND STATUS. MAINTAINED BY MASTRNMM ONLY;    *00443715
      *           READ BY MASTRANC, WHICH REPORTS AUTHORIZATIONS       *00443715
      *           WHOSE MCC DISAGREES AND MERCHANTS NOT ON FILE, AND   *00443715
      *           BY MASTRNEM FOR THE NAME ON MRCHFILE.                *00443715
      ******************************************************************00443715
       01 MMST-REC.                                                     00443715
          05 MMST-MERCHANT-ID      PIC X(40).                           00443715
          05 MMST-CANON-NAME       PIC X(40).                           00443715
      *       THE ONE SPELLING EVERY REPORT SHOWS, WHATEVER FREE-TEXT   00443715
      *       NAME (TXN-AUREQ-ENV-M-CMONNM) THE NETWORK SENDS.          00443715
          05 MMST-MCC              PIC X(4).                            00443715
      *       THE REGISTERED MERCHANT CATEGORY CODE -- FOUR DIGITS.     00443715
          05 MMST-ACQUIRER         PIC X(20).                           00443715
          05 MMST-STATUS           PIC X(1).                            00443715
             88 MMST-ACTIVE          VALUE 'A'.                         00443715
             88 MMST-SUSPENDED       VALUE 'S'.                         00443715
             88 MMST-CLOSED          VALUE 'C'.                         00443715
      *       A MERCHANT IS NEVER DELETED -- A CLOSED ONE STAYS ON      00443715
      *       FILE SO ITS LATE TRANSACTIONS STILL FIND THEIR NAME.      00443715
          05 MMST-ADDED-DATE       PIC X(8).                            00443715
          05 MMST-LAST-MAINT-DATE  PIC X(8).                            00443715
      *       CCYYMMDD OF THE ADD AND OF THE LATEST APPLIED CHANGE.     00443715
          05 MMST-LAST-ANALYST-ID  PIC X(8).                            00443715
          05 FILLER                PIC X(11).                           00443715
