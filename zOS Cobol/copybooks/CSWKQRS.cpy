      ******************************************************************
      * CSWKQRS - RESPONSE LAYOUT FOR THE CHECKER WORK-QUEUE BROWSE    *
      * (CBSOWKQ). ONE PAGE OF UP TO TEN PENDING ITEMS, OLDEST FIRST.  *
      * WKQ-ITM-SOURCE 'M' IS A PENDAPPR ACCOUNT ON CBS_ACCT_MSTR_DTL  *
      * (THE DEREGISTRATION AWAITING A CHECKER), 'Q' AN UNDRAINED      *
      * UNFZ, APPR OR XFER ROW ON CBS_ACCT_REQ_QUEUE. DAYS OUTSTANDING *
      * ARE BUSINESS DAYS TO THE BUSINESS DATE, AS CBSBAGE COUNTS      *
      * THEM.                                                          *
      * WKQ-MORE-FLAG 'Y' MEANS A FURTHER PAGE EXISTS FROM             *
      * WKQ-NEXT-KEY.                                                  *
      ******************************************************************
           05  WKQ-MESSAGES            PIC X(60).
           05  WKQ-BUSINESS-DATE       PIC X(10).
           05  WKQ-ITEM-COUNT          PIC 9(02).
           05  WKQ-MORE-FLAG           PIC X(01).
           05  WKQ-NEXT-KEY.
               10  WKQ-NEXT-TS         PIC X(26).
               10  WKQ-NEXT-ACCOUNT    PIC S9(18).
               10  WKQ-NEXT-SOURCE     PIC X(01).
           05  WKQ-ITEM                OCCURS 10 TIMES.
               10  WKQ-ITM-SOURCE      PIC X(01).
               10  WKQ-ITM-ACCOUNT-NO  PIC S9(18).
               10  WKQ-ITM-REQ-TYPE    PIC X(04).
               10  WKQ-ITM-MAKER       PIC X(08).
               10  WKQ-ITM-REASON-CODE PIC X(04).
               10  WKQ-ITM-REASON-DESC PIC X(30).
               10  WKQ-ITM-RAISED-TS   PIC X(26).
               10  WKQ-ITM-DAYS-OUT    PIC 9(05).
               10  WKQ-ITM-BALANCE     PIC S9(13)V99.
               10  WKQ-ITM-HOLD-AMOUNT PIC S9(13)V99.
