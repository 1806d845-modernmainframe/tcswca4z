      ******************************************************************
      * CSWKQRQ - REQUEST LAYOUT FOR THE CHECKER WORK-QUEUE BROWSE     *
      * (CBSOWKQ). WKQ-FUNCTION 'LIST' RETURNS THE NEXT PAGE OF ITEMS  *
      * PENDING FOR WKQ-BRANCH-CODE, OLDEST FIRST, STARTING AFTER      *
      * WKQ-START-KEY (SPACES = FIRST PAGE) - THE CALLER PASSES BACK   *
      * THE WKQ-NEXT-KEY OF THE PAGE IT IS SHOWING TO PAGE FORWARD.    *
      * 'APPR' OR 'REJC' QUEUES THAT REQUEST FOR WKQ-ACTION-ACCOUNT    *
      * (REJC NEEDS WKQ-ACTION-REASON-CODE) AND RETURNS THE PAGE       *
      * AGAIN FROM WKQ-START-KEY.                                      *
      ******************************************************************
           05  WKQ-FUNCTION            PIC X(04).
           05  WKQ-BRANCH-CODE         PIC X(06).
           05  WKQ-CHECKER-USERID      PIC X(08).
           05  WKQ-START-KEY.
               10  WKQ-START-TS        PIC X(26).
               10  WKQ-START-ACCOUNT   PIC S9(18).
               10  WKQ-START-SOURCE    PIC X(01).
           05  WKQ-ACTION-ACCOUNT      PIC S9(18).
           05  WKQ-ACTION-REASON-CODE  PIC X(04).
