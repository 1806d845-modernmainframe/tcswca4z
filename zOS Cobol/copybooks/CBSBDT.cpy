      ******************************************************************
      * DCLGEN TABLE(CBS_BUSINESS_DATE)                                *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSBDT))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_BUSINESS_DATE IS A SINGLE-ROW CONTROL TABLE HOLDING THE    *
      * BUSINESS DATE THE NIGHTLY CHAIN IS PROCESSING. EVERY JOB READS *
      * IT INSTEAD OF THE SYSTEM CLOCK SO A RUN THAT CROSSES MIDNIGHT  *
      * OR IS RERUN NEXT MORNING STILL WORKS THE SAME DAY. DAY_OPEN_TS *
      * IS WHEN THE DAY WAS OPENED - ONLINE ACTIVITY STAMPED AT OR     *
      * AFTER IT BELONGS TO THIS BUSINESS DATE. CBSBDAT ROLLS THE ROW  *
      * FORWARD TO THE NEXT WORKING DAY AT THE END OF THE CHAIN.       *
      ******************************************************************
        01  DCLCBS-BUSINESS-DATE.
      *    BUSINESS_DATE
           10 H6-BUSINESS-DATE         PIC X(10).
      *    PREV_BUSINESS_DATE
           10 H6-PREV-BUSINESS-DATE    PIC X(10).
      *    NEXT_BUSINESS_DATE
           10 H6-NEXT-BUSINESS-DATE    PIC X(10).
      *    DAY_OPEN_TS
           10 H6-DAY-OPEN-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
