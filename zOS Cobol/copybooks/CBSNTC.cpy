      ******************************************************************
      * DCLGEN TABLE(CBS_ACCT_NOTICE)                                  *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSNTC))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_ACCT_NOTICE IS THE REGISTER OF ADVANCE NOTICES SENT BEFORE *
      * THE CBSBDRM DORMANCY AND CBSBCLS CLOSURE SWEEPS MAY ACT.       *
      * CBSBNTC RAISES ONE ROW PER ACCOUNT AND NOTICE_TYPE ('DORM' OR  *
      * 'CLOS') WITH NOTICE_STATUS 'O' (OPEN). BASIS_DATE IS THE DATE  *
      * THE NOTICE WAS CALCULATED FROM - LAST_ACTIVITY_DATE FOR DORM,  *
      * THE DATE THE ACCOUNT WENT INACTIVE FOR CLOS - SO THE SWEEP CAN *
      * TELL WHEN ACTIVITY HAS RESUMED AND SET THE NOTICE 'C'          *
      * (CANCELLED). THE SWEEP SETS 'A' (ACTIONED) WHEN IT MOVES THE   *
      * ACCOUNT. STATUS_TS IS WHEN NOTICE_STATUS LAST CHANGED.         *
      ******************************************************************
        01  DCLCBS-ACCT-NOTICE.
      *    ACCOUNT_NUMBER
           10 H9-ACCOUNT-NUMBER        PIC S9(18)     USAGE COMP-3.
      *    NOTICE_TYPE
           10 H9-NOTICE-TYPE           PIC X(04).
      *    NOTICE_DATE
           10 H9-NOTICE-DATE           PIC X(10).
      *    ACTION_DATE
           10 H9-ACTION-DATE           PIC X(10).
      *    BASIS_DATE
           10 H9-BASIS-DATE            PIC X(10).
      *    BRANCH_CODE
           10 H9-BRANCH-CODE           PIC X(06).
      *    NOTICE_STATUS
           10 H9-NOTICE-STATUS         PIC X(01).
      *    STATUS_TS
           10 H9-STATUS-TS             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
