      ******************************************************************
      * DCLGEN TABLE(CBS_ACCT_BRANCH_AUDIT)                            *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSBRH))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_ACCT_BRANCH_AUDIT RECORDS EVERY CHANGE MADE TO             *
      * CBS_ACCT_MSTR_DTL.BRANCH_CODE - THE OLD AND NEW BRANCH, THE    *
      * ACCOUNT'S STATUS AND BALANCE AS IT MOVED, THE MAKER AND THE    *
      * CHECKER, THE REASON CODE, WHEN, AND FROM WHICH                 *
      * PROGRAM/PARAGRAPH. WRITTEN BY CBSBSDG FOR AN XFER REQUEST AND  *
      * BY THE CBSBMRG BRANCH MERGER, IN THE SAME UNIT OF WORK AS THE  *
      * MASTER UPDATE. ACCOUNT_STATUS IS UNCHANGED BY A MOVE, SO NO    *
      * CBS_ACCT_STATUS_AUDIT ROW IS WRITTEN FOR ONE.                  *
      ******************************************************************
        01  DCLCBS-ACCT-BRANCH-AUDIT.
      *    ACCOUNT_NUMBER
           10 HB-ACCOUNT-NUMBER        PIC S9(18)     USAGE COMP-3.
      *    OLD_BRANCH_CODE
           10 HB-OLD-BRANCH-CODE       PIC X(06).
      *    NEW_BRANCH_CODE
           10 HB-NEW-BRANCH-CODE       PIC X(06).
      *    ACCOUNT_STATUS
           10 HB-ACCOUNT-STATUS        PIC X(10).
      *    ACCOUNT_BALANCE
           10 HB-ACCOUNT-BALANCE       PIC S9(13)V99 USAGE COMP-3.
      *    REQUEST_USERID
           10 HB-REQUEST-USERID        PIC X(08).
      *    CHANGE_USERID
           10 HB-CHANGE-USERID         PIC X(08).
      *    REASON_CODE
           10 HB-REASON-CODE           PIC X(04).
      *    CHANGE_TIMESTAMP
           10 HB-CHANGE-TIMESTAMP      PIC X(26).
      *    SOURCE_PROGRAM
           10 HB-SOURCE-PROGRAM        PIC X(08).
      *    SOURCE_PARAGRAPH
           10 HB-SOURCE-PARAGRAPH      PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
