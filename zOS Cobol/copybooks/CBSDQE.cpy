      ******************************************************************
      * DCLGEN TABLE(CBS_DQ_EXCEPTION)                                 *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSDQE))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_DQ_EXCEPTION IS THE DATA-QUALITY EXCEPTION REGISTER KEPT   *
      * BY THE NIGHTLY CBSBDQS SCAN OF CBS_ACCT_MSTR_DTL. ONE ROW PER  *
      * ACCOUNT AND BROKEN RULE: FIRST_SEEN_DATE IS THE BUSINESS DATE  *
      * THE BREAK WAS FIRST FOUND, LAST_SEEN_DATE THE LATEST SCAN      *
      * THAT STILL FOUND IT. REGISTER_STATUS IS 'O' WHILE OPEN AND     *
      * 'C' ONCE A SCAN NO LONGER FINDS IT, WITH CLEARED_DATE SET      *
      * (NULL WHILE OPEN). A BREAK THAT RETURNS AFTER CLEARING OPENS   *
      * A NEW ROW. BRANCH_CODE, ACCOUNT_STATUS AND DETAIL_VALUE ARE AS *
      * LAST SEEN.                                                     *
      ******************************************************************
        01  DCLCBS-DQ-EXCEPTION.
      *    ACCOUNT_NUMBER
           10 HE-ACCOUNT-NUMBER        PIC S9(18)     USAGE COMP-3.
      *    RULE_CODE
           10 HE-RULE-CODE             PIC X(04).
      *    BRANCH_CODE
           10 HE-BRANCH-CODE           PIC X(06).
      *    ACCOUNT_STATUS
           10 HE-ACCOUNT-STATUS        PIC X(10).
      *    DETAIL_VALUE
           10 HE-DETAIL-VALUE          PIC X(20).
      *    FIRST_SEEN_DATE
           10 HE-FIRST-SEEN-DATE       PIC X(10).
      *    LAST_SEEN_DATE
           10 HE-LAST-SEEN-DATE        PIC X(10).
      *    REGISTER_STATUS
           10 HE-REGISTER-STATUS       PIC X(01).
      *    CLEARED_DATE
           10 HE-CLEARED-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
