      ******************************************************************
      * DCLGEN TABLE(CBS_ACCT_LEGAL_HOLD)                              *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSLGH))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_ACCT_LEGAL_HOLD HOLDS ONE ROW PER LEGAL HOLD PLACED ON AN  *
      * ACCOUNT - A COURT ORDER, REGULATOR REQUEST OR COMPLAINT,       *
      * IDENTIFIED BY HOLD_REFERENCE. HOLD_STATUS IS 'A' WHILE THE     *
      * HOLD STANDS AND 'R' ONCE RELEASED; RELEASED ROWS ARE KEPT AS   *
      * THE RECORD OF THE HOLD. RELEASE_TS IS NULL UNTIL RELEASE. AN   *
      * ACCOUNT MAY CARRY SEVERAL HOLDS AND IS HELD WHILE ANY ONE IS   *
      * ACTIVE. PLACED AND RELEASED BY CBSBHIS; CBSBARC NEVER ARCHIVES *
      * OR DELETES THE AUDIT ROWS OF A HELD ACCOUNT.                   *
      ******************************************************************
        01  DCLCBS-ACCT-LEGAL-HOLD.
      *    ACCOUNT_NUMBER
           10 HD-ACCOUNT-NUMBER        PIC S9(18)     USAGE COMP-3.
      *    HOLD_REFERENCE
           10 HD-HOLD-REFERENCE        PIC X(20).
      *    HOLD_STATUS
           10 HD-HOLD-STATUS           PIC X(01).
      *    HOLD_USERID
           10 HD-HOLD-USERID           PIC X(08).
      *    HOLD_TS
           10 HD-HOLD-TS               PIC X(26).
      *    RELEASE_USERID
           10 HD-RELEASE-USERID        PIC X(08).
      *    RELEASE_TS
           10 HD-RELEASE-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
