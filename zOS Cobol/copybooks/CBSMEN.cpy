      ******************************************************************
      * DCLGEN TABLE(CBS_ACCT_MONTH_END)                               *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSMEN))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_ACCT_MONTH_END HOLDS ONE ROW PER ACCOUNT FOR EACH MONTH-END*
      * POSITION TAKEN BY THE CBSBROL ROLL-FORWARD: THE BRANCH,        *
      * PRODUCT, STATUS AND BALANCE ON CBS_ACCT_MSTR_DTL AT            *
      * SNAPSHOT_TS. SNAPSHOT_DATE IS THE BUSINESS DATE OF THE RUN.    *
      * ONE MONTH'S CLOSING POSITION IS THE NEXT MONTH'S OPENING       *
      * POSITION, AND MOVEMENTS ARE THE AUDIT ROWS STAMPED BETWEEN THE *
      * TWO SNAPSHOT_TS VALUES. CBSBROL KEEPS THIRTEEN MONTHS.         *
      ******************************************************************
        01  DCLCBS-ACCT-MONTH-END.
      *    SNAPSHOT_DATE
           10 HC-SNAPSHOT-DATE         PIC X(10).
      *    SNAPSHOT_TS
           10 HC-SNAPSHOT-TS           PIC X(26).
      *    ACCOUNT_NUMBER
           10 HC-ACCOUNT-NUMBER        PIC S9(18)     USAGE COMP-3.
      *    BRANCH_CODE
           10 HC-BRANCH-CODE           PIC X(06).
      *    PRODUCT_CODE
           10 HC-PRODUCT-CODE          PIC X(06).
      *    ACCOUNT_STATUS
           10 HC-ACCOUNT-STATUS        PIC X(10).
      *    ACCOUNT_BALANCE
           10 HC-ACCOUNT-BALANCE       PIC S9(13)V99 USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
