      *        APOST                                                   *
      ******************************************************************
      * CBS_ACCT_REQ_QUEUE HOLDS THE ACCOUNT STATUS REQUESTS KEYED    *
      * ONLINE BY CBSOSDG (DREG/APPR/REJC/REAC/FRZE/UNFZ/DRET/XFER).  *
      * QUEUE_STATUS 'Q' = WAITING, 'X' = DRAINED TO THE NIGHTLY      *
      * EXTRACT BY CBSBQEX (EXTRACT_TS SAYS WHEN). NEW_BRANCH_CODE IS *
      * THE RECEIVING BRANCH OF AN XFER, BLANK ON EVERY OTHER TYPE.   *
      ******************************************************************
        01  DCLCBS-ACCT-REQ-QUEUE.
      *    ACCOUNT_NUMBER
           10 H4-EXTRACT-TS            PIC X(26).
      *    EFFECTIVE_DATE
           10 H4-EFFECTIVE-DATE        PIC X(10).
      *    NEW_BRANCH_CODE
           10 H4-NEW-BRANCH-CODE       PIC X(06).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
