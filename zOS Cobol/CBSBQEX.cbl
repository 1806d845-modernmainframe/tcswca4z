      *             return code) for the CBSBSUM end-of-chain
      *             summary; a failed insert is reported but never
      *             fails the job it is only describing.
      * 2026-10-15  Carry the queue row's NEW_BRANCH_CODE into the
      *             extract's ACCT-IN-NEW-BRANCH so an XFER branch
      *             transfer keyed at the counter reaches CBSBSDG
      *             with its receiving branch.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBQEX.
                SELECT ACCOUNT_NUMBER, REQUEST_TYPE,
                       REQUEST_USERID, REASON_CODE,
                       APPR_USERID,    REQUEST_TS,
                       EFFECTIVE_DATE, NEW_BRANCH_CODE
                  FROM CBS_ACCT_REQ_QUEUE
                 WHERE QUEUE_STATUS = :WK-QUEUED
                 ORDER BY ACCOUNT_NUMBER, REQUEST_TS
           MOVE H4-REASON-CODE         TO ACCT-IN-REASON-CODE
           MOVE H4-APPR-USERID         TO ACCT-IN-APPR-USERID
           MOVE H4-EFFECTIVE-DATE      TO ACCT-IN-EFFECTIVE-DATE
           MOVE H4-NEW-BRANCH-CODE     TO ACCT-IN-NEW-BRANCH
           WRITE ACCT-QEX-RECORD
           IF WS-ACCTQEX-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACCT-QEX-FILE STATUS:'
                 INTO :H4-ACCOUNT-NUMBER, :H4-REQUEST-TYPE,
                      :H4-REQUEST-USERID, :H4-REASON-CODE,
                      :H4-APPR-USERID,    :H4-REQUEST-TS,
                      :H4-EFFECTIVE-DATE, :H4-NEW-BRANCH-CODE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
