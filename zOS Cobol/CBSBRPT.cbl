      *             return code) for the CBSBSUM end-of-chain
      *             summary; a failed insert is reported but never
      *             fails the job it is only describing.
      * 2026-10-15  Report the business day from the
      *             CBS_BUSINESS_DATE control row instead of the
      *             system clock - the audit cursor takes every row
      *             stamped since DAY_OPEN_TS, so a run that crosses
      *             midnight or is rerun next morning no longer
      *             prints an empty report. Business date shown on
      *             the header.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBRPT.
              'CBSBRPT - DAILY BRANCH ACTIVITY REPORT'.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(31) VALUE SPACES.
      *
        01 RPT-BRANCH-HEADER.
           05 FILLER                   PIC X(08) VALUE 'BRANCH: '.
           EXEC SQL
                INCLUDE CBSRST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSBDT
           END-EXEC.
      *
           EXEC SQL
                INCLUDE SQLCA
                INTO :WS-CURRENT-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 1010-READ-BUSINESS-DATE
              THRU 1010-READ-BUSINESS-DATE-EXIT
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           WRITE BRCH-RPT-RECORD       FROM RPT-HEADER-1
           WRITE BRCH-RPT-RECORD       FROM RPT-SEPARATOR-LINE
           EXEC SQL
                  FROM CBS_ACCT_STATUS_AUDIT A,
                       CBS_ACCT_MSTR_DTL M
                 WHERE M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                   AND A.CHANGE_TIMESTAMP >= :H6-DAY-OPEN-TS
                 ORDER BY M.BRANCH_CODE, A.ACCOUNT_NUMBER,
                       A.CHANGE_TIMESTAMP
           END-EXEC
              THRU 2100-FETCH-STATUS-CHANGE-EXIT.
        1000-INITIALIZE-EXIT.
           EXIT.
      *
        1010-READ-BUSINESS-DATE.
      *    The business day comes from the CBS_BUSINESS_DATE control
      *    row, never the clock. Every audit row stamped since the
      *    day was opened belongs to it, however late the chain
      *    runs. No row means no business date - stop rather than
      *    guess.
           EXEC SQL
                SELECT CHAR(BUSINESS_DATE, ISO),
                       CHAR(DAY_OPEN_TS)
                INTO :H6-BUSINESS-DATE, :H6-DAY-OPEN-TS
                FROM   CBS_BUSINESS_DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CBS_BUSINESS_DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'BUSINESS DATE: ' H6-BUSINESS-DATE.
        1010-READ-BUSINESS-DATE-EXIT.
           EXIT.
      *
        2000-REPORT-CHANGES.
           IF WS-BRANCH-CODE NOT = WS-PREV-BRANCH
