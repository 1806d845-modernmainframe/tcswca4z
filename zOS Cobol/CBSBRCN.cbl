      *             return code) for the CBSBSUM end-of-chain
      *             summary; a failed insert is reported but never
      *             fails the job it is only describing.
      * 2026-10-15  "Today" is now the business day on the
      *             CBS_BUSINESS_DATE control row, not the system
      *             clock - both the audited-today test and the
      *             INACTIVE notification cursor take every audit
      *             row stamped since DAY_OPEN_TS, so a run past
      *             midnight or a next-morning rerun still matches
      *             the day's work. Business date shown on the
      *             header.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBRCN.
              'CBSBRCN - NIGHTLY RECONCILIATION EXCEPTIONS'.
           05 FILLER                   PIC X(09) VALUE '  RUN TS:'.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(27) VALUE SPACES.
      *
        01 RPT-HEADER-2.
           05 FILLER                   PIC X(20) VALUE 'ACCOUNT NUMBER'.
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
           WRITE RECN-RPT-RECORD       FROM RPT-HEADER-1
           WRITE RECN-RPT-RECORD       FROM RPT-HEADER-2
           WRITE RECN-RPT-RECORD       FROM RPT-SEPARATOR-LINE
              THRU 1100-SORT-NOTIFICATIONS-EXIT.
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
        1100-SORT-NOTIFICATIONS.
      *    The extract arrives in processing order; the match below
                               FROM CBS_ACCT_STATUS_AUDIT T
                              WHERE T.ACCOUNT_NUMBER
                                    = M.ACCOUNT_NUMBER
                                AND T.CHANGE_TIMESTAMP
                                    >= :H6-DAY-OPEN-TS)
                            THEN 'Y' ELSE 'N' END
                  FROM CBS_ACCT_MSTR_DTL M,
                       CBS_ACCT_STATUS_AUDIT A
                SELECT A.ACCOUNT_NUMBER, CHAR(A.CHANGE_TIMESTAMP)
                  FROM CBS_ACCT_STATUS_AUDIT A
                 WHERE A.NEW_STATUS = :WK-INACTIVE
                   AND A.CHANGE_TIMESTAMP >= :H6-DAY-OPEN-TS
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
