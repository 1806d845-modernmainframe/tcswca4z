      *             return code) for the CBSBSUM end-of-chain
      *             summary; a failed insert is reported but never
      *             fails the job it is only describing.
      * 2026-10-15  The months threshold now runs back from the
      *             business date on the CBS_BUSINESS_DATE control
      *             row instead of the system clock, so an
      *             anniversary falling on a weekend or holiday is
      *             swept on the next business day. The extract
      *             takes the audit rows stamped since DAY_OPEN_TS,
      *             so a sweep past midnight still extracts its own
      *             work.
      * 2026-10-15  Closure period is now per product: each
      *             account's PRODUCT_CODE is looked up on the new
      *             CBS_PRODUCT_RULES table and its CLOSURE_MONTHS
      *             used in place of the site-wide CLSPARM months,
      *             which remain the default for a product with no
      *             rule row. A product whose rule says zero months
      *             is never closed by the sweep. The product rules
      *             on file are listed at start-up and a per-product
      *             summary of the months applied and accounts
      *             closed is shown at termination.
      * 2026-10-15  Advance notice: an account is only closed once a
      *             closure notice raised by the new CBSBNTC job has
      *             stood open on CBS_ACCT_NOTICE for at least the
      *             CLSPARM notice days (columns 4-6, default 30),
      *             and the notice is marked actioned in the same
      *             unit of work as the status change. Before the
      *             sweep, open notices on accounts that are no
      *             longer INACTIVE, or that have had any status
      *             change since the notice was calculated, are
      *             cancelled. Accounts past their period but still
      *             waiting out a notice are counted on the job log.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBCLS.
           RECORDING MODE IS F.
       01  CLOS-PARM-RECORD.
           05  PARM-CLOSURE-MONTHS     PIC 9(03).
           05  PARM-NOTICE-DAYS        PIC 9(03).
           05  FILLER                  PIC X(74).
      *
       FD  CLOS-EXT-FILE
           RECORDING MODE IS F.
           05 WK-INACTIVE              PIC X(10) VALUE 'INACTIVE'.
           05 WK-CLOSED                PIC X(10) VALUE 'CLOSED'.
           05 WK-SWEEP-USERID          PIC X(08) VALUE 'CBSBCLS'.
           05 WK-NOTICE-TYPE           PIC X(04) VALUE 'CLOS'.
           05 WK-NOTICE-OPEN           PIC X(01) VALUE 'O'.
           05 WK-NOTICE-CANCELLED      PIC X(01) VALUE 'C'.
           05 WK-NOTICE-ACTIONED       PIC X(01) VALUE 'A'.
      *
        01 WS-FILE-STATUSES.
           05 WS-CLSPARM-STATUS        PIC X(02) VALUE '00'.
              88 WS-CXTCSR-EOF-YES                VALUE 'Y'.
           05 WS-AUDIT-FAILED-SW       PIC X(01) VALUE 'N'.
              88 WS-AUDIT-FAILED                  VALUE 'Y'.
           05 WS-PRDCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-PRDCSR-EOF-YES                VALUE 'Y'.
      *
      *    Days an open CBS_ACCT_NOTICE row must have stood before
      *    the sweep may act on the account - CBSBNTC reads the same
      *    card, so the letter's action date and the sweep agree.
        01 WS-NOTICE-DAYS              PIC S9(03) COMP-3 VALUE +30.
        01 WS-AWAITING-NOTICE          PIC S9(09) COMP VALUE ZEROS.
      *
        01 WS-CLOSURE-MONTHS           PIC S9(03) COMP-3 VALUE +24.
      *
      *    Rule applied to the account just fetched - the product's
      *    own CLOSURE_MONTHS, or the CLSPARM default when the
      *    product has no CBS_PRODUCT_RULES row.
        01 WS-APPLIED-MONTHS           PIC S9(03) COMP-3 VALUE ZEROS.
        01 WS-APPLIED-SOURCE           PIC X(07) VALUE SPACES.
      *
      *    Accounts moved per product and the rule that moved them,
      *    for the summary at termination. Products beyond the
      *    table are counted but not itemised.
        01 WS-PRODUCT-SUMMARY.
           05 WS-PSM-COUNT             PIC S9(04) COMP VALUE ZEROS.
           05 WS-PSM-OVERFLOW          PIC 9(09) VALUE ZEROS.
           05 WS-PSM-ENTRY             OCCURS 50 TIMES
                                       INDEXED BY PSM-IDX.
              10 WS-PSM-PRODUCT        PIC X(06).
              10 WS-PSM-MONTHS         PIC S9(03) COMP-3.
              10 WS-PSM-SOURCE         PIC X(07).
              10 WS-PSM-ACCTS          PIC 9(09).
        01 WS-PSM-MONTHS-DISP          PIC ZZ9.
      *
      *    Last account fetched - the sweep cursor predicate starts
      *    past it, so a reopen after an audit-failure ROLLBACK
      *    (which destroys the cursor even WITH HOLD) resumes with
           05 CTR-AUDIT-FAILURES       PIC 9(09) VALUE ZEROS.
           05 CTR-SQL-ERRORS           PIC 9(09) VALUE ZEROS.
           05 CTR-ACCTS-EXTRACTED      PIC 9(09) VALUE ZEROS.
           05 CTR-NOTICES-CANCELLED    PIC 9(09) VALUE ZEROS.
      *
        01 WS-EXTRACT-TS               PIC X(26) VALUE SPACES.
        01 WS-INACTIVE-SINCE           PIC X(10) VALUE SPACES.
           EXEC SQL
                INCLUDE CBSRST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSPRD
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSNTC
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
           PERFORM 1100-LIST-PRODUCT-RULES
              THRU 1100-LIST-PRODUCT-RULES-EXIT
           PERFORM 1200-CANCEL-RESUMED-NOTICES
              THRU 1200-CANCEL-RESUMED-NOTICES-EXIT
           PERFORM 1250-COUNT-AWAITING-NOTICE
              THRU 1250-COUNT-AWAITING-NOTICE-EXIT
      *    An account qualifies when its current master status is
      *    INACTIVE and its latest audit row is the INACTIVE
      *    transition, older than the months threshold - an account
      *    today, say) never qualifies. WITH HOLD survives the
      *    per-account COMMITs below; after an audit-failure ROLLBACK
      *    the cursor is gone and is reopened from the restart key
      *    (see 3150). The months threshold is the product's own
      *    CLOSURE_MONTHS, or the CLSPARM default when the product
      *    has no rule row; a rule of zero months keeps the product
      *    out of the sweep.
           EXEC SQL
                DECLARE CLSCSR CURSOR WITH HOLD FOR
                SELECT M.ACCOUNT_NUMBER, M.PRODUCT_CODE,
                       COALESCE(P.CLOSURE_MONTHS,
                                :WS-CLOSURE-MONTHS),
                       CASE WHEN P.PRODUCT_CODE IS NULL
                            THEN 'DEFAULT' ELSE 'PRODUCT' END
                  FROM CBS_ACCT_MSTR_DTL M
                 INNER JOIN CBS_ACCT_STATUS_AUDIT A
                    ON A.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                  LEFT OUTER JOIN CBS_PRODUCT_RULES P
                    ON P.PRODUCT_CODE = M.PRODUCT_CODE
                 WHERE M.ACCOUNT_STATUS = :WK-INACTIVE
                   AND A.NEW_STATUS = :WK-INACTIVE
                   AND A.CHANGE_TIMESTAMP =
                       (SELECT MAX(B.CHANGE_TIMESTAMP)
                          FROM CBS_ACCT_STATUS_AUDIT B
                         WHERE B.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER)
                   AND COALESCE(P.CLOSURE_MONTHS,
                                :WS-CLOSURE-MONTHS) > 0
                   AND DATE(A.CHANGE_TIMESTAMP) <
                       DATE(:H6-BUSINESS-DATE)
                            - (COALESCE(P.CLOSURE_MONTHS,
                                        :WS-CLOSURE-MONTHS)) MONTHS
                   AND EXISTS
                       (SELECT 1
                          FROM CBS_ACCT_NOTICE N
                         WHERE N.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                           AND N.NOTICE_TYPE = :WK-NOTICE-TYPE
                           AND N.NOTICE_STATUS = :WK-NOTICE-OPEN
                           AND N.NOTICE_DATE <=
                               DATE(:H6-BUSINESS-DATE)
                                    - :WS-NOTICE-DAYS DAYS)
                   AND M.ACCOUNT_NUMBER > :WS-RESTART-ACCT
                 ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
              THRU 2100-FETCH-SWEEP-ACCT-EXIT.
        1000-INITIALIZE-EXIT.
           EXIT.
      *
        1010-READ-BUSINESS-DATE.
      *    The business day comes from the CBS_BUSINESS_DATE control
      *    row, never the clock. No row means no business date -
      *    stop rather than guess.
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
        1050-READ-SWEEP-PARMS.
      *    CLSPARM is optional - no file or an unusable card leaves
                              AND PARM-CLOSURE-MONTHS > 0
                              MOVE PARM-CLOSURE-MONTHS
                                TO WS-CLOSURE-MONTHS
                              IF PARM-NOTICE-DAYS NUMERIC
                                  MOVE PARM-NOTICE-DAYS
                                    TO WS-NOTICE-DAYS
                              END-IF
                          ELSE
                              DISPLAY 'CLSPARM CARD IGNORED'
                          END-IF
               END-PERFORM
               CLOSE CLOS-PARM-FILE
           END-IF
           DISPLAY 'DEFAULT CLOSURE MONTHS: ' WS-CLOSURE-MONTHS
           DISPLAY 'CLOSURE NOTICE DAYS   : ' WS-NOTICE-DAYS.
        1050-READ-SWEEP-PARMS-EXIT.
           EXIT.
      *
        1100-LIST-PRODUCT-RULES.
      *    The product rules on file, so the job log shows exactly
      *    which periods the sweep ran with and which products it
      *    was told to leave alone. A failed listing is reported
      *    but the sweep cursor applies the same table regardless.
           EXEC SQL
                DECLARE PRDCSR CURSOR FOR
                SELECT PRODUCT_CODE, CLOSURE_MONTHS
                  FROM CBS_PRODUCT_RULES
                 ORDER BY PRODUCT_CODE
           END-EXEC
           EXEC SQL
                OPEN PRDCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING PRDCSR SQLCODE:' SQLCODE
               GO TO 1100-LIST-PRODUCT-RULES-EXIT
           END-IF
           PERFORM 1150-LIST-ONE-PRODUCT-RULE
              THRU 1150-LIST-ONE-PRODUCT-RULE-EXIT
              UNTIL WS-PRDCSR-EOF-YES
           EXEC SQL
                CLOSE PRDCSR
           END-EXEC.
        1100-LIST-PRODUCT-RULES-EXIT.
           EXIT.
      *
        1150-LIST-ONE-PRODUCT-RULE.
           EXEC SQL
                FETCH PRDCSR
                 INTO :H8-PRODUCT-CODE, :H8-CLOSURE-MONTHS
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-PRDCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING PRDCSR SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-PRDCSR-EOF-SW
              WHEN H8-CLOSURE-MONTHS = 0
               DISPLAY 'PRODUCT RULE ' H8-PRODUCT-CODE
                       ' EXEMPT FROM CLOSURE SWEEP'
              WHEN OTHER
               MOVE H8-CLOSURE-MONTHS  TO WS-PSM-MONTHS-DISP
               DISPLAY 'PRODUCT RULE ' H8-PRODUCT-CODE
                       ' CLOSURE MONTHS ' WS-PSM-MONTHS-DISP
           END-EVALUATE.
        1150-LIST-ONE-PRODUCT-RULE-EXIT.
           EXIT.
      *
        1200-CANCEL-RESUMED-NOTICES.
      *    A closure notice stands only while the account is still
      *    INACTIVE with no status change since the date it went
      *    INACTIVE (the notice's BASIS_DATE). A reactivation - or
      *    any later change - cancels it; a fresh notice follows if
      *    the account ever qualifies again.
           EXEC SQL
                UPDATE CBS_ACCT_NOTICE N
                   SET NOTICE_STATUS = :WK-NOTICE-CANCELLED,
                       STATUS_TS     = :WS-CURRENT-TIMESTAMP
                 WHERE N.NOTICE_TYPE   = :WK-NOTICE-TYPE
                   AND N.NOTICE_STATUS = :WK-NOTICE-OPEN
                   AND (NOT EXISTS
                       (SELECT 1
                          FROM CBS_ACCT_MSTR_DTL M
                         WHERE M.ACCOUNT_NUMBER = N.ACCOUNT_NUMBER
                           AND M.ACCOUNT_STATUS = :WK-INACTIVE)
                    OR EXISTS
                       (SELECT 1
                          FROM CBS_ACCT_STATUS_AUDIT A
                         WHERE A.ACCOUNT_NUMBER = N.ACCOUNT_NUMBER
                           AND DATE(A.CHANGE_TIMESTAMP) >
                               N.BASIS_DATE))
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
               MOVE SQLERRD (3)        TO CTR-NOTICES-CANCELLED
              WHEN SQLCODE = 100
               CONTINUE
              WHEN OTHER
               DISPLAY 'ERROR CANCELLING NOTICES SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           EXEC SQL
                COMMIT
           END-EXEC.
        1200-CANCEL-RESUMED-NOTICES-EXIT.
           EXIT.
      *
        1250-COUNT-AWAITING-NOTICE.
      *    Accounts past their closure period that the sweep will
      *    leave alone tonight because no notice has yet stood for
      *    the notice days - shown on the job log so a build-up is
      *    seen rather than mistaken for a quiet night.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-AWAITING-NOTICE
                  FROM CBS_ACCT_MSTR_DTL M
                 INNER JOIN CBS_ACCT_STATUS_AUDIT A
                    ON A.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                  LEFT OUTER JOIN CBS_PRODUCT_RULES P
                    ON P.PRODUCT_CODE = M.PRODUCT_CODE
                 WHERE M.ACCOUNT_STATUS = :WK-INACTIVE
                   AND A.NEW_STATUS = :WK-INACTIVE
                   AND A.CHANGE_TIMESTAMP =
                       (SELECT MAX(B.CHANGE_TIMESTAMP)
                          FROM CBS_ACCT_STATUS_AUDIT B
                         WHERE B.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER)
                   AND COALESCE(P.CLOSURE_MONTHS,
                                :WS-CLOSURE-MONTHS) > 0
                   AND DATE(A.CHANGE_TIMESTAMP) <
                       DATE(:H6-BUSINESS-DATE)
                            - (COALESCE(P.CLOSURE_MONTHS,
                                        :WS-CLOSURE-MONTHS)) MONTHS
                   AND NOT EXISTS
                       (SELECT 1
                          FROM CBS_ACCT_NOTICE N
                         WHERE N.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                           AND N.NOTICE_TYPE = :WK-NOTICE-TYPE
                           AND N.NOTICE_STATUS = :WK-NOTICE-OPEN
                           AND N.NOTICE_DATE <=
                               DATE(:H6-BUSINESS-DATE)
                                    - :WS-NOTICE-DAYS DAYS)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COUNTING AWAITING NOTICE SQLCODE:'
                       SQLCODE
               MOVE ZEROS TO WS-AWAITING-NOTICE
           END-IF.
        1250-COUNT-AWAITING-NOTICE-EXIT.
           EXIT.
      *
        2000-SWEEP-ACCOUNTS.
           ADD 1 TO CTR-ACCTS-SWEPT
        2100-FETCH-SWEEP-ACCT.
           EXEC SQL
                FETCH CLSCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-PRODUCT-CODE,
                      :WS-APPLIED-MONTHS, :WS-APPLIED-SOURCE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
              WHEN OTHER
               PERFORM 3100-WRITE-STATUS-AUDIT
                  THRU 3100-WRITE-STATUS-AUDIT-EXIT
               IF NOT WS-AUDIT-FAILED
                   PERFORM 3300-ACTION-NOTICE
                      THRU 3300-ACTION-NOTICE-EXIT
               END-IF
               IF WS-AUDIT-FAILED
                   EXEC SQL
                        ROLLBACK
                        COMMIT
                   END-EXEC
                   ADD 1 TO CTR-ACCTS-CLOSED
                   PERFORM 3200-COUNT-PRODUCT-RULE
                      THRU 3200-COUNT-PRODUCT-RULE-EXIT
               END-IF
           END-EVALUATE.
        3000-SET-ACCT-CLOSED-EXIT.
           END-IF.
        3100-WRITE-STATUS-AUDIT-EXIT.
           EXIT.
      *
        3200-COUNT-PRODUCT-RULE.
           SET PSM-IDX TO 1
           SEARCH WS-PSM-ENTRY
               AT END
                  ADD 1 TO WS-PSM-OVERFLOW
               WHEN PSM-IDX > WS-PSM-COUNT
                  ADD 1 TO WS-PSM-COUNT
                  MOVE H1-PRODUCT-CODE   TO WS-PSM-PRODUCT (PSM-IDX)
                  MOVE WS-APPLIED-MONTHS TO WS-PSM-MONTHS (PSM-IDX)
                  MOVE WS-APPLIED-SOURCE TO WS-PSM-SOURCE (PSM-IDX)
                  MOVE 1                 TO WS-PSM-ACCTS (PSM-IDX)
               WHEN WS-PSM-PRODUCT (PSM-IDX) = H1-PRODUCT-CODE
                  ADD 1 TO WS-PSM-ACCTS (PSM-IDX)
           END-SEARCH.
        3200-COUNT-PRODUCT-RULE-EXIT.
           EXIT.
      *
        3300-ACTION-NOTICE.
      *    The notice the sweep has just acted on is marked actioned
      *    in the same unit of work as the status change. A failure
      *    is treated as an audit failure - the status change is
      *    backed out rather than left with its notice still open.
           MOVE H1-ACCOUNT-NUMBER      TO H9-ACCOUNT-NUMBER
           EXEC SQL
                UPDATE CBS_ACCT_NOTICE
                   SET NOTICE_STATUS = :WK-NOTICE-ACTIONED,
                       STATUS_TS     = :WS-CURRENT-TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H9-ACCOUNT-NUMBER
                   AND NOTICE_TYPE    = :WK-NOTICE-TYPE
                   AND NOTICE_STATUS  = :WK-NOTICE-OPEN
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'NOTICE UPDATE FAILED SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-AUDIT-FAILED-SW
           END-IF.
        3300-ACTION-NOTICE-EXIT.
           EXIT.
      *
        4000-WRITE-CLOSURE-EXTRACT.
      *    The extract is derived from the day's committed CBSBCLS
                 WHERE M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                   AND A.NEW_STATUS = :WK-CLOSED
                   AND A.SOURCE_PROGRAM = 'CBSBCLS'
                   AND A.CHANGE_TIMESTAMP >= :H6-DAY-OPEN-TS
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
           DISPLAY 'CBSBCLS SQL ERRORS         : ' CTR-SQL-ERRORS
           DISPLAY 'CBSBCLS EXTRACT RECORDS    : '
                   CTR-ACCTS-EXTRACTED
           DISPLAY 'CBSBCLS NOTICES CANCELLED  : '
                   CTR-NOTICES-CANCELLED
           DISPLAY 'CBSBCLS AWAITING NOTICE    : '
                   WS-AWAITING-NOTICE
           PERFORM 9050-DISPLAY-PRODUCT-RULE
              THRU 9050-DISPLAY-PRODUCT-RULE-EXIT
              VARYING PSM-IDX FROM 1 BY 1
              UNTIL PSM-IDX > WS-PSM-COUNT
           IF WS-PSM-OVERFLOW > 0
               DISPLAY 'CBSBCLS OTHER PRODUCTS CLOSED: '
                       WS-PSM-OVERFLOW
           END-IF
           IF RETURN-CODE = 0
              AND (CTR-AUDIT-FAILURES > 0 OR CTR-SQL-ERRORS > 0)
               MOVE 4 TO RETURN-CODE
              THRU 9100-WRITE-RUN-STATS-EXIT.
        9000-TERMINATE-EXIT.
           EXIT.
      *
        9050-DISPLAY-PRODUCT-RULE.
           MOVE WS-PSM-MONTHS (PSM-IDX) TO WS-PSM-MONTHS-DISP
           DISPLAY 'CBSBCLS PRODUCT ' WS-PSM-PRODUCT (PSM-IDX)
                   ' RULE ' WS-PSM-SOURCE (PSM-IDX)
                   ' ' WS-PSM-MONTHS-DISP ' MONTHS - CLOSED: '
                   WS-PSM-ACCTS (PSM-IDX).
        9050-DISPLAY-PRODUCT-RULE-EXIT.
           EXIT.
      *
        9100-WRITE-RUN-STATS.
      *    One row per run on the common CBS_RUN_STATS table - the
