      *             run's trailers still cover the records the
      *             interrupted attempt wrote. Verified trailer
      *             counts are shown on RUNRPT.
      * 2026-10-15  The run date is now the business date on the
      *             CBS_BUSINESS_DATE control row, never the system
      *             clock, so a run past midnight or a next-morning
      *             rerun no longer releases future-dated requests a
      *             day early or late, and DRET stamps the business
      *             date as LAST_ACTIVITY_DATE. The business date
      *             only takes working-day values, so a request due
      *             on a weekend or holiday releases on the next
      *             working day; the park result line now shows
      *             that release date (the first date on or after
      *             the effective date not on CBS_HOLIDAY_CAL), and
      *             the due-within-7-days count is taken on it.
      *             Business date shown on RUNRPT.
      * 2026-10-15  Request eligibility by product: before any
      *             status rule is applied the account's PRODUCT_CODE
      *             is looked up on CBS_PRODUCT_RULES and a request
      *             type not in the product's ALLOWED_REQ_TYPES list
      *             is refused with 'REQUEST xxxx NOT ALLOWED FOR
      *             PRODUCT pppppp' (new disposition PRD, own line
      *             on RUNRPT). A product with no rule row allows
      *             every type. The rule is cached on the product
      *             code so a sorted extract reads it once per run
      *             of like products.
      * 2026-10-15  ESCHEATED (set by the new CBSBESC unclaimed-
      *             funds job) is a known status: every request
      *             against it, a freeze included, is turned away
      *             with 'ACCOUNT IS ESCHEATED - PLEASE CONTACT BANK'
      *             - the funds are with the unclaimed-balances
      *             ledger and a reclaim is handled off-system.
      * 2026-10-15  User entitlements re-checked at execution: the
      *             requester must hold an active CBS_USER_AUTHORITY
      *             row allowing the request type for the account's
      *             branch, and on APPR/UNFZ the approver must be
      *             allowed to approve the type for the branch. A
      *             failure is refused with 'USER uuuuuuuu NOT
      *             ENTITLED ...' (new disposition ENT, own line on
      *             RUNRPT), ahead of the product rule.
      * 2026-10-15  Added the XFER branch transfer request type: an
      *             account that is not CLOSED, ESCHEATED or FROZEN
      *             is moved to ACCT-IN-NEW-BRANCH with a reason code
      *             and an approver different from the requester.
      *             Requester and approver must both be entitled
      *             for the account's current branch and for the
      *             receiving branch. The master UPDATE re-checks the
      *             branch it was read with, and the move is recorded
      *             on CBS_ACCT_BRANCH_AUDIT (old and new branch,
      *             status, balance, maker and checker) in the same
      *             unit of work - a failed audit insert rolls the
      *             move back. The status is unchanged, so no status
      *             audit row is written. New disposition XFR and
      *             RUNRPT lines for the type and the disposition.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBSDG.
           05 WK-PENDAPPR              PIC X(10) VALUE 'PENDAPPR'.
           05 WK-FROZEN                PIC X(10) VALUE 'FROZEN'.
           05 WK-CLOSED                PIC X(10) VALUE 'CLOSED'.
           05 WK-ESCHEATED             PIC X(10) VALUE 'ESCHEATED'.
           05 WK-DORMANT               PIC X(10) VALUE 'DORMANT'.
           05 WK-ACTIVE-FLAG-YES       PIC X(01) VALUE 'Y'.
           05 WK-ALL-BRANCHES          PIC X(06) VALUE '*ALL'.
      *
        01 WS-FILE-STATUSES.
           05 WS-ACCTIN-STATUS         PIC X(02) VALUE '00'.
              88 WS-PREVFY-EOF-YES                VALUE 'Y'.
           05 WS-PREVFY-TRL-SW         PIC X(01) VALUE 'N'.
              88 WS-PREVFY-TRL-SEEN               VALUE 'Y'.
           05 WS-RELEASE-FOUND-SW      PIC X(01) VALUE 'N'.
              88 WS-RELEASE-FOUND                 VALUE 'Y'.
           05 WS-PRD-RULE-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-PRD-RULE-FOUND                VALUE 'Y'.
           05 WS-PRD-ALLOWED-SW        PIC X(01) VALUE 'N'.
              88 WS-PRD-ALLOWED                   VALUE 'Y'.
           05 WS-ENT-ALLOWED-SW        PIC X(01) VALUE 'N'.
              88 WS-ENT-ALLOWED                   VALUE 'Y'.
           05 WS-UAU-READ-SW           PIC X(01) VALUE 'N'.
              88 WS-UAU-READ-FOUND                VALUE 'Y'.
              88 WS-UAU-READ-ERROR                VALUE 'E'.
      *
      *    One disposition per input record - defaulted to NOA in
      *    2400-PROCESS-ONE-ACCOUNT and overwritten at the site where
           88 DISP-FROZEN                         VALUE 'FRZ'.
           88 DISP-UNFROZEN                       VALUE 'UNF'.
           88 DISP-DORM-RETURNED                  VALUE 'DRT'.
           88 DISP-TRANSFERRED                    VALUE 'XFR'.
           88 DISP-REJECTED                       VALUE 'REJ'.
           88 DISP-BAL-BLOCKED                    VALUE 'BLK'.
           88 DISP-NOT-FOUND                      VALUE 'NFD'.
           88 DISP-SQL-ERROR                      VALUE 'SQL'.
           88 DISP-NO-ACTION                      VALUE 'NOA'.
           88 DISP-PRODUCT-REFUSED                VALUE 'PRD'.
           88 DISP-ENTITLE-REFUSED                VALUE 'ENT'.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-RECORDS-READ         PIC 9(09) VALUE ZEROS.
           05 CTR-REQ-FRZE             PIC 9(09) VALUE ZEROS.
           05 CTR-REQ-UNFZ             PIC 9(09) VALUE ZEROS.
           05 CTR-REQ-DRET             PIC 9(09) VALUE ZEROS.
           05 CTR-REQ-XFER             PIC 9(09) VALUE ZEROS.
           05 CTR-REQ-OTHER            PIC 9(09) VALUE ZEROS.
           05 CTR-DEREGISTERED         PIC 9(09) VALUE ZEROS.
           05 CTR-PENDING-RAISED       PIC 9(09) VALUE ZEROS.
           05 CTR-FROZEN               PIC 9(09) VALUE ZEROS.
           05 CTR-UNFROZEN             PIC 9(09) VALUE ZEROS.
           05 CTR-DORM-RETURNED        PIC 9(09) VALUE ZEROS.
           05 CTR-TRANSFERRED          PIC 9(09) VALUE ZEROS.
           05 CTR-REJECTED             PIC 9(09) VALUE ZEROS.
           05 CTR-BAL-BLOCKED          PIC 9(09) VALUE ZEROS.
           05 CTR-NOT-FOUND            PIC 9(09) VALUE ZEROS.
           05 CTR-SQL-ERROR            PIC 9(09) VALUE ZEROS.
           05 CTR-NO-ACTION            PIC 9(09) VALUE ZEROS.
           05 CTR-PRODUCT-REFUSED      PIC 9(09) VALUE ZEROS.
           05 CTR-ENTITLE-REFUSED      PIC 9(09) VALUE ZEROS.
           05 CTR-EXCEPTIONS           PIC 9(09) VALUE ZEROS.
           05 CTR-ACCOUNTS-WORKED      PIC 9(09) VALUE ZEROS.
           05 CTR-CUST-REQUESTS        PIC 9(09) VALUE ZEROS.
      *
        01 WS-RUN-DATE                 PIC X(10) VALUE SPACES.
        01 WS-WEEK-END-DATE            PIC X(10) VALUE SPACES.
      *
      *    First working day on or after a parked request's
      *    effective date - the business date the request will
      *    actually release on. A month of consecutive non-working
      *    dates can only be a calendar error, so the search stops
      *    there.
        01 WS-RELEASE-DATE             PIC X(10) VALUE SPACES.
        01 WS-RELEASE-STEPS            PIC S9(04) COMP VALUE ZEROS.
        01 WS-RELEASE-STEP-LIMIT       PIC S9(04) COMP VALUE +31.
        01 WS-HOLIDAY-COUNT            PIC S9(09) COMP VALUE ZEROS.
      *
        01 WK-PARK-MSG.
           05 FILLER                   PIC X(19) VALUE
              'PARKED - EFFECTIVE '.
           05 WK-PARK-EFF-DATE         PIC X(10).
           05 FILLER                   PIC X(10) VALUE
              ' RELEASES '.
           05 WK-PARK-RELEASE-DATE     PIC X(10).
           05 FILLER                   PIC X(11) VALUE SPACES.
      *
      *    Previous single-account number seen, for the high-volume
      *    mode sequence check - DB2 getpages only settle down when
              'CBSBSDG - RUN CONTROL REPORT      '.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(37) VALUE SPACES.
      *
        01 RPT-SEPARATOR-LINE.
           05 FILLER                   PIC X(68) VALUE ALL '-'.
           05 WK-AUDIT-USERID          PIC X(08).
           05 WK-AUDIT-PARAGRAPH       PIC X(30).
      *
      *    Product rule last read from CBS_PRODUCT_RULES, kept so
      *    consecutive accounts of the same product share one read.
      *    The allowed request types are ten 4-byte codes side by
      *    side; a product with no rule row allows every type.
        01 WS-PRD-CACHED-CODE          PIC X(06) VALUE HIGH-VALUES.
        01 WS-PRD-ALLOWED-LIST.
           05 WS-PRD-ALLOWED-TYPE      PIC X(04) OCCURS 10 TIMES
                                       INDEXED BY PRD-IDX.
      *
        01 WK-PRODUCT-REFUSED-MSG.
           05 FILLER                   PIC X(08) VALUE 'REQUEST '.
           05 WK-PRD-MSG-REQ-TYPE      PIC X(04).
           05 FILLER                   PIC X(25) VALUE
              ' NOT ALLOWED FOR PRODUCT '.
           05 WK-PRD-MSG-PRODUCT       PIC X(06).
           05 FILLER                   PIC X(17) VALUE SPACES.
      *
      *    Entitlement rows last read from CBS_USER_AUTHORITY, one
      *    per role, kept so consecutive records keyed by the same
      *    requester or approver share one read. Request types are
      *    ten 4-byte codes and branches ten 6-byte codes side by
      *    side, as held on the table.
        01 WS-UAU-MAKER.
           05 WS-UAU-MKR-CACHED-ID     PIC X(08) VALUE HIGH-VALUES.
           05 WS-UAU-MKR-FOUND-SW      PIC X(01) VALUE 'N'.
              88 WS-UAU-MKR-FOUND                 VALUE 'Y'.
           05 WS-UAU-MKR-TYPE-LIST.
              10 WS-UAU-MKR-TYPE       PIC X(04) OCCURS 10 TIMES
                                       INDEXED BY UMT-IDX.
           05 WS-UAU-MKR-BRANCH-LIST.
              10 WS-UAU-MKR-BRANCH     PIC X(06) OCCURS 10 TIMES
                                       INDEXED BY UMB-IDX.
      *
        01 WS-UAU-APPROVER.
           05 WS-UAU-APR-CACHED-ID     PIC X(08) VALUE HIGH-VALUES.
           05 WS-UAU-APR-FOUND-SW      PIC X(01) VALUE 'N'.
              88 WS-UAU-APR-FOUND                 VALUE 'Y'.
           05 WS-UAU-APR-TYPE-LIST.
              10 WS-UAU-APR-TYPE       PIC X(04) OCCURS 10 TIMES
                                       INDEXED BY UAT-IDX.
           05 WS-UAU-APR-BRANCH-LIST.
              10 WS-UAU-APR-BRANCH     PIC X(06) OCCURS 10 TIMES
                                       INDEXED BY UAB-IDX.
      *
        01 WK-ENTITLE-REFUSED-MSG.
           05 FILLER                   PIC X(05) VALUE 'USER '.
           05 WK-ENT-MSG-USERID        PIC X(08).
           05 WK-ENT-MSG-TEXT          PIC X(26).
           05 WK-ENT-MSG-OBJECT        PIC X(06).
           05 FILLER                   PIC X(15) VALUE SPACES.
      *
      *    Status the account held before a freeze, recovered from
      *    the freeze's own audit row when an unfreeze is executed.
        01 WK-UNFREEZE-STATUS          PIC X(10) VALUE SPACES.
           EXEC SQL
                INCLUDE CBSRST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSPRD
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSUAU
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSBRH
           END-EXEC.
      *
           EXEC SQL
                INCLUDE SQLCA
      *    must still carry one on ACCTEXCP.
           PERFORM 1070-GET-CURRENT-TS
              THRU 1070-GET-CURRENT-TS-EXIT
           PERFORM 1010-READ-BUSINESS-DATE
              THRU 1010-READ-BUSINESS-DATE-EXIT
           PERFORM 1100-OPEN-OUTPUT-FILES
              THRU 1100-OPEN-OUTPUT-FILES-EXIT
      *    Parked requests from the previous run are presented ahead
              THRU 2100-READ-ACCT-IN-EXIT.
        1000-INITIALIZE-EXIT.
           EXIT.
      *
        1010-READ-BUSINESS-DATE.
      *    The run date is the business date on the CBS_BUSINESS_DATE
      *    control row, never the clock - a run that crosses midnight
      *    or is rerun next morning still releases exactly the
      *    requests due on the day it belongs to. No row means no
      *    run date - stop rather than guess.
           EXEC SQL
                SELECT CHAR(BUSINESS_DATE, ISO),
                       CHAR(BUSINESS_DATE + 7 DAYS, ISO)
                INTO :WS-RUN-DATE, :WS-WEEK-END-DATE
                FROM   CBS_BUSINESS_DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CBS_BUSINESS_DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'BUSINESS DATE: ' WS-RUN-DATE.
        1010-READ-BUSINESS-DATE-EXIT.
           EXIT.
      *
        1050-READ-RESTART-CONTROL.
           OPEN INPUT ACCT-RESTART-IN-FILE
           MOVE ACCT-IN-USERID         TO REQUEST-USERID
           MOVE ACCT-IN-REASON-CODE    TO REQUEST-REASON-CODE
           MOVE ACCT-IN-APPR-USERID    TO APPROVER-USERID
           MOVE ACCT-IN-NEW-BRANCH     TO REQUEST-NEW-BRANCH
           MOVE SPACES                 TO CUSTOMER-NAME
           MOVE ZEROS                  TO CUSTOMER-ID
           MOVE SPACES                 TO PRODUCT-CODE
               GOBACK
           END-IF
           ADD 1 TO CTR-PARKED
           PERFORM 2455-FIND-RELEASE-DATE
              THRU 2455-FIND-RELEASE-DATE-EXIT
           IF WS-RELEASE-DATE NOT > WS-WEEK-END-DATE
               ADD 1 TO CTR-DUE-THIS-WEEK
           END-IF
           MOVE ACCT-IN-ACCOUNT-NO     TO OUT-ACCOUNT-NO
           MOVE SPACES                 TO OUT-BRANCH-CODE
           MOVE ZEROS                  TO OUT-ACCOUNT-BALANCE
           MOVE ACCT-IN-EFFECTIVE-DATE TO WK-PARK-EFF-DATE
           MOVE WS-RELEASE-DATE        TO WK-PARK-RELEASE-DATE
           MOVE WK-PARK-MSG            TO OUT-MESSAGES
           WRITE ACCT-OUT-RECORD
           IF WS-ACCTOUT-STATUS NOT = '00'
           END-IF.
        2450-PARK-REQUEST-EXIT.
           EXIT.
      *
        2455-FIND-RELEASE-DATE.
      *    The request releases on the first business date on or
      *    after its effective date - the effective date itself
      *    unless the holiday calendar says otherwise. Purely
      *    informational: the release itself is the ordinary
      *    effective-date test against the business date in 2000,
      *    so any failure here just shows the effective date.
           MOVE ACCT-IN-EFFECTIVE-DATE TO WS-RELEASE-DATE
           MOVE ZEROS                  TO WS-RELEASE-STEPS
           MOVE 'N'                    TO WS-RELEASE-FOUND-SW
           PERFORM 2456-CHECK-RELEASE-DATE
              THRU 2456-CHECK-RELEASE-DATE-EXIT
              UNTIL WS-RELEASE-FOUND.
        2455-FIND-RELEASE-DATE-EXIT.
           EXIT.
      *
        2456-CHECK-RELEASE-DATE.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-HOLIDAY-COUNT
                FROM   CBS_HOLIDAY_CAL
                WHERE  HOLIDAY_DATE = :WS-RELEASE-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'HOLIDAY CALENDAR READ FAILED SQLCODE:'
                       SQLCODE
               MOVE ACCT-IN-EFFECTIVE-DATE TO WS-RELEASE-DATE
               MOVE 'Y' TO WS-RELEASE-FOUND-SW
               GO TO 2456-CHECK-RELEASE-DATE-EXIT
           END-IF
           IF WS-HOLIDAY-COUNT = 0
               MOVE 'Y' TO WS-RELEASE-FOUND-SW
               GO TO 2456-CHECK-RELEASE-DATE-EXIT
           END-IF
           ADD 1 TO WS-RELEASE-STEPS
           IF WS-RELEASE-STEPS > WS-RELEASE-STEP-LIMIT
               DISPLAY 'NO WORKING DAY WITHIN ' WS-RELEASE-STEP-LIMIT
                       ' DAYS OF ' ACCT-IN-EFFECTIVE-DATE
               MOVE ACCT-IN-EFFECTIVE-DATE TO WS-RELEASE-DATE
               MOVE 'Y' TO WS-RELEASE-FOUND-SW
               GO TO 2456-CHECK-RELEASE-DATE-EXIT
           END-IF
           EXEC SQL
                SELECT CHAR(DATE(:WS-RELEASE-DATE) + 1 DAY, ISO)
                INTO :WS-RELEASE-DATE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ACCT-IN-EFFECTIVE-DATE TO WS-RELEASE-DATE
               MOVE 'Y' TO WS-RELEASE-FOUND-SW
           END-IF.
        2456-CHECK-RELEASE-DATE-EXIT.
           EXIT.
      *
        2460-QUEUE-RETRY.
      *    The blocked record's own image goes back out with its
               IF DISP-DEREGISTERED OR DISP-PENDING-RAISED
                  OR DISP-REACTIVATED OR DISP-REJECTED
                  OR DISP-FROZEN OR DISP-UNFROZEN
                  OR DISP-DORM-RETURNED OR DISP-TRANSFERRED
                   ADD 1 TO WS-CUST-DONE
               ELSE
                   ADD 1 TO WS-CUST-BLOCKED
               ADD 1 TO CTR-REQ-UNFZ
              WHEN 'DRET'
               ADD 1 TO CTR-REQ-DRET
              WHEN 'XFER'
               ADD 1 TO CTR-REQ-XFER
              WHEN OTHER
               ADD 1 TO CTR-REQ-OTHER
           END-EVALUATE.
               ADD 1 TO CTR-UNFROZEN
              WHEN DISP-DORM-RETURNED
               ADD 1 TO CTR-DORM-RETURNED
              WHEN DISP-TRANSFERRED
               ADD 1 TO CTR-TRANSFERRED
              WHEN DISP-REJECTED
               ADD 1 TO CTR-REJECTED
              WHEN DISP-BAL-BLOCKED
               ADD 1 TO CTR-NOT-FOUND
              WHEN DISP-SQL-ERROR
               ADD 1 TO CTR-SQL-ERROR
              WHEN DISP-PRODUCT-REFUSED
               ADD 1 TO CTR-PRODUCT-REFUSED
              WHEN DISP-ENTITLE-REFUSED
               ADD 1 TO CTR-ENTITLE-REFUSED
              WHEN OTHER
               ADD 1 TO CTR-NO-ACTION
           END-EVALUATE.
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE WS-RUN-DATE            TO RPT-HDR-BUSINESS-DATE
           WRITE RUN-RPT-RECORD        FROM RPT-HEADER-1
           WRITE RUN-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           MOVE 'RECORDS READ (PENDING + EXTRACT)'
           MOVE 'REQUESTS BY TYPE - DRET'
                                       TO RPT-DET-LABEL
           MOVE CTR-REQ-DRET           TO RPT-DET-COUNT
           PERFORM 9150-WRITE-RPT-DETAIL
              THRU 9150-WRITE-RPT-DETAIL-EXIT
           MOVE 'REQUESTS BY TYPE - XFER'
                                       TO RPT-DET-LABEL
           MOVE CTR-REQ-XFER           TO RPT-DET-COUNT
           PERFORM 9150-WRITE-RPT-DETAIL
              THRU 9150-WRITE-RPT-DETAIL-EXIT
           MOVE 'REQUESTS BY TYPE - OTHER'
           MOVE 'DORMANT RETURNED TO ACTIVE'
                                       TO RPT-DET-LABEL
           MOVE CTR-DORM-RETURNED      TO RPT-DET-COUNT
           PERFORM 9150-WRITE-RPT-DETAIL
              THRU 9150-WRITE-RPT-DETAIL-EXIT
           MOVE 'ACCOUNTS TRANSFERRED TO NEW BRANCH'
                                       TO RPT-DET-LABEL
           MOVE CTR-TRANSFERRED        TO RPT-DET-COUNT
           PERFORM 9150-WRITE-RPT-DETAIL
              THRU 9150-WRITE-RPT-DETAIL-EXIT
           MOVE 'DEREGISTRATION REQUESTS REJECTED'
           MOVE 'BLOCKED BY BALANCE OR HOLD'
                                       TO RPT-DET-LABEL
           MOVE CTR-BAL-BLOCKED        TO RPT-DET-COUNT
           PERFORM 9150-WRITE-RPT-DETAIL
              THRU 9150-WRITE-RPT-DETAIL-EXIT
           MOVE 'REFUSED BY PRODUCT RULE'
                                       TO RPT-DET-LABEL
           MOVE CTR-PRODUCT-REFUSED    TO RPT-DET-COUNT
           PERFORM 9150-WRITE-RPT-DETAIL
              THRU 9150-WRITE-RPT-DETAIL-EXIT
           MOVE 'REFUSED BY USER ENTITLEMENT'
                                       TO RPT-DET-LABEL
           MOVE CTR-ENTITLE-REFUSED    TO RPT-DET-COUNT
           PERFORM 9150-WRITE-RPT-DETAIL
              THRU 9150-WRITE-RPT-DETAIL-EXIT
           MOVE 'ACCOUNT NOT FOUND'    TO RPT-DET-LABEL
      *
        CHECK-ACCT-STATUS.
           DISPLAY 'CHECK STATUS PARA'
      *    The users' entitlements are re-checked here at execution
      *    against the account's branch - an entitlement withdrawn
      *    since the request was keyed or edited stops it now.
           PERFORM CHECK-USER-ENTITLEMENT
              THRU CHECK-USER-ENTITLEMENT-EXIT
           IF NOT WS-ENT-ALLOWED
               GO TO CHECK-ACCT-STATUS-EXIT
           END-IF
      *    The product's own list of request types outranks every
      *    status rule below, the freeze included - a type the
      *    product does not allow is refused whatever the status.
           PERFORM CHECK-PRODUCT-RULE
              THRU CHECK-PRODUCT-RULE-EXIT
           IF NOT WS-PRD-ALLOWED
               GO TO CHECK-ACCT-STATUS-EXIT
           END-IF
      *    A compliance freeze outranks the per-status rules below:
      *    it is honoured from any workable status, and deliberately
      *    ignores WS-BAL-CHECK-FAILED - the balance/hold block only
      *    makes sense for deregistration. Only an account already
      *    FROZEN, CLOSED or ESCHEATED turns a freeze away.
           IF REQUEST-TYPE = 'FRZE'
               EVALUATE WS-ACCOUNT-STATUS
                  WHEN WK-FROZEN
                   MOVE 'ACCOUNT IS ALREADY FROZEN' TO MESSAGES
                  WHEN WK-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO MESSAGES
                  WHEN WK-ESCHEATED
                   MOVE 'ACCOUNT IS ESCHEATED - PLEASE CONTACT BANK'
                     TO MESSAGES
                  WHEN OTHER
                   PERFORM FREEZE-ACCT-STATUS
                      THRU FREEZE-ACCT-STATUS-EXIT
               END-EVALUATE
               GO TO CHECK-ACCT-STATUS-EXIT
           END-IF
      *    A branch transfer leaves the status alone, so it is taken
      *    from any status that can still be worked - the balance and
      *    hold travel with the account. A FROZEN account stays put
      *    until compliance releases it.
           IF REQUEST-TYPE = 'XFER'
               EVALUATE WS-ACCOUNT-STATUS
                  WHEN WK-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO MESSAGES
                  WHEN WK-ESCHEATED
                   MOVE 'ACCOUNT IS ESCHEATED - PLEASE CONTACT BANK'
                     TO MESSAGES
                  WHEN WK-FROZEN
                   MOVE 'ACCOUNT IS FROZEN - PLEASE CONTACT BANK'
                     TO MESSAGES
                  WHEN OTHER
                   PERFORM TRANSFER-ACCT-BRANCH
                      THRU TRANSFER-ACCT-BRANCH-EXIT
               END-EVALUATE
               GO TO CHECK-ACCT-STATUS-EXIT
           END-IF
           EVALUATE WS-ACCOUNT-STATUS
              WHEN 'ACTIVE    '
               IF REQUEST-TYPE NOT = 'DREG'
               END-IF
              WHEN 'CLOSED    '
               MOVE 'ACCOUNT IS CLOSED' TO MESSAGES
              WHEN 'ESCHEATED '
               MOVE 'ACCOUNT IS ESCHEATED - PLEASE CONTACT BANK'
                 TO MESSAGES
              WHEN 'FROZEN    '
               IF REQUEST-TYPE = 'UNFZ'
                   PERFORM UNFREEZE-ACCT-STATUS
           END-EVALUATE.
        CHECK-ACCT-STATUS-EXIT.
            EXIT.
      *
        CHECK-PRODUCT-RULE.
           MOVE 'Y' TO WS-PRD-ALLOWED-SW
           IF H1-PRODUCT-CODE NOT = WS-PRD-CACHED-CODE
               MOVE H1-PRODUCT-CODE    TO H8-PRODUCT-CODE
               EXEC SQL
                    SELECT ALLOWED_REQ_TYPES
                      INTO :H8-ALLOWED-REQ-TYPES
                      FROM CBS_PRODUCT_RULES
                     WHERE PRODUCT_CODE = :H8-PRODUCT-CODE
               END-EXEC
               EVALUATE SQLCODE
                  WHEN 0
                   MOVE 'Y' TO WS-PRD-RULE-FOUND-SW
                   MOVE H8-ALLOWED-REQ-TYPES TO WS-PRD-ALLOWED-LIST
                  WHEN 100
                   MOVE 'N' TO WS-PRD-RULE-FOUND-SW
                  WHEN OTHER
                   DISPLAY 'SQLCODE PRODUCT RULE:' SQLCODE
                   MOVE 'SQL ERROR READING PRODUCT RULE' TO MESSAGES
                   MOVE 'SQL' TO WS-DISPOSITION
                   MOVE 'N' TO WS-PRD-ALLOWED-SW
                   MOVE HIGH-VALUES TO WS-PRD-CACHED-CODE
                   PERFORM WRITE-EXCEPTION-REC
                      THRU WRITE-EXCEPTION-REC-EXIT
                   GO TO CHECK-PRODUCT-RULE-EXIT
               END-EVALUATE
               MOVE H1-PRODUCT-CODE    TO WS-PRD-CACHED-CODE
           END-IF
           IF NOT WS-PRD-RULE-FOUND
               GO TO CHECK-PRODUCT-RULE-EXIT
           END-IF
           SET PRD-IDX TO 1
           SEARCH WS-PRD-ALLOWED-TYPE
               AT END
                  MOVE 'N' TO WS-PRD-ALLOWED-SW
               WHEN WS-PRD-ALLOWED-TYPE (PRD-IDX) = REQUEST-TYPE
                  CONTINUE
           END-SEARCH
           IF NOT WS-PRD-ALLOWED
               MOVE REQUEST-TYPE       TO WK-PRD-MSG-REQ-TYPE
               MOVE H1-PRODUCT-CODE    TO WK-PRD-MSG-PRODUCT
               MOVE WK-PRODUCT-REFUSED-MSG TO MESSAGES
               MOVE 'PRD' TO WS-DISPOSITION
               DISPLAY "MESSAGES:" MESSAGES
           END-IF.
        CHECK-PRODUCT-RULE-EXIT.
           EXIT.
      *
        CHECK-USER-ENTITLEMENT.
      *    The requester must hold an active CBS_USER_AUTHORITY row
      *    allowing the request type for the account's branch; on
      *    an APPR, UNFZ or XFER the approver must likewise be allowed
      *    to approve that type for the branch. An XFER needs both
      *    users entitled for the receiving branch as well as the
      *    account's own, the rule CBSBMRG applies to a merger. A
      *    userid with no active row is refused outright.
           MOVE 'Y' TO WS-ENT-ALLOWED-SW
           IF REQUEST-USERID NOT = WS-UAU-MKR-CACHED-ID
               MOVE REQUEST-USERID     TO HA-USERID
               PERFORM READ-USER-AUTHORITY
                  THRU READ-USER-AUTHORITY-EXIT
               IF WS-UAU-READ-ERROR
                   GO TO CHECK-USER-ENTITLEMENT-EXIT
               END-IF
               MOVE WS-UAU-READ-SW     TO WS-UAU-MKR-FOUND-SW
               MOVE HA-MAKE-REQ-TYPES  TO WS-UAU-MKR-TYPE-LIST
               MOVE HA-BRANCH-LIST     TO WS-UAU-MKR-BRANCH-LIST
               MOVE REQUEST-USERID     TO WS-UAU-MKR-CACHED-ID
           END-IF
           MOVE REQUEST-USERID         TO WK-ENT-MSG-USERID
           IF NOT WS-UAU-MKR-FOUND
               MOVE ' HAS NO ACTIVE ENTITLEMENT' TO WK-ENT-MSG-TEXT
               MOVE SPACES             TO WK-ENT-MSG-OBJECT
               PERFORM REFUSE-ENTITLEMENT
                  THRU REFUSE-ENTITLEMENT-EXIT
               GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF
           SET UMT-IDX TO 1
           SEARCH WS-UAU-MKR-TYPE
               AT END
                  MOVE ' NOT ENTITLED TO REQUEST ' TO WK-ENT-MSG-TEXT
                  MOVE REQUEST-TYPE    TO WK-ENT-MSG-OBJECT
                  PERFORM REFUSE-ENTITLEMENT
                     THRU REFUSE-ENTITLEMENT-EXIT
               WHEN WS-UAU-MKR-TYPE (UMT-IDX) = REQUEST-TYPE
                  CONTINUE
           END-SEARCH
           IF NOT WS-ENT-ALLOWED
               GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF
           SET UMB-IDX TO 1
           SEARCH WS-UAU-MKR-BRANCH
               AT END
                  MOVE ' NOT ENTITLED FOR BRANCH ' TO WK-ENT-MSG-TEXT
                  MOVE H1-BRANCH-CODE  TO WK-ENT-MSG-OBJECT
                  PERFORM REFUSE-ENTITLEMENT
                     THRU REFUSE-ENTITLEMENT-EXIT
               WHEN WS-UAU-MKR-BRANCH (UMB-IDX) = H1-BRANCH-CODE
                 OR WS-UAU-MKR-BRANCH (UMB-IDX) = WK-ALL-BRANCHES
                  CONTINUE
           END-SEARCH
           IF NOT WS-ENT-ALLOWED
               GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF
           IF REQUEST-TYPE = 'XFER'
               SET UMB-IDX TO 1
               SEARCH WS-UAU-MKR-BRANCH
                   AT END
                      MOVE ' NOT ENTITLED FOR BRANCH '
                                       TO WK-ENT-MSG-TEXT
                      MOVE REQUEST-NEW-BRANCH
                                       TO WK-ENT-MSG-OBJECT
                      PERFORM REFUSE-ENTITLEMENT
                         THRU REFUSE-ENTITLEMENT-EXIT
                   WHEN WS-UAU-MKR-BRANCH (UMB-IDX) =
                        REQUEST-NEW-BRANCH
                     OR WS-UAU-MKR-BRANCH (UMB-IDX) = WK-ALL-BRANCHES
                      CONTINUE
               END-SEARCH
               IF NOT WS-ENT-ALLOWED
                   GO TO CHECK-USER-ENTITLEMENT-EXIT
               END-IF
           END-IF
      *    A blank approver on an APPR is turned away by
      *    APPROVE-DEREG-REQUEST's own maker-checker rule.
           IF (REQUEST-TYPE NOT = 'APPR' AND REQUEST-TYPE NOT = 'UNFZ'
               AND REQUEST-TYPE NOT = 'XFER')
              OR APPROVER-USERID = SPACES
               GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF
           IF APPROVER-USERID NOT = WS-UAU-APR-CACHED-ID
               MOVE APPROVER-USERID    TO HA-USERID
               PERFORM READ-USER-AUTHORITY
                  THRU READ-USER-AUTHORITY-EXIT
               IF WS-UAU-READ-ERROR
                   GO TO CHECK-USER-ENTITLEMENT-EXIT
               END-IF
               MOVE WS-UAU-READ-SW     TO WS-UAU-APR-FOUND-SW
               MOVE HA-APPROVE-REQ-TYPES TO WS-UAU-APR-TYPE-LIST
               MOVE HA-BRANCH-LIST     TO WS-UAU-APR-BRANCH-LIST
               MOVE APPROVER-USERID    TO WS-UAU-APR-CACHED-ID
           END-IF
           MOVE APPROVER-USERID        TO WK-ENT-MSG-USERID
           IF NOT WS-UAU-APR-FOUND
               MOVE ' HAS NO ACTIVE ENTITLEMENT' TO WK-ENT-MSG-TEXT
               MOVE SPACES             TO WK-ENT-MSG-OBJECT
               PERFORM REFUSE-ENTITLEMENT
                  THRU REFUSE-ENTITLEMENT-EXIT
               GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF
           SET UAT-IDX TO 1
           SEARCH WS-UAU-APR-TYPE
               AT END
                  MOVE ' NOT ENTITLED TO APPROVE ' TO WK-ENT-MSG-TEXT
                  MOVE REQUEST-TYPE    TO WK-ENT-MSG-OBJECT
                  PERFORM REFUSE-ENTITLEMENT
                     THRU REFUSE-ENTITLEMENT-EXIT
               WHEN WS-UAU-APR-TYPE (UAT-IDX) = REQUEST-TYPE
                  CONTINUE
           END-SEARCH
           IF NOT WS-ENT-ALLOWED
               GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF
           SET UAB-IDX TO 1
           SEARCH WS-UAU-APR-BRANCH
               AT END
                  MOVE ' NOT ENTITLED FOR BRANCH ' TO WK-ENT-MSG-TEXT
                  MOVE H1-BRANCH-CODE  TO WK-ENT-MSG-OBJECT
                  PERFORM REFUSE-ENTITLEMENT
                     THRU REFUSE-ENTITLEMENT-EXIT
               WHEN WS-UAU-APR-BRANCH (UAB-IDX) = H1-BRANCH-CODE
                 OR WS-UAU-APR-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                  CONTINUE
           END-SEARCH
           IF NOT WS-ENT-ALLOWED
              OR REQUEST-TYPE NOT = 'XFER'
               GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF
           SET UAB-IDX TO 1
           SEARCH WS-UAU-APR-BRANCH
               AT END
                  MOVE ' NOT ENTITLED FOR BRANCH ' TO WK-ENT-MSG-TEXT
                  MOVE REQUEST-NEW-BRANCH
                                       TO WK-ENT-MSG-OBJECT
                  PERFORM REFUSE-ENTITLEMENT
                     THRU REFUSE-ENTITLEMENT-EXIT
               WHEN WS-UAU-APR-BRANCH (UAB-IDX) = REQUEST-NEW-BRANCH
                 OR WS-UAU-APR-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                  CONTINUE
           END-SEARCH.
        CHECK-USER-ENTITLEMENT-EXIT.
           EXIT.
      *
        READ-USER-AUTHORITY.
           EXEC SQL
                SELECT MAKE_REQ_TYPES, APPROVE_REQ_TYPES,
                       BRANCH_LIST
                  INTO :HA-MAKE-REQ-TYPES, :HA-APPROVE-REQ-TYPES,
                       :HA-BRANCH-LIST
                  FROM CBS_USER_AUTHORITY
                 WHERE USERID      = :HA-USERID
                   AND ACTIVE_FLAG = :WK-ACTIVE-FLAG-YES
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               MOVE 'Y' TO WS-UAU-READ-SW
              WHEN 100
               MOVE 'N' TO WS-UAU-READ-SW
               MOVE SPACES TO HA-MAKE-REQ-TYPES
                              HA-APPROVE-REQ-TYPES
                              HA-BRANCH-LIST
              WHEN OTHER
               DISPLAY 'SQLCODE USER AUTHORITY:' SQLCODE
               MOVE 'E' TO WS-UAU-READ-SW
               MOVE 'N' TO WS-ENT-ALLOWED-SW
               MOVE 'SQL ERROR READING USER AUTHORITY' TO MESSAGES
               MOVE 'SQL' TO WS-DISPOSITION
               PERFORM WRITE-EXCEPTION-REC
                  THRU WRITE-EXCEPTION-REC-EXIT
           END-EVALUATE.
        READ-USER-AUTHORITY-EXIT.
           EXIT.
      *
        REFUSE-ENTITLEMENT.
           MOVE 'N' TO WS-ENT-ALLOWED-SW
           MOVE WK-ENTITLE-REFUSED-MSG TO MESSAGES
           MOVE 'ENT' TO WS-DISPOSITION
           DISPLAY "MESSAGES:" MESSAGES.
        REFUSE-ENTITLEMENT-EXIT.
           EXIT.
      *
        REQUEST-DEREG-APPROVAL.
           DISPLAY 'DEREGISTRATION REQUEST RAISED'
           END-IF.
        UNFREEZE-RESTORE-STATUS-EXIT.
            EXIT.
      *
        TRANSFER-ACCT-BRANCH.
           DISPLAY 'TRANSFER PARA'
           EVALUATE TRUE
            WHEN REQUEST-REASON-CODE = SPACES
             MOVE 'BRANCH TRANSFER REQUIRES A REASON CODE' TO MESSAGES
            WHEN APPROVER-USERID = SPACES
               OR APPROVER-USERID = REQUEST-USERID
             MOVE 'APPROVER MUST DIFFER FROM REQUESTER' TO MESSAGES
            WHEN REQUEST-NEW-BRANCH = SPACES
             MOVE 'BRANCH TRANSFER REQUIRES A NEW BRANCH' TO MESSAGES
            WHEN REQUEST-NEW-BRANCH = H1-BRANCH-CODE
             MOVE 'ACCOUNT IS ALREADY AT THAT BRANCH' TO MESSAGES
            WHEN OTHER
             MOVE H1-ACCOUNT-NAME TO CUSTOMER-NAME
             MOVE H1-CUSTOMER-ID  TO CUSTOMER-ID
      *      The branch read in ACCT-VALID is re-checked so a move
      *      made since then is not silently overwritten.
             EXEC SQL
                  UPDATE CBS_ACCT_MSTR_DTL
                     SET BRANCH_CODE    = :REQUEST-NEW-BRANCH
                   WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                     AND BRANCH_CODE    = :H1-BRANCH-CODE
             END-EXEC
             DISPLAY SQLCODE
             EVALUATE SQLCODE
              WHEN 0
               PERFORM WRITE-BRANCH-AUDIT
                  THRU WRITE-BRANCH-AUDIT-EXIT
               IF WS-AUDIT-FAILED
                   PERFORM ROLLBACK-STATUS-CHANGE
                      THRU ROLLBACK-STATUS-CHANGE-EXIT
               ELSE
                   MOVE REQUEST-NEW-BRANCH TO BRANCH-CODE
                   MOVE 'ACCOUNT TRANSFERRED TO NEW BRANCH'
                     TO MESSAGES
                   MOVE 'XFR'              TO WS-DISPOSITION
               END-IF
              WHEN 100
               MOVE 'BRANCH CHANGED SINCE SELECTION - SKIPPED'
                 TO MESSAGES
              WHEN OTHER
               MOVE 'SQL ERROR TRANSFERRING ACCOUNT' TO MESSAGES
               MOVE 'SQL' TO WS-DISPOSITION
               PERFORM WRITE-EXCEPTION-REC
                  THRU WRITE-EXCEPTION-REC-EXIT
             END-EVALUATE
           END-EVALUATE.
        TRANSFER-ACCT-BRANCH-EXIT.
            EXIT.
      *
        WRITE-BRANCH-AUDIT.
      *    The branch move's own audit trail - the checker is the
      *    change userid, the maker is kept alongside.
           MOVE 'N' TO WS-AUDIT-FAILED-SW
           MOVE H1-ACCOUNT-NUMBER      TO HB-ACCOUNT-NUMBER
           MOVE H1-BRANCH-CODE         TO HB-OLD-BRANCH-CODE
           MOVE REQUEST-NEW-BRANCH     TO HB-NEW-BRANCH-CODE
           MOVE WS-ACCOUNT-STATUS      TO HB-ACCOUNT-STATUS
           MOVE H1-ACCOUNT-BALANCE     TO HB-ACCOUNT-BALANCE
           MOVE REQUEST-USERID         TO HB-REQUEST-USERID
           MOVE APPROVER-USERID        TO HB-CHANGE-USERID
           MOVE REQUEST-REASON-CODE    TO HB-REASON-CODE
           MOVE WS-CURRENT-TIMESTAMP   TO HB-CHANGE-TIMESTAMP
           MOVE 'CBSBSDG'              TO HB-SOURCE-PROGRAM
           MOVE 'TRANSFER-ACCT-BRANCH' TO HB-SOURCE-PARAGRAPH
           EXEC SQL
                INSERT INTO CBS_ACCT_BRANCH_AUDIT
                     (ACCOUNT_NUMBER,   OLD_BRANCH_CODE,
                      NEW_BRANCH_CODE,  ACCOUNT_STATUS,
                      ACCOUNT_BALANCE,  REQUEST_USERID,
                      CHANGE_USERID,    REASON_CODE,
                      CHANGE_TIMESTAMP, SOURCE_PROGRAM,
                      SOURCE_PARAGRAPH)
                VALUES
                     (:HB-ACCOUNT-NUMBER, :HB-OLD-BRANCH-CODE,
                      :HB-NEW-BRANCH-CODE, :HB-ACCOUNT-STATUS,
                      :HB-ACCOUNT-BALANCE, :HB-REQUEST-USERID,
                      :HB-CHANGE-USERID,  :HB-REASON-CODE,
                      :HB-CHANGE-TIMESTAMP, :HB-SOURCE-PROGRAM,
                      :HB-SOURCE-PARAGRAPH)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BRANCH AUDIT INSERT FAILED SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-AUDIT-FAILED-SW
               MOVE 'AUDIT INSERT FAILED - CHANGE NOT AUDITED'
                 TO MESSAGES
               MOVE 'SQL' TO WS-DISPOSITION
               PERFORM WRITE-EXCEPTION-REC
                  THRU WRITE-EXCEPTION-REC-EXIT
           END-IF.
        WRITE-BRANCH-AUDIT-EXIT.
           EXIT.
      *
        WRITE-STATUS-AUDIT.
           MOVE 'N' TO WS-AUDIT-FAILED-SW
