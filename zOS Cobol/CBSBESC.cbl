      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New unclaimed-funds (escheatment) job, run
      *             periodically as the statutory reporting cycle
      *             requires. Uses CBS_ACCT_STATUS_AUDIT to find
      *             DORMANT and INACTIVE accounts still carrying a
      *             non-zero ACCOUNT_BALANCE whose latest move into
      *             DORMANT or INACTIVE from any other status - the
      *             audit row that started the unclaimed period, a
      *             DORMANT to INACTIVE move not restarting it - is
      *             older than the ESCPARM statutory period (default
      *             60 months). Each is moved to the new ESCHEATED
      *             status with an audit row the same way the
      *             CBSBDRM/CBSBCLS sweeps do (with the same
      *             rollback-on-audit-failure rule), so it can never
      *             be reported twice. The day's escheated accounts
      *             are then printed on ESCRPT, the regulator's
      *             unclaimed-property schedule by branch with
      *             branch and grand totals, and written to ESCEXT,
      *             the extract that drives the transfer to the
      *             unclaimed-balances ledger, closed by a trailer
      *             carrying the record count and amount total.
      *             Commits per account so a failed run can simply
      *             be rerun.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBESC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESC-PARM-FILE
               ASSIGN TO ESCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCPARM-STATUS.
      *
           SELECT ESC-RPT-FILE
               ASSIGN TO ESCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCRPT-STATUS.
      *
           SELECT ESC-EXT-FILE
               ASSIGN TO ESCEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCEXT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ESC-PARM-FILE
           RECORDING MODE IS F.
       01  ESC-PARM-RECORD.
           05  PARM-STATUTORY-MONTHS   PIC 9(03).
           05  FILLER                  PIC X(77).
      *
       FD  ESC-RPT-FILE
           RECORDING MODE IS F.
       01  ESC-RPT-RECORD              PIC X(132).
      *
      *    One record per escheated account for the ledger transfer,
      *    closed by a trailer the ledger side balances against
      *    before posting. The trailer ID can never collide with a
      *    data record - data records open with an 18-digit account
      *    number.
       FD  ESC-EXT-FILE
           RECORDING MODE IS F.
       01  ESC-EXT-RECORD.
           05  ESC-ACCOUNT-NO          PIC 9(18).
           05  ESC-CUSTOMER-ID         PIC 9(09).
           05  ESC-ACCOUNT-NAME        PIC X(30).
           05  ESC-BRANCH-CODE         PIC X(06).
           05  ESC-PRODUCT-CODE        PIC X(06).
           05  ESC-PRIOR-STATUS        PIC X(10).
           05  ESC-UNCLAIMED-SINCE     PIC X(10).
           05  ESC-BALANCE             PIC S9(13)V99.
           05  ESC-HOLD-AMOUNT         PIC S9(13)V99.
           05  ESC-EFFECTIVE-TS        PIC X(26).
           05  FILLER                  PIC X(05).
       01  ESC-EXT-TRAILER REDEFINES ESC-EXT-RECORD.
           05  ESC-TRL-ID              PIC X(08).
           05  ESC-TRL-RECORD-COUNT    PIC 9(09).
           05  ESC-TRL-AMOUNT-TOTAL    PIC S9(15)V99.
           05  ESC-TRL-WRITE-TS        PIC X(26).
           05  ESC-TRL-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(82).
      *
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-DORMANT               PIC X(10) VALUE 'DORMANT'.
           05 WK-INACTIVE              PIC X(10) VALUE 'INACTIVE'.
           05 WK-ESCHEATED             PIC X(10) VALUE 'ESCHEATED'.
           05 WK-SWEEP-USERID          PIC X(08) VALUE 'CBSBESC'.
           05 WK-TRAILER-ID            PIC X(08) VALUE 'TRAILER '.
      *
        01 WS-FILE-STATUSES.
           05 WS-ESCPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-ESCRPT-STATUS         PIC X(02) VALUE '00'.
           05 WS-ESCEXT-STATUS         PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-ESCPARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-ESCPARM-EOF-YES               VALUE 'Y'.
           05 WS-ESCCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-ESCCSR-EOF-YES                VALUE 'Y'.
           05 WS-EXTCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-EXTCSR-EOF-YES                VALUE 'Y'.
           05 WS-AUDIT-FAILED-SW       PIC X(01) VALUE 'N'.
              88 WS-AUDIT-FAILED                  VALUE 'Y'.
      *
      *    Months an account must have sat DORMANT or INACTIVE with
      *    money on it before the funds are reported as unclaimed.
        01 WS-STATUTORY-MONTHS         PIC S9(03) COMP-3 VALUE +60.
        01 WS-STATUTORY-MONTHS-DISP    PIC ZZ9.
      *
      *    Last account fetched - the sweep cursor predicate starts
      *    past it, so a reopen after an audit-failure ROLLBACK
      *    (which destroys the cursor even WITH HOLD) resumes with
      *    the next account instead of retrying the failed one.
        01 WS-RESTART-ACCT             PIC S9(18) COMP-3 VALUE ZEROS.
      *
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
        01 WS-REPORT-FIELDS.
           05 WS-BRANCH-CODE           PIC X(06).
           05 WS-PRIOR-STATUS          PIC X(10).
           05 WS-UNCLAIMED-SINCE       PIC X(10).
           05 WS-EXTRACT-TS            PIC X(26).
           05 WS-PREV-BRANCH           PIC X(06) VALUE HIGH-VALUES.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-ACCTS-EXAMINED       PIC 9(09) VALUE ZEROS.
           05 CTR-ACCTS-ESCHEATED      PIC 9(09) VALUE ZEROS.
           05 CTR-AUDIT-FAILURES       PIC 9(09) VALUE ZEROS.
           05 CTR-SQL-ERRORS           PIC 9(09) VALUE ZEROS.
           05 CTR-ACCTS-EXTRACTED      PIC 9(09) VALUE ZEROS.
      *
        01 WS-BRANCH-TOTALS.
           05 BTL-ACCOUNTS             PIC 9(09) VALUE ZEROS.
           05 BTL-AMOUNT               PIC S9(15)V99 COMP-3
                                                 VALUE ZEROS.
      *
        01 WS-GRAND-TOTALS.
           05 GTL-ACCOUNTS             PIC 9(09) VALUE ZEROS.
           05 GTL-AMOUNT               PIC S9(15)V99 COMP-3
                                                 VALUE ZEROS.
      *
        01 RPT-HEADER-1.
           05 FILLER                   PIC X(40) VALUE
              'CBSBESC - UNCLAIMED PROPERTY REPORT'.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(31) VALUE SPACES.
      *
        01 RPT-HEADER-PERIOD.
           05 FILLER                   PIC X(40) VALUE
              'ACCOUNTS UNCLAIMED FOR MORE THAN MONTHS:'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HDR-MONTHS           PIC ZZ9.
           05 FILLER                   PIC X(88) VALUE SPACES.
      *
        01 RPT-BRANCH-HEADER.
           05 FILLER                   PIC X(08) VALUE 'BRANCH: '.
           05 RPT-BRC-BRANCH           PIC X(06).
           05 FILLER                   PIC X(118) VALUE SPACES.
      *
        01 RPT-HEADER-2.
           05 FILLER                   PIC X(20) VALUE 'ACCOUNT NUMBER'.
           05 FILLER                   PIC X(32) VALUE 'OWNER NAME'.
           05 FILLER                   PIC X(11) VALUE 'CUSTOMER'.
           05 FILLER                   PIC X(08) VALUE 'PRODUCT'.
           05 FILLER                   PIC X(12) VALUE 'PRIOR STATUS'.
           05 FILLER                   PIC X(12) VALUE 'SINCE'.
           05 FILLER                   PIC X(21) VALUE
              '               AMOUNT'.
           05 FILLER                   PIC X(16) VALUE SPACES.
      *
        01 RPT-SEPARATOR-LINE.
           05 FILLER                   PIC X(68) VALUE ALL '-'.
           05 FILLER                   PIC X(64) VALUE SPACES.
      *
        01 RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
      *
        01 RPT-DETAIL-LINE.
           05 RPT-DET-ACCOUNT          PIC 9(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DET-NAME             PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DET-CUSTOMER         PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DET-PRODUCT          PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DET-PRIOR-STATUS     PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DET-SINCE            PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DET-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(16) VALUE SPACES.
      *
        01 RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL            PIC X(42).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 RPT-TOT-COUNT            PIC Z(08)9.
           05 FILLER                   PIC X(10) VALUE '  AMOUNT: '.
           05 RPT-TOT-AMOUNT           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(46) VALUE SPACES.
      *
           EXEC SQL
                INCLUDE CBSMST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSAUD
           END-EXEC.
      *
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
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
        0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-SWEEP-ACCOUNTS
              THRU 2000-SWEEP-ACCOUNTS-EXIT
              UNTIL WS-ESCCSR-EOF-YES
           PERFORM 4000-WRITE-ESCHEAT-OUTPUT
              THRU 4000-WRITE-ESCHEAT-OUTPUT-EXIT
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           MOVE LOW-VALUES             TO DCLCBS-ACCT-MSTR-DTL
           PERFORM 1050-READ-ESCHEAT-PARMS
              THRU 1050-READ-ESCHEAT-PARMS-EXIT
           OPEN OUTPUT ESC-RPT-FILE
           IF WS-ESCRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESC-RPT-FILE STATUS:'
                       WS-ESCRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ESC-EXT-FILE
           IF WS-ESCEXT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESC-EXT-FILE STATUS:'
                       WS-ESCEXT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                INTO :WS-CURRENT-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 1010-READ-BUSINESS-DATE
              THRU 1010-READ-BUSINESS-DATE-EXIT
      *    An account qualifies when it is DORMANT or INACTIVE with
      *    money on it and has been in one or the other since
      *    before the statutory period. The period runs from its
      *    latest audit row into DORMANT or INACTIVE from any other
      *    status - a move between the two is one unclaimed period
      *    and does not restart it, while a return to ACTIVE and a
      *    fresh dormancy starts a new one. WITH HOLD survives the
      *    per-account COMMITs below; after an audit-failure
      *    ROLLBACK the cursor is gone and is reopened from the
      *    restart key (see 3150).
           EXEC SQL
                DECLARE ESCCSR CURSOR WITH HOLD FOR
                SELECT M.ACCOUNT_NUMBER, M.ACCOUNT_STATUS
                  FROM CBS_ACCT_MSTR_DTL M,
                       CBS_ACCT_STATUS_AUDIT A
                 WHERE M.ACCOUNT_STATUS IN (:WK-DORMANT, :WK-INACTIVE)
                   AND M.ACCOUNT_BALANCE <> 0
                   AND A.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                   AND A.NEW_STATUS IN (:WK-DORMANT, :WK-INACTIVE)
                   AND A.OLD_STATUS NOT IN (:WK-DORMANT, :WK-INACTIVE)
                   AND A.CHANGE_TIMESTAMP =
                       (SELECT MAX(B.CHANGE_TIMESTAMP)
                          FROM CBS_ACCT_STATUS_AUDIT B
                         WHERE B.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                           AND B.NEW_STATUS IN
                               (:WK-DORMANT, :WK-INACTIVE)
                           AND B.OLD_STATUS NOT IN
                               (:WK-DORMANT, :WK-INACTIVE))
                   AND DATE(A.CHANGE_TIMESTAMP) <
                       DATE(:H6-BUSINESS-DATE)
                            - :WS-STATUTORY-MONTHS MONTHS
                   AND M.ACCOUNT_NUMBER > :WS-RESTART-ACCT
                 ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN ESCCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING ESCCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-FETCH-SWEEP-ACCT
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
        1050-READ-ESCHEAT-PARMS.
      *    ESCPARM is optional - no file or an unusable card leaves
      *    the delivered 60-month default in place.
           OPEN INPUT ESC-PARM-FILE
           IF WS-ESCPARM-STATUS = '00'
               PERFORM UNTIL WS-ESCPARM-EOF-YES
                   READ ESC-PARM-FILE INTO ESC-PARM-RECORD
                       AT END
                          MOVE 'Y' TO WS-ESCPARM-EOF-SW
                       NOT AT END
                          IF WS-ESCPARM-STATUS = '00'
                              AND PARM-STATUTORY-MONTHS NUMERIC
                              AND PARM-STATUTORY-MONTHS > 0
                              MOVE PARM-STATUTORY-MONTHS
                                TO WS-STATUTORY-MONTHS
                          ELSE
                              DISPLAY 'ESCPARM CARD IGNORED'
                          END-IF
                   END-READ
               END-PERFORM
               CLOSE ESC-PARM-FILE
           END-IF
           DISPLAY 'STATUTORY PERIOD MONTHS: ' WS-STATUTORY-MONTHS.
        1050-READ-ESCHEAT-PARMS-EXIT.
           EXIT.
      *
        2000-SWEEP-ACCOUNTS.
           ADD 1 TO CTR-ACCTS-EXAMINED
           PERFORM 3000-SET-ACCT-ESCHEATED
              THRU 3000-SET-ACCT-ESCHEATED-EXIT
           PERFORM 2100-FETCH-SWEEP-ACCT
              THRU 2100-FETCH-SWEEP-ACCT-EXIT.
        2000-SWEEP-ACCOUNTS-EXIT.
           EXIT.
      *
        2100-FETCH-SWEEP-ACCT.
           EXEC SQL
                FETCH ESCCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-STATUS
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-ESCCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING ESCCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ESCCSR-EOF-SW
              WHEN OTHER
               MOVE H1-ACCOUNT-NUMBER TO WS-RESTART-ACCT
           END-EVALUATE.
        2100-FETCH-SWEEP-ACCT-EXIT.
           EXIT.
      *
        3000-SET-ACCT-ESCHEATED.
      *    The UPDATE re-checks the status and the balance so an
      *    account touched by the online day between the cursor read
      *    and this point is left alone rather than escheated under
      *    the customer.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET ACCOUNT_STATUS = :WK-ESCHEATED
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND ACCOUNT_STATUS = :H1-ACCOUNT-STATUS
                   AND ACCOUNT_BALANCE <> 0
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               DISPLAY 'ACCOUNT CHANGED SINCE SELECTION - SKIPPED '
                       H1-ACCOUNT-NUMBER
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR SETTING ESCHEATED SQLCODE:' SQLCODE
               ADD 1 TO CTR-SQL-ERRORS
              WHEN OTHER
               PERFORM 3100-WRITE-STATUS-AUDIT
                  THRU 3100-WRITE-STATUS-AUDIT-EXIT
               IF WS-AUDIT-FAILED
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                   ADD 1 TO CTR-AUDIT-FAILURES
                   PERFORM 3150-REOPEN-ESCCSR
                      THRU 3150-REOPEN-ESCCSR-EXIT
               ELSE
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   ADD 1 TO CTR-ACCTS-ESCHEATED
               END-IF
           END-EVALUATE.
        3000-SET-ACCT-ESCHEATED-EXIT.
           EXIT.
      *
        3150-REOPEN-ESCCSR.
      *    The ROLLBACK above destroyed ESCCSR (WITH HOLD only
      *    survives COMMIT). Reopen from the restart key - the
      *    failed account keeps its status and is skipped for the
      *    rest of this run rather than retried forever.
           EXEC SQL
                OPEN ESCCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CURSOR LOST AFTER AUDIT ROLLBACK - '
                       'REOPEN FAILED SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ESCCSR-EOF-SW
           END-IF.
        3150-REOPEN-ESCCSR-EXIT.
           EXIT.
      *
        3100-WRITE-STATUS-AUDIT.
           MOVE 'N' TO WS-AUDIT-FAILED-SW
           MOVE H1-ACCOUNT-NUMBER      TO H2-ACCOUNT-NUMBER
           MOVE H1-ACCOUNT-STATUS      TO H2-OLD-STATUS
           MOVE WK-ESCHEATED           TO H2-NEW-STATUS
           MOVE WK-SWEEP-USERID        TO H2-CHANGE-USERID
           MOVE WS-CURRENT-TIMESTAMP   TO H2-CHANGE-TIMESTAMP
           MOVE 'CBSBESC'              TO H2-SOURCE-PROGRAM
           MOVE '3000-SET-ACCT-ESCHEATED' TO H2-SOURCE-PARAGRAPH
           EXEC SQL
                INSERT INTO CBS_ACCT_STATUS_AUDIT
                     (ACCOUNT_NUMBER,   OLD_STATUS,
                      NEW_STATUS,       CHANGE_USERID,
                      CHANGE_TIMESTAMP, SOURCE_PROGRAM,
                      SOURCE_PARAGRAPH)
                VALUES
                     (:H2-ACCOUNT-NUMBER, :H2-OLD-STATUS,
                      :H2-NEW-STATUS,     :H2-CHANGE-USERID,
                      :H2-CHANGE-TIMESTAMP, :H2-SOURCE-PROGRAM,
                      :H2-SOURCE-PARAGRAPH)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'AUDIT INSERT FAILED SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-AUDIT-FAILED-SW
           END-IF.
        3100-WRITE-STATUS-AUDIT-EXIT.
           EXIT.
      *
        4000-WRITE-ESCHEAT-OUTPUT.
      *    The report and extract are derived from the day's
      *    committed CBSBESC audit rows rather than written during
      *    the sweep, so a rerun after a mid-sweep abend still
      *    reports and transfers every account the earlier run
      *    escheated - the truncating OUTPUT opens are then always
      *    complete for the day. The unclaimed-since date is the
      *    one ESCCSR qualified the account on: its latest move
      *    into DORMANT or INACTIVE from any other status before
      *    the escheatment, a move between the two not counting.
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           MOVE WS-STATUTORY-MONTHS    TO RPT-HDR-MONTHS
           WRITE ESC-RPT-RECORD        FROM RPT-HEADER-1
           WRITE ESC-RPT-RECORD        FROM RPT-HEADER-PERIOD
           WRITE ESC-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           EXEC SQL
                DECLARE EXTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER,  A.OLD_STATUS,
                       CHAR(A.CHANGE_TIMESTAMP),
                       M.CUSTOMER_ID,     M.ACCOUNT_NAME,
                       M.BRANCH_CODE,     M.PRODUCT_CODE,
                       M.ACCOUNT_BALANCE, M.HOLD_AMOUNT,
                       COALESCE(
                       (SELECT CHAR(DATE(MAX(B.CHANGE_TIMESTAMP)),
                                    ISO)
                          FROM CBS_ACCT_STATUS_AUDIT B
                         WHERE B.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                           AND B.CHANGE_TIMESTAMP <
                               A.CHANGE_TIMESTAMP
                           AND B.NEW_STATUS IN
                               (:WK-DORMANT, :WK-INACTIVE)
                           AND B.OLD_STATUS NOT IN
                               (:WK-DORMANT, :WK-INACTIVE)), ' ')
                  FROM CBS_ACCT_STATUS_AUDIT A,
                       CBS_ACCT_MSTR_DTL M
                 WHERE M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                   AND A.NEW_STATUS = :WK-ESCHEATED
                   AND A.SOURCE_PROGRAM = 'CBSBESC'
                   AND A.CHANGE_TIMESTAMP >= :H6-DAY-OPEN-TS
                 ORDER BY M.BRANCH_CODE, A.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN EXTCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING EXTCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-WRITE-ESCHEAT-OUTPUT-EXIT
           END-IF
           PERFORM 4100-EXTRACT-NEXT-ACCT
              THRU 4100-EXTRACT-NEXT-ACCT-EXIT
              UNTIL WS-EXTCSR-EOF-YES
           EXEC SQL
                CLOSE EXTCSR
           END-EXEC
           IF WS-PREV-BRANCH NOT = HIGH-VALUES
               PERFORM 4500-BRANCH-BREAK
                  THRU 4500-BRANCH-BREAK-EXIT
           END-IF
           PERFORM 4600-WRITE-GRAND-TOTAL
              THRU 4600-WRITE-GRAND-TOTAL-EXIT
           PERFORM 4700-WRITE-EXTRACT-TRAILER
              THRU 4700-WRITE-EXTRACT-TRAILER-EXIT.
        4000-WRITE-ESCHEAT-OUTPUT-EXIT.
           EXIT.
      *
        4100-EXTRACT-NEXT-ACCT.
           EXEC SQL
                FETCH EXTCSR
                 INTO :H1-ACCOUNT-NUMBER,  :WS-PRIOR-STATUS,
                      :WS-EXTRACT-TS,
                      :H1-CUSTOMER-ID,     :H1-ACCOUNT-NAME,
                      :WS-BRANCH-CODE,     :H1-PRODUCT-CODE,
                      :H1-ACCOUNT-BALANCE, :H1-HOLD-AMOUNT,
                      :WS-UNCLAIMED-SINCE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-EXTCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING EXTCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EXTCSR-EOF-SW
              WHEN OTHER
               IF WS-BRANCH-CODE NOT = WS-PREV-BRANCH
                   IF WS-PREV-BRANCH NOT = HIGH-VALUES
                       PERFORM 4500-BRANCH-BREAK
                          THRU 4500-BRANCH-BREAK-EXIT
                   END-IF
                   PERFORM 4400-BRANCH-HEADER
                      THRU 4400-BRANCH-HEADER-EXIT
               END-IF
               MOVE WS-BRANCH-CODE     TO WS-PREV-BRANCH
               PERFORM 4200-WRITE-REPORT-DETAIL
                  THRU 4200-WRITE-REPORT-DETAIL-EXIT
               PERFORM 4300-WRITE-EXTRACT-RECORD
                  THRU 4300-WRITE-EXTRACT-RECORD-EXIT
           END-EVALUATE.
        4100-EXTRACT-NEXT-ACCT-EXIT.
           EXIT.
      *
        4200-WRITE-REPORT-DETAIL.
           MOVE H1-ACCOUNT-NUMBER      TO RPT-DET-ACCOUNT
           MOVE H1-ACCOUNT-NAME        TO RPT-DET-NAME
           MOVE H1-CUSTOMER-ID         TO RPT-DET-CUSTOMER
           MOVE H1-PRODUCT-CODE        TO RPT-DET-PRODUCT
           MOVE WS-PRIOR-STATUS        TO RPT-DET-PRIOR-STATUS
           MOVE WS-UNCLAIMED-SINCE     TO RPT-DET-SINCE
           MOVE H1-ACCOUNT-BALANCE     TO RPT-DET-AMOUNT
           ADD 1                       TO BTL-ACCOUNTS
                                          GTL-ACCOUNTS
           ADD H1-ACCOUNT-BALANCE      TO BTL-AMOUNT
                                          GTL-AMOUNT
           WRITE ESC-RPT-RECORD        FROM RPT-DETAIL-LINE
           IF WS-ESCRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESC-RPT-FILE STATUS:'
                       WS-ESCRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
        4200-WRITE-REPORT-DETAIL-EXIT.
           EXIT.
      *
        4300-WRITE-EXTRACT-RECORD.
           MOVE SPACES                 TO ESC-EXT-RECORD
           MOVE H1-ACCOUNT-NUMBER      TO ESC-ACCOUNT-NO
           MOVE H1-CUSTOMER-ID         TO ESC-CUSTOMER-ID
           MOVE H1-ACCOUNT-NAME        TO ESC-ACCOUNT-NAME
           MOVE WS-BRANCH-CODE         TO ESC-BRANCH-CODE
           MOVE H1-PRODUCT-CODE        TO ESC-PRODUCT-CODE
           MOVE WS-PRIOR-STATUS        TO ESC-PRIOR-STATUS
           MOVE WS-UNCLAIMED-SINCE     TO ESC-UNCLAIMED-SINCE
           MOVE H1-ACCOUNT-BALANCE     TO ESC-BALANCE
           MOVE H1-HOLD-AMOUNT         TO ESC-HOLD-AMOUNT
           MOVE WS-EXTRACT-TS          TO ESC-EFFECTIVE-TS
           ADD 1 TO CTR-ACCTS-EXTRACTED
           WRITE ESC-EXT-RECORD
           IF WS-ESCEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESC-EXT-FILE STATUS:'
                       WS-ESCEXT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EXTCSR-EOF-SW
           END-IF.
        4300-WRITE-EXTRACT-RECORD-EXIT.
           EXIT.
      *
        4400-BRANCH-HEADER.
           WRITE ESC-RPT-RECORD        FROM RPT-BLANK-LINE
           MOVE WS-BRANCH-CODE         TO RPT-BRC-BRANCH
           WRITE ESC-RPT-RECORD        FROM RPT-BRANCH-HEADER
           WRITE ESC-RPT-RECORD        FROM RPT-HEADER-2
           WRITE ESC-RPT-RECORD        FROM RPT-SEPARATOR-LINE.
        4400-BRANCH-HEADER-EXIT.
           EXIT.
      *
        4500-BRANCH-BREAK.
           MOVE 'BRANCH TOTAL - ACCOUNTS ESCHEATED'
                                       TO RPT-TOT-LABEL
           MOVE BTL-ACCOUNTS           TO RPT-TOT-COUNT
           MOVE BTL-AMOUNT             TO RPT-TOT-AMOUNT
           WRITE ESC-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE ZEROS                  TO BTL-ACCOUNTS
                                          BTL-AMOUNT.
        4500-BRANCH-BREAK-EXIT.
           EXIT.
      *
        4600-WRITE-GRAND-TOTAL.
           WRITE ESC-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE ESC-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           MOVE 'GRAND TOTAL - ALL BRANCHES'
                                       TO RPT-TOT-LABEL
           MOVE GTL-ACCOUNTS           TO RPT-TOT-COUNT
           MOVE GTL-AMOUNT             TO RPT-TOT-AMOUNT
           WRITE ESC-RPT-RECORD        FROM RPT-TOTAL-LINE.
        4600-WRITE-GRAND-TOTAL-EXIT.
           EXIT.
      *
        4700-WRITE-EXTRACT-TRAILER.
      *    Written even on a night with nothing escheated, so the
      *    ledger side can tell an empty run from a missing file.
           MOVE SPACES                 TO ESC-EXT-TRAILER
           MOVE WK-TRAILER-ID          TO ESC-TRL-ID
           MOVE CTR-ACCTS-EXTRACTED    TO ESC-TRL-RECORD-COUNT
           MOVE GTL-AMOUNT             TO ESC-TRL-AMOUNT-TOTAL
           MOVE WS-CURRENT-TIMESTAMP   TO ESC-TRL-WRITE-TS
           MOVE 'CBSBESC'              TO ESC-TRL-PROGRAM
           WRITE ESC-EXT-TRAILER
           IF WS-ESCEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESC-EXT-FILE TRAILER STATUS:'
                       WS-ESCEXT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
        4700-WRITE-EXTRACT-TRAILER-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           EXEC SQL
                CLOSE ESCCSR
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           CLOSE ESC-RPT-FILE
                 ESC-EXT-FILE
           DISPLAY 'CBSBESC ACCOUNTS EXAMINED  : ' CTR-ACCTS-EXAMINED
           DISPLAY 'CBSBESC ACCOUNTS ESCHEATED : ' CTR-ACCTS-ESCHEATED
           DISPLAY 'CBSBESC AUDIT FAILURES     : ' CTR-AUDIT-FAILURES
           DISPLAY 'CBSBESC SQL ERRORS         : ' CTR-SQL-ERRORS
           DISPLAY 'CBSBESC EXTRACT RECORDS    : '
                   CTR-ACCTS-EXTRACTED
           IF RETURN-CODE = 0
              AND (CTR-AUDIT-FAILURES > 0 OR CTR-SQL-ERRORS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-RUN-STATS
              THRU 9100-WRITE-RUN-STATS-EXIT.
        9000-TERMINATE-EXIT.
           EXIT.
      *
        9100-WRITE-RUN-STATS.
      *    One row per run on the common CBS_RUN_STATS table - the
      *    CBSBSUM chain summary reads the night's rows to prove
      *    the chain hangs together. A failed insert is reported
      *    but never fails the job it is only describing.
           MOVE 'CBSBESC'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           MOVE CTR-ACCTS-EXAMINED     TO H5-RECORDS-IN
           MOVE CTR-ACCTS-ESCHEATED    TO H5-RECORDS-OUT
           COMPUTE H5-EXCEPTIONS =
                   CTR-AUDIT-FAILURES + CTR-SQL-ERRORS
           MOVE RETURN-CODE            TO H5-RETURN-CODE
           EXEC SQL
                INSERT INTO CBS_RUN_STATS
                     (PROGRAM_NAME, RUN_TIMESTAMP,
                      RECORDS_IN,   RECORDS_OUT,
                      EXCEPTIONS,   RETURN_CODE)
                VALUES
                     (:H5-PROGRAM-NAME, :H5-RUN-TIMESTAMP,
                      :H5-RECORDS-IN,   :H5-RECORDS-OUT,
                      :H5-EXCEPTIONS,   :H5-RETURN-CODE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'RUN STATS INSERT FAILED SQLCODE:' SQLCODE
           END-IF.
        9100-WRITE-RUN-STATS-EXIT.
           EXIT.
