      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New nightly account master data-quality scan.
      *             Runs a catalogue of rules against every row of
      *             CBS_ACCT_MSTR_DTL - LAST_ACTIVITY_DATE missing on
      *             an open account (CBSBDRM can never sweep it),
      *             PENDAPPR with no PENDING_REQ_USERID, an
      *             ACCOUNT_STATUS outside the status domain, FROZEN
      *             with no freeze audit row for the unfreeze to
      *             restore from, and a zero or missing CUSTOMER_ID -
      *             and writes the findings to DQSRPT by branch and
      *             rule. Every finding is carried on the new
      *             CBS_DQ_EXCEPTION register with the business date
      *             it was first seen; the report shows its business
      *             days open and marks a break first seen today as
      *             NEW. A register row the scan no longer finds is
      *             cleared with the business date, so clean-up can
      *             be tracked rule by rule. Any finding ends the
      *             job RC=4.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBDQS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQS-RPT-FILE
               ASSIGN TO DQSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQSRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DQS-RPT-FILE
           RECORDING MODE IS F.
       01  DQS-RPT-RECORD              PIC X(132).
      *
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-ACTIVE                PIC X(10) VALUE 'ACTIVE'.
           05 WK-PENDAPPR              PIC X(10) VALUE 'PENDAPPR'.
           05 WK-DORMANT               PIC X(10) VALUE 'DORMANT'.
           05 WK-FROZEN                PIC X(10) VALUE 'FROZEN'.
           05 WK-INACTIVE              PIC X(10) VALUE 'INACTIVE'.
           05 WK-CLOSED                PIC X(10) VALUE 'CLOSED'.
           05 WK-ESCHEATED             PIC X(10) VALUE 'ESCHEATED'.
           05 WK-REG-OPEN              PIC X(01) VALUE 'O'.
           05 WK-REG-CLEARED           PIC X(01) VALUE 'C'.
           05 WK-RULE-MAX              PIC S9(04) COMP VALUE +5.
      *
        01 WS-FILE-STATUSES.
           05 WS-DQSRPT-STATUS         PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-DQSCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-DQSCSR-EOF-YES                VALUE 'Y'.
           05 WS-CLRCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-CLRCSR-EOF-YES                VALUE 'Y'.
           05 WS-NEW-FINDING-SW        PIC X(01) VALUE 'N'.
              88 WS-NEW-FINDING                   VALUE 'Y'.
      *
      *    The rule catalogue, in report order. The rule code is the
      *    RULE_CODE carried on CBS_DQ_EXCEPTION - a rule, once
      *    used, keeps its code.
        01 WS-RULE-NAMES.
           05 FILLER                   PIC X(04) VALUE 'DQ01'.
           05 FILLER                   PIC X(40) VALUE
              'LAST_ACTIVITY_DATE MISSING ON OPEN ACCT'.
           05 FILLER                   PIC X(04) VALUE 'DQ02'.
           05 FILLER                   PIC X(40) VALUE
              'PENDAPPR WITH NO PENDING_REQ_USERID'.
           05 FILLER                   PIC X(04) VALUE 'DQ03'.
           05 FILLER                   PIC X(40) VALUE
              'ACCOUNT_STATUS OUTSIDE STATUS DOMAIN'.
           05 FILLER                   PIC X(04) VALUE 'DQ04'.
           05 FILLER                   PIC X(40) VALUE
              'FROZEN WITH NO FREEZE AUDIT ROW'.
           05 FILLER                   PIC X(04) VALUE 'DQ05'.
           05 FILLER                   PIC X(40) VALUE
              'CUSTOMER_ID ZERO OR MISSING'.
        01 WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           05 WS-RULE-ENTRY            OCCURS 5 TIMES
                                       INDEXED BY RUL-IDX.
              10 WS-RULE-CODE          PIC X(04).
              10 WS-RULE-DESC          PIC X(40).
      *
      *    Tonight's figures for each rule, in catalogue order.
        01 WS-RULE-FIGURES.
           05 WS-RF-ENTRY              OCCURS 5 TIMES.
              10 WS-RF-OPEN            PIC 9(09).
              10 WS-RF-NEW             PIC 9(09).
              10 WS-RF-CLEARED         PIC 9(09).
              10 WS-RF-OLDEST          PIC 9(09).
      *
        01 WS-SUBSCRIPTS.
           05 WS-SUB-RULE              PIC S9(04) COMP VALUE ZEROS.
      *
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
        01 WS-PREV-BRANCH              PIC X(06) VALUE HIGH-VALUES.
        01 WS-PREV-RULE                PIC X(04) VALUE HIGH-VALUES.
        01 WS-MASTER-COUNT             PIC S9(09) COMP VALUE ZEROS.
        01 WS-DAYS-OPEN                PIC S9(09) COMP VALUE ZEROS.
        01 WS-CLEARED-RULE             PIC X(04) VALUE SPACES.
        01 WS-CLEARED-COUNT            PIC S9(09) COMP VALUE ZEROS.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-ACCTS-SCANNED        PIC 9(09) VALUE ZEROS.
           05 CTR-FINDINGS             PIC 9(09) VALUE ZEROS.
           05 CTR-NEW-FINDINGS         PIC 9(09) VALUE ZEROS.
           05 CTR-CLEARED              PIC 9(09) VALUE ZEROS.
           05 CTR-BRANCHES             PIC 9(09) VALUE ZEROS.
           05 CTR-BRANCH-FINDINGS      PIC 9(09) VALUE ZEROS.
           05 CTR-RULE-FINDINGS        PIC 9(09) VALUE ZEROS.
      *
        01 RPT-HEADER-1.
           05 FILLER                   PIC X(44) VALUE
              'CBSBDQS - ACCOUNT MASTER DATA-QUALITY SCAN'.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(27) VALUE SPACES.
      *
        01 RPT-BRANCH-HEADER.
           05 FILLER                   PIC X(08) VALUE 'BRANCH: '.
           05 RPT-BRH-BRANCH           PIC X(06).
           05 FILLER                   PIC X(118) VALUE SPACES.
      *
        01 RPT-RULE-HEADER.
           05 FILLER                   PIC X(07) VALUE '  RULE '.
           05 RPT-RLH-CODE             PIC X(04).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RPT-RLH-DESC             PIC X(40).
           05 FILLER                   PIC X(78) VALUE SPACES.
      *
        01 RPT-COLUMN-HEADER.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
              'ACCOUNT NUMBER'.
           05 FILLER                   PIC X(12) VALUE 'STATUS'.
           05 FILLER                   PIC X(22) VALUE 'VALUE FOUND'.
           05 FILLER                   PIC X(12) VALUE 'FIRST SEEN'.
           05 FILLER                   PIC X(11) VALUE 'DAYS OPEN'.
           05 FILLER                   PIC X(51) VALUE SPACES.
      *
        01 RPT-FINDING-LINE.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-FL-ACCOUNT           PIC 9(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FL-STATUS            PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FL-DETAIL            PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FL-FIRST-SEEN        PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FL-DAYS-OPEN         PIC Z(08)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FL-NEW               PIC X(03).
           05 FILLER                   PIC X(48) VALUE SPACES.
      *
        01 RPT-RULE-TOTAL-LINE.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
              'FINDINGS FOR RULE '.
           05 RPT-RLT-CODE             PIC X(04).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 RPT-RLT-COUNT            PIC Z(08)9.
           05 FILLER                   PIC X(95) VALUE SPACES.
      *
        01 RPT-BRANCH-TOTAL-LINE.
           05 FILLER                   PIC X(19) VALUE
              'FINDINGS AT BRANCH '.
           05 RPT-BRT-BRANCH           PIC X(06).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 RPT-BRT-COUNT            PIC Z(08)9.
           05 FILLER                   PIC X(96) VALUE SPACES.
      *
        01 RPT-SUMMARY-HEADER.
           05 FILLER                   PIC X(06) VALUE 'RULE'.
           05 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           05 FILLER                   PIC X(11) VALUE '     OPEN'.
           05 FILLER                   PIC X(11) VALUE '      NEW'.
           05 FILLER                   PIC X(11) VALUE '  CLEARED'.
           05 FILLER                   PIC X(09) VALUE '   OLDEST'.
           05 FILLER                   PIC X(42) VALUE SPACES.
      *
        01 RPT-SUMMARY-LINE.
           05 RPT-SL-CODE              PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SL-DESC              PIC X(40).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SL-OPEN              PIC Z(08)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SL-NEW               PIC Z(08)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SL-CLEARED           PIC Z(08)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SL-OLDEST            PIC Z(08)9.
           05 FILLER                   PIC X(42) VALUE SPACES.
      *
        01 RPT-SEPARATOR-LINE.
           05 FILLER                   PIC X(68) VALUE ALL '-'.
           05 FILLER                   PIC X(64) VALUE SPACES.
      *
        01 RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
      *
        01 RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL            PIC X(42).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 RPT-TOT-COUNT            PIC Z(08)9.
           05 FILLER                   PIC X(79) VALUE SPACES.
      *
        01 RPT-MESSAGE-LINE.
           05 RPT-MSG-TEXT             PIC X(80).
           05 FILLER                   PIC X(52) VALUE SPACES.
      *
           EXEC SQL
                INCLUDE CBSDQE
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
           PERFORM 2000-PROCESS-FINDING
              THRU 2000-PROCESS-FINDING-EXIT
              UNTIL WS-DQSCSR-EOF-YES
           PERFORM 4000-FINISH-REPORT
              THRU 4000-FINISH-REPORT-EXIT
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           INITIALIZE WS-RULE-FIGURES
           OPEN OUTPUT DQS-RPT-FILE
           IF WS-DQSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DQS-RPT-FILE STATUS:'
                       WS-DQSRPT-STATUS
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
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-MASTER-COUNT
                FROM   CBS_ACCT_MSTR_DTL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COUNTING CBS_ACCT_MSTR_DTL SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-MASTER-COUNT        TO CTR-ACCTS-SCANNED
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           WRITE DQS-RPT-RECORD        FROM RPT-HEADER-1
           WRITE DQS-RPT-RECORD        FROM RPT-SEPARATOR-LINE
      *    One row per account and broken rule. An account can
      *    break more than one rule and is then listed under each.
      *    DQ01 leaves out CLOSED and ESCHEATED accounts - nothing
      *    sweeps them on their activity date any more.
           EXEC SQL
                DECLARE DQSCSR CURSOR FOR
                SELECT X.BRANCH_CODE, X.RULE_CODE,
                       X.ACCOUNT_NUMBER, X.ACCOUNT_STATUS,
                       X.DETAIL_VALUE
                  FROM (
                        SELECT COALESCE(M.BRANCH_CODE, ' ')
                                                  AS BRANCH_CODE,
                               'DQ01'             AS RULE_CODE,
                               M.ACCOUNT_NUMBER   AS ACCOUNT_NUMBER,
                               COALESCE(M.ACCOUNT_STATUS, ' ')
                                                  AS ACCOUNT_STATUS,
                               'NULL'             AS DETAIL_VALUE
                          FROM CBS_ACCT_MSTR_DTL M
                         WHERE M.LAST_ACTIVITY_DATE IS NULL
                           AND COALESCE(M.ACCOUNT_STATUS, ' ')
                               NOT IN (:WK-CLOSED, :WK-ESCHEATED)
                        UNION ALL
                        SELECT COALESCE(M.BRANCH_CODE, ' '),
                               'DQ02',
                               M.ACCOUNT_NUMBER,
                               M.ACCOUNT_STATUS,
                               CASE WHEN M.PENDING_REQ_USERID IS NULL
                                    THEN 'NULL' ELSE 'BLANK'
                               END
                          FROM CBS_ACCT_MSTR_DTL M
                         WHERE M.ACCOUNT_STATUS = :WK-PENDAPPR
                           AND (M.PENDING_REQ_USERID IS NULL
                                OR M.PENDING_REQ_USERID = ' ')
                        UNION ALL
                        SELECT COALESCE(M.BRANCH_CODE, ' '),
                               'DQ03',
                               M.ACCOUNT_NUMBER,
                               COALESCE(M.ACCOUNT_STATUS, ' '),
                               COALESCE(M.ACCOUNT_STATUS, 'NULL')
                          FROM CBS_ACCT_MSTR_DTL M
                         WHERE M.ACCOUNT_STATUS IS NULL
                            OR M.ACCOUNT_STATUS NOT IN
                               (:WK-ACTIVE,   :WK-PENDAPPR,
                                :WK-DORMANT,  :WK-FROZEN,
                                :WK-INACTIVE, :WK-CLOSED,
                                :WK-ESCHEATED)
                        UNION ALL
                        SELECT COALESCE(M.BRANCH_CODE, ' '),
                               'DQ04',
                               M.ACCOUNT_NUMBER,
                               M.ACCOUNT_STATUS,
                               'NO FREEZE AUDIT ROW'
                          FROM CBS_ACCT_MSTR_DTL M
                         WHERE M.ACCOUNT_STATUS = :WK-FROZEN
                           AND NOT EXISTS
                              (SELECT 1
                                 FROM CBS_ACCT_STATUS_AUDIT A
                                WHERE A.ACCOUNT_NUMBER =
                                      M.ACCOUNT_NUMBER
                                  AND A.NEW_STATUS = :WK-FROZEN)
                        UNION ALL
                        SELECT COALESCE(M.BRANCH_CODE, ' '),
                               'DQ05',
                               M.ACCOUNT_NUMBER,
                               COALESCE(M.ACCOUNT_STATUS, ' '),
                               CASE WHEN M.CUSTOMER_ID IS NULL
                                    THEN 'NULL' ELSE 'ZERO'
                               END
                          FROM CBS_ACCT_MSTR_DTL M
                         WHERE M.CUSTOMER_ID IS NULL
                            OR M.CUSTOMER_ID = 0
                       ) AS X
                 ORDER BY X.BRANCH_CODE, X.RULE_CODE,
                          X.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN DQSCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING DQSCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-FETCH-FINDING
              THRU 2100-FETCH-FINDING-EXIT.
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
        2000-PROCESS-FINDING.
           ADD 1 TO CTR-FINDINGS
           IF HE-BRANCH-CODE NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = HIGH-VALUES
                   PERFORM 3100-CLOSE-RULE
                      THRU 3100-CLOSE-RULE-EXIT
                   PERFORM 3200-CLOSE-BRANCH
                      THRU 3200-CLOSE-BRANCH-EXIT
               END-IF
               PERFORM 3000-OPEN-BRANCH
                  THRU 3000-OPEN-BRANCH-EXIT
           END-IF
           IF HE-RULE-CODE NOT = WS-PREV-RULE
               IF WS-PREV-RULE NOT = HIGH-VALUES
                   PERFORM 3100-CLOSE-RULE
                      THRU 3100-CLOSE-RULE-EXIT
               END-IF
               PERFORM 3050-OPEN-RULE
                  THRU 3050-OPEN-RULE-EXIT
           END-IF
           PERFORM 2200-REGISTER-FINDING
              THRU 2200-REGISTER-FINDING-EXIT
           PERFORM 2300-WRITE-FINDING-LINE
              THRU 2300-WRITE-FINDING-LINE-EXIT
           PERFORM 2100-FETCH-FINDING
              THRU 2100-FETCH-FINDING-EXIT.
        2000-PROCESS-FINDING-EXIT.
           EXIT.
      *
        2100-FETCH-FINDING.
           EXEC SQL
                FETCH DQSCSR
                 INTO :HE-BRANCH-CODE,    :HE-RULE-CODE,
                      :HE-ACCOUNT-NUMBER, :HE-ACCOUNT-STATUS,
                      :HE-DETAIL-VALUE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-DQSCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING DQSCSR SQLCODE:' SQLCODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
        2100-FETCH-FINDING-EXIT.
           EXIT.
      *
        2200-REGISTER-FINDING.
      *    A finding already open on the register keeps its first-
      *    seen date and is stamped seen today; one cleared earlier
      *    today (a rerun) is opened again as it was. Anything else
      *    is a new break and opens a new row. Days open are
      *    business days - every non-working date on the calendar
      *    after the first-seen date is taken off the gap.
           EXEC SQL
                SELECT CHAR(FIRST_SEEN_DATE, ISO),
                       DAYS(DATE(:H6-BUSINESS-DATE))
                         - DAYS(FIRST_SEEN_DATE)
                         - (SELECT COUNT(*)
                              FROM CBS_HOLIDAY_CAL H
                             WHERE H.HOLIDAY_DATE
                                   > FIRST_SEEN_DATE
                               AND H.HOLIDAY_DATE
                                   <= DATE(:H6-BUSINESS-DATE))
                INTO :HE-FIRST-SEEN-DATE, :WS-DAYS-OPEN
                FROM   CBS_DQ_EXCEPTION
                WHERE  ACCOUNT_NUMBER = :HE-ACCOUNT-NUMBER
                  AND  RULE_CODE      = :HE-RULE-CODE
                  AND (REGISTER_STATUS = :WK-REG-OPEN
                       OR (REGISTER_STATUS = :WK-REG-CLEARED
                           AND CLEARED_DATE =
                               DATE(:H6-BUSINESS-DATE)))
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               EXEC SQL
                    UPDATE CBS_DQ_EXCEPTION
                       SET LAST_SEEN_DATE  = DATE(:H6-BUSINESS-DATE),
                           BRANCH_CODE     = :HE-BRANCH-CODE,
                           ACCOUNT_STATUS  = :HE-ACCOUNT-STATUS,
                           DETAIL_VALUE    = :HE-DETAIL-VALUE,
                           REGISTER_STATUS = :WK-REG-OPEN,
                           CLEARED_DATE    = NULL
                     WHERE ACCOUNT_NUMBER  = :HE-ACCOUNT-NUMBER
                       AND RULE_CODE       = :HE-RULE-CODE
                       AND FIRST_SEEN_DATE = DATE(:HE-FIRST-SEEN-DATE)
               END-EXEC
              WHEN 100
               MOVE H6-BUSINESS-DATE   TO HE-FIRST-SEEN-DATE
               MOVE ZEROS              TO WS-DAYS-OPEN
               EXEC SQL
                    INSERT INTO CBS_DQ_EXCEPTION
                         (ACCOUNT_NUMBER,  RULE_CODE,
                          BRANCH_CODE,     ACCOUNT_STATUS,
                          DETAIL_VALUE,    FIRST_SEEN_DATE,
                          LAST_SEEN_DATE,  REGISTER_STATUS,
                          CLEARED_DATE)
                    VALUES
                         (:HE-ACCOUNT-NUMBER, :HE-RULE-CODE,
                          :HE-BRANCH-CODE,    :HE-ACCOUNT-STATUS,
                          :HE-DETAIL-VALUE,
                          DATE(:H6-BUSINESS-DATE),
                          DATE(:H6-BUSINESS-DATE),
                          :WK-REG-OPEN,
                          NULL)
               END-EXEC
              WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR UPDATING CBS_DQ_EXCEPTION SQLCODE:'
                       SQLCODE ' ACCOUNT:' HE-ACCOUNT-NUMBER
                       ' RULE:' HE-RULE-CODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    First seen today - on a rerun as well as the first run.
           IF HE-FIRST-SEEN-DATE = H6-BUSINESS-DATE
               MOVE 'Y' TO WS-NEW-FINDING-SW
           ELSE
               MOVE 'N' TO WS-NEW-FINDING-SW
           END-IF.
        2200-REGISTER-FINDING-EXIT.
           EXIT.
      *
        2300-WRITE-FINDING-LINE.
           ADD 1 TO CTR-BRANCH-FINDINGS
                    CTR-RULE-FINDINGS
                    WS-RF-OPEN (WS-SUB-RULE)
           IF WS-DAYS-OPEN > WS-RF-OLDEST (WS-SUB-RULE)
               MOVE WS-DAYS-OPEN       TO WS-RF-OLDEST (WS-SUB-RULE)
           END-IF
           MOVE HE-ACCOUNT-NUMBER      TO RPT-FL-ACCOUNT
           MOVE HE-ACCOUNT-STATUS      TO RPT-FL-STATUS
           MOVE HE-DETAIL-VALUE        TO RPT-FL-DETAIL
           MOVE HE-FIRST-SEEN-DATE     TO RPT-FL-FIRST-SEEN
           MOVE WS-DAYS-OPEN           TO RPT-FL-DAYS-OPEN
           IF WS-NEW-FINDING
               MOVE 'NEW'              TO RPT-FL-NEW
               ADD 1 TO CTR-NEW-FINDINGS
                        WS-RF-NEW (WS-SUB-RULE)
           ELSE
               MOVE SPACES             TO RPT-FL-NEW
           END-IF
           WRITE DQS-RPT-RECORD        FROM RPT-FINDING-LINE
           IF WS-DQSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DQS-RPT-FILE STATUS:'
                       WS-DQSRPT-STATUS
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
        2300-WRITE-FINDING-LINE-EXIT.
           EXIT.
      *
        3000-OPEN-BRANCH.
           ADD 1 TO CTR-BRANCHES
           MOVE ZEROS                  TO CTR-BRANCH-FINDINGS
           MOVE HE-BRANCH-CODE         TO WS-PREV-BRANCH
                                          RPT-BRH-BRANCH
           MOVE HIGH-VALUES            TO WS-PREV-RULE
           WRITE DQS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE DQS-RPT-RECORD        FROM RPT-BRANCH-HEADER.
        3000-OPEN-BRANCH-EXIT.
           EXIT.
      *
        3050-OPEN-RULE.
           SET RUL-IDX TO 1
           SEARCH WS-RULE-ENTRY
               AT END
                  DISPLAY 'UNKNOWN DATA-QUALITY RULE ' HE-RULE-CODE
                  EXEC SQL
                       ROLLBACK
                  END-EXEC
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               WHEN WS-RULE-CODE (RUL-IDX) = HE-RULE-CODE
                  SET WS-SUB-RULE      TO RUL-IDX
           END-SEARCH
           MOVE ZEROS                  TO CTR-RULE-FINDINGS
           MOVE HE-RULE-CODE           TO WS-PREV-RULE
                                          RPT-RLH-CODE
           MOVE WS-RULE-DESC (WS-SUB-RULE) TO RPT-RLH-DESC
           WRITE DQS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE DQS-RPT-RECORD        FROM RPT-RULE-HEADER
           WRITE DQS-RPT-RECORD        FROM RPT-COLUMN-HEADER.
        3050-OPEN-RULE-EXIT.
           EXIT.
      *
        3100-CLOSE-RULE.
           MOVE WS-PREV-RULE           TO RPT-RLT-CODE
           MOVE CTR-RULE-FINDINGS      TO RPT-RLT-COUNT
           WRITE DQS-RPT-RECORD        FROM RPT-RULE-TOTAL-LINE.
        3100-CLOSE-RULE-EXIT.
           EXIT.
      *
        3200-CLOSE-BRANCH.
           MOVE WS-PREV-BRANCH         TO RPT-BRT-BRANCH
           MOVE CTR-BRANCH-FINDINGS    TO RPT-BRT-COUNT
           WRITE DQS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE DQS-RPT-RECORD        FROM RPT-BRANCH-TOTAL-LINE.
        3200-CLOSE-BRANCH-EXIT.
           EXIT.
      *
        4000-FINISH-REPORT.
           EXEC SQL
                CLOSE DQSCSR
           END-EXEC
           IF WS-PREV-BRANCH NOT = HIGH-VALUES
               PERFORM 3100-CLOSE-RULE
                  THRU 3100-CLOSE-RULE-EXIT
               PERFORM 3200-CLOSE-BRANCH
                  THRU 3200-CLOSE-BRANCH-EXIT
           ELSE
               WRITE DQS-RPT-RECORD    FROM RPT-BLANK-LINE
               MOVE 'NO DATA-QUALITY EXCEPTIONS FOUND ON THE MASTER'
                                       TO RPT-MSG-TEXT
               WRITE DQS-RPT-RECORD    FROM RPT-MESSAGE-LINE
           END-IF
           PERFORM 4100-CLEAR-FIXED-FINDINGS
              THRU 4100-CLEAR-FIXED-FINDINGS-EXIT
           PERFORM 4200-COUNT-CLEARED-BY-RULE
              THRU 4200-COUNT-CLEARED-BY-RULE-EXIT
      *    The rule summary - all branches together.
           WRITE DQS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE DQS-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           WRITE DQS-RPT-RECORD        FROM RPT-SUMMARY-HEADER
           WRITE DQS-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           PERFORM 4300-WRITE-SUMMARY-LINE
              THRU 4300-WRITE-SUMMARY-LINE-EXIT
              VARYING WS-SUB-RULE FROM 1 BY 1
              UNTIL WS-SUB-RULE > WK-RULE-MAX
           WRITE DQS-RPT-RECORD        FROM RPT-BLANK-LINE
           MOVE 'ACCOUNTS ON MASTER'   TO RPT-TOT-LABEL
           MOVE CTR-ACCTS-SCANNED      TO RPT-TOT-COUNT
           WRITE DQS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'FINDINGS OPEN'        TO RPT-TOT-LABEL
           MOVE CTR-FINDINGS           TO RPT-TOT-COUNT
           WRITE DQS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'NEW FINDINGS (FIRST SEEN TODAY)'
                                       TO RPT-TOT-LABEL
           MOVE CTR-NEW-FINDINGS       TO RPT-TOT-COUNT
           WRITE DQS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'FINDINGS CLEARED TODAY'
                                       TO RPT-TOT-LABEL
           MOVE CTR-CLEARED            TO RPT-TOT-COUNT
           WRITE DQS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'BRANCHES WITH FINDINGS'
                                       TO RPT-TOT-LABEL
           MOVE CTR-BRANCHES           TO RPT-TOT-COUNT
           WRITE DQS-RPT-RECORD        FROM RPT-TOTAL-LINE.
        4000-FINISH-REPORT-EXIT.
           EXIT.
      *
        4100-CLEAR-FIXED-FINDINGS.
      *    Only reached once the scan has run to the end, so a row
      *    not seen today really is no longer broken.
           EXEC SQL
                UPDATE CBS_DQ_EXCEPTION
                   SET REGISTER_STATUS = :WK-REG-CLEARED,
                       CLEARED_DATE    = DATE(:H6-BUSINESS-DATE)
                 WHERE REGISTER_STATUS = :WK-REG-OPEN
                   AND LAST_SEEN_DATE  < DATE(:H6-BUSINESS-DATE)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
               CONTINUE
              WHEN OTHER
               DISPLAY 'ERROR CLEARING CBS_DQ_EXCEPTION SQLCODE:'
                       SQLCODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
        4100-CLEAR-FIXED-FINDINGS-EXIT.
           EXIT.
      *
        4200-COUNT-CLEARED-BY-RULE.
      *    Everything cleared on this business date, so a rerun
      *    still reports what the first run cleared.
           EXEC SQL
                DECLARE CLRCSR CURSOR FOR
                SELECT RULE_CODE, COUNT(*)
                  FROM CBS_DQ_EXCEPTION
                 WHERE REGISTER_STATUS = :WK-REG-CLEARED
                   AND CLEARED_DATE    = DATE(:H6-BUSINESS-DATE)
                 GROUP BY RULE_CODE
           END-EXEC
           EXEC SQL
                OPEN CLRCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING CLRCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 4200-COUNT-CLEARED-BY-RULE-EXIT
           END-IF
           PERFORM 4250-FETCH-CLEARED
              THRU 4250-FETCH-CLEARED-EXIT
              UNTIL WS-CLRCSR-EOF-YES
           EXEC SQL
                CLOSE CLRCSR
           END-EXEC.
        4200-COUNT-CLEARED-BY-RULE-EXIT.
           EXIT.
      *
        4250-FETCH-CLEARED.
           EXEC SQL
                FETCH CLRCSR
                 INTO :WS-CLEARED-RULE, :WS-CLEARED-COUNT
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-CLRCSR-EOF-SW
               GO TO 4250-FETCH-CLEARED-EXIT
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING CLRCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CLRCSR-EOF-SW
               GO TO 4250-FETCH-CLEARED-EXIT
           END-EVALUATE
           ADD WS-CLEARED-COUNT        TO CTR-CLEARED
      *    A code no longer in the catalogue only makes the total.
           SET RUL-IDX TO 1
           SEARCH WS-RULE-ENTRY
               AT END
                  CONTINUE
               WHEN WS-RULE-CODE (RUL-IDX) = WS-CLEARED-RULE
                  ADD WS-CLEARED-COUNT TO WS-RF-CLEARED (RUL-IDX)
           END-SEARCH.
        4250-FETCH-CLEARED-EXIT.
           EXIT.
      *
        4300-WRITE-SUMMARY-LINE.
           MOVE WS-RULE-CODE (WS-SUB-RULE) TO RPT-SL-CODE
           MOVE WS-RULE-DESC (WS-SUB-RULE) TO RPT-SL-DESC
           MOVE WS-RF-OPEN (WS-SUB-RULE)   TO RPT-SL-OPEN
           MOVE WS-RF-NEW (WS-SUB-RULE)    TO RPT-SL-NEW
           MOVE WS-RF-CLEARED (WS-SUB-RULE) TO RPT-SL-CLEARED
           MOVE WS-RF-OLDEST (WS-SUB-RULE) TO RPT-SL-OLDEST
           WRITE DQS-RPT-RECORD        FROM RPT-SUMMARY-LINE.
        4300-WRITE-SUMMARY-LINE-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           EXEC SQL
                COMMIT
           END-EXEC
           CLOSE DQS-RPT-FILE
           DISPLAY 'CBSBDQS ACCOUNTS ON MASTER : ' CTR-ACCTS-SCANNED
           DISPLAY 'CBSBDQS FINDINGS OPEN      : ' CTR-FINDINGS
           DISPLAY 'CBSBDQS NEW FINDINGS       : ' CTR-NEW-FINDINGS
           DISPLAY 'CBSBDQS FINDINGS CLEARED   : ' CTR-CLEARED
           IF RETURN-CODE < 4
              AND CTR-FINDINGS > 0
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
           MOVE 'CBSBDQS'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           MOVE CTR-ACCTS-SCANNED      TO H5-RECORDS-IN
           MOVE CTR-FINDINGS           TO H5-RECORDS-OUT
           MOVE CTR-NEW-FINDINGS       TO H5-EXCEPTIONS
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
