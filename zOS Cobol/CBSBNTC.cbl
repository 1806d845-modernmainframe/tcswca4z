      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New advance notice job, run ahead of the CBSBDRM
      *             dormancy and CBSBCLS closure sweeps. Finds ACTIVE
      *             accounts that will have passed their dormancy
      *             period, and INACTIVE accounts that will have
      *             passed their closure period, by the earliest date
      *             the sweep may act on a notice raised today - the
      *             first working day at least the DRMPARM/CLSPARM
      *             notice days (columns 4-6, default 30) after the
      *             business date. Each is recorded as an open notice
      *             on CBS_ACCT_NOTICE and a letter record (customer,
      *             account name, branch, action date) is written to
      *             NTCLTR for the print run. Periods follow the same
      *             CBS_PRODUCT_RULES / DRMPARM / CLSPARM rules the
      *             sweeps apply; an account with a notice already
      *             open is not noticed again. Commits per notice so
      *             a failed run can simply be rerun.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBNTC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DORM-PARM-FILE
               ASSIGN TO DRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRMPARM-STATUS.
      *
           SELECT OPTIONAL CLOS-PARM-FILE
               ASSIGN TO CLSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSPARM-STATUS.
      *
           SELECT NOTICE-LTR-FILE
               ASSIGN TO NTCLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCLTR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    The sweeps' own parameter cards, read here so the notice
      *    job and the sweep it warns for can never disagree on the
      *    default period or the notice days.
       FD  DORM-PARM-FILE
           RECORDING MODE IS F.
       01  DORM-PARM-RECORD.
           05  PARM-DORMANT-MONTHS     PIC 9(03).
           05  PARM-DORM-NOTICE-DAYS   PIC 9(03).
           05  FILLER                  PIC X(74).
      *
       FD  CLOS-PARM-FILE
           RECORDING MODE IS F.
       01  CLOS-PARM-RECORD.
           05  PARM-CLOSURE-MONTHS     PIC 9(03).
           05  PARM-CLOS-NOTICE-DAYS   PIC 9(03).
           05  FILLER                  PIC X(74).
      *
      *    One record per letter for the print run - the print
      *    stream merges it into the dormancy or closure letter
      *    named by LTR-NOTICE-TYPE.
       FD  NOTICE-LTR-FILE
           RECORDING MODE IS F.
       01  NOTICE-LTR-RECORD.
           05  LTR-NOTICE-TYPE         PIC X(04).
           05  LTR-ACCOUNT-NO          PIC 9(18).
           05  LTR-CUSTOMER-ID         PIC 9(09).
           05  LTR-ACCOUNT-NAME        PIC X(30).
           05  LTR-BRANCH-CODE         PIC X(06).
           05  LTR-ACTION-DESC         PIC X(20).
           05  LTR-ACTION-DATE         PIC X(10).
           05  LTR-NOTICE-DATE         PIC X(10).
           05  FILLER                  PIC X(13).
      *
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-ACTIVE                PIC X(10) VALUE 'ACTIVE'.
           05 WK-INACTIVE              PIC X(10) VALUE 'INACTIVE'.
           05 WK-NOTICE-DORM           PIC X(04) VALUE 'DORM'.
           05 WK-NOTICE-CLOS           PIC X(04) VALUE 'CLOS'.
           05 WK-NOTICE-OPEN           PIC X(01) VALUE 'O'.
           05 WK-DORM-DESC             PIC X(20) VALUE
              'ACCOUNT TO DORMANT'.
           05 WK-CLOS-DESC             PIC X(20) VALUE
              'ACCOUNT TO CLOSED'.
      *
        01 WS-FILE-STATUSES.
           05 WS-DRMPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-CLSPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-NTCLTR-STATUS         PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-DRMPARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-DRMPARM-EOF-YES               VALUE 'Y'.
           05 WS-CLSPARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-CLSPARM-EOF-YES               VALUE 'Y'.
           05 WS-NDRCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-NDRCSR-EOF-YES                VALUE 'Y'.
           05 WS-NCLCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-NCLCSR-EOF-YES                VALUE 'Y'.
           05 WS-LTRCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-LTRCSR-EOF-YES                VALUE 'Y'.
           05 WS-ACTION-FOUND-SW       PIC X(01) VALUE 'N'.
              88 WS-ACTION-FOUND                  VALUE 'Y'.
      *
      *    Site defaults, overridden by the DRMPARM/CLSPARM cards -
      *    the same defaults CBSBDRM and CBSBCLS deliver.
        01 WS-DORMANT-MONTHS           PIC S9(03) COMP-3 VALUE +12.
        01 WS-CLOSURE-MONTHS           PIC S9(03) COMP-3 VALUE +24.
        01 WS-DORM-NOTICE-DAYS         PIC S9(03) COMP-3 VALUE +30.
        01 WS-CLOS-NOTICE-DAYS         PIC S9(03) COMP-3 VALUE +30.
      *
      *    Earliest date the sweep may act on a notice raised today:
      *    the first working day at least the notice days after the
      *    business date. A month of consecutive non-working dates
      *    can only be a calendar error, so the search stops there.
        01 WS-DORM-ACTION-DATE         PIC X(10) VALUE SPACES.
        01 WS-CLOS-ACTION-DATE         PIC X(10) VALUE SPACES.
        01 WS-NOTICE-DAYS-WORK         PIC S9(03) COMP-3 VALUE ZEROS.
        01 WS-CANDIDATE-DATE           PIC X(10) VALUE SPACES.
        01 WS-STEP-COUNT               PIC S9(04) COMP VALUE ZEROS.
        01 WS-STEP-LIMIT               PIC S9(04) COMP VALUE +31.
        01 WS-HOLIDAY-COUNT            PIC S9(09) COMP VALUE ZEROS.
      *
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-DORM-EXAMINED        PIC 9(09) VALUE ZEROS.
           05 CTR-DORM-NOTICED         PIC 9(09) VALUE ZEROS.
           05 CTR-CLOS-EXAMINED        PIC 9(09) VALUE ZEROS.
           05 CTR-CLOS-NOTICED         PIC 9(09) VALUE ZEROS.
           05 CTR-SQL-ERRORS           PIC 9(09) VALUE ZEROS.
           05 CTR-LETTERS-WRITTEN      PIC 9(09) VALUE ZEROS.
      *
           EXEC SQL
                INCLUDE CBSMST
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
                INCLUDE CBSNTC
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
           PERFORM 2000-NOTICE-DORMANCY
              THRU 2000-NOTICE-DORMANCY-EXIT
           PERFORM 3000-NOTICE-CLOSURE
              THRU 3000-NOTICE-CLOSURE-EXIT
           PERFORM 4000-WRITE-NOTICE-LETTERS
              THRU 4000-WRITE-NOTICE-LETTERS-EXIT
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           PERFORM 1050-READ-SWEEP-PARMS
              THRU 1050-READ-SWEEP-PARMS-EXIT
           OPEN OUTPUT NOTICE-LTR-FILE
           IF WS-NTCLTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOTICE-LTR-FILE STATUS:'
                       WS-NTCLTR-STATUS
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
           MOVE WS-DORM-NOTICE-DAYS    TO WS-NOTICE-DAYS-WORK
           PERFORM 1100-FIND-ACTION-DATE
              THRU 1100-FIND-ACTION-DATE-EXIT
           MOVE WS-CANDIDATE-DATE      TO WS-DORM-ACTION-DATE
           MOVE WS-CLOS-NOTICE-DAYS    TO WS-NOTICE-DAYS-WORK
           PERFORM 1100-FIND-ACTION-DATE
              THRU 1100-FIND-ACTION-DATE-EXIT
           MOVE WS-CANDIDATE-DATE      TO WS-CLOS-ACTION-DATE
           DISPLAY 'DORMANCY ACTION DATE: ' WS-DORM-ACTION-DATE
           DISPLAY 'CLOSURE ACTION DATE : ' WS-CLOS-ACTION-DATE.
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
      *    Both cards are optional and read exactly as the sweeps
      *    read them - no file or an unusable card leaves the
      *    delivered defaults in place; blank notice days on an
      *    otherwise good card keep the 30-day default.
           OPEN INPUT DORM-PARM-FILE
           IF WS-DRMPARM-STATUS = '00'
               PERFORM UNTIL WS-DRMPARM-EOF-YES
                   READ DORM-PARM-FILE INTO DORM-PARM-RECORD
                       AT END
                          MOVE 'Y' TO WS-DRMPARM-EOF-SW
                       NOT AT END
                          IF WS-DRMPARM-STATUS = '00'
                              AND PARM-DORMANT-MONTHS NUMERIC
                              AND PARM-DORMANT-MONTHS > 0
                              MOVE PARM-DORMANT-MONTHS
                                TO WS-DORMANT-MONTHS
                              IF PARM-DORM-NOTICE-DAYS NUMERIC
                                  MOVE PARM-DORM-NOTICE-DAYS
                                    TO WS-DORM-NOTICE-DAYS
                              END-IF
                          ELSE
                              DISPLAY 'DRMPARM CARD IGNORED'
                          END-IF
                   END-READ
               END-PERFORM
               CLOSE DORM-PARM-FILE
           END-IF
           OPEN INPUT CLOS-PARM-FILE
           IF WS-CLSPARM-STATUS = '00'
               PERFORM UNTIL WS-CLSPARM-EOF-YES
                   READ CLOS-PARM-FILE INTO CLOS-PARM-RECORD
                       AT END
                          MOVE 'Y' TO WS-CLSPARM-EOF-SW
                       NOT AT END
                          IF WS-CLSPARM-STATUS = '00'
                              AND PARM-CLOSURE-MONTHS NUMERIC
                              AND PARM-CLOSURE-MONTHS > 0
                              MOVE PARM-CLOSURE-MONTHS
                                TO WS-CLOSURE-MONTHS
                              IF PARM-CLOS-NOTICE-DAYS NUMERIC
                                  MOVE PARM-CLOS-NOTICE-DAYS
                                    TO WS-CLOS-NOTICE-DAYS
                              END-IF
                          ELSE
                              DISPLAY 'CLSPARM CARD IGNORED'
                          END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOS-PARM-FILE
           END-IF
           DISPLAY 'DEFAULT DORMANCY MONTHS: ' WS-DORMANT-MONTHS
           DISPLAY 'DORMANCY NOTICE DAYS   : ' WS-DORM-NOTICE-DAYS
           DISPLAY 'DEFAULT CLOSURE MONTHS : ' WS-CLOSURE-MONTHS
           DISPLAY 'CLOSURE NOTICE DAYS    : ' WS-CLOS-NOTICE-DAYS.
        1050-READ-SWEEP-PARMS-EXIT.
           EXIT.
      *
        1100-FIND-ACTION-DATE.
      *    Business date plus the notice days, moved on past any
      *    date on CBS_HOLIDAY_CAL - the sweeps only run on working
      *    days, so that is the first date the letter can promise.
           EXEC SQL
                SELECT CHAR(DATE(:H6-BUSINESS-DATE)
                            + :WS-NOTICE-DAYS-WORK DAYS, ISO)
                INTO :WS-CANDIDATE-DATE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR CALCULATING ACTION DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N'                    TO WS-ACTION-FOUND-SW
           MOVE ZEROS                  TO WS-STEP-COUNT
           PERFORM 1150-CHECK-ACTION-DATE
              THRU 1150-CHECK-ACTION-DATE-EXIT
              UNTIL WS-ACTION-FOUND.
        1100-FIND-ACTION-DATE-EXIT.
           EXIT.
      *
        1150-CHECK-ACTION-DATE.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-HOLIDAY-COUNT
                FROM   CBS_HOLIDAY_CAL
                WHERE  HOLIDAY_DATE = :WS-CANDIDATE-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CBS_HOLIDAY_CAL SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-HOLIDAY-COUNT = 0
               MOVE 'Y' TO WS-ACTION-FOUND-SW
               GO TO 1150-CHECK-ACTION-DATE-EXIT
           END-IF
           ADD 1 TO WS-STEP-COUNT
           IF WS-STEP-COUNT > WS-STEP-LIMIT
               DISPLAY 'NO WORKING DAY WITHIN ' WS-STEP-LIMIT
                       ' DAYS OF ' WS-CANDIDATE-DATE
                       ' - CHECK CBS_HOLIDAY_CAL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
                SELECT CHAR(DATE(:WS-CANDIDATE-DATE) + 1 DAY, ISO)
                INTO :WS-CANDIDATE-DATE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR STEPPING ACTION DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
        1150-CHECK-ACTION-DATE-EXIT.
           EXIT.
      *
        2000-NOTICE-DORMANCY.
      *    ACTIVE accounts that will be past their dormancy period
      *    on the action date - the CBSBDRM sweep predicate with the
      *    action date in place of the business date - and have no
      *    dormancy notice open. WITH HOLD survives the per-notice
      *    COMMITs.
           EXEC SQL
                DECLARE NDRCSR CURSOR WITH HOLD FOR
                SELECT M.ACCOUNT_NUMBER, M.BRANCH_CODE,
                       M.LAST_ACTIVITY_DATE
                  FROM CBS_ACCT_MSTR_DTL M
                  LEFT OUTER JOIN CBS_PRODUCT_RULES P
                    ON P.PRODUCT_CODE = M.PRODUCT_CODE
                 WHERE M.ACCOUNT_STATUS = :WK-ACTIVE
                   AND M.LAST_ACTIVITY_DATE IS NOT NULL
                   AND COALESCE(P.DORMANT_MONTHS,
                                :WS-DORMANT-MONTHS) > 0
                   AND M.LAST_ACTIVITY_DATE <
                       CHAR(DATE(:WS-DORM-ACTION-DATE)
                            - (COALESCE(P.DORMANT_MONTHS,
                                        :WS-DORMANT-MONTHS)) MONTHS,
                            ISO)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM CBS_ACCT_NOTICE N
                         WHERE N.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                           AND N.NOTICE_TYPE = :WK-NOTICE-DORM
                           AND N.NOTICE_STATUS = :WK-NOTICE-OPEN)
                 ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN NDRCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING NDRCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-NOTICE-DORMANCY-EXIT
           END-IF
           PERFORM 2100-FETCH-DORMANCY-ACCT
              THRU 2100-FETCH-DORMANCY-ACCT-EXIT
           PERFORM 2200-RAISE-DORMANCY-NOTICE
              THRU 2200-RAISE-DORMANCY-NOTICE-EXIT
              UNTIL WS-NDRCSR-EOF-YES
           EXEC SQL
                CLOSE NDRCSR
           END-EXEC.
        2000-NOTICE-DORMANCY-EXIT.
           EXIT.
      *
        2100-FETCH-DORMANCY-ACCT.
           EXEC SQL
                FETCH NDRCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-BRANCH-CODE,
                      :H1-LAST-ACTIVITY-DATE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-NDRCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING NDRCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-NDRCSR-EOF-SW
           END-EVALUATE.
        2100-FETCH-DORMANCY-ACCT-EXIT.
           EXIT.
      *
        2200-RAISE-DORMANCY-NOTICE.
           ADD 1 TO CTR-DORM-EXAMINED
           MOVE WK-NOTICE-DORM         TO H9-NOTICE-TYPE
           MOVE WS-DORM-ACTION-DATE    TO H9-ACTION-DATE
           MOVE H1-LAST-ACTIVITY-DATE  TO H9-BASIS-DATE
           PERFORM 3500-INSERT-NOTICE
              THRU 3500-INSERT-NOTICE-EXIT
           IF SQLCODE = 0
               ADD 1 TO CTR-DORM-NOTICED
           END-IF
           PERFORM 2100-FETCH-DORMANCY-ACCT
              THRU 2100-FETCH-DORMANCY-ACCT-EXIT.
        2200-RAISE-DORMANCY-NOTICE-EXIT.
           EXIT.
      *
        3000-NOTICE-CLOSURE.
      *    INACTIVE accounts whose latest audit row - the one that
      *    made them INACTIVE - will be older than their closure
      *    period on the action date, the CBSBCLS sweep predicate
      *    with the action date in place of the business date, and
      *    with no closure notice open.
           EXEC SQL
                DECLARE NCLCSR CURSOR WITH HOLD FOR
                SELECT M.ACCOUNT_NUMBER, M.BRANCH_CODE,
                       CHAR(DATE(A.CHANGE_TIMESTAMP), ISO)
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
                       DATE(:WS-CLOS-ACTION-DATE)
                            - (COALESCE(P.CLOSURE_MONTHS,
                                        :WS-CLOSURE-MONTHS)) MONTHS
                   AND NOT EXISTS
                       (SELECT 1
                          FROM CBS_ACCT_NOTICE N
                         WHERE N.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                           AND N.NOTICE_TYPE = :WK-NOTICE-CLOS
                           AND N.NOTICE_STATUS = :WK-NOTICE-OPEN)
                 ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN NCLCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING NCLCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-NOTICE-CLOSURE-EXIT
           END-IF
           PERFORM 3100-FETCH-CLOSURE-ACCT
              THRU 3100-FETCH-CLOSURE-ACCT-EXIT
           PERFORM 3200-RAISE-CLOSURE-NOTICE
              THRU 3200-RAISE-CLOSURE-NOTICE-EXIT
              UNTIL WS-NCLCSR-EOF-YES
           EXEC SQL
                CLOSE NCLCSR
           END-EXEC.
        3000-NOTICE-CLOSURE-EXIT.
           EXIT.
      *
        3100-FETCH-CLOSURE-ACCT.
           EXEC SQL
                FETCH NCLCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-BRANCH-CODE,
                      :H9-BASIS-DATE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-NCLCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING NCLCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-NCLCSR-EOF-SW
           END-EVALUATE.
        3100-FETCH-CLOSURE-ACCT-EXIT.
           EXIT.
      *
        3200-RAISE-CLOSURE-NOTICE.
           ADD 1 TO CTR-CLOS-EXAMINED
           MOVE WK-NOTICE-CLOS         TO H9-NOTICE-TYPE
           MOVE WS-CLOS-ACTION-DATE    TO H9-ACTION-DATE
           PERFORM 3500-INSERT-NOTICE
              THRU 3500-INSERT-NOTICE-EXIT
           IF SQLCODE = 0
               ADD 1 TO CTR-CLOS-NOTICED
           END-IF
           PERFORM 3100-FETCH-CLOSURE-ACCT
              THRU 3100-FETCH-CLOSURE-ACCT-EXIT.
        3200-RAISE-CLOSURE-NOTICE-EXIT.
           EXIT.
      *
        3500-INSERT-NOTICE.
      *    One row per notice, committed on its own so a rerun after
      *    an abend picks up only the accounts not yet noticed. A
      *    failed insert leaves nothing to back out and the account
      *    is simply noticed on the next run.
           MOVE H1-ACCOUNT-NUMBER      TO H9-ACCOUNT-NUMBER
           MOVE H6-BUSINESS-DATE       TO H9-NOTICE-DATE
           MOVE H1-BRANCH-CODE         TO H9-BRANCH-CODE
           MOVE WK-NOTICE-OPEN         TO H9-NOTICE-STATUS
           MOVE WS-CURRENT-TIMESTAMP   TO H9-STATUS-TS
           EXEC SQL
                INSERT INTO CBS_ACCT_NOTICE
                     (ACCOUNT_NUMBER, NOTICE_TYPE,
                      NOTICE_DATE,    ACTION_DATE,
                      BASIS_DATE,     BRANCH_CODE,
                      NOTICE_STATUS,  STATUS_TS)
                VALUES
                     (:H9-ACCOUNT-NUMBER, :H9-NOTICE-TYPE,
                      :H9-NOTICE-DATE,    :H9-ACTION-DATE,
                      :H9-BASIS-DATE,     :H9-BRANCH-CODE,
                      :H9-NOTICE-STATUS,  :H9-STATUS-TS)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'NOTICE INSERT FAILED SQLCODE:' SQLCODE
                       ' ACCOUNT ' H1-ACCOUNT-NUMBER
               ADD 1 TO CTR-SQL-ERRORS
               GO TO 3500-INSERT-NOTICE-EXIT
           END-IF
           EXEC SQL
                COMMIT
           END-EXEC.
        3500-INSERT-NOTICE-EXIT.
           EXIT.
      *
        4000-WRITE-NOTICE-LETTERS.
      *    Letters are taken from the register rows raised today
      *    rather than written during the sweep above, so a rerun
      *    after a mid-run abend still prints every notice the
      *    earlier run committed - the truncating OUTPUT open is
      *    then always complete for the day. Branch order suits
      *    the print run's despatch split.
           EXEC SQL
                DECLARE LTRCSR CURSOR FOR
                SELECT N.NOTICE_TYPE,     N.ACCOUNT_NUMBER,
                       M.CUSTOMER_ID,     M.ACCOUNT_NAME,
                       N.BRANCH_CODE,
                       CHAR(N.ACTION_DATE, ISO)
                  FROM CBS_ACCT_NOTICE N,
                       CBS_ACCT_MSTR_DTL M
                 WHERE M.ACCOUNT_NUMBER = N.ACCOUNT_NUMBER
                   AND N.NOTICE_DATE = :H6-BUSINESS-DATE
                   AND N.NOTICE_STATUS = :WK-NOTICE-OPEN
                 ORDER BY N.BRANCH_CODE, N.NOTICE_TYPE,
                          N.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN LTRCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING LTRCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-WRITE-NOTICE-LETTERS-EXIT
           END-IF
           PERFORM 4100-WRITE-NEXT-LETTER
              THRU 4100-WRITE-NEXT-LETTER-EXIT
              UNTIL WS-LTRCSR-EOF-YES
           EXEC SQL
                CLOSE LTRCSR
           END-EXEC.
        4000-WRITE-NOTICE-LETTERS-EXIT.
           EXIT.
      *
        4100-WRITE-NEXT-LETTER.
           EXEC SQL
                FETCH LTRCSR
                 INTO :H9-NOTICE-TYPE,    :H9-ACCOUNT-NUMBER,
                      :H1-CUSTOMER-ID,    :H1-ACCOUNT-NAME,
                      :H9-BRANCH-CODE,    :H9-ACTION-DATE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-LTRCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING LTRCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-LTRCSR-EOF-SW
              WHEN OTHER
               MOVE SPACES                 TO NOTICE-LTR-RECORD
               MOVE H9-NOTICE-TYPE         TO LTR-NOTICE-TYPE
               MOVE H9-ACCOUNT-NUMBER      TO LTR-ACCOUNT-NO
               MOVE H1-CUSTOMER-ID         TO LTR-CUSTOMER-ID
               MOVE H1-ACCOUNT-NAME        TO LTR-ACCOUNT-NAME
               MOVE H9-BRANCH-CODE         TO LTR-BRANCH-CODE
               IF H9-NOTICE-TYPE = WK-NOTICE-DORM
                   MOVE WK-DORM-DESC       TO LTR-ACTION-DESC
               ELSE
                   MOVE WK-CLOS-DESC       TO LTR-ACTION-DESC
               END-IF
               MOVE H9-ACTION-DATE         TO LTR-ACTION-DATE
               MOVE H6-BUSINESS-DATE       TO LTR-NOTICE-DATE
               ADD 1 TO CTR-LETTERS-WRITTEN
               WRITE NOTICE-LTR-RECORD
               IF WS-NTCLTR-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING NOTICE-LTR-FILE STATUS:'
                           WS-NTCLTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-LTRCSR-EOF-SW
               END-IF
           END-EVALUATE.
        4100-WRITE-NEXT-LETTER-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           EXEC SQL
                COMMIT
           END-EXEC
           CLOSE NOTICE-LTR-FILE
           DISPLAY 'CBSBNTC DORMANCY CANDIDATES : ' CTR-DORM-EXAMINED
           DISPLAY 'CBSBNTC DORMANCY NOTICES    : ' CTR-DORM-NOTICED
           DISPLAY 'CBSBNTC CLOSURE CANDIDATES  : ' CTR-CLOS-EXAMINED
           DISPLAY 'CBSBNTC CLOSURE NOTICES     : ' CTR-CLOS-NOTICED
           DISPLAY 'CBSBNTC SQL ERRORS          : ' CTR-SQL-ERRORS
           DISPLAY 'CBSBNTC LETTERS WRITTEN     : '
                   CTR-LETTERS-WRITTEN
           IF RETURN-CODE = 0
              AND CTR-SQL-ERRORS > 0
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
           MOVE 'CBSBNTC'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           COMPUTE H5-RECORDS-IN =
                   CTR-DORM-EXAMINED + CTR-CLOS-EXAMINED
           COMPUTE H5-RECORDS-OUT =
                   CTR-DORM-NOTICED + CTR-CLOS-NOTICED
           MOVE CTR-SQL-ERRORS         TO H5-EXCEPTIONS
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
