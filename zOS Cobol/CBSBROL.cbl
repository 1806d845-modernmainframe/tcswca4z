      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New monthly portfolio status roll-forward, run
      *             once a month after the last business day's
      *             nightly chain. Takes the month-end position of
      *             every account on CBS_ACCT_MSTR_DTL into the new
      *             CBS_ACCT_MONTH_END table and rolls the previous
      *             month-end position forward to it for each branch
      *             and PRODUCT_CODE: opening count and balance per
      *             status, status moves in and out from
      *             CBS_ACCT_STATUS_AUDIT, branch transfers in and
      *             out from CBS_ACCT_BRANCH_AUDIT, accounts new to
      *             or gone from the master, and the closing count
      *             and balance. Each status line must prove -
      *             opening plus movements equals the closing count
      *             on the master - and a line that does not is
      *             flagged OUT OF BALANCE on ROLRPT and ends the job
      *             RC=8. ROLEXT carries the same figures as a
      *             comma-separated extract for the finance
      *             spreadsheet. With no earlier month-end position
      *             on file every account is brought on as new.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROL-RPT-FILE
               ASSIGN TO ROLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLRPT-STATUS.
      *
           SELECT ROL-EXT-FILE
               ASSIGN TO ROLEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLEXT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ROL-RPT-FILE
           RECORDING MODE IS F.
       01  ROL-RPT-RECORD              PIC X(132).
      *
      *    One comma-separated line per branch, product and status,
      *    after a line of column names.
       FD  ROL-EXT-FILE
           RECORDING MODE IS F.
       01  ROL-EXT-RECORD              PIC X(200).
      *
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-STATUS-OTHER          PIC S9(04) COMP VALUE +8.
           05 WK-STATUS-TOTAL          PIC S9(04) COMP VALUE +9.
           05 WK-SET-BLOCK             PIC S9(04) COMP VALUE +1.
           05 WK-SET-GRAND             PIC S9(04) COMP VALUE +2.
           05 WK-MSR-OPEN              PIC S9(04) COMP VALUE +1.
           05 WK-MSR-IN                PIC S9(04) COMP VALUE +2.
           05 WK-MSR-OUT               PIC S9(04) COMP VALUE +3.
           05 WK-MSR-XFER-IN           PIC S9(04) COMP VALUE +4.
           05 WK-MSR-XFER-OUT          PIC S9(04) COMP VALUE +5.
           05 WK-MSR-NEW               PIC S9(04) COMP VALUE +6.
           05 WK-MSR-REMOVED           PIC S9(04) COMP VALUE +7.
           05 WK-MSR-CLOSE             PIC S9(04) COMP VALUE +8.
           05 WK-RETAIN-MONTHS         PIC S9(03) COMP-3 VALUE +13.
           05 WK-NO-PRIOR-DATE         PIC X(10) VALUE '0001-01-01'.
      *
        01 WS-FILE-STATUSES.
           05 WS-ROLRPT-STATUS         PIC X(02) VALUE '00'.
           05 WS-ROLEXT-STATUS         PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-ROLCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-ROLCSR-EOF-YES                VALUE 'Y'.
           05 WS-PRIOR-FOUND-SW        PIC X(01) VALUE 'N'.
              88 WS-PRIOR-FOUND                   VALUE 'Y'.
           05 WS-LINE-USED-SW          PIC X(01) VALUE 'Y'.
              88 WS-LINE-USED                     VALUE 'Y'.
      *
      *    The opening position is the latest month-end position
      *    taken before today; movements are the audit rows stamped
      *    after it and up to this run's own position.
        01 WS-PERIOD-FIELDS.
           05 WS-PRIOR-DATE            PIC X(10) VALUE SPACES.
           05 WS-PERIOD-START-TS       PIC X(26) VALUE SPACES.
           05 WS-CURRENT-TIMESTAMP     PIC X(26) VALUE SPACES.
      *
      *    Statuses in report order; one not in the list is carried
      *    on the OTHER line so the block totals still prove.
        01 WS-STATUS-NAMES.
           05 FILLER                   PIC X(10) VALUE 'ACTIVE'.
           05 FILLER                   PIC X(10) VALUE 'PENDAPPR'.
           05 FILLER                   PIC X(10) VALUE 'DORMANT'.
           05 FILLER                   PIC X(10) VALUE 'FROZEN'.
           05 FILLER                   PIC X(10) VALUE 'INACTIVE'.
           05 FILLER                   PIC X(10) VALUE 'CLOSED'.
           05 FILLER                   PIC X(10) VALUE 'ESCHEATED'.
           05 FILLER                   PIC X(10) VALUE 'OTHER'.
           05 FILLER                   PIC X(10) VALUE 'TOTAL'.
        01 WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
           05 WS-STATUS-NAME           PIC X(10) OCCURS 9 TIMES
                                       INDEXED BY STN-IDX.
      *
      *    Measure codes returned by ROLCSR, in WK-MSR- order:
      *    Opening, In, oUt, Transfer in, transfer out (X), New,
      *    Removed, Closing.
        01 WS-MEASURE-CODES            PIC X(08) VALUE 'OIUTXNRC'.
        01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-CODES.
           05 WS-MEASURE-CODE          PIC X(01) OCCURS 8 TIMES
                                       INDEXED BY MSR-IDX.
      *
      *    Figures for the branch/product block being built (set 1)
      *    and for all blocks together (set 2).
        01 WS-ROLL-FIGURES.
           05 WS-RF-SET                OCCURS 2 TIMES.
              10 WS-RF-ENTRY           OCCURS 9 TIMES.
                 15 WS-RF-COUNT        PIC 9(09) OCCURS 8 TIMES.
                 15 WS-RF-OPEN-AMT     PIC S9(15)V99 COMP-3.
                 15 WS-RF-CLOSE-AMT    PIC S9(15)V99 COMP-3.
      *
        01 WS-SUBSCRIPTS.
           05 WS-SUB-SET               PIC S9(04) COMP VALUE ZEROS.
           05 WS-SUB-STATUS            PIC S9(04) COMP VALUE ZEROS.
           05 WS-SUB-MEASURE           PIC S9(04) COMP VALUE ZEROS.
      *
      *    One GROUP BY row of the roll-forward cursor.
        01 WS-ROLL-ROW.
           05 WS-ROL-BRANCH            PIC X(06).
           05 WS-ROL-PRODUCT           PIC X(06).
           05 WS-ROL-STATUS            PIC X(10).
           05 WS-ROL-MEASURE           PIC X(01).
           05 WS-ROL-COUNT             PIC S9(09) COMP.
           05 WS-ROL-AMOUNT            PIC S9(15)V99 COMP-3.
      *
        01 WS-BLOCK-KEY.
           05 WS-BLOCK-BRANCH          PIC X(06).
           05 WS-BLOCK-PRODUCT         PIC X(06).
        01 WS-PREV-KEY                 PIC X(12) VALUE HIGH-VALUES.
      *
        01 WS-EXPECTED-CLOSE           PIC S9(10) COMP-3 VALUE ZEROS.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-ACCTS-SNAPPED        PIC 9(09) VALUE ZEROS.
           05 CTR-ROWS-FETCHED         PIC 9(09) VALUE ZEROS.
           05 CTR-BLOCKS               PIC 9(09) VALUE ZEROS.
           05 CTR-EXTRACT-LINES        PIC 9(09) VALUE ZEROS.
           05 CTR-OUT-OF-BALANCE       PIC 9(09) VALUE ZEROS.
           05 CTR-SNAPSHOTS-PURGED     PIC 9(09) VALUE ZEROS.
      *
        01 RPT-HEADER-1.
           05 FILLER                   PIC X(40) VALUE
              'CBSBROL - PORTFOLIO STATUS ROLL-FORWARD'.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(31) VALUE SPACES.
      *
        01 RPT-HEADER-PERIOD.
           05 FILLER                   PIC X(18) VALUE
              'OPENING POSITION: '.
           05 RPT-HDR-OPEN-DATE        PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HDR-OPEN-TS          PIC X(26).
           05 FILLER                   PIC X(20) VALUE
              '  CLOSING POSITION: '.
           05 RPT-HDR-CLOSE-DATE       PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HDR-CLOSE-TS         PIC X(26).
           05 FILLER                   PIC X(20) VALUE SPACES.
      *
        01 RPT-NO-PRIOR-LINE.
           05 FILLER                   PIC X(32) VALUE
              'NO EARLIER MONTH-END POSITION - '.
           05 FILLER                   PIC X(31) VALUE
              'EVERY ACCOUNT BROUGHT ON AS NEW'.
           05 FILLER                   PIC X(69) VALUE SPACES.
      *
        01 RPT-BLOCK-HEADER.
           05 FILLER                   PIC X(08) VALUE 'BRANCH: '.
           05 RPT-BLK-BRANCH           PIC X(06).
           05 FILLER                   PIC X(11) VALUE
              '  PRODUCT: '.
           05 RPT-BLK-PRODUCT          PIC X(06).
           05 FILLER                   PIC X(101) VALUE SPACES.
      *
        01 RPT-HEADER-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
              '------------ OPENING -----'.
           05 FILLER                   PIC X(48) VALUE
              '--------------- MOVEMENTS IN PERIOD -----------'.
           05 FILLER                   PIC X(27) VALUE
              '------------ CLOSING -----'.
           05 FILLER                   PIC X(20) VALUE 'PROOF'.
      *
        01 RPT-HEADER-3.
           05 FILLER                   PIC X(10) VALUE 'STATUS'.
           05 FILLER                   PIC X(27) VALUE
              '  COUNT            BALANCE'.
           05 FILLER                   PIC X(48) VALUE
              '     IN     OUT  XFR IN XFR OUT     NEW REMOVED'.
           05 FILLER                   PIC X(27) VALUE
              '  COUNT            BALANCE'.
           05 FILLER                   PIC X(20) VALUE SPACES.
      *
        01 RPT-SEPARATOR-LINE.
           05 FILLER                   PIC X(68) VALUE ALL '-'.
           05 FILLER                   PIC X(64) VALUE SPACES.
      *
        01 RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
      *
        01 RPT-ROLL-LINE.
           05 RPT-RL-STATUS            PIC X(10).
           05 RPT-RL-OPEN-COUNT        PIC Z(06)9.
           05 FILLER                   PIC X(01).
           05 RPT-RL-OPEN-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01).
           05 RPT-RL-MOVE              OCCURS 6 TIMES.
              10 RPT-RL-MOVE-COUNT     PIC Z(06)9.
              10 FILLER                PIC X(01).
           05 RPT-RL-CLOSE-COUNT       PIC Z(06)9.
           05 FILLER                   PIC X(01).
           05 RPT-RL-CLOSE-AMOUNT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01).
           05 RPT-RL-PROOF             PIC X(14).
           05 FILLER                   PIC X(06).
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
        01 EXT-HEADER-LINE.
           05 FILLER                   PIC X(28) VALUE
              'MONTH,BRANCH,PRODUCT,STATUS,'.
           05 FILLER                   PIC X(24) VALUE
              'OPEN_COUNT,OPEN_BALANCE,'.
           05 FILLER                   PIC X(36) VALUE
              'IN,OUT,XFER_IN,XFER_OUT,NEW,REMOVED,'.
           05 FILLER                   PIC X(26) VALUE
              'CLOSE_COUNT,CLOSE_BALANCE,'.
           05 FILLER                   PIC X(20) VALUE
              'EXPECTED_CLOSE,PROOF'.
           05 FILLER                   PIC X(66) VALUE SPACES.
      *
        01 EXT-DETAIL-LINE.
           05 EXT-MONTH                PIC X(07).
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-BRANCH               PIC X(06).
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-PRODUCT              PIC X(06).
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-STATUS               PIC X(10).
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-OPEN-COUNT           PIC 9(09).
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-OPEN-AMOUNT          PIC -9(15).99.
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-MOVE                 OCCURS 6 TIMES.
              10 EXT-MOVE-COUNT        PIC 9(09).
              10 EXT-MOVE-SEP          PIC X(01).
           05 EXT-CLOSE-COUNT          PIC 9(09).
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-CLOSE-AMOUNT         PIC -9(15).99.
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-EXPECTED-CLOSE       PIC -9(10).
           05 FILLER                   PIC X(01) VALUE ','.
           05 EXT-PROOF                PIC X(14).
           05 FILLER                   PIC X(21) VALUE SPACES.
      *
           EXEC SQL
                INCLUDE CBSMEN
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
           PERFORM 2000-ROLL-FORWARD
              THRU 2000-ROLL-FORWARD-EXIT
              UNTIL WS-ROLCSR-EOF-YES
           PERFORM 4000-FINISH-REPORT
              THRU 4000-FINISH-REPORT-EXIT
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           INITIALIZE WS-ROLL-FIGURES
           OPEN OUTPUT ROL-RPT-FILE
           IF WS-ROLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ROL-RPT-FILE STATUS:'
                       WS-ROLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ROL-EXT-FILE
           IF WS-ROLEXT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ROL-EXT-FILE STATUS:'
                       WS-ROLEXT-STATUS
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
           PERFORM 1100-FIND-OPENING-POSITION
              THRU 1100-FIND-OPENING-POSITION-EXIT
           PERFORM 1200-TAKE-CLOSING-POSITION
              THRU 1200-TAKE-CLOSING-POSITION-EXIT
           PERFORM 1300-WRITE-REPORT-HEADERS
              THRU 1300-WRITE-REPORT-HEADERS-EXIT
      *    One row per branch, product, status and measure. A status
      *    move is credited to the branch the account sat at when it
      *    moved - the branch of the latest transfer at or before
      *    it, else the old branch of the first transfer after it,
      *    else the branch on the account's latest position row -
      *    so a month with both status moves and branch transfers
      *    still proves branch by branch. A transfer carries the
      *    status the account held when it moved. A new account
      *    enters at the branch and status it first held in the
      *    period; one gone from the master leaves at the last.
      *    Audit rows for an account on neither position (opened
      *    and gone within the month) are left out on both sides.
           EXEC SQL
                DECLARE ROLCSR CURSOR FOR
                SELECT X.BRANCH_CODE, X.PRODUCT_CODE,
                       X.ACCOUNT_STATUS, X.MEASURE,
                       COUNT(*), SUM(X.BALANCE)
                  FROM (
                        SELECT S.BRANCH_CODE     AS BRANCH_CODE,
                               S.PRODUCT_CODE    AS PRODUCT_CODE,
                               S.ACCOUNT_STATUS  AS ACCOUNT_STATUS,
                               CASE WHEN S.SNAPSHOT_DATE =
                                         DATE(:WS-PRIOR-DATE)
                                    THEN 'O' ELSE 'C'
                               END               AS MEASURE,
                               S.ACCOUNT_BALANCE AS BALANCE
                          FROM CBS_ACCT_MONTH_END S
                         WHERE S.SNAPSHOT_DATE IN
                               (DATE(:WS-PRIOR-DATE),
                                DATE(:H6-BUSINESS-DATE))
                        UNION ALL
                        SELECT COALESCE(
                               (SELECT MAX(B.NEW_BRANCH_CODE)
                                  FROM CBS_ACCT_BRANCH_AUDIT B
                                 WHERE B.ACCOUNT_NUMBER =
                                       A.ACCOUNT_NUMBER
                                   AND B.CHANGE_TIMESTAMP =
                                      (SELECT MAX(C.CHANGE_TIMESTAMP)
                                         FROM CBS_ACCT_BRANCH_AUDIT C
                                        WHERE C.ACCOUNT_NUMBER =
                                              A.ACCOUNT_NUMBER
                                          AND C.CHANGE_TIMESTAMP <=
                                              A.CHANGE_TIMESTAMP)),
                               (SELECT MAX(B.OLD_BRANCH_CODE)
                                  FROM CBS_ACCT_BRANCH_AUDIT B
                                 WHERE B.ACCOUNT_NUMBER =
                                       A.ACCOUNT_NUMBER
                                   AND B.CHANGE_TIMESTAMP =
                                      (SELECT MIN(C.CHANGE_TIMESTAMP)
                                         FROM CBS_ACCT_BRANCH_AUDIT C
                                        WHERE C.ACCOUNT_NUMBER =
                                              A.ACCOUNT_NUMBER
                                          AND C.CHANGE_TIMESTAMP >
                                              A.CHANGE_TIMESTAMP)),
                               E.BRANCH_CODE),
                               E.PRODUCT_CODE,
                               CASE D.MEASURE
                                    WHEN 'I' THEN A.NEW_STATUS
                                    ELSE A.OLD_STATUS
                               END,
                               D.MEASURE,
                               0
                          FROM CBS_ACCT_STATUS_AUDIT A,
                               CBS_ACCT_MONTH_END E,
                               (SELECT 'I' FROM SYSIBM.SYSDUMMY1
                                UNION ALL
                                SELECT 'U' FROM SYSIBM.SYSDUMMY1)
                                  AS D (MEASURE)
                         WHERE A.CHANGE_TIMESTAMP >
                               TIMESTAMP(:WS-PERIOD-START-TS)
                           AND A.CHANGE_TIMESTAMP <=
                               TIMESTAMP(:WS-CURRENT-TIMESTAMP)
                           AND A.OLD_STATUS <> A.NEW_STATUS
                           AND E.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                           AND E.SNAPSHOT_DATE =
                              (SELECT MAX(F.SNAPSHOT_DATE)
                                 FROM CBS_ACCT_MONTH_END F
                                WHERE F.ACCOUNT_NUMBER =
                                      A.ACCOUNT_NUMBER
                                  AND F.SNAPSHOT_DATE IN
                                      (DATE(:WS-PRIOR-DATE),
                                       DATE(:H6-BUSINESS-DATE)))
                        UNION ALL
                        SELECT CASE D.MEASURE
                                    WHEN 'T' THEN B.NEW_BRANCH_CODE
                                    ELSE B.OLD_BRANCH_CODE
                               END,
                               E.PRODUCT_CODE,
                               B.ACCOUNT_STATUS,
                               D.MEASURE,
                               0
                          FROM CBS_ACCT_BRANCH_AUDIT B,
                               CBS_ACCT_MONTH_END E,
                               (SELECT 'T' FROM SYSIBM.SYSDUMMY1
                                UNION ALL
                                SELECT 'X' FROM SYSIBM.SYSDUMMY1)
                                  AS D (MEASURE)
                         WHERE B.CHANGE_TIMESTAMP >
                               TIMESTAMP(:WS-PERIOD-START-TS)
                           AND B.CHANGE_TIMESTAMP <=
                               TIMESTAMP(:WS-CURRENT-TIMESTAMP)
                           AND E.ACCOUNT_NUMBER = B.ACCOUNT_NUMBER
                           AND E.SNAPSHOT_DATE =
                              (SELECT MAX(F.SNAPSHOT_DATE)
                                 FROM CBS_ACCT_MONTH_END F
                                WHERE F.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER
                                  AND F.SNAPSHOT_DATE IN
                                      (DATE(:WS-PRIOR-DATE),
                                       DATE(:H6-BUSINESS-DATE)))
                        UNION ALL
                        SELECT COALESCE(
                               (SELECT MAX(B.OLD_BRANCH_CODE)
                                  FROM CBS_ACCT_BRANCH_AUDIT B
                                 WHERE B.ACCOUNT_NUMBER =
                                       N.ACCOUNT_NUMBER
                                   AND B.CHANGE_TIMESTAMP =
                                      (SELECT MIN(C.CHANGE_TIMESTAMP)
                                         FROM CBS_ACCT_BRANCH_AUDIT C
                                        WHERE C.ACCOUNT_NUMBER =
                                              N.ACCOUNT_NUMBER
                                          AND C.CHANGE_TIMESTAMP >
                                       TIMESTAMP(:WS-PERIOD-START-TS)
                                          AND C.CHANGE_TIMESTAMP <=
                                       TIMESTAMP(:WS-CURRENT-TIMESTAMP)
                                      )),
                               N.BRANCH_CODE),
                               N.PRODUCT_CODE,
                               COALESCE(
                               (SELECT MAX(A.OLD_STATUS)
                                  FROM CBS_ACCT_STATUS_AUDIT A
                                 WHERE A.ACCOUNT_NUMBER =
                                       N.ACCOUNT_NUMBER
                                   AND A.OLD_STATUS <> A.NEW_STATUS
                                   AND A.CHANGE_TIMESTAMP =
                                      (SELECT MIN(C.CHANGE_TIMESTAMP)
                                         FROM CBS_ACCT_STATUS_AUDIT C
                                        WHERE C.ACCOUNT_NUMBER =
                                              N.ACCOUNT_NUMBER
                                          AND C.OLD_STATUS <>
                                              C.NEW_STATUS
                                          AND C.CHANGE_TIMESTAMP >
                                       TIMESTAMP(:WS-PERIOD-START-TS)
                                          AND C.CHANGE_TIMESTAMP <=
                                       TIMESTAMP(:WS-CURRENT-TIMESTAMP)
                                      )),
                               N.ACCOUNT_STATUS),
                               'N',
                               0
                          FROM CBS_ACCT_MONTH_END N
                         WHERE N.SNAPSHOT_DATE =
                               DATE(:H6-BUSINESS-DATE)
                           AND NOT EXISTS
                              (SELECT 1
                                 FROM CBS_ACCT_MONTH_END P
                                WHERE P.ACCOUNT_NUMBER =
                                      N.ACCOUNT_NUMBER
                                  AND P.SNAPSHOT_DATE =
                                      DATE(:WS-PRIOR-DATE))
                        UNION ALL
                        SELECT COALESCE(
                               (SELECT MAX(B.NEW_BRANCH_CODE)
                                  FROM CBS_ACCT_BRANCH_AUDIT B
                                 WHERE B.ACCOUNT_NUMBER =
                                       R.ACCOUNT_NUMBER
                                   AND B.CHANGE_TIMESTAMP =
                                      (SELECT MAX(C.CHANGE_TIMESTAMP)
                                         FROM CBS_ACCT_BRANCH_AUDIT C
                                        WHERE C.ACCOUNT_NUMBER =
                                              R.ACCOUNT_NUMBER
                                          AND C.CHANGE_TIMESTAMP >
                                       TIMESTAMP(:WS-PERIOD-START-TS)
                                          AND C.CHANGE_TIMESTAMP <=
                                       TIMESTAMP(:WS-CURRENT-TIMESTAMP)
                                      )),
                               R.BRANCH_CODE),
                               R.PRODUCT_CODE,
                               COALESCE(
                               (SELECT MAX(A.NEW_STATUS)
                                  FROM CBS_ACCT_STATUS_AUDIT A
                                 WHERE A.ACCOUNT_NUMBER =
                                       R.ACCOUNT_NUMBER
                                   AND A.OLD_STATUS <> A.NEW_STATUS
                                   AND A.CHANGE_TIMESTAMP =
                                      (SELECT MAX(C.CHANGE_TIMESTAMP)
                                         FROM CBS_ACCT_STATUS_AUDIT C
                                        WHERE C.ACCOUNT_NUMBER =
                                              R.ACCOUNT_NUMBER
                                          AND C.OLD_STATUS <>
                                              C.NEW_STATUS
                                          AND C.CHANGE_TIMESTAMP >
                                       TIMESTAMP(:WS-PERIOD-START-TS)
                                          AND C.CHANGE_TIMESTAMP <=
                                       TIMESTAMP(:WS-CURRENT-TIMESTAMP)
                                      )),
                               R.ACCOUNT_STATUS),
                               'R',
                               0
                          FROM CBS_ACCT_MONTH_END R
                         WHERE R.SNAPSHOT_DATE =
                               DATE(:WS-PRIOR-DATE)
                           AND NOT EXISTS
                              (SELECT 1
                                 FROM CBS_ACCT_MONTH_END P
                                WHERE P.ACCOUNT_NUMBER =
                                      R.ACCOUNT_NUMBER
                                  AND P.SNAPSHOT_DATE =
                                      DATE(:H6-BUSINESS-DATE))
                       ) AS X
                 GROUP BY X.BRANCH_CODE, X.PRODUCT_CODE,
                          X.ACCOUNT_STATUS, X.MEASURE
                 ORDER BY X.BRANCH_CODE, X.PRODUCT_CODE
           END-EXEC
           EXEC SQL
                OPEN ROLCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING ROLCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-FETCH-ROLL-ROW
              THRU 2100-FETCH-ROLL-ROW-EXIT.
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
        1100-FIND-OPENING-POSITION.
      *    The latest position taken before today. A rerun on the
      *    same business date therefore rolls forward from the same
      *    opening and simply replaces today's closing position.
           EXEC SQL
                SELECT CHAR(SNAPSHOT_DATE, ISO),
                       CHAR(MAX(SNAPSHOT_TS))
                  INTO :WS-PRIOR-DATE, :WS-PERIOD-START-TS
                  FROM CBS_ACCT_MONTH_END
                 WHERE SNAPSHOT_DATE =
                      (SELECT MAX(SNAPSHOT_DATE)
                         FROM CBS_ACCT_MONTH_END
                        WHERE SNAPSHOT_DATE <
                              DATE(:H6-BUSINESS-DATE))
                 GROUP BY SNAPSHOT_DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               MOVE 'Y' TO WS-PRIOR-FOUND-SW
               DISPLAY 'OPENING POSITION: ' WS-PRIOR-DATE
                       ' ' WS-PERIOD-START-TS
              WHEN 100
      *        Nothing to roll from - an impossible opening date and
      *        an empty period bring every account on as new.
               MOVE WK-NO-PRIOR-DATE      TO WS-PRIOR-DATE
               MOVE WS-CURRENT-TIMESTAMP  TO WS-PERIOD-START-TS
               DISPLAY 'NO EARLIER MONTH-END POSITION ON FILE'
              WHEN OTHER
               DISPLAY 'ERROR READING CBS_ACCT_MONTH_END SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
        1100-FIND-OPENING-POSITION-EXIT.
           EXIT.
      *
        1200-TAKE-CLOSING-POSITION.
      *    The closing side of the schedule is a copy of the master
      *    taken in one statement at the run timestamp, so the
      *    master and the movement window are read at one instant.
           EXEC SQL
                DELETE FROM CBS_ACCT_MONTH_END
                 WHERE SNAPSHOT_DATE = DATE(:H6-BUSINESS-DATE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR CLEARING CBS_ACCT_MONTH_END SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
                INSERT INTO CBS_ACCT_MONTH_END
                     (SNAPSHOT_DATE,    SNAPSHOT_TS,
                      ACCOUNT_NUMBER,   BRANCH_CODE,
                      PRODUCT_CODE,     ACCOUNT_STATUS,
                      ACCOUNT_BALANCE)
                SELECT DATE(:H6-BUSINESS-DATE),
                       TIMESTAMP(:WS-CURRENT-TIMESTAMP),
                       ACCOUNT_NUMBER,   BRANCH_CODE,
                       PRODUCT_CODE,     ACCOUNT_STATUS,
                       ACCOUNT_BALANCE
                  FROM CBS_ACCT_MSTR_DTL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR TAKING MONTH-END POSITION SQLCODE:'
                       SQLCODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SQLERRD (3)            TO CTR-ACCTS-SNAPPED
           DISPLAY 'ACCOUNTS IN CLOSING POSITION: ' CTR-ACCTS-SNAPPED.
        1200-TAKE-CLOSING-POSITION-EXIT.
           EXIT.
      *
        1300-WRITE-REPORT-HEADERS.
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           WRITE ROL-RPT-RECORD        FROM RPT-HEADER-1
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-DATE      TO RPT-HDR-OPEN-DATE
               MOVE WS-PERIOD-START-TS TO RPT-HDR-OPEN-TS
           ELSE
               MOVE 'NONE'             TO RPT-HDR-OPEN-DATE
               MOVE SPACES             TO RPT-HDR-OPEN-TS
           END-IF
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-CLOSE-DATE
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-CLOSE-TS
           WRITE ROL-RPT-RECORD        FROM RPT-HEADER-PERIOD
           IF NOT WS-PRIOR-FOUND
               WRITE ROL-RPT-RECORD    FROM RPT-NO-PRIOR-LINE
           END-IF
           WRITE ROL-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           WRITE ROL-EXT-RECORD        FROM EXT-HEADER-LINE
           IF WS-ROLEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ROL-EXT-FILE STATUS:'
                       WS-ROLEXT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE H6-BUSINESS-DATE (1:7) TO EXT-MONTH.
        1300-WRITE-REPORT-HEADERS-EXIT.
           EXIT.
      *
        2000-ROLL-FORWARD.
           ADD 1 TO CTR-ROWS-FETCHED
           MOVE WS-ROL-BRANCH          TO WS-BLOCK-BRANCH
           MOVE WS-ROL-PRODUCT         TO WS-BLOCK-PRODUCT
           IF WS-BLOCK-KEY NOT = WS-PREV-KEY
               IF WS-PREV-KEY NOT = HIGH-VALUES
                   PERFORM 3000-WRITE-BLOCK
                      THRU 3000-WRITE-BLOCK-EXIT
               END-IF
               INITIALIZE WS-RF-SET (WK-SET-BLOCK)
               MOVE WS-BLOCK-KEY       TO WS-PREV-KEY
           END-IF
           SET STN-IDX TO 1
           SEARCH WS-STATUS-NAME
               AT END
                  MOVE WK-STATUS-OTHER TO WS-SUB-STATUS
               WHEN STN-IDX = WK-STATUS-OTHER
                  MOVE WK-STATUS-OTHER TO WS-SUB-STATUS
               WHEN WS-STATUS-NAME (STN-IDX) = WS-ROL-STATUS
                  SET WS-SUB-STATUS    TO STN-IDX
           END-SEARCH
           SET MSR-IDX TO 1
           SEARCH WS-MEASURE-CODE
               AT END
                  DISPLAY 'UNKNOWN ROLL-FORWARD MEASURE '
                          WS-ROL-MEASURE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               WHEN WS-MEASURE-CODE (MSR-IDX) = WS-ROL-MEASURE
                  SET WS-SUB-MEASURE   TO MSR-IDX
           END-SEARCH
           PERFORM 2200-ADD-ROLL-ROW
              THRU 2200-ADD-ROLL-ROW-EXIT
              VARYING WS-SUB-SET FROM 1 BY 1
              UNTIL WS-SUB-SET > WK-SET-GRAND
           PERFORM 2100-FETCH-ROLL-ROW
              THRU 2100-FETCH-ROLL-ROW-EXIT.
        2000-ROLL-FORWARD-EXIT.
           EXIT.
      *
        2100-FETCH-ROLL-ROW.
           EXEC SQL
                FETCH ROLCSR
                 INTO :WS-ROL-BRANCH,  :WS-ROL-PRODUCT,
                      :WS-ROL-STATUS,  :WS-ROL-MEASURE,
                      :WS-ROL-COUNT,   :WS-ROL-AMOUNT
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-ROLCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING ROLCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
        2100-FETCH-ROLL-ROW-EXIT.
           EXIT.
      *
        2200-ADD-ROLL-ROW.
      *    Into the status line and the all-status total of both the
      *    block and the grand figures.
           ADD WS-ROL-COUNT
             TO WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                             WS-SUB-MEASURE)
                WS-RF-COUNT (WS-SUB-SET, WK-STATUS-TOTAL,
                             WS-SUB-MEASURE)
           IF WS-SUB-MEASURE = WK-MSR-OPEN
               ADD WS-ROL-AMOUNT
                 TO WS-RF-OPEN-AMT (WS-SUB-SET, WS-SUB-STATUS)
                    WS-RF-OPEN-AMT (WS-SUB-SET, WK-STATUS-TOTAL)
           END-IF
           IF WS-SUB-MEASURE = WK-MSR-CLOSE
               ADD WS-ROL-AMOUNT
                 TO WS-RF-CLOSE-AMT (WS-SUB-SET, WS-SUB-STATUS)
                    WS-RF-CLOSE-AMT (WS-SUB-SET, WK-STATUS-TOTAL)
           END-IF.
        2200-ADD-ROLL-ROW-EXIT.
           EXIT.
      *
        3000-WRITE-BLOCK.
           ADD 1 TO CTR-BLOCKS
           MOVE WK-SET-BLOCK           TO WS-SUB-SET
           WRITE ROL-RPT-RECORD        FROM RPT-BLANK-LINE
           MOVE WS-PREV-KEY (1:6)      TO RPT-BLK-BRANCH
           MOVE WS-PREV-KEY (7:6)      TO RPT-BLK-PRODUCT
           WRITE ROL-RPT-RECORD        FROM RPT-BLOCK-HEADER
           PERFORM 3050-WRITE-COLUMN-HEADERS
              THRU 3050-WRITE-COLUMN-HEADERS-EXIT
           PERFORM 3100-WRITE-ROLL-LINE
              THRU 3100-WRITE-ROLL-LINE-EXIT
              VARYING WS-SUB-STATUS FROM 1 BY 1
              UNTIL WS-SUB-STATUS > WK-STATUS-TOTAL.
        3000-WRITE-BLOCK-EXIT.
           EXIT.
      *
        3050-WRITE-COLUMN-HEADERS.
           WRITE ROL-RPT-RECORD        FROM RPT-HEADER-2
           WRITE ROL-RPT-RECORD        FROM RPT-HEADER-3
           WRITE ROL-RPT-RECORD        FROM RPT-SEPARATOR-LINE.
        3050-WRITE-COLUMN-HEADERS-EXIT.
           EXIT.
      *
        3100-WRITE-ROLL-LINE.
      *    A status with nothing in it is left off; the total line
      *    is always shown. Proof: opening + in - out + transfers in
      *    - transfers out + new - removed = closing count.
           PERFORM 3110-CHECK-LINE-EMPTY
              THRU 3110-CHECK-LINE-EMPTY-EXIT
           IF NOT WS-LINE-USED
               GO TO 3100-WRITE-ROLL-LINE-EXIT
           END-IF
           COMPUTE WS-EXPECTED-CLOSE =
                   WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                                WK-MSR-OPEN)
                 + WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                                WK-MSR-IN)
                 - WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                                WK-MSR-OUT)
                 + WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                                WK-MSR-XFER-IN)
                 - WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                                WK-MSR-XFER-OUT)
                 + WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                                WK-MSR-NEW)
                 - WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                                WK-MSR-REMOVED)
           MOVE SPACES                 TO RPT-ROLL-LINE
           MOVE WS-STATUS-NAME (WS-SUB-STATUS) TO RPT-RL-STATUS
           MOVE WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS, WK-MSR-OPEN)
                                       TO RPT-RL-OPEN-COUNT
           MOVE WS-RF-OPEN-AMT (WS-SUB-SET, WS-SUB-STATUS)
                                       TO RPT-RL-OPEN-AMOUNT
           PERFORM 3150-FORMAT-MOVEMENT
              THRU 3150-FORMAT-MOVEMENT-EXIT
              VARYING WS-SUB-MEASURE FROM WK-MSR-IN BY 1
              UNTIL WS-SUB-MEASURE > WK-MSR-REMOVED
           MOVE WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS, WK-MSR-CLOSE)
                                       TO RPT-RL-CLOSE-COUNT
           MOVE WS-RF-CLOSE-AMT (WS-SUB-SET, WS-SUB-STATUS)
                                       TO RPT-RL-CLOSE-AMOUNT
           IF WS-EXPECTED-CLOSE =
              WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS, WK-MSR-CLOSE)
               MOVE 'OK'               TO RPT-RL-PROOF
           ELSE
               MOVE 'OUT OF BALANCE'   TO RPT-RL-PROOF
               IF WS-SUB-SET = WK-SET-BLOCK
                  AND WS-SUB-STATUS NOT = WK-STATUS-TOTAL
                   ADD 1 TO CTR-OUT-OF-BALANCE
               END-IF
           END-IF
           IF WS-SUB-STATUS = WK-STATUS-TOTAL
               WRITE ROL-RPT-RECORD    FROM RPT-SEPARATOR-LINE
           END-IF
           WRITE ROL-RPT-RECORD        FROM RPT-ROLL-LINE
           IF WS-ROLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ROL-RPT-FILE STATUS:'
                       WS-ROLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SUB-SET = WK-SET-BLOCK
              AND WS-SUB-STATUS NOT = WK-STATUS-TOTAL
               PERFORM 3200-WRITE-EXTRACT-LINE
                  THRU 3200-WRITE-EXTRACT-LINE-EXIT
           END-IF.
        3100-WRITE-ROLL-LINE-EXIT.
           EXIT.
      *
        3110-CHECK-LINE-EMPTY.
      *    Sets WS-LINE-USED-SW to 'N' for a status line with no
      *    figures at all, so the caller leaves it off.
           MOVE 'Y' TO WS-LINE-USED-SW
           IF WS-SUB-STATUS = WK-STATUS-TOTAL
               GO TO 3110-CHECK-LINE-EMPTY-EXIT
           END-IF
           MOVE 'N' TO WS-LINE-USED-SW
           PERFORM 3120-TEST-MEASURE
              THRU 3120-TEST-MEASURE-EXIT
              VARYING WS-SUB-MEASURE FROM 1 BY 1
              UNTIL WS-SUB-MEASURE > WK-MSR-CLOSE
           IF WS-RF-OPEN-AMT (WS-SUB-SET, WS-SUB-STATUS) NOT = 0
              OR WS-RF-CLOSE-AMT (WS-SUB-SET, WS-SUB-STATUS) NOT = 0
               MOVE 'Y' TO WS-LINE-USED-SW
           END-IF.
        3110-CHECK-LINE-EMPTY-EXIT.
           EXIT.
      *
        3120-TEST-MEASURE.
           IF WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS, WS-SUB-MEASURE)
              NOT = 0
               MOVE 'Y' TO WS-LINE-USED-SW
           END-IF.
        3120-TEST-MEASURE-EXIT.
           EXIT.
      *
        3150-FORMAT-MOVEMENT.
           MOVE WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS,
                             WS-SUB-MEASURE)
             TO RPT-RL-MOVE-COUNT (WS-SUB-MEASURE - 1)
                EXT-MOVE-COUNT (WS-SUB-MEASURE - 1)
           MOVE ','  TO EXT-MOVE-SEP (WS-SUB-MEASURE - 1).
        3150-FORMAT-MOVEMENT-EXIT.
           EXIT.
      *
        3200-WRITE-EXTRACT-LINE.
           MOVE WS-PREV-KEY (1:6)      TO EXT-BRANCH
           MOVE WS-PREV-KEY (7:6)      TO EXT-PRODUCT
           MOVE WS-STATUS-NAME (WS-SUB-STATUS) TO EXT-STATUS
           MOVE WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS, WK-MSR-OPEN)
                                       TO EXT-OPEN-COUNT
           MOVE WS-RF-OPEN-AMT (WS-SUB-SET, WS-SUB-STATUS)
                                       TO EXT-OPEN-AMOUNT
           MOVE WS-RF-COUNT (WS-SUB-SET, WS-SUB-STATUS, WK-MSR-CLOSE)
                                       TO EXT-CLOSE-COUNT
           MOVE WS-RF-CLOSE-AMT (WS-SUB-SET, WS-SUB-STATUS)
                                       TO EXT-CLOSE-AMOUNT
           MOVE WS-EXPECTED-CLOSE      TO EXT-EXPECTED-CLOSE
           MOVE RPT-RL-PROOF           TO EXT-PROOF
           WRITE ROL-EXT-RECORD        FROM EXT-DETAIL-LINE
           IF WS-ROLEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ROL-EXT-FILE STATUS:'
                       WS-ROLEXT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CTR-EXTRACT-LINES.
        3200-WRITE-EXTRACT-LINE-EXIT.
           EXIT.
      *
        4000-FINISH-REPORT.
           EXEC SQL
                CLOSE ROLCSR
           END-EXEC
           IF WS-PREV-KEY NOT = HIGH-VALUES
               PERFORM 3000-WRITE-BLOCK
                  THRU 3000-WRITE-BLOCK-EXIT
           END-IF
      *    All branches and products together - the same proof at
      *    portfolio level, not counted again in the breaks.
           WRITE ROL-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE ROL-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           MOVE 'ALL   '               TO RPT-BLK-BRANCH
                                          RPT-BLK-PRODUCT
           WRITE ROL-RPT-RECORD        FROM RPT-BLOCK-HEADER
           PERFORM 3050-WRITE-COLUMN-HEADERS
              THRU 3050-WRITE-COLUMN-HEADERS-EXIT
           MOVE WK-SET-GRAND           TO WS-SUB-SET
           PERFORM 3100-WRITE-ROLL-LINE
              THRU 3100-WRITE-ROLL-LINE-EXIT
              VARYING WS-SUB-STATUS FROM 1 BY 1
              UNTIL WS-SUB-STATUS > WK-STATUS-TOTAL
           WRITE ROL-RPT-RECORD        FROM RPT-BLANK-LINE
           MOVE 'ACCOUNTS IN CLOSING POSITION'
                                       TO RPT-TOT-LABEL
           MOVE CTR-ACCTS-SNAPPED      TO RPT-TOT-COUNT
           WRITE ROL-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'BRANCH/PRODUCT BLOCKS'
                                       TO RPT-TOT-LABEL
           MOVE CTR-BLOCKS             TO RPT-TOT-COUNT
           WRITE ROL-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'STATUS LINES OUT OF BALANCE'
                                       TO RPT-TOT-LABEL
           MOVE CTR-OUT-OF-BALANCE     TO RPT-TOT-COUNT
           WRITE ROL-RPT-RECORD        FROM RPT-TOTAL-LINE
           WRITE ROL-RPT-RECORD        FROM RPT-BLANK-LINE
           IF CTR-OUT-OF-BALANCE > 0
               MOVE 'PROOF: OUT OF BALANCE - SEE FLAGGED LINES'
                                       TO RPT-MSG-TEXT
           ELSE
               MOVE 'PROOF: IN BALANCE'
                                       TO RPT-MSG-TEXT
           END-IF
           WRITE ROL-RPT-RECORD        FROM RPT-MESSAGE-LINE
           PERFORM 4100-PURGE-OLD-POSITIONS
              THRU 4100-PURGE-OLD-POSITIONS-EXIT.
        4000-FINISH-REPORT-EXIT.
           EXIT.
      *
        4100-PURGE-OLD-POSITIONS.
      *    Thirteen months are kept so a year-on-year schedule can
      *    be rebuilt; the position just rolled from is never
      *    dropped, however old.
           EXEC SQL
                DELETE FROM CBS_ACCT_MONTH_END
                 WHERE SNAPSHOT_DATE <
                       DATE(:H6-BUSINESS-DATE) - :WK-RETAIN-MONTHS
                                                 MONTHS
                   AND SNAPSHOT_DATE < DATE(:WS-PRIOR-DATE)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               MOVE SQLERRD (3)        TO CTR-SNAPSHOTS-PURGED
              WHEN 100
               CONTINUE
              WHEN OTHER
               DISPLAY 'ERROR PURGING CBS_ACCT_MONTH_END SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
        4100-PURGE-OLD-POSITIONS-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           EXEC SQL
                COMMIT
           END-EXEC
           CLOSE ROL-RPT-FILE
                 ROL-EXT-FILE
           DISPLAY 'CBSBROL ACCOUNTS IN POSITION: ' CTR-ACCTS-SNAPPED
           DISPLAY 'CBSBROL BRANCH/PRODUCT BLOCKS: ' CTR-BLOCKS
           DISPLAY 'CBSBROL EXTRACT LINES      : ' CTR-EXTRACT-LINES
           DISPLAY 'CBSBROL OUT OF BALANCE     : ' CTR-OUT-OF-BALANCE
           DISPLAY 'CBSBROL POSITION ROWS PURGED: '
                   CTR-SNAPSHOTS-PURGED
           IF RETURN-CODE < 8
              AND CTR-OUT-OF-BALANCE > 0
               MOVE 8 TO RETURN-CODE
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
           MOVE 'CBSBROL'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           MOVE CTR-ACCTS-SNAPPED      TO H5-RECORDS-IN
           MOVE CTR-EXTRACT-LINES      TO H5-RECORDS-OUT
           MOVE CTR-OUT-OF-BALANCE     TO H5-EXCEPTIONS
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
