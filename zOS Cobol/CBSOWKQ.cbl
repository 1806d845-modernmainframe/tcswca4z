      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New online checker work queue, driven through
      *             the CSWKQRQ/CSWKQRS interface in the commarea
      *             the same way CBSOSDG is. 'LIST' pages through
      *             everything waiting on a checker at one branch,
      *             oldest first, ten items a page: PENDAPPR
      *             accounts on CBS_ACCT_MSTR_DTL with their maker
      *             (PENDING_REQ_USERID) and undrained UNFZ/APPR
      *             rows on CBS_ACCT_REQ_QUEUE, each with the reason
      *             code description, business days outstanding and
      *             balance/hold. 'APPR' or 'REJC' against a listed
      *             PENDAPPR account queues the decision by LINKing
      *             to CBSOSDG, so every counter edit (reason code,
      *             entitlement, product rule, already queued)
      *             applies unchanged; the checker may not decide
      *             their own request. The checker must hold an
      *             entitlement covering the branch to browse it.
      * 2026-10-15  Queued XFER branch transfers are listed with the
      *             UNFZ/APPR rows under the account's current
      *             branch, so the sending branch's checker sees
      *             the move waiting on the overnight run.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSOWKQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-FUNC-LIST             PIC X(04) VALUE 'LIST'.
           05 WK-REQ-APPR              PIC X(04) VALUE 'APPR'.
           05 WK-REQ-REJC              PIC X(04) VALUE 'REJC'.
           05 WK-REQ-UNFZ              PIC X(04) VALUE 'UNFZ'.
           05 WK-REQ-XFER              PIC X(04) VALUE 'XFER'.
           05 WK-PENDAPPR              PIC X(10) VALUE 'PENDAPPR'.
           05 WK-QUEUED                PIC X(01) VALUE 'Q'.
           05 WK-ACTIVE-FLAG-YES       PIC X(01) VALUE 'Y'.
           05 WK-ALL-BRANCHES          PIC X(06) VALUE '*ALL'.
           05 WK-PAGE-SIZE             PIC S9(04) COMP VALUE +10.
           05 WK-FIRST-PAGE-TS         PIC X(26) VALUE
              '0001-01-01-00.00.00.000000'.
      *
        01 WS-CICS-RESP                PIC S9(08) COMP VALUE ZEROS.
      *
      *    Browse position: the key of the last item on the page the
      *    caller is showing. Items are ordered by the time they were
      *    raised, then account, then source, so the key is unique.
        01 WS-PAGE-FIELDS.
           05 WS-WKQCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-WKQCSR-EOF-YES                VALUE 'Y'.
           05 WS-ITEM-SUB              PIC S9(04) COMP VALUE ZEROS.
           05 WS-START-TS              PIC X(26)  VALUE SPACES.
           05 WS-START-ACCT            PIC S9(18) COMP-3 VALUE ZEROS.
           05 WS-START-SOURCE          PIC X(01)  VALUE SPACES.
      *
        01 WS-ITEM-FIELDS.
           05 WS-ITM-SOURCE            PIC X(01).
           05 WS-ITM-MAKER             PIC X(08).
           05 WS-ITM-RAISED-TS         PIC X(26).
           05 WS-ITM-DAYS-OUT          PIC S9(09) COMP.
      *
        01 WS-UAU-FIELDS.
           05 WS-UAU-MATCH-SW          PIC X(01) VALUE 'N'.
              88 WS-UAU-MATCH                     VALUE 'Y'.
           05 WS-UAU-BRANCH-LIST.
              10 WS-UAU-BRANCH         PIC X(06) OCCURS 10 TIMES
                                       INDEXED BY UAB-IDX.
      *
        01 WK-ENTITLE-REFUSED-MSG.
           05 FILLER                   PIC X(05) VALUE 'USER '.
           05 WK-ENT-MSG-USERID        PIC X(08).
           05 WK-ENT-MSG-TEXT          PIC X(26).
           05 WK-ENT-MSG-OBJECT        PIC X(06).
           05 FILLER                   PIC X(15) VALUE SPACES.
      *
      *    Commarea for the LINK to CBSOSDG - the full request,
      *    response and history areas its length guard expects.
        01 WS-OSDG-COMMAREA.
           02 CSDGREQ.
               COPY CSDGREQ.
           02 CSDGRES.
               COPY CSDGRES.
           02 CSDGHST.
               COPY CSDGHST.
      *
           EXEC SQL
                INCLUDE CBSMST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSRSQ
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSRSN
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSUAU
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
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 CSWKQRQ.
               COPY CSWKQRQ.
           02 CSWKQRS.
               COPY CSWKQRS.
      *
       PROCEDURE DIVISION.
      *
        0000-MAIN-PROCESS.
      *    A caller passing no commarea, or one shorter than this
      *    program's request + response, is turned away before
      *    anything is written into DFHCOMMAREA.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS
                    RETURN
               END-EXEC
               GOBACK
           END-IF
           MOVE SPACES                 TO CSWKQRS
           MOVE ZEROS                  TO WKQ-ITEM-COUNT
           MOVE 'N'                    TO WKQ-MORE-FLAG
           PERFORM 1000-EDIT-REQUEST
              THRU 1000-EDIT-REQUEST-EXIT
           IF WKQ-MESSAGES = SPACES
               IF WKQ-FUNCTION NOT = WK-FUNC-LIST
                   PERFORM 3000-QUEUE-DECISION
                      THRU 3000-QUEUE-DECISION-EXIT
               END-IF
               PERFORM 2000-LIST-PAGE
                  THRU 2000-LIST-PAGE-EXIT
           END-IF
           EXEC CICS
                RETURN
           END-EXEC
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-EDIT-REQUEST.
           EVALUATE TRUE
              WHEN WKQ-FUNCTION NOT = WK-FUNC-LIST
               AND WKQ-FUNCTION NOT = WK-REQ-APPR
               AND WKQ-FUNCTION NOT = WK-REQ-REJC
               MOVE 'FUNCTION MUST BE LIST, APPR OR REJC'
                 TO WKQ-MESSAGES
              WHEN WKQ-BRANCH-CODE = SPACES
               MOVE 'BRANCH CODE IS MISSING' TO WKQ-MESSAGES
              WHEN WKQ-CHECKER-USERID = SPACES
               MOVE 'CHECKER USERID IS MISSING' TO WKQ-MESSAGES
              WHEN OTHER
               PERFORM 1100-CHECK-BRANCH-COVERED
                  THRU 1100-CHECK-BRANCH-COVERED-EXIT
           END-EVALUATE
           IF WKQ-MESSAGES NOT = SPACES
               GO TO 1000-EDIT-REQUEST-EXIT
           END-IF
      *    Days outstanding run to the business date, never the
      *    clock, so the list agrees with the CBSBAGE report.
           EXEC SQL
                SELECT CHAR(BUSINESS_DATE, ISO)
                INTO :H6-BUSINESS-DATE
                FROM   CBS_BUSINESS_DATE
           END-EXEC
           IF SQLCODE = 0
               MOVE H6-BUSINESS-DATE   TO WKQ-BUSINESS-DATE
           ELSE
               MOVE 'SQL ERROR READING BUSINESS DATE' TO WKQ-MESSAGES
           END-IF.
        1000-EDIT-REQUEST-EXIT.
           EXIT.
      *
        1100-CHECK-BRANCH-COVERED.
      *    The checker must hold an active CBS_USER_AUTHORITY row
      *    covering the branch - what a checker may decide is
      *    checked again by CBSOSDG when a decision is queued.
           MOVE WKQ-CHECKER-USERID     TO HA-USERID
                                          WK-ENT-MSG-USERID
           EXEC SQL
                SELECT BRANCH_LIST
                INTO :HA-BRANCH-LIST
                FROM CBS_USER_AUTHORITY
                WHERE USERID      = :HA-USERID
                  AND ACTIVE_FLAG = :WK-ACTIVE-FLAG-YES
           END-EXEC
           EVALUATE SQLCODE
            WHEN 0
             MOVE HA-BRANCH-LIST       TO WS-UAU-BRANCH-LIST
             MOVE 'N' TO WS-UAU-MATCH-SW
             SET UAB-IDX TO 1
             SEARCH WS-UAU-BRANCH
                 WHEN WS-UAU-BRANCH (UAB-IDX) = WKQ-BRANCH-CODE
                   OR WS-UAU-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                    MOVE 'Y' TO WS-UAU-MATCH-SW
             END-SEARCH
             IF NOT WS-UAU-MATCH
                 MOVE ' NOT ENTITLED FOR BRANCH ' TO WK-ENT-MSG-TEXT
                 MOVE WKQ-BRANCH-CODE  TO WK-ENT-MSG-OBJECT
                 MOVE WK-ENTITLE-REFUSED-MSG TO WKQ-MESSAGES
             END-IF
            WHEN 100
             MOVE ' HAS NO ACTIVE ENTITLEMENT' TO WK-ENT-MSG-TEXT
             MOVE SPACES               TO WK-ENT-MSG-OBJECT
             MOVE WK-ENTITLE-REFUSED-MSG TO WKQ-MESSAGES
            WHEN OTHER
             MOVE 'SQL ERROR READING USER AUTHORITY' TO WKQ-MESSAGES
           END-EVALUATE.
        1100-CHECK-BRANCH-COVERED-EXIT.
           EXIT.
      *
        2000-LIST-PAGE.
      *    A PENDAPPR account is dated by its most recent PENDAPPR
      *    audit row, as CBSBAGE dates it, and carries the reason
      *    code of its latest DREG queue row where it was keyed at
      *    the counter (an ACCTIN-keyed request has none). A queue
      *    row is dated by its REQUEST_TS. One row past the page is
      *    read to tell the caller whether another page follows.
           IF WKQ-START-TS = SPACES
              OR WKQ-START-ACCOUNT NOT NUMERIC
               MOVE WK-FIRST-PAGE-TS   TO WS-START-TS
               MOVE ZEROS              TO WS-START-ACCT
               MOVE SPACES             TO WS-START-SOURCE
           ELSE
               MOVE WKQ-START-TS       TO WS-START-TS
               MOVE WKQ-START-ACCOUNT  TO WS-START-ACCT
               MOVE WKQ-START-SOURCE   TO WS-START-SOURCE
           END-IF
           MOVE 'N'                    TO WS-WKQCSR-EOF-SW
           MOVE ZEROS                  TO WS-ITEM-SUB
           EXEC SQL
                DECLARE WKQCSR CURSOR FOR
                SELECT P.ITEM_SOURCE,     P.ACCOUNT_NUMBER,
                       P.REQUEST_TYPE,    P.MAKER_USERID,
                       P.REASON_CODE,
                       COALESCE(R.REASON_DESC, ' '),
                       CHAR(P.RAISED_TS),
                       DAYS(DATE(:H6-BUSINESS-DATE))
                         - DAYS(DATE(P.RAISED_TS))
                         - (SELECT COUNT(*)
                              FROM CBS_HOLIDAY_CAL H
                             WHERE H.HOLIDAY_DATE
                                   > DATE(P.RAISED_TS)
                               AND H.HOLIDAY_DATE
                                   <= DATE(:H6-BUSINESS-DATE)),
                       P.ACCOUNT_BALANCE, P.HOLD_AMOUNT
                  FROM (SELECT 'M' AS ITEM_SOURCE,
                               M.ACCOUNT_NUMBER,
                               'DREG' AS REQUEST_TYPE,
                               M.PENDING_REQ_USERID AS MAKER_USERID,
                               COALESCE(
                               (SELECT Q2.REASON_CODE
                                  FROM CBS_ACCT_REQ_QUEUE Q2
                                 WHERE Q2.ACCOUNT_NUMBER =
                                       M.ACCOUNT_NUMBER
                                   AND Q2.REQUEST_TYPE = 'DREG'
                                 ORDER BY Q2.REQUEST_TS DESC
                                 FETCH FIRST 1 ROW ONLY), ' ')
                                 AS REASON_CODE,
                               COALESCE(
                               (SELECT MAX(A.CHANGE_TIMESTAMP)
                                  FROM CBS_ACCT_STATUS_AUDIT A
                                 WHERE A.ACCOUNT_NUMBER =
                                       M.ACCOUNT_NUMBER
                                   AND A.NEW_STATUS = :WK-PENDAPPR),
                               TIMESTAMP(:WK-FIRST-PAGE-TS))
                                 AS RAISED_TS,
                               M.ACCOUNT_BALANCE,
                               M.HOLD_AMOUNT
                          FROM CBS_ACCT_MSTR_DTL M
                         WHERE M.BRANCH_CODE = :WKQ-BRANCH-CODE
                           AND M.ACCOUNT_STATUS = :WK-PENDAPPR
                        UNION ALL
                        SELECT 'Q', Q.ACCOUNT_NUMBER,
                               Q.REQUEST_TYPE, Q.REQUEST_USERID,
                               Q.REASON_CODE,  Q.REQUEST_TS,
                               M.ACCOUNT_BALANCE,
                               M.HOLD_AMOUNT
                          FROM CBS_ACCT_REQ_QUEUE Q,
                               CBS_ACCT_MSTR_DTL M
                         WHERE M.ACCOUNT_NUMBER = Q.ACCOUNT_NUMBER
                           AND M.BRANCH_CODE = :WKQ-BRANCH-CODE
                           AND Q.QUEUE_STATUS = :WK-QUEUED
                           AND Q.REQUEST_TYPE IN (:WK-REQ-UNFZ,
                                                  :WK-REQ-APPR,
                                                  :WK-REQ-XFER)) P
                  LEFT OUTER JOIN CBS_REASON_CODE R
                    ON R.REASON_CODE  = P.REASON_CODE
                   AND R.REQUEST_TYPE = P.REQUEST_TYPE
                 WHERE P.RAISED_TS > TIMESTAMP(:WS-START-TS)
                    OR (P.RAISED_TS = TIMESTAMP(:WS-START-TS)
                        AND (P.ACCOUNT_NUMBER > :WS-START-ACCT
                          OR (P.ACCOUNT_NUMBER = :WS-START-ACCT
                              AND P.ITEM_SOURCE > :WS-START-SOURCE)))
                 ORDER BY P.RAISED_TS, P.ACCOUNT_NUMBER,
                          P.ITEM_SOURCE
           END-EXEC
           EXEC SQL
                OPEN WKQCSR
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'SQL ERROR READING WORK QUEUE' TO WKQ-MESSAGES
               GO TO 2000-LIST-PAGE-EXIT
           END-IF
           PERFORM 2100-FETCH-ITEM
              THRU 2100-FETCH-ITEM-EXIT
              UNTIL WS-WKQCSR-EOF-YES
           EXEC SQL
                CLOSE WKQCSR
           END-EXEC
           MOVE WS-ITEM-SUB            TO WKQ-ITEM-COUNT
      *    A decision's own answer from CBSOSDG is kept - the page
      *    under it is simply refreshed.
           IF WKQ-MESSAGES = SPACES
               EVALUATE TRUE
                  WHEN WS-ITEM-SUB = 0
                   MOVE 'NO ITEMS PENDING FOR THIS BRANCH'
                     TO WKQ-MESSAGES
                  WHEN WKQ-MORE-FLAG = 'Y'
                   MOVE 'PENDING ITEMS RETURNED - MORE FOLLOW'
                     TO WKQ-MESSAGES
                  WHEN OTHER
                   MOVE 'PENDING ITEMS RETURNED' TO WKQ-MESSAGES
               END-EVALUATE
           END-IF.
        2000-LIST-PAGE-EXIT.
           EXIT.
      *
        2100-FETCH-ITEM.
           EXEC SQL
                FETCH WKQCSR
                 INTO :WS-ITM-SOURCE,      :H1-ACCOUNT-NUMBER,
                      :H4-REQUEST-TYPE,    :WS-ITM-MAKER,
                      :H4-REASON-CODE,     :H3-REASON-DESC,
                      :WS-ITM-RAISED-TS,   :WS-ITM-DAYS-OUT,
                      :H1-ACCOUNT-BALANCE, :H1-HOLD-AMOUNT
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-WKQCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               MOVE 'SQL ERROR READING WORK QUEUE' TO WKQ-MESSAGES
               MOVE 'Y' TO WS-WKQCSR-EOF-SW
              WHEN WS-ITEM-SUB NOT < WK-PAGE-SIZE
               MOVE 'Y' TO WKQ-MORE-FLAG
               MOVE 'Y' TO WS-WKQCSR-EOF-SW
              WHEN OTHER
               ADD 1 TO WS-ITEM-SUB
               IF WS-ITM-DAYS-OUT < 0
                   MOVE ZEROS          TO WS-ITM-DAYS-OUT
               END-IF
               MOVE WS-ITM-SOURCE
                 TO WKQ-ITM-SOURCE (WS-ITEM-SUB)
               MOVE H1-ACCOUNT-NUMBER
                 TO WKQ-ITM-ACCOUNT-NO (WS-ITEM-SUB)
               MOVE H4-REQUEST-TYPE
                 TO WKQ-ITM-REQ-TYPE (WS-ITEM-SUB)
               MOVE WS-ITM-MAKER
                 TO WKQ-ITM-MAKER (WS-ITEM-SUB)
               MOVE H4-REASON-CODE
                 TO WKQ-ITM-REASON-CODE (WS-ITEM-SUB)
               MOVE H3-REASON-DESC
                 TO WKQ-ITM-REASON-DESC (WS-ITEM-SUB)
               MOVE WS-ITM-RAISED-TS
                 TO WKQ-ITM-RAISED-TS (WS-ITEM-SUB)
               MOVE WS-ITM-DAYS-OUT
                 TO WKQ-ITM-DAYS-OUT (WS-ITEM-SUB)
               COMPUTE WKQ-ITM-BALANCE (WS-ITEM-SUB)
                     = H1-ACCOUNT-BALANCE
               COMPUTE WKQ-ITM-HOLD-AMOUNT (WS-ITEM-SUB)
                     = H1-HOLD-AMOUNT
               MOVE WS-ITM-RAISED-TS   TO WKQ-NEXT-TS
               MOVE H1-ACCOUNT-NUMBER  TO WKQ-NEXT-ACCOUNT
               MOVE WS-ITM-SOURCE      TO WKQ-NEXT-SOURCE
           END-EVALUATE.
        2100-FETCH-ITEM-EXIT.
           EXIT.
      *
        3000-QUEUE-DECISION.
      *    Only a PENDAPPR account of this branch can be decided
      *    from the list, and never by the user who raised it - the
      *    maker-checker rule CBSBSDG applies at execution, turned
      *    back here at the counter. Everything else is CBSOSDG's
      *    own edit, reached through the same LINK any caller uses.
           IF WKQ-ACTION-ACCOUNT NOT NUMERIC
               MOVE 'ACCOUNT NUMBER IS NOT NUMERIC' TO WKQ-MESSAGES
               GO TO 3000-QUEUE-DECISION-EXIT
           END-IF
           MOVE WKQ-ACTION-ACCOUNT     TO H1-ACCOUNT-NUMBER
           EXEC SQL
                SELECT ACCOUNT_STATUS, BRANCH_CODE,
                       PENDING_REQ_USERID
                INTO :H1-ACCOUNT-STATUS, :H1-BRANCH-CODE,
                     :H1-PENDING-USERID
                FROM CBS_ACCT_MSTR_DTL
                WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'ACCOUNT DOES NOT EXIT WITH BANK' TO WKQ-MESSAGES
              WHEN SQLCODE NOT = 0
               MOVE 'SQL ERROR VALIDATING ACCOUNT' TO WKQ-MESSAGES
              WHEN H1-ACCOUNT-STATUS NOT = WK-PENDAPPR
                OR H1-BRANCH-CODE NOT = WKQ-BRANCH-CODE
               MOVE 'ACCOUNT IS NOT PENDING APPROVAL AT THIS BRANCH'
                 TO WKQ-MESSAGES
              WHEN H1-PENDING-USERID = WKQ-CHECKER-USERID
               MOVE 'APPROVER MUST DIFFER FROM REQUESTER'
                 TO WKQ-MESSAGES
           END-EVALUATE
           IF WKQ-MESSAGES NOT = SPACES
               GO TO 3000-QUEUE-DECISION-EXIT
           END-IF
           MOVE SPACES                 TO WS-OSDG-COMMAREA
           MOVE WKQ-ACTION-ACCOUNT     TO ACCOUNT-NO
           MOVE WKQ-FUNCTION           TO REQUEST-TYPE
           MOVE WKQ-CHECKER-USERID     TO REQUEST-USERID
           MOVE WKQ-ACTION-REASON-CODE TO REQUEST-REASON-CODE
           IF WKQ-FUNCTION = WK-REQ-APPR
               MOVE WKQ-CHECKER-USERID TO APPROVER-USERID
           END-IF
           EXEC CICS
                LINK PROGRAM('CBSOSDG')
                     COMMAREA(WS-OSDG-COMMAREA)
                     LENGTH(LENGTH OF WS-OSDG-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
               MOVE 'ERROR LINKING TO CBSOSDG' TO WKQ-MESSAGES
           ELSE
               MOVE MESSAGES           TO WKQ-MESSAGES
           END-IF.
        3000-QUEUE-DECISION-EXIT.
           EXIT.
