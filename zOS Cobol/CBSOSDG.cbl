      *             commarea grew by the CSDGHST length - the
      *             EIBCALEN guard now expects the longer area from
      *             every caller.
      * 2026-10-15  Refuse a request type the account's product does
      *             not allow: the product's ALLOWED_REQ_TYPES on the
      *             new CBS_PRODUCT_RULES table is checked before the
      *             queue row is inserted, with the same 'REQUEST
      *             xxxx NOT ALLOWED FOR PRODUCT pppppp' answer
      *             CBSBSDG gives at execution. A product with no
      *             rule row allows every type.
      * 2026-10-15  Enforce user entitlements at the counter: the
      *             requester must hold an active CBS_USER_AUTHORITY
      *             row allowing the request type for the account's
      *             branch, and an APPR/UNFZ/XFER approver must be
      *             allowed to approve the type for the branch, or
      *             the request is refused with 'USER uuuuuuuu NOT
      *             ENTITLED ...' - the same answer CBSBSDG gives at
      *             execution.
      * 2026-10-15  Accept the new XFER branch transfer request
      *             type: it needs a reason code, an approver userid
      *             (the maker-checker rule CBSBSDG enforces at
      *             execution, as on APPR/UNFZ) and a receiving
      *             branch in the new REQUEST-NEW-BRANCH field that
      *             differs from the account's branch. Requester and
      *             approver must be entitled for the receiving
      *             branch as well as the account's own. The receiving
      *             branch is carried to the queue row's new
      *             NEW_BRANCH_CODE column. The commarea grew by the
      *             new field - the EIBCALEN guard expects it.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSOSDG.
           05 WK-REQ-FRZE              PIC X(04) VALUE 'FRZE'.
           05 WK-REQ-UNFZ              PIC X(04) VALUE 'UNFZ'.
           05 WK-REQ-DRET              PIC X(04) VALUE 'DRET'.
           05 WK-REQ-XFER              PIC X(04) VALUE 'XFER'.
           05 WK-REQ-HISTORY           PIC X(04) VALUE 'HIST'.
           05 WK-QUEUED                PIC X(01) VALUE 'Q'.
           05 WK-ACTIVE-FLAG-YES       PIC X(01) VALUE 'Y'.
           05 WK-ALL-BRANCHES          PIC X(06) VALUE '*ALL'.
      *
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
           05 WS-HIST-SUB              PIC S9(04) COMP VALUE ZEROS.
           05 WS-HIST-CHANGE-TS        PIC X(26)  VALUE SPACES.
      *
      *    The product's allowed request types, ten 4-byte codes
      *    side by side as held on CBS_PRODUCT_RULES.
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
      *    One user's entitlement row from CBS_USER_AUTHORITY: ten
      *    4-byte request codes and ten 6-byte branch codes side by
      *    side, as held on the table.
        01 WS-UAU-FIELDS.
           05 WS-UAU-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-UAU-FOUND                     VALUE 'Y'.
           05 WS-UAU-MATCH-SW          PIC X(01) VALUE 'N'.
              88 WS-UAU-MATCH                     VALUE 'Y'.
           05 WS-UAU-TYPE-LIST.
              10 WS-UAU-TYPE           PIC X(04) OCCURS 10 TIMES
                                       INDEXED BY UAT-IDX.
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
      *    Alternate view of the effective date for the format edit,
      *    matching the one CBSBEDT applies to the batch extract.
        01 WS-EFF-DATE-WORK.
           EXEC SQL
                INCLUDE CBSAUD
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
                INCLUDE SQLCA
              WHEN WK-REQ-FRZE
              WHEN WK-REQ-UNFZ
              WHEN WK-REQ-DRET
              WHEN WK-REQ-XFER
               PERFORM 3000-QUEUE-REQUEST
                  THRU 3000-QUEUE-REQUEST-EXIT
              WHEN OTHER
              WHEN REQUEST-USERID = SPACES
               MOVE 'REQUESTER USERID IS MISSING' TO MESSAGES
              WHEN (REQUEST-TYPE = WK-REQ-APPR
                 OR REQUEST-TYPE = WK-REQ-UNFZ
                 OR REQUEST-TYPE = WK-REQ-XFER)
                 AND APPROVER-USERID = SPACES
               MOVE 'APPROVER USERID REQUIRED FOR THIS TYPE'
                 TO MESSAGES
                 OR REQUEST-TYPE = WK-REQ-REAC
                 OR REQUEST-TYPE = WK-REQ-FRZE
                 OR REQUEST-TYPE = WK-REQ-UNFZ
                 OR REQUEST-TYPE = WK-REQ-DRET
                 OR REQUEST-TYPE = WK-REQ-XFER)
                 AND REQUEST-REASON-CODE = SPACES
               MOVE 'REASON CODE REQUIRED FOR THIS REQUEST'
                 TO MESSAGES
              WHEN REQUEST-TYPE = WK-REQ-XFER
                 AND REQUEST-NEW-BRANCH = SPACES
               MOVE 'NEW BRANCH CODE REQUIRED FOR XFER' TO MESSAGES
              WHEN REQUEST-TYPE NOT = WK-REQ-XFER
                 AND REQUEST-NEW-BRANCH NOT = SPACES
               MOVE 'NEW BRANCH CODE ONLY VALID ON XFER' TO MESSAGES
              WHEN OTHER
               PERFORM 3020-EDIT-EFF-DATE
                  THRU 3020-EDIT-EFF-DATE-EXIT
        3100-VALIDATE-AND-INSERT.
           MOVE ACCOUNT-NO             TO H1-ACCOUNT-NUMBER
           EXEC SQL
                SELECT ACCOUNT_STATUS, PRODUCT_CODE,
                       BRANCH_CODE
                INTO :H1-ACCOUNT-STATUS, :H1-PRODUCT-CODE,
                     :H1-BRANCH-CODE
                FROM CBS_ACCT_MSTR_DTL
                WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
            WHEN 0
             MOVE H1-ACCOUNT-STATUS    TO ACCOUNT-STATUS
             MOVE H1-PRODUCT-CODE      TO PRODUCT-CODE
             MOVE H1-BRANCH-CODE       TO BRANCH-CODE
             IF REQUEST-TYPE = WK-REQ-XFER
                AND REQUEST-NEW-BRANCH = H1-BRANCH-CODE
                 MOVE 'ACCOUNT IS ALREADY AT THAT BRANCH' TO MESSAGES
             END-IF
             IF MESSAGES = SPACES
                 PERFORM 3160-CHECK-ENTITLEMENT
                    THRU 3160-CHECK-ENTITLEMENT-EXIT
             END-IF
             IF MESSAGES = SPACES
                 PERFORM 3150-CHECK-PRODUCT-RULE
                    THRU 3150-CHECK-PRODUCT-RULE-EXIT
             END-IF
             IF MESSAGES = SPACES
                 PERFORM 3200-INSERT-QUEUE-ROW
                    THRU 3200-INSERT-QUEUE-ROW-EXIT
             END-IF
            WHEN 100
             MOVE 'ACCOUNT DOES NOT EXIT WITH BANK' TO MESSAGES
            WHEN OTHER
           END-EVALUATE.
        3100-VALIDATE-AND-INSERT-EXIT.
           EXIT.
      *
        3150-CHECK-PRODUCT-RULE.
      *    The same product eligibility rule CBSBSDG applies at
      *    execution - a type missing from the product's list is
      *    turned back here rather than queued to fail overnight.
           MOVE H1-PRODUCT-CODE        TO H8-PRODUCT-CODE
           EXEC SQL
                SELECT ALLOWED_REQ_TYPES
                INTO :H8-ALLOWED-REQ-TYPES
                FROM CBS_PRODUCT_RULES
                WHERE PRODUCT_CODE = :H8-PRODUCT-CODE
           END-EXEC
           EVALUATE SQLCODE
            WHEN 0
             MOVE H8-ALLOWED-REQ-TYPES TO WS-PRD-ALLOWED-LIST
             SET PRD-IDX TO 1
             SEARCH WS-PRD-ALLOWED-TYPE
                 AT END
                    MOVE REQUEST-TYPE    TO WK-PRD-MSG-REQ-TYPE
                    MOVE H1-PRODUCT-CODE TO WK-PRD-MSG-PRODUCT
                    MOVE WK-PRODUCT-REFUSED-MSG TO MESSAGES
                 WHEN WS-PRD-ALLOWED-TYPE (PRD-IDX) = REQUEST-TYPE
                    CONTINUE
             END-SEARCH
            WHEN 100
             CONTINUE
            WHEN OTHER
             MOVE 'SQL ERROR READING PRODUCT RULE' TO MESSAGES
           END-EVALUATE.
        3150-CHECK-PRODUCT-RULE-EXIT.
           EXIT.
      *
        3160-CHECK-ENTITLEMENT.
      *    The same entitlement rule CBSBEDT edits and CBSBSDG
      *    re-checks at execution: the requester must be allowed
      *    the request type for the account's branch, and on an
      *    APPR/UNFZ/XFER the approver must be allowed to approve it
      *    for the branch. An XFER needs both users entitled for the
      *    receiving branch as well as the account's own, as in
      *    CBSBSDG and CBSBMRG. A userid with no active row is
      *    refused.
           MOVE REQUEST-USERID         TO HA-USERID
           PERFORM 3170-READ-USER-AUTHORITY
              THRU 3170-READ-USER-AUTHORITY-EXIT
           IF MESSAGES NOT = SPACES
               GO TO 3160-CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE HA-MAKE-REQ-TYPES      TO WS-UAU-TYPE-LIST
           MOVE ' NOT ENTITLED TO REQUEST ' TO WK-ENT-MSG-TEXT
           PERFORM 3180-MATCH-ENTITLEMENT
              THRU 3180-MATCH-ENTITLEMENT-EXIT
           IF MESSAGES NOT = SPACES
              OR (REQUEST-TYPE NOT = WK-REQ-APPR
                  AND REQUEST-TYPE NOT = WK-REQ-UNFZ
                  AND REQUEST-TYPE NOT = WK-REQ-XFER)
               GO TO 3160-CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE APPROVER-USERID        TO HA-USERID
           PERFORM 3170-READ-USER-AUTHORITY
              THRU 3170-READ-USER-AUTHORITY-EXIT
           IF MESSAGES NOT = SPACES
               GO TO 3160-CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE HA-APPROVE-REQ-TYPES   TO WS-UAU-TYPE-LIST
           MOVE ' NOT ENTITLED TO APPROVE ' TO WK-ENT-MSG-TEXT
           PERFORM 3180-MATCH-ENTITLEMENT
              THRU 3180-MATCH-ENTITLEMENT-EXIT.
        3160-CHECK-ENTITLEMENT-EXIT.
           EXIT.
      *
        3170-READ-USER-AUTHORITY.
           MOVE HA-USERID              TO WK-ENT-MSG-USERID
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
             MOVE HA-BRANCH-LIST       TO WS-UAU-BRANCH-LIST
            WHEN 100
             MOVE ' HAS NO ACTIVE ENTITLEMENT' TO WK-ENT-MSG-TEXT
             MOVE SPACES               TO WK-ENT-MSG-OBJECT
             MOVE WK-ENTITLE-REFUSED-MSG TO MESSAGES
            WHEN OTHER
             MOVE 'SQL ERROR READING USER AUTHORITY' TO MESSAGES
           END-EVALUATE.
        3170-READ-USER-AUTHORITY-EXIT.
           EXIT.
      *
        3180-MATCH-ENTITLEMENT.
      *    WK-ENT-MSG-TEXT is preset by the caller for the role -
      *    request or approve - being checked.
           MOVE 'N' TO WS-UAU-MATCH-SW
           SET UAT-IDX TO 1
           SEARCH WS-UAU-TYPE
               WHEN WS-UAU-TYPE (UAT-IDX) = REQUEST-TYPE
                  MOVE 'Y' TO WS-UAU-MATCH-SW
           END-SEARCH
           IF NOT WS-UAU-MATCH
               MOVE REQUEST-TYPE       TO WK-ENT-MSG-OBJECT
               MOVE WK-ENTITLE-REFUSED-MSG TO MESSAGES
               GO TO 3180-MATCH-ENTITLEMENT-EXIT
           END-IF
           MOVE 'N' TO WS-UAU-MATCH-SW
           SET UAB-IDX TO 1
           SEARCH WS-UAU-BRANCH
               WHEN WS-UAU-BRANCH (UAB-IDX) = H1-BRANCH-CODE
                 OR WS-UAU-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                  MOVE 'Y' TO WS-UAU-MATCH-SW
           END-SEARCH
           IF NOT WS-UAU-MATCH
               MOVE ' NOT ENTITLED FOR BRANCH ' TO WK-ENT-MSG-TEXT
               MOVE H1-BRANCH-CODE     TO WK-ENT-MSG-OBJECT
               MOVE WK-ENTITLE-REFUSED-MSG TO MESSAGES
               GO TO 3180-MATCH-ENTITLEMENT-EXIT
           END-IF
           IF REQUEST-TYPE NOT = WK-REQ-XFER
               GO TO 3180-MATCH-ENTITLEMENT-EXIT
           END-IF
           MOVE 'N' TO WS-UAU-MATCH-SW
           SET UAB-IDX TO 1
           SEARCH WS-UAU-BRANCH
               WHEN WS-UAU-BRANCH (UAB-IDX) = REQUEST-NEW-BRANCH
                 OR WS-UAU-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                  MOVE 'Y' TO WS-UAU-MATCH-SW
           END-SEARCH
           IF NOT WS-UAU-MATCH
               MOVE ' NOT ENTITLED FOR BRANCH ' TO WK-ENT-MSG-TEXT
               MOVE REQUEST-NEW-BRANCH TO WK-ENT-MSG-OBJECT
               MOVE WK-ENTITLE-REFUSED-MSG TO MESSAGES
           END-IF.
        3180-MATCH-ENTITLEMENT-EXIT.
           EXIT.
      *
        3200-INSERT-QUEUE-ROW.
           MOVE ACCOUNT-NO             TO H4-ACCOUNT-NUMBER
           MOVE WK-QUEUED              TO H4-QUEUE-STATUS
           MOVE SPACES                 TO H4-EXTRACT-TS
           MOVE REQUEST-EFF-DATE       TO H4-EFFECTIVE-DATE
           MOVE REQUEST-NEW-BRANCH     TO H4-NEW-BRANCH-CODE
           EXEC SQL
                INSERT INTO CBS_ACCT_REQ_QUEUE
                     (ACCOUNT_NUMBER, REQUEST_TYPE,
                      REQUEST_USERID, REASON_CODE,
                      APPR_USERID,    REQUEST_TS,
                      QUEUE_STATUS,   EXTRACT_TS,
                      EFFECTIVE_DATE, NEW_BRANCH_CODE)
                VALUES
                     (:H4-ACCOUNT-NUMBER, :H4-REQUEST-TYPE,
                      :H4-REQUEST-USERID, :H4-REASON-CODE,
                      :H4-APPR-USERID,    :H4-REQUEST-TS,
                      :H4-QUEUE-STATUS,   :H4-EXTRACT-TS,
                      :H4-EFFECTIVE-DATE, :H4-NEW-BRANCH-CODE)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'REQUEST QUEUED FOR NIGHTLY PROCESSING'
