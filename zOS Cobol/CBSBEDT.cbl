      *             return code) for the CBSBSUM end-of-chain
      *             summary; a failed insert is reported but never
      *             fails the job it is only describing.
      * 2026-10-15  Edit the requester's and approver's entitlements
      *             on the new CBS_USER_AUTHORITY table: the
      *             requester must be allowed the request type, an
      *             APPR/UNFZ approver must be allowed to approve
      *             it, and both must cover the account's branch
      *             (customer-level records are branch-checked per
      *             account by CBSBSDG). Each failure rejects on
      *             ACCTREJ with its own NOT ENTITLED reason.
      * 2026-10-15  Accept the new XFER branch transfer request
      *             type: it needs a reason code and an approver
      *             userid (entitled to approve XFER for the
      *             account's branch), requester and approver must
      *             both be entitled for the receiving branch, and
      *             the new
      *             ACCT-IN-NEW-BRANCH must carry the receiving
      *             branch and differ from the account's branch on
      *             the master. ACCT-IN-NEW-BRANCH on any other
      *             request type rejects.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBEDT.
           05 WK-REQ-FRZE              PIC X(04) VALUE 'FRZE'.
           05 WK-REQ-UNFZ              PIC X(04) VALUE 'UNFZ'.
           05 WK-REQ-DRET              PIC X(04) VALUE 'DRET'.
           05 WK-REQ-XFER              PIC X(04) VALUE 'XFER'.
           05 WK-ACTIVE-FLAG-YES       PIC X(01) VALUE 'Y'.
           05 WK-TRAILER-ID            PIC X(08) VALUE 'TRAILER '.
           05 WK-ALL-BRANCHES          PIC X(06) VALUE '*ALL'.
      *
        01 WS-FILE-STATUSES.
           05 WS-ACCTIN-STATUS         PIC X(02) VALUE '00'.
              88 WS-SORT-EOF-YES                  VALUE 'Y'.
           05 WS-RSN-DB2-MODE-SW       PIC X(01) VALUE 'N'.
              88 WS-RSN-DB2-MODE                  VALUE 'Y'.
           05 WS-UAU-READ-SW           PIC X(01) VALUE 'N'.
              88 WS-UAU-READ-FOUND                VALUE 'Y'.
           05 WS-BRANCH-KNOWN-SW       PIC X(01) VALUE 'N'.
              88 WS-BRANCH-KNOWN                  VALUE 'Y'.
           05 WS-ENT-MATCH-SW          PIC X(01) VALUE 'N'.
              88 WS-ENT-MATCH                     VALUE 'Y'.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-RECORDS-READ         PIC 9(09) VALUE ZEROS.
           05 WS-REASON-REQUIRED-SW    PIC X(01) VALUE 'N'.
              88 WS-REASON-REQUIRED               VALUE 'Y'.
      *
      *    Entitlement rows last read from CBS_USER_AUTHORITY, one
      *    per role, kept so consecutive records keyed by the same
      *    requester or approver share one read - an extract is
      *    usually a branch's work, keyed by a handful of users.
      *    Request types are ten 4-byte codes and branches ten
      *    6-byte codes side by side, as held on the table.
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
      *    Alternate view of the effective date for the format edit.
        01 WS-EFF-DATE-WORK.
           05 WS-EFF-DATE              PIC X(10).
           EXEC SQL
                INCLUDE CBSRSN
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSMST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSUAU
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSRST
              THRU 3500-EDIT-ID-TYPE-EXIT
           PERFORM 3600-EDIT-EFFECTIVE-DATE
              THRU 3600-EDIT-EFFECTIVE-DATE-EXIT
           PERFORM 3700-EDIT-ENTITLEMENT
              THRU 3700-EDIT-ENTITLEMENT-EXIT
           PERFORM 3800-EDIT-NEW-BRANCH
              THRU 3800-EDIT-NEW-BRANCH-EXIT
           IF WS-RECORD-IN-ERROR
               ADD 1 TO CTR-RECORDS-REJECTED
           ELSE
              AND ACCT-IN-REQUEST-TYPE NOT = WK-REQ-FRZE
              AND ACCT-IN-REQUEST-TYPE NOT = WK-REQ-UNFZ
              AND ACCT-IN-REQUEST-TYPE NOT = WK-REQ-DRET
              AND ACCT-IN-REQUEST-TYPE NOT = WK-REQ-XFER
               MOVE 'ACCT-IN-REQUEST-TYPE' TO REJ-FIELD-NAME
               MOVE 'REQUEST TYPE IS NOT A SUPPORTED CODE'
                 TO REJ-ERROR-MESSAGE
                  THRU 8000-WRITE-REJECT-EXIT
           END-IF
           IF (ACCT-IN-REQUEST-TYPE = WK-REQ-APPR
              OR ACCT-IN-REQUEST-TYPE = WK-REQ-UNFZ
              OR ACCT-IN-REQUEST-TYPE = WK-REQ-XFER)
              AND ACCT-IN-APPR-USERID = SPACES
               MOVE 'ACCT-IN-APPR-USERID' TO REJ-FIELD-NAME
               MOVE 'APPROVER USERID REQUIRED FOR THIS TYPE'
           EXIT.
      *
        3300-EDIT-REASON-CODE.
      *    REJC, REAC, FRZE, UNFZ, DRET and XFER must carry a reason
      *    code (the rule CBSBSDG enforces at run time); any request
      *    type carrying one must quote a code on CBS_REASON_CODE
      *    for that request type.
           MOVE 'N' TO WS-REASON-REQUIRED-SW
              OR ACCT-IN-REQUEST-TYPE = WK-REQ-FRZE
              OR ACCT-IN-REQUEST-TYPE = WK-REQ-UNFZ
              OR ACCT-IN-REQUEST-TYPE = WK-REQ-DRET
              OR ACCT-IN-REQUEST-TYPE = WK-REQ-XFER
               MOVE 'Y' TO WS-REASON-REQUIRED-SW
           END-IF
           IF ACCT-IN-REASON-CODE = SPACES
              THRU 8000-WRITE-REJECT-EXIT.
        3650-REJECT-EFF-DATE-EXIT.
           EXIT.
      *
        3700-EDIT-ENTITLEMENT.
      *    The requester must hold an active CBS_USER_AUTHORITY row
      *    allowing the request type, and on APPR/UNFZ/XFER the
      *    approver must be allowed to approve it. Both must cover the
      *    account's branch, and on an XFER the receiving branch as
      *    well - that one is on the record, so it is checked for
      *    customer-level records too. A customer-level record
      *    spans accounts of any branch, so its own branch is left
      *    to CBSBSDG, which re-checks every entitlement per account
      *    at execution; so is an account not on the master, which
      *    CBSBSDG reports as not found. A missing userid is already
      *    rejected by 3200.
           MOVE 'N' TO WS-BRANCH-KNOWN-SW
           IF ACCT-IN-USERID = SPACES
               GO TO 3700-EDIT-ENTITLEMENT-EXIT
           END-IF
           PERFORM 3710-LOOKUP-ACCT-BRANCH
              THRU 3710-LOOKUP-ACCT-BRANCH-EXIT
           IF ACCT-IN-USERID NOT = WS-UAU-MKR-CACHED-ID
               MOVE ACCT-IN-USERID     TO HA-USERID
               PERFORM 3720-READ-USER-AUTHORITY
                  THRU 3720-READ-USER-AUTHORITY-EXIT
               MOVE WS-UAU-READ-SW     TO WS-UAU-MKR-FOUND-SW
               MOVE HA-MAKE-REQ-TYPES  TO WS-UAU-MKR-TYPE-LIST
               MOVE HA-BRANCH-LIST     TO WS-UAU-MKR-BRANCH-LIST
               MOVE ACCT-IN-USERID     TO WS-UAU-MKR-CACHED-ID
           END-IF
           MOVE 'ACCT-IN-USERID'       TO REJ-FIELD-NAME
           IF NOT WS-UAU-MKR-FOUND
               MOVE 'REQUESTER HAS NO ACTIVE ENTITLEMENT'
                 TO REJ-ERROR-MESSAGE
               PERFORM 8000-WRITE-REJECT
                  THRU 8000-WRITE-REJECT-EXIT
           ELSE
               MOVE 'N' TO WS-ENT-MATCH-SW
               SET UMT-IDX TO 1
               SEARCH WS-UAU-MKR-TYPE
                   WHEN WS-UAU-MKR-TYPE (UMT-IDX)
                        = ACCT-IN-REQUEST-TYPE
                      MOVE 'Y' TO WS-ENT-MATCH-SW
               END-SEARCH
               IF NOT WS-ENT-MATCH
                   MOVE 'REQUESTER NOT ENTITLED TO REQUEST TYPE'
                     TO REJ-ERROR-MESSAGE
                   PERFORM 8000-WRITE-REJECT
                      THRU 8000-WRITE-REJECT-EXIT
               END-IF
               IF WS-BRANCH-KNOWN
                   MOVE 'N' TO WS-ENT-MATCH-SW
                   SET UMB-IDX TO 1
                   SEARCH WS-UAU-MKR-BRANCH
                       WHEN WS-UAU-MKR-BRANCH (UMB-IDX)
                            = H1-BRANCH-CODE
                         OR WS-UAU-MKR-BRANCH (UMB-IDX)
                            = WK-ALL-BRANCHES
                          MOVE 'Y' TO WS-ENT-MATCH-SW
                   END-SEARCH
                   IF NOT WS-ENT-MATCH
                       MOVE 'REQUESTER NOT ENTITLED FOR BRANCH'
                         TO REJ-ERROR-MESSAGE
                       PERFORM 8000-WRITE-REJECT
                          THRU 8000-WRITE-REJECT-EXIT
                   END-IF
               END-IF
      *        A blank receiving branch is rejected by 3800.
               IF ACCT-IN-REQUEST-TYPE = WK-REQ-XFER
                  AND ACCT-IN-NEW-BRANCH NOT = SPACES
                   MOVE 'N' TO WS-ENT-MATCH-SW
                   SET UMB-IDX TO 1
                   SEARCH WS-UAU-MKR-BRANCH
                       WHEN WS-UAU-MKR-BRANCH (UMB-IDX)
                            = ACCT-IN-NEW-BRANCH
                         OR WS-UAU-MKR-BRANCH (UMB-IDX)
                            = WK-ALL-BRANCHES
                          MOVE 'Y' TO WS-ENT-MATCH-SW
                   END-SEARCH
                   IF NOT WS-ENT-MATCH
                       MOVE 'REQUESTER NOT ENTITLED FOR BRANCH'
                         TO REJ-ERROR-MESSAGE
                       PERFORM 8000-WRITE-REJECT
                          THRU 8000-WRITE-REJECT-EXIT
                   END-IF
               END-IF
           END-IF
      *    A missing approver on APPR/UNFZ/XFER is already rejected
      *    by 3200.
           IF (ACCT-IN-REQUEST-TYPE NOT = WK-REQ-APPR
              AND ACCT-IN-REQUEST-TYPE NOT = WK-REQ-UNFZ
              AND ACCT-IN-REQUEST-TYPE NOT = WK-REQ-XFER)
              OR ACCT-IN-APPR-USERID = SPACES
               GO TO 3700-EDIT-ENTITLEMENT-EXIT
           END-IF
           IF ACCT-IN-APPR-USERID NOT = WS-UAU-APR-CACHED-ID
               MOVE ACCT-IN-APPR-USERID TO HA-USERID
               PERFORM 3720-READ-USER-AUTHORITY
                  THRU 3720-READ-USER-AUTHORITY-EXIT
               MOVE WS-UAU-READ-SW     TO WS-UAU-APR-FOUND-SW
               MOVE HA-APPROVE-REQ-TYPES TO WS-UAU-APR-TYPE-LIST
               MOVE HA-BRANCH-LIST     TO WS-UAU-APR-BRANCH-LIST
               MOVE ACCT-IN-APPR-USERID TO WS-UAU-APR-CACHED-ID
           END-IF
           MOVE 'ACCT-IN-APPR-USERID'  TO REJ-FIELD-NAME
           IF NOT WS-UAU-APR-FOUND
               MOVE 'APPROVER HAS NO ACTIVE ENTITLEMENT'
                 TO REJ-ERROR-MESSAGE
               PERFORM 8000-WRITE-REJECT
                  THRU 8000-WRITE-REJECT-EXIT
               GO TO 3700-EDIT-ENTITLEMENT-EXIT
           END-IF
           MOVE 'N' TO WS-ENT-MATCH-SW
           SET UAT-IDX TO 1
           SEARCH WS-UAU-APR-TYPE
               WHEN WS-UAU-APR-TYPE (UAT-IDX) = ACCT-IN-REQUEST-TYPE
                  MOVE 'Y' TO WS-ENT-MATCH-SW
           END-SEARCH
           IF NOT WS-ENT-MATCH
               MOVE 'APPROVER NOT ENTITLED TO APPROVE TYPE'
                 TO REJ-ERROR-MESSAGE
               PERFORM 8000-WRITE-REJECT
                  THRU 8000-WRITE-REJECT-EXIT
           END-IF
           IF WS-BRANCH-KNOWN
               MOVE 'N' TO WS-ENT-MATCH-SW
               SET UAB-IDX TO 1
               SEARCH WS-UAU-APR-BRANCH
                   WHEN WS-UAU-APR-BRANCH (UAB-IDX) = H1-BRANCH-CODE
                     OR WS-UAU-APR-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                      MOVE 'Y' TO WS-ENT-MATCH-SW
               END-SEARCH
               IF NOT WS-ENT-MATCH
                   MOVE 'APPROVER NOT ENTITLED FOR BRANCH'
                     TO REJ-ERROR-MESSAGE
                   PERFORM 8000-WRITE-REJECT
                      THRU 8000-WRITE-REJECT-EXIT
               END-IF
           END-IF
           IF ACCT-IN-REQUEST-TYPE = WK-REQ-XFER
              AND ACCT-IN-NEW-BRANCH NOT = SPACES
               MOVE 'N' TO WS-ENT-MATCH-SW
               SET UAB-IDX TO 1
               SEARCH WS-UAU-APR-BRANCH
                   WHEN WS-UAU-APR-BRANCH (UAB-IDX)
                        = ACCT-IN-NEW-BRANCH
                     OR WS-UAU-APR-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                      MOVE 'Y' TO WS-ENT-MATCH-SW
               END-SEARCH
               IF NOT WS-ENT-MATCH
                   MOVE 'APPROVER NOT ENTITLED FOR BRANCH'
                     TO REJ-ERROR-MESSAGE
                   PERFORM 8000-WRITE-REJECT
                      THRU 8000-WRITE-REJECT-EXIT
               END-IF
           END-IF.
        3700-EDIT-ENTITLEMENT-EXIT.
           EXIT.
      *
        3710-LOOKUP-ACCT-BRANCH.
           MOVE 'N' TO WS-BRANCH-KNOWN-SW
           IF ACCT-IN-ID-TYPE = 'C'
              OR ACCT-IN-ACCOUNT-NO NOT NUMERIC
               GO TO 3710-LOOKUP-ACCT-BRANCH-EXIT
           END-IF
           MOVE ACCT-IN-ACCOUNT-NO     TO H1-ACCOUNT-NUMBER
           EXEC SQL
                SELECT BRANCH_CODE
                INTO :H1-BRANCH-CODE
                FROM CBS_ACCT_MSTR_DTL
                WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
            WHEN 0
             MOVE 'Y' TO WS-BRANCH-KNOWN-SW
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'ERROR PROBING CBS_ACCT_MSTR_DTL SQLCODE:'
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-EVALUATE.
        3710-LOOKUP-ACCT-BRANCH-EXIT.
           EXIT.
      *
        3720-READ-USER-AUTHORITY.
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
             DISPLAY 'ERROR PROBING CBS_USER_AUTHORITY SQLCODE:'
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-EVALUATE.
        3720-READ-USER-AUTHORITY-EXIT.
           EXIT.
      *
        3800-EDIT-NEW-BRANCH.
      *    An XFER names its receiving branch, and a transfer to the
      *    branch the account already sits at is a keying error. The
      *    account's branch was probed by 3700/3710; a customer-level
      *    XFER moves every account of the customer, so CBSBSDG
      *    skips those already at the receiving branch instead.
           IF ACCT-IN-REQUEST-TYPE NOT = WK-REQ-XFER
               IF ACCT-IN-NEW-BRANCH NOT = SPACES
                   MOVE 'ACCT-IN-NEW-BRANCH' TO REJ-FIELD-NAME
                   MOVE 'NEW BRANCH CODE ONLY VALID ON XFER'
                     TO REJ-ERROR-MESSAGE
                   PERFORM 8000-WRITE-REJECT
                      THRU 8000-WRITE-REJECT-EXIT
               END-IF
               GO TO 3800-EDIT-NEW-BRANCH-EXIT
           END-IF
           MOVE 'ACCT-IN-NEW-BRANCH'   TO REJ-FIELD-NAME
           EVALUATE TRUE
              WHEN ACCT-IN-NEW-BRANCH = SPACES
               MOVE 'NEW BRANCH CODE REQUIRED FOR XFER'
                 TO REJ-ERROR-MESSAGE
               PERFORM 8000-WRITE-REJECT
                  THRU 8000-WRITE-REJECT-EXIT
              WHEN WS-BRANCH-KNOWN
                AND ACCT-IN-NEW-BRANCH = H1-BRANCH-CODE
               MOVE 'ACCOUNT IS ALREADY AT THAT BRANCH'
                 TO REJ-ERROR-MESSAGE
               PERFORM 8000-WRITE-REJECT
                  THRU 8000-WRITE-REJECT-EXIT
           END-EVALUATE.
        3800-EDIT-NEW-BRANCH-EXIT.
           EXIT.
      *
        8000-WRITE-REJECT.
           MOVE 'Y' TO WS-RECORD-ERROR-SW
