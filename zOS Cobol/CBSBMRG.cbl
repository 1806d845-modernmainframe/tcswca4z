      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New branch merger job, run on demand when a
      *             branch closes. The MRGPARM card names the
      *             closing branch, the receiving branch, the
      *             requester, the approver and an XFER reason code;
      *             the requester and approver must differ, both
      *             must hold XFER entitlements (make and approve)
      *             covering both branches, and the reason code must
      *             be active for XFER on CBS_REASON_CODE, or the
      *             job stops RC=16 having moved nothing. Every
      *             account of the closing branch, whatever its
      *             status, is moved to the receiving branch with a
      *             CBS_ACCT_BRANCH_AUDIT row in the same unit of
      *             work (rollback on audit failure, as in the
      *             sweeps), committed per account. MRGRPT shows the
      *             count and balance by status for both branches
      *             before and after the move and proves that the
      *             receiving branch now holds what both held and
      *             the closing branch holds nothing; a status line
      *             that does not prove is flagged OUT OF BALANCE
      *             and the job ends RC=8, for the two branch
      *             managers to sign off.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRG-PARM-FILE
               ASSIGN TO MRGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGPARM-STATUS.
      *
           SELECT MRG-RPT-FILE
               ASSIGN TO MRGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MRG-PARM-FILE
           RECORDING MODE IS F.
       01  MRG-PARM-RECORD.
           05  PARM-CLOSING-BRANCH     PIC X(06).
           05  PARM-RECEIVING-BRANCH   PIC X(06).
           05  PARM-REQUEST-USERID     PIC X(08).
           05  PARM-APPROVER-USERID    PIC X(08).
           05  PARM-REASON-CODE        PIC X(04).
           05  FILLER                  PIC X(48).
      *
       FD  MRG-RPT-FILE
           RECORDING MODE IS F.
       01  MRG-RPT-RECORD              PIC X(132).
      *
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-REQ-XFER              PIC X(04) VALUE 'XFER'.
           05 WK-ACTIVE-FLAG-YES       PIC X(01) VALUE 'Y'.
           05 WK-ALL-BRANCHES          PIC X(06) VALUE '*ALL'.
           05 WK-SIDE-CLOSING          PIC S9(04) COMP VALUE +1.
           05 WK-SIDE-RECEIVING        PIC S9(04) COMP VALUE +2.
           05 WK-PHASE-BEFORE          PIC S9(04) COMP VALUE +1.
           05 WK-PHASE-AFTER           PIC S9(04) COMP VALUE +2.
           05 WK-STATUS-OTHER          PIC S9(04) COMP VALUE +8.
           05 WK-STATUS-TOTAL          PIC S9(04) COMP VALUE +9.
      *
        01 WS-FILE-STATUSES.
           05 WS-MRGPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-MRGRPT-STATUS         PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-MRGCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-MRGCSR-EOF-YES                VALUE 'Y'.
           05 WS-SNPCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-SNPCSR-EOF-YES                VALUE 'Y'.
           05 WS-AUDIT-FAILED-SW       PIC X(01) VALUE 'N'.
              88 WS-AUDIT-FAILED                  VALUE 'Y'.
           05 WS-ENT-ALLOWED-SW        PIC X(01) VALUE 'N'.
              88 WS-ENT-ALLOWED                   VALUE 'Y'.
           05 WS-PROOF-FAILED-SW       PIC X(01) VALUE 'N'.
              88 WS-PROOF-FAILED                  VALUE 'Y'.
      *
      *    The merger as keyed on MRGPARM.
        01 WS-MERGER-PARMS.
           05 WS-CLOSING-BRANCH        PIC X(06) VALUE SPACES.
           05 WS-RECEIVING-BRANCH      PIC X(06) VALUE SPACES.
           05 WS-REQUEST-USERID        PIC X(08) VALUE SPACES.
           05 WS-APPROVER-USERID       PIC X(08) VALUE SPACES.
           05 WS-REASON-CODE           PIC X(04) VALUE SPACES.
        01 WS-MERGER-MESSAGE           PIC X(50) VALUE SPACES.
      *
      *    The entitlement row being checked, laid out for SEARCH.
      *    WS-ENT-ROLE says which of the two lists the check reads.
        01 WS-ENTITLEMENT-CHECK.
           05 WS-ENT-USERID            PIC X(08).
           05 WS-ENT-ROLE              PIC X(07).
           05 WS-ENT-BRANCH            PIC X(06).
           05 WS-UAU-TYPE-LIST.
              10 WS-UAU-TYPE           PIC X(04) OCCURS 10 TIMES
                                       INDEXED BY UAT-IDX.
           05 WS-UAU-BRANCH-LIST.
              10 WS-UAU-BRANCH         PIC X(06) OCCURS 10 TIMES
                                       INDEXED BY UAB-IDX.
      *
      *    The status domain, in report order. A status not in the
      *    list is carried on the OTHER line so the totals still
      *    prove; line 9 is the all-status total.
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
      *    Count and balance per status, for the closing (1) and
      *    receiving (2) branch, before (1) and after (2) the move.
        01 WS-STATUS-FIGURES.
           05 WS-STS-ENTRY             OCCURS 9 TIMES.
              10 WS-STS-SIDE           OCCURS 2 TIMES.
                 15 WS-STS-PHASE       OCCURS 2 TIMES.
                    20 WS-STS-COUNT    PIC 9(09).
                    20 WS-STS-AMOUNT   PIC S9(15)V99 COMP-3.
      *
        01 WS-SUBSCRIPTS.
           05 WS-SUB-STATUS            PIC S9(04) COMP VALUE ZEROS.
           05 WS-SUB-SIDE              PIC S9(04) COMP VALUE ZEROS.
           05 WS-SUB-PHASE             PIC S9(04) COMP VALUE ZEROS.
      *
      *    One GROUP BY row of the snapshot cursor.
        01 WS-SNAPSHOT-ROW.
           05 WS-SNAP-BRANCH           PIC X(06).
           05 WS-SNAP-COUNT            PIC S9(09) COMP.
           05 WS-SNAP-AMOUNT           PIC S9(15)V99 COMP-3.
      *
      *    What the receiving branch should hold after the move.
        01 WS-EXPECTED-COUNT           PIC 9(09) VALUE ZEROS.
        01 WS-EXPECTED-AMOUNT          PIC S9(15)V99 COMP-3
                                                 VALUE ZEROS.
      *
      *    Last account fetched - the merger cursor predicate starts
      *    past it, so a reopen after an audit-failure ROLLBACK
      *    (which destroys the cursor even WITH HOLD) resumes with
      *    the next account instead of retrying the failed one.
        01 WS-RESTART-ACCT             PIC S9(18) COMP-3 VALUE ZEROS.
      *
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-ACCTS-SELECTED       PIC 9(09) VALUE ZEROS.
           05 CTR-ACCTS-MOVED          PIC 9(09) VALUE ZEROS.
           05 CTR-ACCTS-SKIPPED        PIC 9(09) VALUE ZEROS.
           05 CTR-AUDIT-FAILURES       PIC 9(09) VALUE ZEROS.
           05 CTR-SQL-ERRORS           PIC 9(09) VALUE ZEROS.
           05 CTR-PROOF-BREAKS         PIC 9(09) VALUE ZEROS.
           05 CTR-AMOUNT-MOVED         PIC S9(15)V99 COMP-3
                                                 VALUE ZEROS.
      *
        01 RPT-HEADER-1.
           05 FILLER                   PIC X(40) VALUE
              'CBSBMRG - BRANCH MERGER REPORT'.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(31) VALUE SPACES.
      *
        01 RPT-HEADER-MERGER.
           05 FILLER                   PIC X(16) VALUE
              'CLOSING BRANCH: '.
           05 RPT-HDR-CLOSING          PIC X(06).
           05 FILLER                   PIC X(20) VALUE
              '  RECEIVING BRANCH: '.
           05 RPT-HDR-RECEIVING        PIC X(06).
           05 FILLER                   PIC X(10) VALUE
              '  REASON: '.
           05 RPT-HDR-REASON           PIC X(04).
           05 FILLER                   PIC X(13) VALUE
              '  REQUESTER: '.
           05 RPT-HDR-REQUESTER        PIC X(08).
           05 FILLER                   PIC X(12) VALUE
              '  APPROVER: '.
           05 RPT-HDR-APPROVER         PIC X(08).
           05 FILLER                   PIC X(29) VALUE SPACES.
      *
        01 RPT-HEADER-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
              ' CLOSING BRANCH - BEFORE'.
           05 FILLER                   PIC X(27) VALUE
              ' RECEIVING BRANCH - BEFORE'.
           05 FILLER                   PIC X(27) VALUE
              ' CLOSING BRANCH - AFTER'.
           05 FILLER                   PIC X(27) VALUE
              ' RECEIVING BRANCH - AFTER'.
           05 FILLER                   PIC X(14) VALUE 'PROOF'.
      *
        01 RPT-HEADER-3.
           05 FILLER                   PIC X(10) VALUE 'STATUS'.
           05 FILLER                   PIC X(27) VALUE
              '   COUNT            BALANCE'.
           05 FILLER                   PIC X(27) VALUE
              '   COUNT            BALANCE'.
           05 FILLER                   PIC X(27) VALUE
              '   COUNT            BALANCE'.
           05 FILLER                   PIC X(27) VALUE
              '   COUNT            BALANCE'.
           05 FILLER                   PIC X(14) VALUE SPACES.
      *
        01 RPT-SEPARATOR-LINE.
           05 FILLER                   PIC X(68) VALUE ALL '-'.
           05 FILLER                   PIC X(64) VALUE SPACES.
      *
        01 RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
      *
        01 RPT-STATUS-LINE.
           05 RPT-STS-NAME             PIC X(10).
           05 RPT-STS-GROUP            OCCURS 4 TIMES.
              10 RPT-STS-COUNT         PIC Z(06)9.
              10 FILLER                PIC X(01).
              10 RPT-STS-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER                PIC X(01).
           05 RPT-STS-PROOF            PIC X(14).
      *
        01 RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL            PIC X(42).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 RPT-TOT-COUNT            PIC Z(08)9.
           05 FILLER                   PIC X(10) VALUE '  AMOUNT: '.
           05 RPT-TOT-AMOUNT           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(46) VALUE SPACES.
      *
        01 RPT-MESSAGE-LINE.
           05 RPT-MSG-TEXT             PIC X(80).
           05 FILLER                   PIC X(52) VALUE SPACES.
      *
        01 RPT-SIGNOFF-LINE.
           05 RPT-SGN-LABEL            PIC X(34).
           05 FILLER                   PIC X(40) VALUE
              '______________________________  DATE: '.
           05 FILLER                   PIC X(10) VALUE '__________'.
           05 FILLER                   PIC X(48) VALUE SPACES.
      *
           EXEC SQL
                INCLUDE CBSMST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSBRH
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
           MOVE WK-PHASE-BEFORE        TO WS-SUB-PHASE
           PERFORM 2000-TAKE-SNAPSHOT
              THRU 2000-TAKE-SNAPSHOT-EXIT
           PERFORM 3000-MOVE-ACCOUNTS
              THRU 3000-MOVE-ACCOUNTS-EXIT
              UNTIL WS-MRGCSR-EOF-YES
           MOVE WK-PHASE-AFTER         TO WS-SUB-PHASE
           PERFORM 2000-TAKE-SNAPSHOT
              THRU 2000-TAKE-SNAPSHOT-EXIT
           PERFORM 4000-WRITE-MERGER-REPORT
              THRU 4000-WRITE-MERGER-REPORT-EXIT
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           MOVE LOW-VALUES             TO DCLCBS-ACCT-MSTR-DTL
           INITIALIZE WS-STATUS-FIGURES
           PERFORM 1050-READ-MERGER-PARMS
              THRU 1050-READ-MERGER-PARMS-EXIT
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                INTO :WS-CURRENT-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 1010-READ-BUSINESS-DATE
              THRU 1010-READ-BUSINESS-DATE-EXIT
           PERFORM 1100-VALIDATE-MERGER
              THRU 1100-VALIDATE-MERGER-EXIT
           OPEN OUTPUT MRG-RPT-FILE
           IF WS-MRGRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MRG-RPT-FILE STATUS:'
                       WS-MRGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    Every account of the closing branch moves, whatever its
      *    status - a CLOSED or ESCHEATED account's history must
      *    follow it, and the proof needs the closing branch empty.
      *    WITH HOLD survives the per-account COMMITs below; after
      *    an audit-failure ROLLBACK the cursor is gone and is
      *    reopened from the restart key (see 3150).
           EXEC SQL
                DECLARE MRGCSR CURSOR WITH HOLD FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_STATUS,
                       ACCOUNT_BALANCE
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE BRANCH_CODE = :WS-CLOSING-BRANCH
                   AND ACCOUNT_NUMBER > :WS-RESTART-ACCT
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN MRGCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING MRGCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3050-FETCH-MERGER-ACCT
              THRU 3050-FETCH-MERGER-ACCT-EXIT
           IF WS-MRGCSR-EOF-YES
               DISPLAY 'NO ACCOUNTS FOUND AT CLOSING BRANCH '
                       WS-CLOSING-BRANCH
           END-IF.
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
        1050-READ-MERGER-PARMS.
      *    MRGPARM is required - a merger is never run on defaults.
      *    Only the first card is read.
           OPEN INPUT MRG-PARM-FILE
           IF WS-MRGPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MRG-PARM-FILE STATUS:'
                       WS-MRGPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ MRG-PARM-FILE
               AT END
                  DISPLAY 'MRGPARM IS EMPTY - NO MERGER REQUESTED'
                  CLOSE MRG-PARM-FILE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-READ
           IF WS-MRGPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING MRG-PARM-FILE STATUS:'
                       WS-MRGPARM-STATUS
               CLOSE MRG-PARM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-CLOSING-BRANCH    TO WS-CLOSING-BRANCH
           MOVE PARM-RECEIVING-BRANCH  TO WS-RECEIVING-BRANCH
           MOVE PARM-REQUEST-USERID    TO WS-REQUEST-USERID
           MOVE PARM-APPROVER-USERID   TO WS-APPROVER-USERID
           MOVE PARM-REASON-CODE       TO WS-REASON-CODE
           CLOSE MRG-PARM-FILE
           DISPLAY 'CLOSING BRANCH  : ' WS-CLOSING-BRANCH
           DISPLAY 'RECEIVING BRANCH: ' WS-RECEIVING-BRANCH
           DISPLAY 'REQUESTER       : ' WS-REQUEST-USERID
           DISPLAY 'APPROVER        : ' WS-APPROVER-USERID
           DISPLAY 'REASON CODE     : ' WS-REASON-CODE.
        1050-READ-MERGER-PARMS-EXIT.
           EXIT.
      *
        1100-VALIDATE-MERGER.
      *    The same maker-checker rules an XFER request meets, for
      *    the whole branch at once. Nothing has been moved yet, so
      *    any failure simply stops the job.
           MOVE SPACES                 TO WS-MERGER-MESSAGE
           EVALUATE TRUE
              WHEN WS-CLOSING-BRANCH = SPACES
                OR WS-RECEIVING-BRANCH = SPACES
               MOVE 'MRGPARM MUST NAME BOTH BRANCHES'
                 TO WS-MERGER-MESSAGE
              WHEN WS-CLOSING-BRANCH = WS-RECEIVING-BRANCH
               MOVE 'CLOSING AND RECEIVING BRANCH ARE THE SAME'
                 TO WS-MERGER-MESSAGE
              WHEN WS-REQUEST-USERID = SPACES
               MOVE 'MRGPARM REQUESTER USERID IS REQUIRED'
                 TO WS-MERGER-MESSAGE
              WHEN WS-APPROVER-USERID = SPACES
                OR WS-APPROVER-USERID = WS-REQUEST-USERID
               MOVE 'APPROVER MUST DIFFER FROM REQUESTER'
                 TO WS-MERGER-MESSAGE
              WHEN WS-REASON-CODE = SPACES
               MOVE 'BRANCH TRANSFER REQUIRES A REASON CODE'
                 TO WS-MERGER-MESSAGE
           END-EVALUATE
           IF WS-MERGER-MESSAGE NOT = SPACES
               DISPLAY WS-MERGER-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REASON-CODE         TO H3-REASON-CODE
           MOVE WK-REQ-XFER            TO H3-REQUEST-TYPE
           EXEC SQL
                SELECT REASON_DESC
                  INTO :H3-REASON-DESC
                  FROM CBS_REASON_CODE
                 WHERE REASON_CODE  = :H3-REASON-CODE
                   AND REQUEST_TYPE = :H3-REQUEST-TYPE
                   AND ACTIVE_FLAG  = :WK-ACTIVE-FLAG-YES
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               DISPLAY 'REASON: ' H3-REASON-DESC
              WHEN 100
               DISPLAY 'REASON CODE ' WS-REASON-CODE
                       ' IS NOT ACTIVE FOR XFER'
               MOVE 16 TO RETURN-CODE
               GOBACK
              WHEN OTHER
               DISPLAY 'ERROR READING CBS_REASON_CODE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
      *    A merger touches both branches, so both users must cover
      *    both of them.
           MOVE WS-REQUEST-USERID      TO WS-ENT-USERID
           MOVE 'REQUEST'              TO WS-ENT-ROLE
           PERFORM 1200-CHECK-ENTITLEMENT
              THRU 1200-CHECK-ENTITLEMENT-EXIT
           MOVE WS-APPROVER-USERID     TO WS-ENT-USERID
           MOVE 'APPROVE'              TO WS-ENT-ROLE
           PERFORM 1200-CHECK-ENTITLEMENT
              THRU 1200-CHECK-ENTITLEMENT-EXIT.
        1100-VALIDATE-MERGER-EXIT.
           EXIT.
      *
        1200-CHECK-ENTITLEMENT.
           MOVE WS-ENT-USERID          TO HA-USERID
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
               CONTINUE
              WHEN 100
               DISPLAY 'USER ' WS-ENT-USERID
                       ' HAS NO ACTIVE ENTITLEMENT'
               MOVE 16 TO RETURN-CODE
               GOBACK
              WHEN OTHER
               DISPLAY 'SQLCODE USER AUTHORITY:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           IF WS-ENT-ROLE = 'REQUEST'
               MOVE HA-MAKE-REQ-TYPES  TO WS-UAU-TYPE-LIST
           ELSE
               MOVE HA-APPROVE-REQ-TYPES TO WS-UAU-TYPE-LIST
           END-IF
           MOVE HA-BRANCH-LIST         TO WS-UAU-BRANCH-LIST
           MOVE 'Y' TO WS-ENT-ALLOWED-SW
           SET UAT-IDX TO 1
           SEARCH WS-UAU-TYPE
               AT END
                  DISPLAY 'USER ' WS-ENT-USERID ' NOT ENTITLED TO '
                          WS-ENT-ROLE ' XFER'
                  MOVE 'N' TO WS-ENT-ALLOWED-SW
               WHEN WS-UAU-TYPE (UAT-IDX) = WK-REQ-XFER
                  CONTINUE
           END-SEARCH
           MOVE WS-CLOSING-BRANCH      TO WS-ENT-BRANCH
           PERFORM 1210-CHECK-BRANCH-COVERED
              THRU 1210-CHECK-BRANCH-COVERED-EXIT
           MOVE WS-RECEIVING-BRANCH    TO WS-ENT-BRANCH
           PERFORM 1210-CHECK-BRANCH-COVERED
              THRU 1210-CHECK-BRANCH-COVERED-EXIT
           IF NOT WS-ENT-ALLOWED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
        1200-CHECK-ENTITLEMENT-EXIT.
           EXIT.
      *
        1210-CHECK-BRANCH-COVERED.
           SET UAB-IDX TO 1
           SEARCH WS-UAU-BRANCH
               AT END
                  DISPLAY 'USER ' WS-ENT-USERID
                          ' NOT ENTITLED FOR BRANCH ' WS-ENT-BRANCH
                  MOVE 'N' TO WS-ENT-ALLOWED-SW
               WHEN WS-UAU-BRANCH (UAB-IDX) = WS-ENT-BRANCH
                 OR WS-UAU-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                  CONTINUE
           END-SEARCH.
        1210-CHECK-BRANCH-COVERED-EXIT.
           EXIT.
      *
        2000-TAKE-SNAPSHOT.
      *    Count and balance by status for both branches, into the
      *    before or after column set by the caller in WS-SUB-PHASE.
           EXEC SQL
                DECLARE SNPCSR CURSOR FOR
                SELECT BRANCH_CODE, ACCOUNT_STATUS,
                       COUNT(*), SUM(ACCOUNT_BALANCE)
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE BRANCH_CODE IN (:WS-CLOSING-BRANCH,
                                       :WS-RECEIVING-BRANCH)
                 GROUP BY BRANCH_CODE, ACCOUNT_STATUS
           END-EXEC
           EXEC SQL
                OPEN SNPCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING SNPCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-SNPCSR-EOF-SW
           PERFORM 2100-FETCH-SNAPSHOT-ROW
              THRU 2100-FETCH-SNAPSHOT-ROW-EXIT
              UNTIL WS-SNPCSR-EOF-YES
           EXEC SQL
                CLOSE SNPCSR
           END-EXEC.
        2000-TAKE-SNAPSHOT-EXIT.
           EXIT.
      *
        2100-FETCH-SNAPSHOT-ROW.
           EXEC SQL
                FETCH SNPCSR
                 INTO :WS-SNAP-BRANCH, :H1-ACCOUNT-STATUS,
                      :WS-SNAP-COUNT,  :WS-SNAP-AMOUNT
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-SNPCSR-EOF-SW
               GO TO 2100-FETCH-SNAPSHOT-ROW-EXIT
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING SNPCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           IF WS-SNAP-BRANCH = WS-CLOSING-BRANCH
               MOVE WK-SIDE-CLOSING    TO WS-SUB-SIDE
           ELSE
               MOVE WK-SIDE-RECEIVING  TO WS-SUB-SIDE
           END-IF
           SET STN-IDX TO 1
           SEARCH WS-STATUS-NAME
               AT END
                  MOVE WK-STATUS-OTHER TO WS-SUB-STATUS
               WHEN STN-IDX = WK-STATUS-OTHER
                  MOVE WK-STATUS-OTHER TO WS-SUB-STATUS
               WHEN WS-STATUS-NAME (STN-IDX) = H1-ACCOUNT-STATUS
                  SET WS-SUB-STATUS    TO STN-IDX
           END-SEARCH
           ADD WS-SNAP-COUNT
             TO WS-STS-COUNT (WS-SUB-STATUS, WS-SUB-SIDE,
                              WS-SUB-PHASE)
                WS-STS-COUNT (WK-STATUS-TOTAL, WS-SUB-SIDE,
                              WS-SUB-PHASE)
           ADD WS-SNAP-AMOUNT
             TO WS-STS-AMOUNT (WS-SUB-STATUS, WS-SUB-SIDE,
                               WS-SUB-PHASE)
                WS-STS-AMOUNT (WK-STATUS-TOTAL, WS-SUB-SIDE,
                               WS-SUB-PHASE).
        2100-FETCH-SNAPSHOT-ROW-EXIT.
           EXIT.
      *
        3000-MOVE-ACCOUNTS.
           ADD 1 TO CTR-ACCTS-SELECTED
           PERFORM 3100-MOVE-ONE-ACCOUNT
              THRU 3100-MOVE-ONE-ACCOUNT-EXIT
           PERFORM 3050-FETCH-MERGER-ACCT
              THRU 3050-FETCH-MERGER-ACCT-EXIT.
        3000-MOVE-ACCOUNTS-EXIT.
           EXIT.
      *
        3050-FETCH-MERGER-ACCT.
           EXEC SQL
                FETCH MRGCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-STATUS,
                      :H1-ACCOUNT-BALANCE
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-MRGCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING MRGCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-MRGCSR-EOF-SW
              WHEN OTHER
               MOVE H1-ACCOUNT-NUMBER TO WS-RESTART-ACCT
           END-EVALUATE.
        3050-FETCH-MERGER-ACCT-EXIT.
           EXIT.
      *
        3100-MOVE-ONE-ACCOUNT.
      *    The UPDATE re-checks the closing branch so an account
      *    moved by an XFER since the cursor read is left alone.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET BRANCH_CODE    = :WS-RECEIVING-BRANCH
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND BRANCH_CODE    = :WS-CLOSING-BRANCH
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               DISPLAY 'ACCOUNT CHANGED SINCE SELECTION - SKIPPED '
                       H1-ACCOUNT-NUMBER
               ADD 1 TO CTR-ACCTS-SKIPPED
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR MOVING ACCOUNT SQLCODE:' SQLCODE
                       ' ' H1-ACCOUNT-NUMBER
               ADD 1 TO CTR-SQL-ERRORS
              WHEN OTHER
               PERFORM 3200-WRITE-BRANCH-AUDIT
                  THRU 3200-WRITE-BRANCH-AUDIT-EXIT
               IF WS-AUDIT-FAILED
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                   ADD 1 TO CTR-AUDIT-FAILURES
                   PERFORM 3150-REOPEN-MRGCSR
                      THRU 3150-REOPEN-MRGCSR-EXIT
               ELSE
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   ADD 1 TO CTR-ACCTS-MOVED
                   ADD H1-ACCOUNT-BALANCE TO CTR-AMOUNT-MOVED
               END-IF
           END-EVALUATE.
        3100-MOVE-ONE-ACCOUNT-EXIT.
           EXIT.
      *
        3150-REOPEN-MRGCSR.
      *    The ROLLBACK above destroyed MRGCSR (WITH HOLD only
      *    survives COMMIT). Reopen from the restart key - the
      *    failed account stays at the closing branch, shows on the
      *    after snapshot and breaks the proof, so the managers see
      *    it before signing.
           EXEC SQL
                OPEN MRGCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CURSOR LOST AFTER AUDIT ROLLBACK - '
                       'REOPEN FAILED SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-MRGCSR-EOF-SW
           END-IF.
        3150-REOPEN-MRGCSR-EXIT.
           EXIT.
      *
        3200-WRITE-BRANCH-AUDIT.
           MOVE 'N' TO WS-AUDIT-FAILED-SW
           MOVE H1-ACCOUNT-NUMBER      TO HB-ACCOUNT-NUMBER
           MOVE WS-CLOSING-BRANCH      TO HB-OLD-BRANCH-CODE
           MOVE WS-RECEIVING-BRANCH    TO HB-NEW-BRANCH-CODE
           MOVE H1-ACCOUNT-STATUS      TO HB-ACCOUNT-STATUS
           MOVE H1-ACCOUNT-BALANCE     TO HB-ACCOUNT-BALANCE
           MOVE WS-REQUEST-USERID      TO HB-REQUEST-USERID
           MOVE WS-APPROVER-USERID     TO HB-CHANGE-USERID
           MOVE WS-REASON-CODE         TO HB-REASON-CODE
           MOVE WS-CURRENT-TIMESTAMP   TO HB-CHANGE-TIMESTAMP
           MOVE 'CBSBMRG'              TO HB-SOURCE-PROGRAM
           MOVE '3100-MOVE-ONE-ACCOUNT' TO HB-SOURCE-PARAGRAPH
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
           END-IF.
        3200-WRITE-BRANCH-AUDIT-EXIT.
           EXIT.
      *
        4000-WRITE-MERGER-REPORT.
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           MOVE WS-CLOSING-BRANCH      TO RPT-HDR-CLOSING
           MOVE WS-RECEIVING-BRANCH    TO RPT-HDR-RECEIVING
           MOVE WS-REASON-CODE         TO RPT-HDR-REASON
           MOVE WS-REQUEST-USERID      TO RPT-HDR-REQUESTER
           MOVE WS-APPROVER-USERID     TO RPT-HDR-APPROVER
           WRITE MRG-RPT-RECORD        FROM RPT-HEADER-1
           WRITE MRG-RPT-RECORD        FROM RPT-HEADER-MERGER
           WRITE MRG-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           WRITE MRG-RPT-RECORD        FROM RPT-HEADER-2
           WRITE MRG-RPT-RECORD        FROM RPT-HEADER-3
           WRITE MRG-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           PERFORM 4100-WRITE-STATUS-LINE
              THRU 4100-WRITE-STATUS-LINE-EXIT
              VARYING WS-SUB-STATUS FROM 1 BY 1
              UNTIL WS-SUB-STATUS > WK-STATUS-TOTAL
           WRITE MRG-RPT-RECORD        FROM RPT-BLANK-LINE
           MOVE 'ACCOUNTS SELECTED AT CLOSING BRANCH'
                                       TO RPT-TOT-LABEL
           MOVE CTR-ACCTS-SELECTED     TO RPT-TOT-COUNT
           MOVE WS-STS-AMOUNT (WK-STATUS-TOTAL, WK-SIDE-CLOSING,
                               WK-PHASE-BEFORE)
                                       TO RPT-TOT-AMOUNT
           WRITE MRG-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'ACCOUNTS MOVED TO RECEIVING BRANCH'
                                       TO RPT-TOT-LABEL
           MOVE CTR-ACCTS-MOVED        TO RPT-TOT-COUNT
           MOVE CTR-AMOUNT-MOVED       TO RPT-TOT-AMOUNT
           WRITE MRG-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE ZEROS                  TO RPT-TOT-AMOUNT
           MOVE 'SKIPPED - CHANGED SINCE SELECTION'
                                       TO RPT-TOT-LABEL
           MOVE CTR-ACCTS-SKIPPED      TO RPT-TOT-COUNT
           WRITE MRG-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'NOT MOVED - AUDIT INSERT FAILED'
                                       TO RPT-TOT-LABEL
           MOVE CTR-AUDIT-FAILURES     TO RPT-TOT-COUNT
           WRITE MRG-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'NOT MOVED - SQL ERROR'
                                       TO RPT-TOT-LABEL
           MOVE CTR-SQL-ERRORS         TO RPT-TOT-COUNT
           WRITE MRG-RPT-RECORD        FROM RPT-TOTAL-LINE
           WRITE MRG-RPT-RECORD        FROM RPT-BLANK-LINE
           IF WS-PROOF-FAILED
               MOVE 'MERGER PROOF: OUT OF BALANCE - SEE FLAGGED LINES'
                                       TO RPT-MSG-TEXT
           ELSE
               MOVE 'MERGER PROOF: IN BALANCE'
                                       TO RPT-MSG-TEXT
           END-IF
           WRITE MRG-RPT-RECORD        FROM RPT-MESSAGE-LINE
           WRITE MRG-RPT-RECORD        FROM RPT-BLANK-LINE
           MOVE 'CLOSING BRANCH MANAGER:'
                                       TO RPT-SGN-LABEL
           WRITE MRG-RPT-RECORD        FROM RPT-SIGNOFF-LINE
           WRITE MRG-RPT-RECORD        FROM RPT-BLANK-LINE
           MOVE 'RECEIVING BRANCH MANAGER:'
                                       TO RPT-SGN-LABEL
           WRITE MRG-RPT-RECORD        FROM RPT-SIGNOFF-LINE
           IF WS-MRGRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MRG-RPT-FILE STATUS:'
                       WS-MRGRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
        4000-WRITE-MERGER-REPORT-EXIT.
           EXIT.
      *
        4100-WRITE-STATUS-LINE.
      *    Proof: the receiving branch must now hold what both
      *    branches held before, and the closing branch nothing.
      *    Anything the online day changed between the snapshots,
      *    or an account left behind, shows up here.
           MOVE SPACES                 TO RPT-STATUS-LINE
           MOVE WS-STATUS-NAME (WS-SUB-STATUS) TO RPT-STS-NAME
           PERFORM 4150-FORMAT-STATUS-GROUP
              THRU 4150-FORMAT-STATUS-GROUP-EXIT
              VARYING WS-SUB-SIDE FROM 1 BY 1
              UNTIL WS-SUB-SIDE > WK-SIDE-RECEIVING
           COMPUTE WS-EXPECTED-COUNT =
                   WS-STS-COUNT (WS-SUB-STATUS, WK-SIDE-CLOSING,
                                 WK-PHASE-BEFORE)
                 + WS-STS-COUNT (WS-SUB-STATUS, WK-SIDE-RECEIVING,
                                 WK-PHASE-BEFORE)
           COMPUTE WS-EXPECTED-AMOUNT =
                   WS-STS-AMOUNT (WS-SUB-STATUS, WK-SIDE-CLOSING,
                                  WK-PHASE-BEFORE)
                 + WS-STS-AMOUNT (WS-SUB-STATUS, WK-SIDE-RECEIVING,
                                  WK-PHASE-BEFORE)
           IF WS-STS-COUNT (WS-SUB-STATUS, WK-SIDE-RECEIVING,
                            WK-PHASE-AFTER) = WS-EXPECTED-COUNT
              AND WS-STS-AMOUNT (WS-SUB-STATUS, WK-SIDE-RECEIVING,
                                 WK-PHASE-AFTER) = WS-EXPECTED-AMOUNT
              AND WS-STS-COUNT (WS-SUB-STATUS, WK-SIDE-CLOSING,
                                WK-PHASE-AFTER) = 0
               MOVE 'OK'               TO RPT-STS-PROOF
           ELSE
               MOVE 'OUT OF BALANCE'   TO RPT-STS-PROOF
               MOVE 'Y' TO WS-PROOF-FAILED-SW
               ADD 1 TO CTR-PROOF-BREAKS
           END-IF
           IF WS-SUB-STATUS = WK-STATUS-TOTAL
               WRITE MRG-RPT-RECORD    FROM RPT-SEPARATOR-LINE
           END-IF
           WRITE MRG-RPT-RECORD        FROM RPT-STATUS-LINE.
        4100-WRITE-STATUS-LINE-EXIT.
           EXIT.
      *
        4150-FORMAT-STATUS-GROUP.
      *    Report groups run closing-before, receiving-before,
      *    closing-after, receiving-after.
           MOVE WS-STS-COUNT (WS-SUB-STATUS, WS-SUB-SIDE,
                              WK-PHASE-BEFORE)
             TO RPT-STS-COUNT (WS-SUB-SIDE)
           MOVE WS-STS-AMOUNT (WS-SUB-STATUS, WS-SUB-SIDE,
                               WK-PHASE-BEFORE)
             TO RPT-STS-AMOUNT (WS-SUB-SIDE)
           MOVE WS-STS-COUNT (WS-SUB-STATUS, WS-SUB-SIDE,
                              WK-PHASE-AFTER)
             TO RPT-STS-COUNT (WS-SUB-SIDE + 2)
           MOVE WS-STS-AMOUNT (WS-SUB-STATUS, WS-SUB-SIDE,
                               WK-PHASE-AFTER)
             TO RPT-STS-AMOUNT (WS-SUB-SIDE + 2).
        4150-FORMAT-STATUS-GROUP-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           EXEC SQL
                CLOSE MRGCSR
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           CLOSE MRG-RPT-FILE
           DISPLAY 'CBSBMRG ACCOUNTS SELECTED  : ' CTR-ACCTS-SELECTED
           DISPLAY 'CBSBMRG ACCOUNTS MOVED     : ' CTR-ACCTS-MOVED
           DISPLAY 'CBSBMRG ACCOUNTS SKIPPED   : ' CTR-ACCTS-SKIPPED
           DISPLAY 'CBSBMRG AUDIT FAILURES     : ' CTR-AUDIT-FAILURES
           DISPLAY 'CBSBMRG SQL ERRORS         : ' CTR-SQL-ERRORS
           DISPLAY 'CBSBMRG PROOF BREAKS       : ' CTR-PROOF-BREAKS
           IF RETURN-CODE < 8
              AND WS-PROOF-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
              AND (CTR-AUDIT-FAILURES > 0 OR CTR-SQL-ERRORS > 0
                   OR CTR-ACCTS-SKIPPED > 0)
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
           MOVE 'CBSBMRG'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           MOVE CTR-ACCTS-SELECTED     TO H5-RECORDS-IN
           MOVE CTR-ACCTS-MOVED        TO H5-RECORDS-OUT
           COMPUTE H5-EXCEPTIONS =
                   CTR-AUDIT-FAILURES + CTR-SQL-ERRORS
                 + CTR-ACCTS-SKIPPED  + CTR-PROOF-BREAKS
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
