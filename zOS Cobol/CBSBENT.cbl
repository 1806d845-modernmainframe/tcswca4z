      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New monthly user entitlement listing for the
      *             access review. Lists every CBS_USER_AUTHORITY
      *             row in userid order - name, active or inactive,
      *             who last changed it and when - followed by the
      *             request types the user may make, the types the
      *             user may approve and the branches covered, one
      *             line each. Totals of users listed, active,
      *             inactive and with all-branch coverage close the
      *             report.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT-RPT-FILE
               ASSIGN TO ENTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ENT-RPT-FILE
           RECORDING MODE IS F.
       01  ENT-RPT-RECORD              PIC X(132).
      *
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-ACTIVE-FLAG-YES       PIC X(01) VALUE 'Y'.
           05 WK-ALL-BRANCHES          PIC X(06) VALUE '*ALL'.
      *
        01 WS-FILE-STATUSES.
           05 WS-ENTRPT-STATUS         PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-UAUCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-UAUCSR-EOF-YES                VALUE 'Y'.
      *
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
      *    The three lists as held on CBS_USER_AUTHORITY - ten
      *    4-byte request codes or ten 6-byte branch codes side by
      *    side - spread one code per print slot.
        01 WS-TYPE-LIST.
           05 WS-TYPE-CODE             PIC X(04) OCCURS 10 TIMES.
        01 WS-BRANCH-LIST.
           05 WS-BRANCH-CODE           PIC X(06) OCCURS 10 TIMES.
        01 WS-LIST-SUB                 PIC S9(04) COMP VALUE ZEROS.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-USERS-LISTED         PIC 9(09) VALUE ZEROS.
           05 CTR-USERS-ACTIVE         PIC 9(09) VALUE ZEROS.
           05 CTR-USERS-INACTIVE       PIC 9(09) VALUE ZEROS.
           05 CTR-USERS-ALL-BRANCH     PIC 9(09) VALUE ZEROS.
      *
        01 RPT-HEADER-1.
           05 FILLER                   PIC X(40) VALUE
              'CBSBENT - USER ENTITLEMENT LISTING'.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(31) VALUE SPACES.
      *
        01 RPT-HEADER-2.
           05 FILLER                   PIC X(10) VALUE 'USERID'.
           05 FILLER                   PIC X(32) VALUE 'USER NAME'.
           05 FILLER                   PIC X(10) VALUE 'STATUS'.
           05 FILLER                   PIC X(17) VALUE 'CHANGED BY'.
           05 FILLER                   PIC X(26) VALUE 'CHANGED AT'.
           05 FILLER                   PIC X(37) VALUE SPACES.
      *
        01 RPT-SEPARATOR-LINE.
           05 FILLER                   PIC X(68) VALUE ALL '-'.
           05 FILLER                   PIC X(64) VALUE SPACES.
      *
        01 RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
      *
        01 RPT-USER-LINE.
           05 RPT-USR-USERID           PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-USR-NAME             PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-USR-STATUS           PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-USR-UPD-USERID       PIC X(08).
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 RPT-USR-UPD-TS           PIC X(26).
           05 FILLER                   PIC X(37) VALUE SPACES.
      *
        01 RPT-LIST-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 RPT-LST-LABEL            PIC X(14).
           05 RPT-LST-SLOT             OCCURS 10 TIMES.
              10 RPT-LST-ITEM          PIC X(06).
              10 FILLER                PIC X(01).
           05 FILLER                   PIC X(38) VALUE SPACES.
      *
        01 RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL            PIC X(42).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 RPT-TOT-COUNT            PIC Z(08)9.
           05 FILLER                   PIC X(79) VALUE SPACES.
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
           PERFORM 2000-LIST-USERS
              THRU 2000-LIST-USERS-EXIT
              UNTIL WS-UAUCSR-EOF-YES
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           OPEN OUTPUT ENT-RPT-FILE
           IF WS-ENTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ENT-RPT-FILE STATUS:'
                       WS-ENTRPT-STATUS
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
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           WRITE ENT-RPT-RECORD        FROM RPT-HEADER-1
           WRITE ENT-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           WRITE ENT-RPT-RECORD        FROM RPT-HEADER-2
           WRITE ENT-RPT-RECORD        FROM RPT-SEPARATOR-LINE
      *    Inactive rows are listed too - the review has to see
      *    who still holds a row, not only who can act today.
           EXEC SQL
                DECLARE UAUCSR CURSOR FOR
                SELECT USERID,            USER_NAME,
                       MAKE_REQ_TYPES,    APPROVE_REQ_TYPES,
                       BRANCH_LIST,       ACTIVE_FLAG,
                       LAST_UPD_USERID,   CHAR(LAST_UPD_TS)
                  FROM CBS_USER_AUTHORITY
                 ORDER BY USERID
           END-EXEC
           EXEC SQL
                OPEN UAUCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING UAUCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-FETCH-USER
              THRU 2100-FETCH-USER-EXIT.
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
        2000-LIST-USERS.
           ADD 1 TO CTR-USERS-LISTED
           MOVE HA-USERID              TO RPT-USR-USERID
           MOVE HA-USER-NAME           TO RPT-USR-NAME
           IF HA-ACTIVE-FLAG = WK-ACTIVE-FLAG-YES
               MOVE 'ACTIVE'           TO RPT-USR-STATUS
               ADD 1 TO CTR-USERS-ACTIVE
           ELSE
               MOVE 'INACTIVE'         TO RPT-USR-STATUS
               ADD 1 TO CTR-USERS-INACTIVE
           END-IF
           MOVE HA-LAST-UPD-USERID     TO RPT-USR-UPD-USERID
           MOVE HA-LAST-UPD-TS         TO RPT-USR-UPD-TS
           WRITE ENT-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE ENT-RPT-RECORD        FROM RPT-USER-LINE
           IF WS-ENTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ENT-RPT-FILE STATUS:'
                       WS-ENTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-UAUCSR-EOF-SW
               GO TO 2000-LIST-USERS-EXIT
           END-IF
           MOVE 'MAY REQUEST : '       TO RPT-LST-LABEL
           MOVE HA-MAKE-REQ-TYPES      TO WS-TYPE-LIST
           PERFORM 3000-WRITE-TYPE-LIST
              THRU 3000-WRITE-TYPE-LIST-EXIT
           MOVE 'MAY APPROVE : '       TO RPT-LST-LABEL
           MOVE HA-APPROVE-REQ-TYPES   TO WS-TYPE-LIST
           PERFORM 3000-WRITE-TYPE-LIST
              THRU 3000-WRITE-TYPE-LIST-EXIT
           MOVE 'BRANCHES    : '       TO RPT-LST-LABEL
           MOVE HA-BRANCH-LIST         TO WS-BRANCH-LIST
           PERFORM 3100-WRITE-BRANCH-LIST
              THRU 3100-WRITE-BRANCH-LIST-EXIT
           PERFORM 2100-FETCH-USER
              THRU 2100-FETCH-USER-EXIT.
        2000-LIST-USERS-EXIT.
           EXIT.
      *
        2100-FETCH-USER.
           EXEC SQL
                FETCH UAUCSR
                 INTO :HA-USERID,            :HA-USER-NAME,
                      :HA-MAKE-REQ-TYPES,    :HA-APPROVE-REQ-TYPES,
                      :HA-BRANCH-LIST,       :HA-ACTIVE-FLAG,
                      :HA-LAST-UPD-USERID,   :HA-LAST-UPD-TS
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-UAUCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING UAUCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-UAUCSR-EOF-SW
           END-EVALUATE.
        2100-FETCH-USER-EXIT.
           EXIT.
      *
        3000-WRITE-TYPE-LIST.
           PERFORM 3050-MOVE-TYPE-SLOT
              THRU 3050-MOVE-TYPE-SLOT-EXIT
              VARYING WS-LIST-SUB FROM 1 BY 1
              UNTIL WS-LIST-SUB > 10
           IF WS-TYPE-LIST = SPACES
               MOVE '(NONE)'           TO RPT-LST-ITEM (1)
           END-IF
           WRITE ENT-RPT-RECORD        FROM RPT-LIST-LINE.
        3000-WRITE-TYPE-LIST-EXIT.
           EXIT.
      *
        3050-MOVE-TYPE-SLOT.
           MOVE SPACES                 TO RPT-LST-SLOT (WS-LIST-SUB)
           MOVE WS-TYPE-CODE (WS-LIST-SUB)
                                       TO RPT-LST-ITEM (WS-LIST-SUB).
        3050-MOVE-TYPE-SLOT-EXIT.
           EXIT.
      *
        3100-WRITE-BRANCH-LIST.
      *    A '*ALL' slot covers every branch - counted so the review
      *    can see at a glance how many users reach the whole bank.
           PERFORM 3150-MOVE-BRANCH-SLOT
              THRU 3150-MOVE-BRANCH-SLOT-EXIT
              VARYING WS-LIST-SUB FROM 1 BY 1
              UNTIL WS-LIST-SUB > 10
           IF WS-BRANCH-LIST = SPACES
               MOVE '(NONE)'           TO RPT-LST-ITEM (1)
           END-IF
           WRITE ENT-RPT-RECORD        FROM RPT-LIST-LINE.
        3100-WRITE-BRANCH-LIST-EXIT.
           EXIT.
      *
        3150-MOVE-BRANCH-SLOT.
           MOVE SPACES                 TO RPT-LST-SLOT (WS-LIST-SUB)
           MOVE WS-BRANCH-CODE (WS-LIST-SUB)
                                       TO RPT-LST-ITEM (WS-LIST-SUB)
           IF WS-BRANCH-CODE (WS-LIST-SUB) = WK-ALL-BRANCHES
               ADD 1 TO CTR-USERS-ALL-BRANCH
           END-IF.
        3150-MOVE-BRANCH-SLOT-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           EXEC SQL
                CLOSE UAUCSR
           END-EXEC
           WRITE ENT-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE ENT-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           MOVE 'USERS LISTED'         TO RPT-TOT-LABEL
           MOVE CTR-USERS-LISTED       TO RPT-TOT-COUNT
           WRITE ENT-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'USERS ACTIVE'         TO RPT-TOT-LABEL
           MOVE CTR-USERS-ACTIVE       TO RPT-TOT-COUNT
           WRITE ENT-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'USERS INACTIVE'       TO RPT-TOT-LABEL
           MOVE CTR-USERS-INACTIVE     TO RPT-TOT-COUNT
           WRITE ENT-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'USERS COVERING ALL BRANCHES'
                                       TO RPT-TOT-LABEL
           MOVE CTR-USERS-ALL-BRANCH   TO RPT-TOT-COUNT
           WRITE ENT-RPT-RECORD        FROM RPT-TOTAL-LINE
           CLOSE ENT-RPT-FILE
           DISPLAY 'CBSBENT USERS LISTED     : ' CTR-USERS-LISTED
           DISPLAY 'CBSBENT USERS ACTIVE     : ' CTR-USERS-ACTIVE
           DISPLAY 'CBSBENT USERS INACTIVE   : ' CTR-USERS-INACTIVE
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
           MOVE 'CBSBENT'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           MOVE CTR-USERS-LISTED       TO H5-RECORDS-IN
           MOVE CTR-USERS-LISTED       TO H5-RECORDS-OUT
           MOVE ZEROS                  TO H5-EXCEPTIONS
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
