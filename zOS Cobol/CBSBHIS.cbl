      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New status-history job, run on request for a
      *             court order, regulator request or customer
      *             complaint. HISPARM cards name the accounts ('A')
      *             or customers ('C' - every account of the
      *             CUSTOMER_ID) wanted, with the requesting userid
      *             and the case reference. The live
      *             CBS_ACCT_STATUS_AUDIT rows of each account are
      *             merged with every ARCHEXT generation CBSBARC has
      *             written (ARCHIN, all generations concatenated)
      *             and HISRPT prints one complete chronological
      *             history per account under its master details
      *             and legal holds. A row found both live and in
      *             an archive - archived again after a rolled-back
      *             delete - prints once. 'H' and 'R' cards place
      *             and release a legal hold on an account on the
      *             new CBS_ACCT_LEGAL_HOLD table, which CBSBARC
      *             honours; the userid must hold LHLD in
      *             MAKE_REQ_TYPES on CBS_USER_AUTHORITY covering
      *             the account's branch. A rejected card is listed
      *             with its reason and ends the job RC=4.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBHIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIS-PARM-FILE
               ASSIGN TO HISPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISPARM-STATUS.
      *
           SELECT OPTIONAL ARCH-IN-FILE
               ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.
      *
           SELECT HIS-RPT-FILE
               ASSIGN TO HISRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISRPT-STATUS.
      *
           SELECT HIS-SORT-FILE
               ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *    One card per account, customer, hold or release. The
      *    number is an account number on 'A', 'H' and 'R' cards
      *    and a CUSTOMER_ID on 'C' cards, keyed right-justified
      *    with leading zeros.
       FD  HIS-PARM-FILE
           RECORDING MODE IS F.
       01  HIS-PARM-RECORD.
           05  PARM-CARD-TYPE          PIC X(01).
           05  PARM-NUMBER-X           PIC X(18).
           05  PARM-NUMBER REDEFINES PARM-NUMBER-X
                                       PIC 9(18).
           05  PARM-USERID             PIC X(08).
           05  PARM-REFERENCE          PIC X(20).
           05  FILLER                  PIC X(33).
      *
      *    Audit rows exactly as CBSBARC unloads them to ARCHEXT.
       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-EXT-RECORD.
           COPY CSARCEX.
      *
       FD  HIS-RPT-FILE
           RECORDING MODE IS F.
       01  HIS-RPT-RECORD              PIC X(132).
      *
      *    Account, then one '0' request record ahead of its '1'
      *    audit rows in change-timestamp order. Two copies of one
      *    row differ only in HSRT-ORIGIN and sort side by side.
       SD  HIS-SORT-FILE.
       01  HIS-SORT-RECORD.
           05  HSRT-ACCOUNT-NO         PIC 9(18).
           05  HSRT-REC-TYPE           PIC X(01).
           05  HSRT-ROW-DATA.
               10  HSRT-ROW-KEY.
                   15  HSRT-CHANGE-TS      PIC X(26).
                   15  HSRT-OLD-STATUS     PIC X(10).
                   15  HSRT-NEW-STATUS     PIC X(10).
                   15  HSRT-CHANGE-USERID  PIC X(08).
                   15  HSRT-SOURCE-PROGRAM PIC X(08).
                   15  HSRT-SOURCE-PARAGRAPH
                                           PIC X(30).
               10  HSRT-ORIGIN             PIC X(01).
           05  HSRT-REQUEST-DATA REDEFINES HSRT-ROW-DATA.
               10  HSRT-REQ-USERID         PIC X(08).
               10  HSRT-REQ-REFERENCE      PIC X(20).
               10  HSRT-REQ-CARD-TYPE      PIC X(01).
               10  HSRT-REQ-CARD-NUMBER    PIC X(18).
               10  FILLER                  PIC X(46).
      *
       WORKING-STORAGE SECTION.
        01 WK-CONSTANTS.
           05 WK-CARD-ACCOUNT          PIC X(01) VALUE 'A'.
           05 WK-CARD-CUSTOMER         PIC X(01) VALUE 'C'.
           05 WK-CARD-HOLD             PIC X(01) VALUE 'H'.
           05 WK-CARD-RELEASE          PIC X(01) VALUE 'R'.
           05 WK-REC-REQUEST           PIC X(01) VALUE '0'.
           05 WK-REC-AUDIT             PIC X(01) VALUE '1'.
           05 WK-ORIGIN-ARCHIVE        PIC X(01) VALUE 'A'.
           05 WK-ORIGIN-LIVE           PIC X(01) VALUE 'L'.
           05 WK-HOLD-ACTIVE           PIC X(01) VALUE 'A'.
           05 WK-HOLD-RELEASED         PIC X(01) VALUE 'R'.
           05 WK-ENT-LEGAL-HOLD        PIC X(04) VALUE 'LHLD'.
           05 WK-ACTIVE-FLAG-YES       PIC X(01) VALUE 'Y'.
           05 WK-ALL-BRANCHES          PIC X(06) VALUE '*ALL'.
           05 WK-MAX-CUSTOMER-ID       PIC 9(18) VALUE 999999999.
      *
        01 WS-FILE-STATUSES.
           05 WS-HISPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-ARCHIN-STATUS         PIC X(02) VALUE '00'.
           05 WS-HISRPT-STATUS         PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-HISPARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-HISPARM-EOF-YES               VALUE 'Y'.
           05 WS-ARCHIN-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-ARCHIN-EOF-YES                VALUE 'Y'.
           05 WS-CUSCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-CUSCSR-EOF-YES                VALUE 'Y'.
           05 WS-LIVCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-LIVCSR-EOF-YES                VALUE 'Y'.
           05 WS-HLDCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-HLDCSR-EOF-YES                VALUE 'Y'.
           05 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF-YES                  VALUE 'Y'.
           05 WS-ACCOUNT-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-ACCOUNT-OPEN                  VALUE 'Y'.
           05 WS-ENT-ALLOWED-SW        PIC X(01) VALUE 'N'.
              88 WS-ENT-ALLOWED                   VALUE 'Y'.
      *    Outcome of adding an account to the request table.
           05 WS-ADD-RESULT-SW         PIC X(01) VALUE SPACES.
              88 WS-ADD-ADDED                     VALUE 'A'.
              88 WS-ADD-DUPLICATE                 VALUE 'D'.
              88 WS-ADD-TABLE-FULL                VALUE 'F'.
      *
      *    The card being processed and the result listed for it.
        01 WS-CARD-FIELDS.
           05 WS-CARD-SEQ              PIC 9(05) VALUE ZEROS.
           05 WS-CARD-ACCOUNT          PIC 9(18) VALUE ZEROS.
           05 WS-CARD-RESULT           PIC X(50) VALUE SPACES.
           05 WS-CARD-REJECTED-SW      PIC X(01) VALUE 'N'.
              88 WS-CARD-REJECTED                 VALUE 'Y'.
           05 WS-CUSTOMER-ACCTS        PIC 9(05) VALUE ZEROS.
           05 WS-CUSTOMER-ACCTS-EDIT   PIC ZZZZ9.
      *
      *    Every account whose history was asked for, once each,
      *    with the card that first asked for it.
        01 WS-REQUEST-TABLE.
           05 WS-REQ-COUNT             PIC S9(04) COMP VALUE ZEROS.
           05 WS-REQ-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY REQ-IDX.
              10 WS-REQ-ACCOUNT        PIC 9(18).
              10 WS-REQ-USERID         PIC X(08).
              10 WS-REQ-REFERENCE      PIC X(20).
              10 WS-REQ-CARD-TYPE      PIC X(01).
              10 WS-REQ-CARD-NUMBER    PIC X(18).
      *
        01 WS-SUB-REQ                  PIC S9(04) COMP VALUE ZEROS.
      *
      *    The entitlement row being checked, laid out for SEARCH.
        01 WS-ENTITLEMENT-CHECK.
           05 WS-ENT-USERID            PIC X(08).
           05 WS-ENT-BRANCH            PIC X(06).
           05 WS-UAU-TYPE-LIST.
              10 WS-UAU-TYPE           PIC X(04) OCCURS 10 TIMES
                                       INDEXED BY UAT-IDX.
           05 WS-UAU-BRANCH-LIST.
              10 WS-UAU-BRANCH         PIC X(06) OCCURS 10 TIMES
                                       INDEXED BY UAB-IDX.
      *
        01 WS-ACTIVE-HOLD-COUNT        PIC S9(09) COMP VALUE ZEROS.
        01 WS-PREV-ROW-KEY             PIC X(92) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
      *    Held per account while its history is printed.
        01 WS-ACCOUNT-COUNTERS.
           05 WS-ACCT-LIVE-ROWS        PIC 9(09) VALUE ZEROS.
           05 WS-ACCT-ARCHIVE-ROWS     PIC 9(09) VALUE ZEROS.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-CARDS-READ           PIC 9(09) VALUE ZEROS.
           05 CTR-CARDS-REJECTED       PIC 9(09) VALUE ZEROS.
           05 CTR-HOLDS-PLACED         PIC 9(09) VALUE ZEROS.
           05 CTR-HOLDS-RELEASED       PIC 9(09) VALUE ZEROS.
           05 CTR-ACCOUNTS-REPORTED    PIC 9(09) VALUE ZEROS.
           05 CTR-LIVE-ROWS            PIC 9(09) VALUE ZEROS.
           05 CTR-ARCHIVE-READ         PIC 9(09) VALUE ZEROS.
           05 CTR-ARCHIVE-ROWS         PIC 9(09) VALUE ZEROS.
           05 CTR-DUPLICATES-DROPPED   PIC 9(09) VALUE ZEROS.
           05 CTR-ROWS-PRINTED         PIC 9(09) VALUE ZEROS.
      *
        01 RPT-HEADER-1.
           05 FILLER                   PIC X(40) VALUE
              'CBSBHIS - ACCOUNT STATUS HISTORY'.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(31) VALUE SPACES.
      *
        01 RPT-CARD-HEADER.
           05 FILLER                   PIC X(12) VALUE 'CARD'.
           05 FILLER                   PIC X(03) VALUE 'T'.
           05 FILLER                   PIC X(20) VALUE 'NUMBER'.
           05 FILLER                   PIC X(10) VALUE 'USERID'.
           05 FILLER                   PIC X(22) VALUE 'REFERENCE'.
           05 FILLER                   PIC X(65) VALUE 'RESULT'.
      *
        01 RPT-CARD-LINE.
           05 FILLER                   PIC X(05) VALUE 'CARD '.
           05 RPT-CRD-SEQ              PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CRD-TYPE             PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CRD-NUMBER           PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CRD-USERID           PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CRD-REFERENCE        PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CRD-RESULT           PIC X(50).
           05 FILLER                   PIC X(15) VALUE SPACES.
      *
        01 RPT-ACCT-LINE-1.
           05 FILLER                   PIC X(09) VALUE 'ACCOUNT: '.
           05 RPT-ACT-ACCOUNT          PIC 9(18).
           05 FILLER                   PIC X(08) VALUE '  NAME: '.
           05 RPT-ACT-NAME             PIC X(30).
           05 FILLER                   PIC X(12) VALUE
              '  CUSTOMER: '.
           05 RPT-ACT-CUSTOMER         PIC Z(08)9.
           05 FILLER                   PIC X(46) VALUE SPACES.
      *
        01 RPT-ACCT-LINE-2.
           05 FILLER                   PIC X(08) VALUE 'BRANCH: '.
           05 RPT-ACT-BRANCH           PIC X(06).
           05 FILLER                   PIC X(11) VALUE
              '  PRODUCT: '.
           05 RPT-ACT-PRODUCT          PIC X(06).
           05 FILLER                   PIC X(10) VALUE '  STATUS: '.
           05 RPT-ACT-STATUS           PIC X(10).
           05 FILLER                   PIC X(11) VALUE
              '  BALANCE: '.
           05 RPT-ACT-BALANCE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(17) VALUE
              '  LAST ACTIVITY: '.
           05 RPT-ACT-LAST-ACTIVITY    PIC X(10).
           05 FILLER                   PIC X(22) VALUE SPACES.
      *
        01 RPT-REQUEST-LINE.
           05 FILLER                   PIC X(14) VALUE
              'REQUESTED BY: '.
           05 RPT-REQ-USERID           PIC X(08).
           05 FILLER                   PIC X(13) VALUE
              '  REFERENCE: '.
           05 RPT-REQ-REFERENCE        PIC X(20).
           05 FILLER                   PIC X(07) VALUE '  VIA: '.
           05 RPT-REQ-VIA              PIC X(09).
           05 RPT-REQ-VIA-NUMBER       PIC X(18).
           05 FILLER                   PIC X(43) VALUE SPACES.
      *
        01 RPT-HOLD-LINE.
           05 FILLER                   PIC X(12) VALUE
              'LEGAL HOLD: '.
           05 RPT-HLD-REFERENCE        PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HLD-STATUS           PIC X(08).
           05 FILLER                   PIC X(10) VALUE
              '  PLACED: '.
           05 RPT-HLD-USERID           PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HLD-TS               PIC X(19).
           05 FILLER                   PIC X(12) VALUE
              '  RELEASED: '.
           05 RPT-HLD-RELEASE-USERID   PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HLD-RELEASE-TS       PIC X(19).
           05 FILLER                   PIC X(12) VALUE SPACES.
      *
        01 RPT-HIST-HEADER.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE
              'CHANGE TIMESTAMP'.
           05 FILLER                   PIC X(12) VALUE 'OLD STATUS'.
           05 FILLER                   PIC X(12) VALUE 'NEW STATUS'.
           05 FILLER                   PIC X(10) VALUE 'USERID'.
           05 FILLER                   PIC X(10) VALUE 'PROGRAM'.
           05 FILLER                   PIC X(32) VALUE 'PARAGRAPH'.
           05 FILLER                   PIC X(07) VALUE 'SOURCE'.
           05 FILLER                   PIC X(19) VALUE SPACES.
      *
        01 RPT-HIST-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HST-CHANGE-TS        PIC X(26).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HST-OLD-STATUS       PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HST-NEW-STATUS       PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HST-USERID           PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HST-PROGRAM          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HST-PARAGRAPH        PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HST-ORIGIN           PIC X(07).
           05 FILLER                   PIC X(19) VALUE SPACES.
      *
        01 RPT-ACCT-TRAILER.
           05 FILLER                   PIC X(16) VALUE
              'STATUS CHANGES: '.
           05 RPT-TRL-TOTAL            PIC Z(08)9.
           05 FILLER                   PIC X(08) VALUE '  LIVE: '.
           05 RPT-TRL-LIVE             PIC Z(08)9.
           05 FILLER                   PIC X(12) VALUE
              '  ARCHIVED: '.
           05 RPT-TRL-ARCHIVED         PIC Z(08)9.
           05 FILLER                   PIC X(69) VALUE SPACES.
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
                INCLUDE CBSMST
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSAUD
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSLGH
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
           SORT HIS-SORT-FILE
                ON ASCENDING KEY HSRT-ACCOUNT-NO
                                 HSRT-REC-TYPE
                                 HSRT-ROW-KEY
                                 HSRT-ORIGIN
                INPUT PROCEDURE IS 2000-RELEASE-HISTORY
                   THRU 2000-RELEASE-HISTORY-EXIT
                OUTPUT PROCEDURE IS 3000-WRITE-HISTORY
                   THRU 3000-WRITE-HISTORY-EXIT
           IF SORT-RETURN NOT = 0
               DISPLAY 'HISTORY SORT FAILED SORT-RETURN:' SORT-RETURN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           MOVE LOW-VALUES             TO DCLCBS-ACCT-MSTR-DTL
                                          DCLCBS-ACCT-STATUS-AUDIT
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                INTO :WS-CURRENT-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 1010-READ-BUSINESS-DATE
              THRU 1010-READ-BUSINESS-DATE-EXIT
           OPEN INPUT HIS-PARM-FILE
           IF WS-HISPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HIS-PARM-FILE STATUS:'
                       WS-HISPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HIS-RPT-FILE
           IF WS-HISRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HIS-RPT-FILE STATUS:'
                       WS-HISRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           WRITE HIS-RPT-RECORD        FROM RPT-HEADER-1
           WRITE HIS-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           WRITE HIS-RPT-RECORD        FROM RPT-CARD-HEADER
           IF WS-HISRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HIS-RPT-FILE STATUS:'
                       WS-HISRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
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
        2000-RELEASE-HISTORY.
      *    Cards first - holds are placed and released, and the
      *    request table built - then the live rows of every
      *    requested account, then every archive generation.
           PERFORM 2100-READ-CARD
              THRU 2100-READ-CARD-EXIT
           PERFORM 2200-PROCESS-CARD
              THRU 2200-PROCESS-CARD-EXIT
              UNTIL WS-HISPARM-EOF-YES
           CLOSE HIS-PARM-FILE
           IF WS-REQ-COUNT = 0
               DISPLAY 'NO ACCOUNT HISTORY REQUESTED'
               GO TO 2000-RELEASE-HISTORY-EXIT
           END-IF
           PERFORM 2500-RELEASE-ACCOUNT
              THRU 2500-RELEASE-ACCOUNT-EXIT
              VARYING WS-SUB-REQ FROM 1 BY 1
              UNTIL WS-SUB-REQ > WS-REQ-COUNT
           PERFORM 2600-RELEASE-ARCHIVE
              THRU 2600-RELEASE-ARCHIVE-EXIT.
        2000-RELEASE-HISTORY-EXIT.
           EXIT.
      *
        2100-READ-CARD.
           READ HIS-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-HISPARM-EOF-SW
               NOT AT END
                  IF WS-HISPARM-STATUS NOT = '00'
                      DISPLAY 'ERROR READING HIS-PARM-FILE STATUS:'
                              WS-HISPARM-STATUS
                      MOVE 16 TO RETURN-CODE
                      GOBACK
                  END-IF
           END-READ.
        2100-READ-CARD-EXIT.
           EXIT.
      *
        2200-PROCESS-CARD.
           ADD 1 TO CTR-CARDS-READ
           ADD 1 TO WS-CARD-SEQ
           MOVE 'N'                    TO WS-CARD-REJECTED-SW
           MOVE SPACES                 TO WS-CARD-RESULT
           PERFORM 2210-APPLY-CARD
              THRU 2210-APPLY-CARD-EXIT
           PERFORM 2250-WRITE-CARD-LINE
              THRU 2250-WRITE-CARD-LINE-EXIT
           PERFORM 2100-READ-CARD
              THRU 2100-READ-CARD-EXIT.
        2200-PROCESS-CARD-EXIT.
           EXIT.
      *
        2210-APPLY-CARD.
           EVALUATE TRUE
              WHEN PARM-NUMBER-X NOT NUMERIC
                OR PARM-NUMBER = 0
               MOVE 'NUMBER MUST BE 18 DIGITS, NOT ZERO'
                 TO WS-CARD-RESULT
              WHEN PARM-USERID = SPACES
               MOVE 'REQUESTING USERID IS REQUIRED'
                 TO WS-CARD-RESULT
              WHEN PARM-REFERENCE = SPACES
               MOVE 'CASE REFERENCE IS REQUIRED'
                 TO WS-CARD-RESULT
           END-EVALUATE
           IF WS-CARD-RESULT NOT = SPACES
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
               GO TO 2210-APPLY-CARD-EXIT
           END-IF
           MOVE PARM-NUMBER            TO WS-CARD-ACCOUNT
           EVALUATE PARM-CARD-TYPE
              WHEN WK-CARD-ACCOUNT
               PERFORM 2450-ADD-REQUEST-ACCOUNT
                  THRU 2450-ADD-REQUEST-ACCOUNT-EXIT
               EVALUATE TRUE
                  WHEN WS-ADD-ADDED
                   MOVE 'HISTORY REQUESTED' TO WS-CARD-RESULT
                  WHEN WS-ADD-DUPLICATE
                   MOVE 'ALREADY REQUESTED ON AN EARLIER CARD'
                     TO WS-CARD-RESULT
                  WHEN OTHER
                   MOVE 'REQUEST TABLE FULL - RUN THE REST SEPARATELY'
                     TO WS-CARD-RESULT
                   MOVE 'Y'            TO WS-CARD-REJECTED-SW
               END-EVALUATE
              WHEN WK-CARD-CUSTOMER
               PERFORM 2400-ADD-CUSTOMER-ACCOUNTS
                  THRU 2400-ADD-CUSTOMER-ACCOUNTS-EXIT
              WHEN WK-CARD-HOLD
              WHEN WK-CARD-RELEASE
               PERFORM 2300-APPLY-HOLD-CARD
                  THRU 2300-APPLY-HOLD-CARD-EXIT
              WHEN OTHER
               MOVE 'CARD TYPE MUST BE A, C, H OR R'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
           END-EVALUATE.
        2210-APPLY-CARD-EXIT.
           EXIT.
      *
        2250-WRITE-CARD-LINE.
           IF WS-CARD-REJECTED
               ADD 1 TO CTR-CARDS-REJECTED
           END-IF
           MOVE WS-CARD-SEQ            TO RPT-CRD-SEQ
           MOVE PARM-CARD-TYPE         TO RPT-CRD-TYPE
           MOVE PARM-NUMBER-X          TO RPT-CRD-NUMBER
           MOVE PARM-USERID            TO RPT-CRD-USERID
           MOVE PARM-REFERENCE         TO RPT-CRD-REFERENCE
           MOVE WS-CARD-RESULT         TO RPT-CRD-RESULT
           WRITE HIS-RPT-RECORD        FROM RPT-CARD-LINE
           IF WS-HISRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HIS-RPT-FILE STATUS:'
                       WS-HISRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
        2250-WRITE-CARD-LINE-EXIT.
           EXIT.
      *
        2300-APPLY-HOLD-CARD.
      *    A hold or release is committed card by card, so the
      *    holds already applied stand if a later card fails.
           MOVE WS-CARD-ACCOUNT        TO H1-ACCOUNT-NUMBER
           EXEC SQL
                SELECT BRANCH_CODE
                  INTO :H1-BRANCH-CODE
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               CONTINUE
              WHEN 100
               MOVE 'ACCOUNT NOT ON CBS_ACCT_MSTR_DTL'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
               GO TO 2300-APPLY-HOLD-CARD-EXIT
              WHEN OTHER
               DISPLAY 'ERROR READING CBS_ACCT_MSTR_DTL SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE PARM-USERID            TO WS-ENT-USERID
           MOVE H1-BRANCH-CODE         TO WS-ENT-BRANCH
           PERFORM 2350-CHECK-HOLD-ENTITLEMENT
              THRU 2350-CHECK-HOLD-ENTITLEMENT-EXIT
           IF NOT WS-ENT-ALLOWED
               MOVE 'USER NOT ENTITLED TO LHLD FOR THE BRANCH'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
               GO TO 2300-APPLY-HOLD-CARD-EXIT
           END-IF
           MOVE WS-CARD-ACCOUNT        TO HD-ACCOUNT-NUMBER
           MOVE PARM-REFERENCE         TO HD-HOLD-REFERENCE
           MOVE PARM-USERID            TO HD-HOLD-USERID
                                          HD-RELEASE-USERID
           IF PARM-CARD-TYPE = WK-CARD-HOLD
               PERFORM 2310-PLACE-HOLD
                  THRU 2310-PLACE-HOLD-EXIT
           ELSE
               PERFORM 2320-RELEASE-HOLD
                  THRU 2320-RELEASE-HOLD-EXIT
           END-IF.
        2300-APPLY-HOLD-CARD-EXIT.
           EXIT.
      *
        2310-PLACE-HOLD.
      *    One active hold per account and reference; the same case
      *    keyed twice leaves the first hold standing.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ACTIVE-HOLD-COUNT
                  FROM CBS_ACCT_LEGAL_HOLD
                 WHERE ACCOUNT_NUMBER = :HD-ACCOUNT-NUMBER
                   AND HOLD_REFERENCE = :HD-HOLD-REFERENCE
                   AND HOLD_STATUS    = :WK-HOLD-ACTIVE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CBS_ACCT_LEGAL_HOLD SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ACTIVE-HOLD-COUNT > 0
               MOVE 'HOLD ALREADY ACTIVE FOR THAT REFERENCE'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
               GO TO 2310-PLACE-HOLD-EXIT
           END-IF
           MOVE WK-HOLD-ACTIVE         TO HD-HOLD-STATUS
           EXEC SQL
                INSERT INTO CBS_ACCT_LEGAL_HOLD
                     (ACCOUNT_NUMBER, HOLD_REFERENCE,
                      HOLD_STATUS,    HOLD_USERID,
                      HOLD_TS,        RELEASE_USERID,
                      RELEASE_TS)
                VALUES
                     (:HD-ACCOUNT-NUMBER, :HD-HOLD-REFERENCE,
                      :HD-HOLD-STATUS,    :HD-HOLD-USERID,
                      CURRENT TIMESTAMP,  ' ',
                      NULL)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR INSERTING CBS_ACCT_LEGAL_HOLD SQLCODE:'
                       SQLCODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
                COMMIT
           END-EXEC
           ADD 1 TO CTR-HOLDS-PLACED
           MOVE 'LEGAL HOLD PLACED'    TO WS-CARD-RESULT.
        2310-PLACE-HOLD-EXIT.
           EXIT.
      *
        2320-RELEASE-HOLD.
      *    Only the hold under the card's reference is released -
      *    the account stays held while any other case stands.
           MOVE WK-HOLD-RELEASED       TO HD-HOLD-STATUS
           EXEC SQL
                UPDATE CBS_ACCT_LEGAL_HOLD
                   SET HOLD_STATUS    = :HD-HOLD-STATUS,
                       RELEASE_USERID = :HD-RELEASE-USERID,
                       RELEASE_TS     = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :HD-ACCOUNT-NUMBER
                   AND HOLD_REFERENCE = :HD-HOLD-REFERENCE
                   AND HOLD_STATUS    = :WK-HOLD-ACTIVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               EXEC SQL
                    COMMIT
               END-EXEC
               ADD 1 TO CTR-HOLDS-RELEASED
               MOVE 'LEGAL HOLD RELEASED' TO WS-CARD-RESULT
              WHEN 100
               MOVE 'NO ACTIVE HOLD FOR THAT REFERENCE'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
              WHEN OTHER
               DISPLAY 'ERROR UPDATING CBS_ACCT_LEGAL_HOLD SQLCODE:'
                       SQLCODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
        2320-RELEASE-HOLD-EXIT.
           EXIT.
      *
        2350-CHECK-HOLD-ENTITLEMENT.
      *    LHLD is not a request type - it marks the users allowed
      *    to place and release legal holds, for the branches
      *    their entitlement covers. No active row allows nothing.
           MOVE 'N'                    TO WS-ENT-ALLOWED-SW
           MOVE WS-ENT-USERID          TO HA-USERID
           EXEC SQL
                SELECT MAKE_REQ_TYPES, BRANCH_LIST
                  INTO :HA-MAKE-REQ-TYPES, :HA-BRANCH-LIST
                  FROM CBS_USER_AUTHORITY
                 WHERE USERID      = :HA-USERID
                   AND ACTIVE_FLAG = :WK-ACTIVE-FLAG-YES
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               CONTINUE
              WHEN 100
               GO TO 2350-CHECK-HOLD-ENTITLEMENT-EXIT
              WHEN OTHER
               DISPLAY 'SQLCODE USER AUTHORITY:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE HA-MAKE-REQ-TYPES      TO WS-UAU-TYPE-LIST
           MOVE HA-BRANCH-LIST         TO WS-UAU-BRANCH-LIST
           SET UAT-IDX TO 1
           SEARCH WS-UAU-TYPE
               AT END
                  GO TO 2350-CHECK-HOLD-ENTITLEMENT-EXIT
               WHEN WS-UAU-TYPE (UAT-IDX) = WK-ENT-LEGAL-HOLD
                  CONTINUE
           END-SEARCH
           SET UAB-IDX TO 1
           SEARCH WS-UAU-BRANCH
               AT END
                  CONTINUE
               WHEN WS-UAU-BRANCH (UAB-IDX) = WS-ENT-BRANCH
                 OR WS-UAU-BRANCH (UAB-IDX) = WK-ALL-BRANCHES
                  MOVE 'Y'             TO WS-ENT-ALLOWED-SW
           END-SEARCH.
        2350-CHECK-HOLD-ENTITLEMENT-EXIT.
           EXIT.
      *
        2400-ADD-CUSTOMER-ACCOUNTS.
      *    Every account the customer holds today, closed and
      *    escheated ones included.
           IF PARM-NUMBER > WK-MAX-CUSTOMER-ID
               MOVE 'CUSTOMER NUMBER IS MORE THAN 9 DIGITS'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
               GO TO 2400-ADD-CUSTOMER-ACCOUNTS-EXIT
           END-IF
           MOVE PARM-NUMBER            TO H1-CUSTOMER-ID
           MOVE ZEROS                  TO WS-CUSTOMER-ACCTS
           MOVE SPACES                 TO WS-ADD-RESULT-SW
           MOVE 'N'                    TO WS-CUSCSR-EOF-SW
           EXEC SQL
                DECLARE CUSCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H1-CUSTOMER-ID
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN CUSCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING CUSCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2410-FETCH-CUSTOMER-ACCT
              THRU 2410-FETCH-CUSTOMER-ACCT-EXIT
              UNTIL WS-CUSCSR-EOF-YES
           EXEC SQL
                CLOSE CUSCSR
           END-EXEC
           EVALUATE TRUE
              WHEN WS-ADD-TABLE-FULL
               MOVE 'REQUEST TABLE FULL - RUN THE REST SEPARATELY'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
              WHEN WS-CUSTOMER-ACCTS = 0
               MOVE 'NO ACCOUNTS FOUND FOR THAT CUSTOMER'
                 TO WS-CARD-RESULT
               MOVE 'Y'                TO WS-CARD-REJECTED-SW
              WHEN OTHER
               MOVE WS-CUSTOMER-ACCTS  TO WS-CUSTOMER-ACCTS-EDIT
               MOVE 'HISTORY REQUESTED - ACCOUNTS:'
                 TO WS-CARD-RESULT
               MOVE WS-CUSTOMER-ACCTS-EDIT
                 TO WS-CARD-RESULT (31:5)
           END-EVALUATE.
        2400-ADD-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.
      *
        2410-FETCH-CUSTOMER-ACCT.
           EXEC SQL
                FETCH CUSCSR
                 INTO :H1-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-CUSCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING CUSCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
              WHEN OTHER
               ADD 1 TO WS-CUSTOMER-ACCTS
               MOVE H1-ACCOUNT-NUMBER  TO WS-CARD-ACCOUNT
               PERFORM 2450-ADD-REQUEST-ACCOUNT
                  THRU 2450-ADD-REQUEST-ACCOUNT-EXIT
               IF WS-ADD-TABLE-FULL
                   MOVE 'Y' TO WS-CUSCSR-EOF-SW
               END-IF
           END-EVALUATE.
        2410-FETCH-CUSTOMER-ACCT-EXIT.
           EXIT.
      *
        2450-ADD-REQUEST-ACCOUNT.
      *    Entries past WS-REQ-COUNT are unused, so the search
      *    stops at the first of them.
           SET REQ-IDX TO 1
           SEARCH WS-REQ-ENTRY
               AT END
                  MOVE 'F'             TO WS-ADD-RESULT-SW
               WHEN REQ-IDX > WS-REQ-COUNT
                  MOVE 'A'             TO WS-ADD-RESULT-SW
               WHEN WS-REQ-ACCOUNT (REQ-IDX) = WS-CARD-ACCOUNT
                  MOVE 'D'             TO WS-ADD-RESULT-SW
           END-SEARCH
           IF NOT WS-ADD-ADDED
               GO TO 2450-ADD-REQUEST-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE WS-CARD-ACCOUNT        TO WS-REQ-ACCOUNT (REQ-IDX)
           MOVE PARM-USERID            TO WS-REQ-USERID (REQ-IDX)
           MOVE PARM-REFERENCE         TO WS-REQ-REFERENCE (REQ-IDX)
           MOVE PARM-CARD-TYPE         TO WS-REQ-CARD-TYPE (REQ-IDX)
           MOVE PARM-NUMBER-X          TO WS-REQ-CARD-NUMBER (REQ-IDX).
        2450-ADD-REQUEST-ACCOUNT-EXIT.
           EXIT.
      *
        2500-RELEASE-ACCOUNT.
      *    The request record, so an account with no history at
      *    all is still reported, then its live audit rows.
           MOVE SPACES                 TO HIS-SORT-RECORD
           MOVE WS-REQ-ACCOUNT (WS-SUB-REQ) TO HSRT-ACCOUNT-NO
           MOVE WK-REC-REQUEST         TO HSRT-REC-TYPE
           MOVE WS-REQ-USERID (WS-SUB-REQ)  TO HSRT-REQ-USERID
           MOVE WS-REQ-REFERENCE (WS-SUB-REQ)
                                       TO HSRT-REQ-REFERENCE
           MOVE WS-REQ-CARD-TYPE (WS-SUB-REQ)
                                       TO HSRT-REQ-CARD-TYPE
           MOVE WS-REQ-CARD-NUMBER (WS-SUB-REQ)
                                       TO HSRT-REQ-CARD-NUMBER
           RELEASE HIS-SORT-RECORD
           MOVE WS-REQ-ACCOUNT (WS-SUB-REQ) TO H2-ACCOUNT-NUMBER
           MOVE 'N'                    TO WS-LIVCSR-EOF-SW
           EXEC SQL
                DECLARE LIVCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER,   OLD_STATUS,
                       NEW_STATUS,       CHANGE_USERID,
                       CHAR(CHANGE_TIMESTAMP),
                       SOURCE_PROGRAM,   SOURCE_PARAGRAPH
                  FROM CBS_ACCT_STATUS_AUDIT
                 WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
           END-EXEC
           EXEC SQL
                OPEN LIVCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING LIVCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2510-RELEASE-LIVE-ROW
              THRU 2510-RELEASE-LIVE-ROW-EXIT
              UNTIL WS-LIVCSR-EOF-YES
           EXEC SQL
                CLOSE LIVCSR
           END-EXEC.
        2500-RELEASE-ACCOUNT-EXIT.
           EXIT.
      *
        2510-RELEASE-LIVE-ROW.
           EXEC SQL
                FETCH LIVCSR
                 INTO :H2-ACCOUNT-NUMBER, :H2-OLD-STATUS,
                      :H2-NEW-STATUS,     :H2-CHANGE-USERID,
                      :H2-CHANGE-TIMESTAMP,
                      :H2-SOURCE-PROGRAM, :H2-SOURCE-PARAGRAPH
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-LIVCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING LIVCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
              WHEN OTHER
               ADD 1 TO CTR-LIVE-ROWS
               MOVE SPACES                 TO HIS-SORT-RECORD
               MOVE H2-ACCOUNT-NUMBER      TO HSRT-ACCOUNT-NO
               MOVE WK-REC-AUDIT           TO HSRT-REC-TYPE
               MOVE H2-CHANGE-TIMESTAMP    TO HSRT-CHANGE-TS
               MOVE H2-OLD-STATUS          TO HSRT-OLD-STATUS
               MOVE H2-NEW-STATUS          TO HSRT-NEW-STATUS
               MOVE H2-CHANGE-USERID       TO HSRT-CHANGE-USERID
               MOVE H2-SOURCE-PROGRAM      TO HSRT-SOURCE-PROGRAM
               MOVE H2-SOURCE-PARAGRAPH    TO HSRT-SOURCE-PARAGRAPH
               MOVE WK-ORIGIN-LIVE         TO HSRT-ORIGIN
               RELEASE HIS-SORT-RECORD
           END-EVALUATE.
        2510-RELEASE-LIVE-ROW-EXIT.
           EXIT.
      *
        2600-RELEASE-ARCHIVE.
      *    ARCHIN is every ARCHEXT generation concatenated. It is
      *    optional - before the first CBSBARC run there is no
      *    archive, and the history is the live rows alone.
           OPEN INPUT ARCH-IN-FILE
           IF WS-ARCHIN-STATUS NOT = '00'
              AND WS-ARCHIN-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARCH-IN-FILE STATUS:'
                       WS-ARCHIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2610-READ-ARCHIVE
              THRU 2610-READ-ARCHIVE-EXIT
           PERFORM 2620-RELEASE-ARCHIVE-ROW
              THRU 2620-RELEASE-ARCHIVE-ROW-EXIT
              UNTIL WS-ARCHIN-EOF-YES
           CLOSE ARCH-IN-FILE.
        2600-RELEASE-ARCHIVE-EXIT.
           EXIT.
      *
        2610-READ-ARCHIVE.
           READ ARCH-IN-FILE
               AT END
                  MOVE 'Y' TO WS-ARCHIN-EOF-SW
               NOT AT END
                  IF WS-ARCHIN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ARCH-IN-FILE STATUS:'
                              WS-ARCHIN-STATUS
                      MOVE 16 TO RETURN-CODE
                      GOBACK
                  END-IF
           END-READ.
        2610-READ-ARCHIVE-EXIT.
           EXIT.
      *
        2620-RELEASE-ARCHIVE-ROW.
           ADD 1 TO CTR-ARCHIVE-READ
           SET REQ-IDX TO 1
           SEARCH WS-REQ-ENTRY
               AT END
                  CONTINUE
               WHEN REQ-IDX > WS-REQ-COUNT
                  CONTINUE
               WHEN WS-REQ-ACCOUNT (REQ-IDX) = ARCH-ACCOUNT-NO
                  ADD 1 TO CTR-ARCHIVE-ROWS
                  MOVE SPACES                TO HIS-SORT-RECORD
                  MOVE ARCH-ACCOUNT-NO       TO HSRT-ACCOUNT-NO
                  MOVE WK-REC-AUDIT          TO HSRT-REC-TYPE
                  MOVE ARCH-CHANGE-TS        TO HSRT-CHANGE-TS
                  MOVE ARCH-OLD-STATUS       TO HSRT-OLD-STATUS
                  MOVE ARCH-NEW-STATUS       TO HSRT-NEW-STATUS
                  MOVE ARCH-CHANGE-USERID    TO HSRT-CHANGE-USERID
                  MOVE ARCH-SOURCE-PROGRAM   TO HSRT-SOURCE-PROGRAM
                  MOVE ARCH-SOURCE-PARAGRAPH
                                             TO HSRT-SOURCE-PARAGRAPH
                  MOVE WK-ORIGIN-ARCHIVE     TO HSRT-ORIGIN
                  RELEASE HIS-SORT-RECORD
           END-SEARCH
           PERFORM 2610-READ-ARCHIVE
              THRU 2610-READ-ARCHIVE-EXIT.
        2620-RELEASE-ARCHIVE-ROW-EXIT.
           EXIT.
      *
        3000-WRITE-HISTORY.
           MOVE 'N'                    TO WS-SORT-EOF-SW
           MOVE 'N'                    TO WS-ACCOUNT-OPEN-SW
           PERFORM 3100-WRITE-ONE-RECORD
              THRU 3100-WRITE-ONE-RECORD-EXIT
              UNTIL WS-SORT-EOF-YES
           IF WS-ACCOUNT-OPEN
               PERFORM 3400-CLOSE-ACCOUNT
                  THRU 3400-CLOSE-ACCOUNT-EXIT
           END-IF.
        3000-WRITE-HISTORY-EXIT.
           EXIT.
      *
        3100-WRITE-ONE-RECORD.
           RETURN HIS-SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                  IF HSRT-REC-TYPE = WK-REC-REQUEST
                      IF WS-ACCOUNT-OPEN
                          PERFORM 3400-CLOSE-ACCOUNT
                             THRU 3400-CLOSE-ACCOUNT-EXIT
                      END-IF
                      PERFORM 3200-OPEN-ACCOUNT
                         THRU 3200-OPEN-ACCOUNT-EXIT
                  ELSE
                      PERFORM 3300-WRITE-HISTORY-ROW
                         THRU 3300-WRITE-HISTORY-ROW-EXIT
                  END-IF
           END-RETURN.
        3100-WRITE-ONE-RECORD-EXIT.
           EXIT.
      *
        3200-OPEN-ACCOUNT.
      *    The account as it stands on the master today, who asked
      *    for its history and why, and every legal hold it has
      *    carried.
           MOVE 'Y'                    TO WS-ACCOUNT-OPEN-SW
           MOVE ZEROS                  TO WS-ACCT-LIVE-ROWS
                                          WS-ACCT-ARCHIVE-ROWS
           MOVE SPACES                 TO WS-PREV-ROW-KEY
           ADD 1 TO CTR-ACCOUNTS-REPORTED
           WRITE HIS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE HIS-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           MOVE HSRT-ACCOUNT-NO        TO H1-ACCOUNT-NUMBER
                                          RPT-ACT-ACCOUNT
           EXEC SQL
                SELECT ACCOUNT_NAME,   CUSTOMER_ID,
                       BRANCH_CODE,    PRODUCT_CODE,
                       ACCOUNT_STATUS, ACCOUNT_BALANCE,
                       COALESCE(CHAR(LAST_ACTIVITY_DATE, ISO),
                                'NONE')
                  INTO :H1-ACCOUNT-NAME,   :H1-CUSTOMER-ID,
                       :H1-BRANCH-CODE,    :H1-PRODUCT-CODE,
                       :H1-ACCOUNT-STATUS, :H1-ACCOUNT-BALANCE,
                       :H1-LAST-ACTIVITY-DATE
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
               MOVE H1-ACCOUNT-NAME    TO RPT-ACT-NAME
               MOVE H1-CUSTOMER-ID     TO RPT-ACT-CUSTOMER
               WRITE HIS-RPT-RECORD    FROM RPT-ACCT-LINE-1
               MOVE H1-BRANCH-CODE     TO RPT-ACT-BRANCH
               MOVE H1-PRODUCT-CODE    TO RPT-ACT-PRODUCT
               MOVE H1-ACCOUNT-STATUS  TO RPT-ACT-STATUS
               MOVE H1-ACCOUNT-BALANCE TO RPT-ACT-BALANCE
               MOVE H1-LAST-ACTIVITY-DATE
                                       TO RPT-ACT-LAST-ACTIVITY
               WRITE HIS-RPT-RECORD    FROM RPT-ACCT-LINE-2
              WHEN 100
               MOVE SPACES             TO RPT-ACT-NAME
               MOVE ZEROS              TO RPT-ACT-CUSTOMER
               WRITE HIS-RPT-RECORD    FROM RPT-ACCT-LINE-1
               MOVE 'ACCOUNT NOT ON CBS_ACCT_MSTR_DTL'
                                       TO RPT-MSG-TEXT
               WRITE HIS-RPT-RECORD    FROM RPT-MESSAGE-LINE
              WHEN OTHER
               DISPLAY 'ERROR READING CBS_ACCT_MSTR_DTL SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE HSRT-REQ-USERID        TO RPT-REQ-USERID
           MOVE HSRT-REQ-REFERENCE     TO RPT-REQ-REFERENCE
           IF HSRT-REQ-CARD-TYPE = WK-CARD-CUSTOMER
               MOVE 'CUSTOMER'         TO RPT-REQ-VIA
           ELSE
               MOVE 'ACCOUNT'          TO RPT-REQ-VIA
           END-IF
           MOVE HSRT-REQ-CARD-NUMBER   TO RPT-REQ-VIA-NUMBER
           WRITE HIS-RPT-RECORD        FROM RPT-REQUEST-LINE
           PERFORM 3250-WRITE-HOLDS
              THRU 3250-WRITE-HOLDS-EXIT
           WRITE HIS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE HIS-RPT-RECORD        FROM RPT-HIST-HEADER
           IF WS-HISRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HIS-RPT-FILE STATUS:'
                       WS-HISRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
        3200-OPEN-ACCOUNT-EXIT.
           EXIT.
      *
        3250-WRITE-HOLDS.
           MOVE HSRT-ACCOUNT-NO        TO HD-ACCOUNT-NUMBER
           MOVE 'N'                    TO WS-HLDCSR-EOF-SW
           EXEC SQL
                DECLARE HLDCSR CURSOR FOR
                SELECT HOLD_REFERENCE, HOLD_STATUS,
                       HOLD_USERID,    CHAR(HOLD_TS),
                       RELEASE_USERID,
                       COALESCE(CHAR(RELEASE_TS), ' ')
                  FROM CBS_ACCT_LEGAL_HOLD
                 WHERE ACCOUNT_NUMBER = :HD-ACCOUNT-NUMBER
                 ORDER BY HOLD_TS
           END-EXEC
           EXEC SQL
                OPEN HLDCSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING HLDCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3260-FETCH-HOLD
              THRU 3260-FETCH-HOLD-EXIT
           IF WS-HLDCSR-EOF-YES
               MOVE 'LEGAL HOLD: NONE' TO RPT-MSG-TEXT
               WRITE HIS-RPT-RECORD    FROM RPT-MESSAGE-LINE
           END-IF
           PERFORM 3270-WRITE-HOLD-LINE
              THRU 3270-WRITE-HOLD-LINE-EXIT
              UNTIL WS-HLDCSR-EOF-YES
           EXEC SQL
                CLOSE HLDCSR
           END-EXEC.
        3250-WRITE-HOLDS-EXIT.
           EXIT.
      *
        3260-FETCH-HOLD.
           EXEC SQL
                FETCH HLDCSR
                 INTO :HD-HOLD-REFERENCE, :HD-HOLD-STATUS,
                      :HD-HOLD-USERID,    :HD-HOLD-TS,
                      :HD-RELEASE-USERID, :HD-RELEASE-TS
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
               MOVE 'Y' TO WS-HLDCSR-EOF-SW
              WHEN SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING HLDCSR SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
        3260-FETCH-HOLD-EXIT.
           EXIT.
      *
        3270-WRITE-HOLD-LINE.
           MOVE HD-HOLD-REFERENCE      TO RPT-HLD-REFERENCE
           IF HD-HOLD-STATUS = WK-HOLD-ACTIVE
               MOVE 'ACTIVE'           TO RPT-HLD-STATUS
           ELSE
               MOVE 'RELEASED'         TO RPT-HLD-STATUS
           END-IF
           MOVE HD-HOLD-USERID         TO RPT-HLD-USERID
           MOVE HD-HOLD-TS             TO RPT-HLD-TS
           MOVE HD-RELEASE-USERID      TO RPT-HLD-RELEASE-USERID
           MOVE HD-RELEASE-TS          TO RPT-HLD-RELEASE-TS
           WRITE HIS-RPT-RECORD        FROM RPT-HOLD-LINE
           PERFORM 3260-FETCH-HOLD
              THRU 3260-FETCH-HOLD-EXIT.
        3270-WRITE-HOLD-LINE-EXIT.
           EXIT.
      *
        3300-WRITE-HISTORY-ROW.
      *    A row already printed from the other source differs
      *    only in origin and follows it in the sort - dropped.
           IF HSRT-ROW-KEY = WS-PREV-ROW-KEY
               ADD 1 TO CTR-DUPLICATES-DROPPED
               GO TO 3300-WRITE-HISTORY-ROW-EXIT
           END-IF
           MOVE HSRT-ROW-KEY           TO WS-PREV-ROW-KEY
           MOVE HSRT-CHANGE-TS         TO RPT-HST-CHANGE-TS
           MOVE HSRT-OLD-STATUS        TO RPT-HST-OLD-STATUS
           MOVE HSRT-NEW-STATUS        TO RPT-HST-NEW-STATUS
           MOVE HSRT-CHANGE-USERID     TO RPT-HST-USERID
           MOVE HSRT-SOURCE-PROGRAM    TO RPT-HST-PROGRAM
           MOVE HSRT-SOURCE-PARAGRAPH  TO RPT-HST-PARAGRAPH
           IF HSRT-ORIGIN = WK-ORIGIN-LIVE
               MOVE 'LIVE'             TO RPT-HST-ORIGIN
               ADD 1 TO WS-ACCT-LIVE-ROWS
           ELSE
               MOVE 'ARCHIVE'          TO RPT-HST-ORIGIN
               ADD 1 TO WS-ACCT-ARCHIVE-ROWS
           END-IF
           WRITE HIS-RPT-RECORD        FROM RPT-HIST-LINE
           IF WS-HISRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HIS-RPT-FILE STATUS:'
                       WS-HISRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CTR-ROWS-PRINTED.
        3300-WRITE-HISTORY-ROW-EXIT.
           EXIT.
      *
        3400-CLOSE-ACCOUNT.
           IF WS-ACCT-LIVE-ROWS = 0
              AND WS-ACCT-ARCHIVE-ROWS = 0
               MOVE '  NO STATUS HISTORY FOUND'
                                       TO RPT-MSG-TEXT
               WRITE HIS-RPT-RECORD    FROM RPT-MESSAGE-LINE
           END-IF
           COMPUTE RPT-TRL-TOTAL = WS-ACCT-LIVE-ROWS
                                 + WS-ACCT-ARCHIVE-ROWS
           MOVE WS-ACCT-LIVE-ROWS      TO RPT-TRL-LIVE
           MOVE WS-ACCT-ARCHIVE-ROWS   TO RPT-TRL-ARCHIVED
           WRITE HIS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE HIS-RPT-RECORD        FROM RPT-ACCT-TRAILER
           MOVE 'N'                    TO WS-ACCOUNT-OPEN-SW.
        3400-CLOSE-ACCOUNT-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           WRITE HIS-RPT-RECORD        FROM RPT-BLANK-LINE
           WRITE HIS-RPT-RECORD        FROM RPT-SEPARATOR-LINE
           MOVE 'CARDS READ'           TO RPT-TOT-LABEL
           MOVE CTR-CARDS-READ         TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'CARDS REJECTED'       TO RPT-TOT-LABEL
           MOVE CTR-CARDS-REJECTED     TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'LEGAL HOLDS PLACED'   TO RPT-TOT-LABEL
           MOVE CTR-HOLDS-PLACED       TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'LEGAL HOLDS RELEASED' TO RPT-TOT-LABEL
           MOVE CTR-HOLDS-RELEASED     TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'ACCOUNTS REPORTED'    TO RPT-TOT-LABEL
           MOVE CTR-ACCOUNTS-REPORTED  TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'LIVE AUDIT ROWS FOUND'
                                       TO RPT-TOT-LABEL
           MOVE CTR-LIVE-ROWS          TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'ARCHIVE RECORDS READ' TO RPT-TOT-LABEL
           MOVE CTR-ARCHIVE-READ       TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'ARCHIVED AUDIT ROWS FOUND'
                                       TO RPT-TOT-LABEL
           MOVE CTR-ARCHIVE-ROWS       TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'DUPLICATE ROWS DROPPED'
                                       TO RPT-TOT-LABEL
           MOVE CTR-DUPLICATES-DROPPED TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           MOVE 'HISTORY ROWS PRINTED' TO RPT-TOT-LABEL
           MOVE CTR-ROWS-PRINTED       TO RPT-TOT-COUNT
           WRITE HIS-RPT-RECORD        FROM RPT-TOTAL-LINE
           CLOSE HIS-RPT-FILE
           DISPLAY 'CBSBHIS CARDS READ         : ' CTR-CARDS-READ
           DISPLAY 'CBSBHIS CARDS REJECTED     : ' CTR-CARDS-REJECTED
           DISPLAY 'CBSBHIS HOLDS PLACED       : ' CTR-HOLDS-PLACED
           DISPLAY 'CBSBHIS HOLDS RELEASED     : ' CTR-HOLDS-RELEASED
           DISPLAY 'CBSBHIS ACCOUNTS REPORTED  : '
                   CTR-ACCOUNTS-REPORTED
           DISPLAY 'CBSBHIS HISTORY ROWS       : ' CTR-ROWS-PRINTED
           IF RETURN-CODE < 4
              AND CTR-CARDS-REJECTED > 0
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
           MOVE 'CBSBHIS'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           MOVE CTR-CARDS-READ         TO H5-RECORDS-IN
           MOVE CTR-ROWS-PRINTED       TO H5-RECORDS-OUT
           MOVE CTR-CARDS-REJECTED     TO H5-EXCEPTIONS
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
