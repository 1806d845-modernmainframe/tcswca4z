      *             return code) for the CBSBSUM end-of-chain
      *             summary; a failed insert is reported but never
      *             fails the job it is only describing.
      * 2026-10-15  The retention cutoff now runs back from the start
      *             of the business date on the CBS_BUSINESS_DATE
      *             control row instead of the system clock, so a
      *             late or rerun job archives the same rows. The
      *             AGEPARM expiry limit is now a count of business
      *             days, so the floor converts it at 15 working
      *             days to the month - fewer than any month has,
      *             holidays included - instead of 28 calendar days.
      * 2026-10-15  Accounts under an active legal hold on the new
      *             CBS_ACCT_LEGAL_HOLD table are left out of both
      *             the unload and the delete, so their audit rows
      *             stay on the table however old while the hold
      *             stands; ARCRPT counts the rows kept back. A hold
      *             placed or released mid-run makes the delete
      *             miss the archived count and is rolled back as
      *             before. The ARCHEXT layout moves to the CSARCEX
      *             copybook, shared with the CBSBHIS history job.
      * 2026-10-15  The floor is also raised above the unclaimed-
      *             funds statutory period on the ESCPARM card
      *             CBSBESC reads (default 60 months), plus one
      *             month, so the audit row that starts an account's
      *             unclaimed period is still on the table when
      *             CBSBESC looks for it. The floors in force are
      *             shown on ARCRPT.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBARC.
               ASSIGN TO AGEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEPARM-STATUS.
      *
           SELECT OPTIONAL ESC-PARM-FILE
               ASSIGN TO ESCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCPARM-STATUS.
      *
           SELECT ARCH-EXT-FILE
               ASSIGN TO ARCHEXT
       01  AGE-PARM-RECORD.
           05  PARM-EXPIRY-DAYS        PIC 9(03).
           05  FILLER                  PIC X(77).
      *
      *    The statutory period card CBSBESC reads - the unclaimed
      *    period is dated from an audit row that must outlive it.
       FD  ESC-PARM-FILE
           RECORDING MODE IS F.
       01  ESC-PARM-RECORD.
           05  PARM-STATUTORY-MONTHS   PIC 9(03).
           05  FILLER                  PIC X(77).
      *
       FD  ARCH-EXT-FILE
           RECORDING MODE IS F.
       01  ARCH-EXT-RECORD.
           COPY CSARCEX.
      *
       FD  ARCH-RPT-FILE
           RECORDING MODE IS F.
        01 WS-FILE-STATUSES.
           05 WS-ARCPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-AGEPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-ESCPARM-STATUS        PIC X(02) VALUE '00'.
           05 WS-ARCHEXT-STATUS        PIC X(02) VALUE '00'.
           05 WS-ARCRPT-STATUS         PIC X(02) VALUE '00'.
      *
              88 WS-ARCPARM-EOF-YES               VALUE 'Y'.
           05 WS-AGEPARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-AGEPARM-EOF-YES               VALUE 'Y'.
           05 WS-ESCPARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-ESCPARM-EOF-YES               VALUE 'Y'.
           05 WS-ARCCSR-EOF-SW         PIC X(01) VALUE 'N'.
              88 WS-ARCCSR-EOF-YES                VALUE 'Y'.
      *
      *    enough to age. The delivered 12-month floor covers the
      *    delivered 30-day expiry default; when a site AGEPARM
      *    card raises the limit (up to 999 days), 1060 raises the
      *    floor above it - the limit counts business days, so
      *    months are converted at 15 working days, fewer than any
      *    month has even with its holidays, plus one month of
      *    headroom. 1065 then raises it above the ESCPARM
      *    statutory period: CBSBESC dates an account's unclaimed
      *    period from the audit row that put it into DORMANT or
      *    INACTIVE, and that row must still be on the table once
      *    the period has run.
        01 WS-RETAIN-MONTHS            PIC S9(04) COMP-3 VALUE +60.
        01 WS-RETAIN-FLOOR             PIC S9(04) COMP-3 VALUE +12.
        01 WS-EXPIRY-DAYS              PIC S9(03) COMP-3 VALUE +30.
        01 WS-AGE-FLOOR                PIC S9(04) COMP-3 VALUE ZEROS.
        01 WS-PENDAPPR-FLOOR           PIC S9(04) COMP-3 VALUE ZEROS.
        01 WS-STATUTORY-MONTHS         PIC S9(03) COMP-3 VALUE +60.
        01 WS-ESC-FLOOR                PIC S9(04) COMP-3 VALUE ZEROS.
      *
      *    Cutoff fixed once at initialization so the unload cursor
      *    and the delete below cover exactly the same rows - rows
      *    next run.
        01 WS-CUTOFF-TS                PIC X(26) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
      *    HOLD_STATUS of a legal hold still standing.
        01 WK-HOLD-ACTIVE              PIC X(01) VALUE 'A'.
        01 WS-HELD-ROW-COUNT           PIC S9(09) COMP VALUE ZEROS.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-ROWS-ARCHIVED        PIC 9(09) VALUE ZEROS.
           05 CTR-ROWS-DELETED         PIC 9(09) VALUE ZEROS.
           05 CTR-ROWS-HELD            PIC 9(09) VALUE ZEROS.
      *
        01 RPT-HEADER-1.
           05 FILLER                   PIC X(40) VALUE
              'ARCHIVING ROWS OLDER THAN '.
           05 RPT-CUTOFF-TS            PIC X(26).
           05 FILLER                   PIC X(02) VALUE ' ('.
           05 RPT-CUTOFF-MONTHS        PIC Z(03)9.
           05 FILLER                   PIC X(08) VALUE ' MONTHS)'.
           05 FILLER                   PIC X(66) VALUE SPACES.
      *
        01 RPT-SEPARATOR-LINE.
           05 FILLER                   PIC X(68) VALUE ALL '-'.
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
           MOVE LOW-VALUES             TO DCLCBS-ACCT-STATUS-AUDIT
           PERFORM 1060-READ-AGING-PARMS
              THRU 1060-READ-AGING-PARMS-EXIT
           PERFORM 1065-READ-ESCHEAT-PARMS
              THRU 1065-READ-ESCHEAT-PARMS-EXIT
           PERFORM 1050-READ-RETAIN-PARMS
              THRU 1050-READ-RETAIN-PARMS-EXIT
           OPEN OUTPUT ARCH-EXT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
              THRU 1010-READ-BUSINESS-DATE-EXIT
           EXEC SQL
                SELECT CURRENT TIMESTAMP,
                       CHAR(TIMESTAMP(DATE(:H6-BUSINESS-DATE),
                                      '00.00.00')
                            - :WS-RETAIN-MONTHS MONTHS)
                INTO :WS-CURRENT-TIMESTAMP, :WS-CUTOFF-TS
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 1070-COUNT-HELD-ROWS
              THRU 1070-COUNT-HELD-ROWS-EXIT
      *    An account under an active legal hold keeps every audit
      *    row - the delete below quotes the same hold test.
           EXEC SQL
                DECLARE ARCCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.OLD_STATUS,
                       A.NEW_STATUS,     A.CHANGE_USERID,
                       CHAR(A.CHANGE_TIMESTAMP),
                       A.SOURCE_PROGRAM, A.SOURCE_PARAGRAPH
                  FROM CBS_ACCT_STATUS_AUDIT A
                 WHERE A.CHANGE_TIMESTAMP < :WS-CUTOFF-TS
                   AND NOT EXISTS
                      (SELECT 1
                         FROM CBS_ACCT_LEGAL_HOLD H
                        WHERE H.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                          AND H.HOLD_STATUS    = :WK-HOLD-ACTIVE)
                 ORDER BY A.CHANGE_TIMESTAMP, A.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL
                OPEN ARCCSR
              THRU 2100-FETCH-AUDIT-ROW-EXIT.
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
        1050-READ-RETAIN-PARMS.
      *    ARCPARM is optional - no file or an unusable card leaves
               END-PERFORM
               CLOSE AGE-PARM-FILE
           END-IF
      *    Months at 15 business days - fewer than any month has,
      *    holidays included - so the floor in months always covers
      *    the limit in business days, plus one month of headroom.
           COMPUTE WS-AGE-FLOOR =
                   (WS-EXPIRY-DAYS + 14) / 15 + 1
           IF WS-AGE-FLOOR > WS-RETAIN-FLOOR
               MOVE WS-AGE-FLOOR       TO WS-RETAIN-FLOOR
           END-IF
           MOVE WS-RETAIN-FLOOR        TO WS-PENDAPPR-FLOOR
           DISPLAY 'PENDAPPR EXPIRY LIMIT DAYS: ' WS-EXPIRY-DAYS
           DISPLAY 'PENDAPPR FLOOR MONTHS     : ' WS-PENDAPPR-FLOOR.
        1060-READ-AGING-PARMS-EXIT.
           EXIT.
      *
        1065-READ-ESCHEAT-PARMS.
      *    ESCPARM is optional - no file or an unusable card leaves
      *    the delivered 60-month statutory period, the same rule
      *    CBSBESC applies. The floor in force is then raised one
      *    month above the period so no ARCPARM card can archive
      *    the row an unclaimed period is dated from before
      *    CBSBESC has acted on it.
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
           COMPUTE WS-ESC-FLOOR = WS-STATUTORY-MONTHS + 1
           IF WS-ESC-FLOOR > WS-RETAIN-FLOOR
               MOVE WS-ESC-FLOOR       TO WS-RETAIN-FLOOR
           END-IF
           DISPLAY 'STATUTORY PERIOD MONTHS   : ' WS-STATUTORY-MONTHS
           DISPLAY 'UNCLAIMED FLOOR MONTHS    : ' WS-ESC-FLOOR
           DISPLAY 'RETENTION FLOOR MONTHS    : ' WS-RETAIN-FLOOR.
        1065-READ-ESCHEAT-PARMS-EXIT.
           EXIT.
      *
        1070-COUNT-HELD-ROWS.
      *    Rows past the cutoff that a legal hold keeps on the
      *    table, for the control report only - they take no part
      *    in the archived/deleted balance.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HELD-ROW-COUNT
                  FROM CBS_ACCT_STATUS_AUDIT A
                 WHERE A.CHANGE_TIMESTAMP < :WS-CUTOFF-TS
                   AND EXISTS
                      (SELECT 1
                         FROM CBS_ACCT_LEGAL_HOLD H
                        WHERE H.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                          AND H.HOLD_STATUS    = :WK-HOLD-ACTIVE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COUNTING HELD AUDIT ROWS SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-HELD-ROW-COUNT      TO CTR-ROWS-HELD
           DISPLAY 'AUDIT ROWS UNDER LEGAL HOLD: ' CTR-ROWS-HELD.
        1070-COUNT-HELD-ROWS-EXIT.
           EXIT.
      *
        2000-UNLOAD-AUDIT-ROWS.
           MOVE SPACES                 TO ARCH-EXT-RECORD
      *    the unload cursor, and the deleted-row count from SQLERRD
      *    must balance to the archived count before the delete is
      *    allowed to commit; any mismatch rolls it back and leaves
      *    the table exactly as the run found it. The hold test is
      *    the cursor's too, so a hold placed or released since the
      *    unload shows up here as a mismatch, never as a held row
      *    deleted.
           EXEC SQL
                CLOSE ARCCSR
           END-EXEC
               GO TO 4000-DELETE-ARCHIVED-ROWS-EXIT
           END-IF
           EXEC SQL
                DELETE FROM CBS_ACCT_STATUS_AUDIT A
                 WHERE A.CHANGE_TIMESTAMP < :WS-CUTOFF-TS
                   AND NOT EXISTS
                      (SELECT 1
                         FROM CBS_ACCT_LEGAL_HOLD H
                        WHERE H.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                          AND H.HOLD_STATUS    = :WK-HOLD-ACTIVE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR DELETING AUDIT ROWS SQLCODE:' SQLCODE
           MOVE WS-CUTOFF-TS           TO RPT-CUTOFF-TS
           MOVE WS-RETAIN-MONTHS       TO RPT-CUTOFF-MONTHS
           WRITE ARCH-RPT-RECORD       FROM RPT-CUTOFF-LINE
           MOVE 'PENDAPPR EXPIRY FLOOR MONTHS'
                                       TO RPT-TOT-LABEL
           MOVE WS-PENDAPPR-FLOOR      TO RPT-TOT-COUNT
           WRITE ARCH-RPT-RECORD       FROM RPT-TOTAL-LINE
           MOVE 'UNCLAIMED-FUNDS FLOOR MONTHS'
                                       TO RPT-TOT-LABEL
           MOVE WS-ESC-FLOOR           TO RPT-TOT-COUNT
           WRITE ARCH-RPT-RECORD       FROM RPT-TOTAL-LINE
           MOVE 'RETENTION FLOOR MONTHS IN FORCE'
                                       TO RPT-TOT-LABEL
           MOVE WS-RETAIN-FLOOR        TO RPT-TOT-COUNT
           WRITE ARCH-RPT-RECORD       FROM RPT-TOTAL-LINE
           WRITE ARCH-RPT-RECORD       FROM RPT-SEPARATOR-LINE
           MOVE 'AUDIT ROWS ARCHIVED'  TO RPT-TOT-LABEL
           MOVE CTR-ROWS-ARCHIVED      TO RPT-TOT-COUNT
           MOVE 'AUDIT ROWS DELETED'   TO RPT-TOT-LABEL
           MOVE CTR-ROWS-DELETED       TO RPT-TOT-COUNT
           WRITE ARCH-RPT-RECORD       FROM RPT-TOTAL-LINE
           MOVE 'AUDIT ROWS KEPT UNDER LEGAL HOLD'
                                       TO RPT-TOT-LABEL
           MOVE CTR-ROWS-HELD          TO RPT-TOT-COUNT
           WRITE ARCH-RPT-RECORD       FROM RPT-TOTAL-LINE
           MOVE CTR-ROWS-ARCHIVED      TO RPT-BAL-ARCHIVED
           MOVE CTR-ROWS-DELETED       TO RPT-BAL-DELETED
           IF CTR-ROWS-DELETED = CTR-ROWS-ARCHIVED
                   CTR-ROWS-ARCHIVED
           DISPLAY 'CBSBARC AUDIT ROWS DELETED : '
                   CTR-ROWS-DELETED
           DISPLAY 'CBSBARC AUDIT ROWS HELD    : '
                   CTR-ROWS-HELD
           PERFORM 9100-WRITE-RUN-STATS
              THRU 9100-WRITE-RUN-STATS-EXIT.
        9000-TERMINATE-EXIT.
