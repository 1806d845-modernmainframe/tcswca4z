      *             return code) for the CBSBSUM end-of-chain
      *             summary; a failed insert is reported but never
      *             fails the job it is only describing.
      * 2026-10-15  Days outstanding are now business days, counted
      *             up to the business date on the CBS_BUSINESS_DATE
      *             control row rather than the system clock: the
      *             calendar-day gap less every CBS_HOLIDAY_CAL
      *             non-working date after the request and up to the
      *             business date. The buckets and the AGEPARM expiry
      *             limit are business-day counts, so a long weekend
      *             or holiday no longer ages a request toward
      *             expiry. Business date shown on the header.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBAGE.
              'CBSBAGE - PENDAPPR AGING REPORT       '.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(33) VALUE SPACES.
      *
        01 RPT-HEADER-2.
           05 FILLER                   PIC X(20) VALUE 'ACCOUNT NUMBER'.
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
                INTO :WS-CURRENT-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 1010-READ-BUSINESS-DATE
              THRU 1010-READ-BUSINESS-DATE-EXIT
           MOVE WS-CURRENT-TIMESTAMP   TO RPT-HDR-TIMESTAMP
           MOVE H6-BUSINESS-DATE       TO RPT-HDR-BUSINESS-DATE
           WRITE AGE-RPT-RECORD        FROM RPT-HEADER-1
           WRITE AGE-RPT-RECORD        FROM RPT-HEADER-2
           WRITE AGE-RPT-RECORD        FROM RPT-SEPARATOR-LINE
      *    (or a successor) put the account into PENDAPPR. WITH HOLD
      *    survives the per-account COMMITs; after an audit-failure
      *    ROLLBACK the cursor is gone and 4050-REOPEN-AGECSR
      *    reopens it from the restart key below. The age is in
      *    business days - every non-working date on the calendar
      *    between the request and the business date is taken off
      *    the calendar-day gap.
           EXEC SQL
                DECLARE AGECSR CURSOR WITH HOLD FOR
                SELECT M.ACCOUNT_NUMBER,
                       M.PENDING_REQ_USERID,
                       DAYS(DATE(:H6-BUSINESS-DATE))
                         - DAYS(DATE(A.CHANGE_TIMESTAMP))
                         - (SELECT COUNT(*)
                              FROM CBS_HOLIDAY_CAL H
                             WHERE H.HOLIDAY_DATE
                                   > DATE(A.CHANGE_TIMESTAMP)
                               AND H.HOLIDAY_DATE
                                   <= DATE(:H6-BUSINESS-DATE)),
                       CHAR(DATE(A.CHANGE_TIMESTAMP), ISO)
                  FROM CBS_ACCT_MSTR_DTL M,
                       CBS_ACCT_STATUS_AUDIT A
              THRU 2100-FETCH-PENDING-ACCT-EXIT.
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
        1050-READ-AGING-PARMS.
      *    AGEPARM is optional - no file or an unusable card leaves
           END-IF
           MOVE WS-PENDING-USERID      TO WS-PREV-USERID
           ADD 1 TO GTL-REQUESTS
      *    A request raised by tonight's chain after midnight is
      *    dated past the business date - it is a day-zero request.
           IF WS-DAYS-OUTSTANDING < 0
               MOVE ZEROS              TO WS-DAYS-OUTSTANDING
           END-IF
           PERFORM 2500-BUCKET-REQUEST
              THRU 2500-BUCKET-REQUEST-EXIT
           IF WS-DAYS-OUTSTANDING > WS-EXPIRY-DAYS
