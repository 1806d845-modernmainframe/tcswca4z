      * 2026-09-03  Step detail line trimmed to the report's
      *             132-byte record - it was a few filler bytes
      *             over and every WRITE of it truncated.
      * 2026-10-15  "The night" is now the business day on the
      *             CBS_BUSINESS_DATE control row - every run-stats
      *             row stamped since DAY_OPEN_TS - instead of the
      *             system clock's date, so a chain that crosses
      *             midnight is summarised whole. The new CBSBDAT
      *             business-date roll is an optional entry: its
      *             row carries the DAY_OPEN_TS it stamped, so the
      *             summary shows the roll that opened the day.
      *             Business date shown on the header.
      * 2026-10-15  The new CBSBNTC advance notice job is an
      *             optional entry on the chain table.
      * 2026-10-15  The new CBSBESC unclaimed-funds job is an
      *             optional entry on the chain table.
      * 2026-10-15  The new CBSBDQS data-quality scan is an optional
      *             entry on the chain table.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBSUM.
      *    The night's chain, in running order. CORE 'Y' marks the
      *    seven steps the balancing verdict requires; the newer
      *    CBSBCLS/CBSBARC/CBSBDST jobs are reported when present
      *    but do not break the chain when they did not run. CBSBDAT
      *    runs last, after this summary; the row seen here is the
      *    previous night's roll that opened this business day.
      *    CBSBNTC runs ahead of the sweeps but is listed after the
      *    entries above so their positions stay as they were.
      *    CBSBESC is scheduled to the statutory reporting cycle,
      *    not nightly, so it is optional like the other late jobs.
      *    CBSBDQS only reports on the master and is optional too.
        01 WS-CHAIN-TABLE.
           05 WS-CHAIN-MAX             PIC S9(04) COMP VALUE +14.
           05 WS-CHAIN-ENTRY           OCCURS 14 TIMES
                                       INDEXED BY CHN-IDX.
              10 WS-CHN-PROGRAM        PIC X(08).
              10 WS-CHN-CORE           PIC X(01).
              'CBSBSUM - NIGHTLY CHAIN SUMMARY           '.
           05 FILLER                   PIC X(08) VALUE 'RUN TS: '.
           05 RPT-HDR-TIMESTAMP        PIC X(26).
           05 FILLER                   PIC X(17) VALUE
              '  BUSINESS DATE: '.
           05 RPT-HDR-BUSINESS-DATE    PIC X(10).
           05 FILLER                   PIC X(29) VALUE SPACES.
      *
        01 RPT-HEADER-2.
           05 FILLER                   PIC X(10) VALUE 'PROGRAM'.
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
           WRITE SUM-RPT-RECORD        FROM RPT-HEADER-1
           WRITE SUM-RPT-RECORD        FROM RPT-HEADER-2
           WRITE SUM-RPT-RECORD        FROM RPT-SEPARATOR-LINE
                       A.RECORDS_IN,   A.RECORDS_OUT,
                       A.EXCEPTIONS,   A.RETURN_CODE
                  FROM CBS_RUN_STATS A
                 WHERE A.RUN_TIMESTAMP >= :H6-DAY-OPEN-TS
                   AND A.RUN_TIMESTAMP =
                       (SELECT MAX(B.RUN_TIMESTAMP)
                          FROM CBS_RUN_STATS B
                         WHERE B.PROGRAM_NAME = A.PROGRAM_NAME
                           AND B.RUN_TIMESTAMP >= :H6-DAY-OPEN-TS)
                 ORDER BY A.PROGRAM_NAME
           END-EXEC
           EXEC SQL
              THRU 2100-FETCH-RUN-STATS-EXIT.
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
        1100-LOAD-CHAIN-TABLE.
           MOVE 'CBSBQEX'  TO WS-CHN-PROGRAM (1)
           MOVE 'CBSBCLS'  TO WS-CHN-PROGRAM (8)
           MOVE 'CBSBARC'  TO WS-CHN-PROGRAM (9)
           MOVE 'CBSBDST'  TO WS-CHN-PROGRAM (10)
           MOVE 'CBSBDAT'  TO WS-CHN-PROGRAM (11)
           MOVE 'CBSBNTC'  TO WS-CHN-PROGRAM (12)
           MOVE 'CBSBESC'  TO WS-CHN-PROGRAM (13)
           MOVE 'CBSBDQS'  TO WS-CHN-PROGRAM (14)
           MOVE 1          TO WS-QEX-SUB
           MOVE 2          TO WS-EDT-SUB
           MOVE 3          TO WS-SDG-SUB
