      *Mainframe DevOps Demo Program
      *------------------------------------------------------------
      * CHANGE HISTORY
      * 2026-10-15  New end-of-chain business-date roll. Every job
      *             in the chain now reads the single-row
      *             CBS_BUSINESS_DATE control record instead of the
      *             system clock, so a run that crosses midnight or
      *             is rerun next morning still works the day it
      *             belongs to. Run as the last step, after the
      *             CBSBSUM summary, this job moves the business
      *             date on to the next working day - the old next
      *             date becomes today, today becomes the previous
      *             date, and the new next date is found by stepping
      *             forward over every date on the CBS_HOLIDAY_CAL
      *             non-working calendar. DAY_OPEN_TS is stamped
      *             with the roll time, so online activity keyed
      *             from here on belongs to the new business day.
      *             An optional DTEPARM card forces the new business
      *             date for recovery; a forced date that is itself
      *             on the calendar is refused RC=16 and the row is
      *             left as it was.
      *------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBDAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATE-PARM-FILE
               ASSIGN TO DTEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTEPARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-PARM-FILE
           RECORDING MODE IS F.
       01  DATE-PARM-RECORD.
           05  PARM-BUSINESS-DATE      PIC X(10).
           05  FILLER                  PIC X(70).
      *
       WORKING-STORAGE SECTION.
        01 WS-FILE-STATUSES.
           05 WS-DTEPARM-STATUS        PIC X(02) VALUE '00'.
      *
        01 WS-SWITCHES.
           05 WS-DTEPARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-DTEPARM-EOF-YES               VALUE 'Y'.
           05 WS-FORCED-DATE-SW        PIC X(01) VALUE 'N'.
              88 WS-FORCED-DATE-YES               VALUE 'Y'.
           05 WS-NEXT-FOUND-SW         PIC X(01) VALUE 'N'.
              88 WS-NEXT-FOUND-YES                VALUE 'Y'.
      *
      *    The calendar is loaded a year ahead, so a run of more
      *    than a month of consecutive non-working dates can only
      *    mean the calendar itself is wrong - the step loop stops
      *    there rather than roll to a nonsense date.
        01 WS-STEP-LIMIT               PIC S9(04) COMP VALUE +31.
        01 WS-STEP-COUNT               PIC S9(04) COMP VALUE ZEROS.
        01 WS-HOLIDAY-COUNT            PIC S9(09) COMP VALUE ZEROS.
      *
        01 WS-FORCED-DATE              PIC X(10) VALUE SPACES.
        01 WS-OLD-BUSINESS-DATE        PIC X(10) VALUE SPACES.
        01 WS-CANDIDATE-DATE           PIC X(10) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *
        01 WS-RUN-COUNTERS.
           05 CTR-DATES-SKIPPED        PIC 9(09) VALUE ZEROS.
      *
           EXEC SQL
                INCLUDE CBSBDT
           END-EXEC.
      *
           EXEC SQL
                INCLUDE CBSRST
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
           PERFORM 2000-ROLL-BUSINESS-DATE
              THRU 2000-ROLL-BUSINESS-DATE-EXIT
           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT
           GOBACK.
        0000-MAIN-PROCESS-EXIT.
           EXIT.
      *
        1000-INITIALIZE.
           PERFORM 1050-READ-DATE-PARMS
              THRU 1050-READ-DATE-PARMS-EXIT
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                INTO :WS-CURRENT-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           EXEC SQL
                SELECT CHAR(BUSINESS_DATE, ISO),
                       CHAR(PREV_BUSINESS_DATE, ISO),
                       CHAR(NEXT_BUSINESS_DATE, ISO),
                       CHAR(DAY_OPEN_TS)
                INTO :H6-BUSINESS-DATE,
                     :H6-PREV-BUSINESS-DATE,
                     :H6-NEXT-BUSINESS-DATE,
                     :H6-DAY-OPEN-TS
                FROM   CBS_BUSINESS_DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CBS_BUSINESS_DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE H6-BUSINESS-DATE       TO WS-OLD-BUSINESS-DATE
           DISPLAY 'BUSINESS DATE BEFORE ROLL: ' H6-BUSINESS-DATE.
        1000-INITIALIZE-EXIT.
           EXIT.
      *
        1050-READ-DATE-PARMS.
      *    DTEPARM is optional - no file means the ordinary roll to
      *    the stored next business date. A card forces the new
      *    business date instead (recovery after a missed or
      *    doubled roll); DB2 proves it is a real date.
           OPEN INPUT DATE-PARM-FILE
           IF WS-DTEPARM-STATUS = '00'
               PERFORM UNTIL WS-DTEPARM-EOF-YES
                   READ DATE-PARM-FILE INTO DATE-PARM-RECORD
                       AT END
                          MOVE 'Y' TO WS-DTEPARM-EOF-SW
                       NOT AT END
                          IF WS-DTEPARM-STATUS = '00'
                              AND PARM-BUSINESS-DATE NOT = SPACES
                              MOVE PARM-BUSINESS-DATE
                                TO WS-FORCED-DATE
                              MOVE 'Y' TO WS-FORCED-DATE-SW
                          ELSE
                              DISPLAY 'DTEPARM CARD IGNORED'
                          END-IF
                   END-READ
               END-PERFORM
               CLOSE DATE-PARM-FILE
           END-IF
           IF WS-FORCED-DATE-YES
               EXEC SQL
                    SELECT CHAR(DATE(:WS-FORCED-DATE), ISO)
                    INTO :WS-FORCED-DATE
                    FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'DTEPARM DATE ' WS-FORCED-DATE
                           ' NOT A VALID DATE SQLCODE:' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'DTEPARM FORCED BUSINESS DATE: '
                       WS-FORCED-DATE
           END-IF.
        1050-READ-DATE-PARMS-EXIT.
           EXIT.
      *
        2000-ROLL-BUSINESS-DATE.
      *    Today becomes the previous date and the stored next date
      *    (or the forced date) becomes today. A forced date must be
      *    a working day - a non-working business date would
      *    release holiday-dated requests a day early.
           IF WS-FORCED-DATE-YES
               MOVE WS-FORCED-DATE     TO WS-CANDIDATE-DATE
               PERFORM 2200-CHECK-HOLIDAY
                  THRU 2200-CHECK-HOLIDAY-EXIT
               IF WS-HOLIDAY-COUNT > 0
                   DISPLAY 'DTEPARM DATE ' WS-FORCED-DATE
                           ' IS ON CBS_HOLIDAY_CAL - NOT ROLLED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-FORCED-DATE     TO H6-NEXT-BUSINESS-DATE
           END-IF
           MOVE WS-OLD-BUSINESS-DATE   TO H6-PREV-BUSINESS-DATE
           MOVE H6-NEXT-BUSINESS-DATE  TO H6-BUSINESS-DATE
           MOVE WS-CURRENT-TIMESTAMP   TO H6-DAY-OPEN-TS
           MOVE H6-BUSINESS-DATE       TO WS-CANDIDATE-DATE
           MOVE ZEROS                  TO WS-STEP-COUNT
           PERFORM 2100-STEP-NEXT-DATE
              THRU 2100-STEP-NEXT-DATE-EXIT
              UNTIL WS-NEXT-FOUND-YES
           MOVE WS-CANDIDATE-DATE      TO H6-NEXT-BUSINESS-DATE
           EXEC SQL
                UPDATE CBS_BUSINESS_DATE
                   SET BUSINESS_DATE      = :H6-BUSINESS-DATE,
                       PREV_BUSINESS_DATE = :H6-PREV-BUSINESS-DATE,
                       NEXT_BUSINESS_DATE = :H6-NEXT-BUSINESS-DATE,
                       DAY_OPEN_TS        = :H6-DAY-OPEN-TS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR UPDATING CBS_BUSINESS_DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               GOBACK
           END-IF
           EXEC SQL
                COMMIT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COMMITTING BUSINESS DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
        2000-ROLL-BUSINESS-DATE-EXIT.
           EXIT.
      *
        2100-STEP-NEXT-DATE.
      *    One day forward, then keep going while the calendar says
      *    the candidate is a non-working date.
           ADD 1 TO WS-STEP-COUNT
           IF WS-STEP-COUNT > WS-STEP-LIMIT
               DISPLAY 'NO WORKING DAY WITHIN ' WS-STEP-LIMIT
                       ' DAYS OF ' H6-BUSINESS-DATE
                       ' - CHECK CBS_HOLIDAY_CAL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
                SELECT CHAR(DATE(:WS-CANDIDATE-DATE) + 1 DAY, ISO)
                INTO :WS-CANDIDATE-DATE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR STEPPING BUSINESS DATE SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2200-CHECK-HOLIDAY
              THRU 2200-CHECK-HOLIDAY-EXIT
           IF WS-HOLIDAY-COUNT = 0
               MOVE 'Y' TO WS-NEXT-FOUND-SW
           ELSE
               ADD 1 TO CTR-DATES-SKIPPED
           END-IF.
        2100-STEP-NEXT-DATE-EXIT.
           EXIT.
      *
        2200-CHECK-HOLIDAY.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-HOLIDAY-COUNT
                FROM   CBS_HOLIDAY_CAL
                WHERE  HOLIDAY_DATE = :WS-CANDIDATE-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CBS_HOLIDAY_CAL SQLCODE:'
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
        2200-CHECK-HOLIDAY-EXIT.
           EXIT.
      *
        9000-TERMINATE.
           DISPLAY 'CBSBDAT PREVIOUS BUSINESS DATE: '
                   H6-PREV-BUSINESS-DATE
           DISPLAY 'CBSBDAT BUSINESS DATE NOW     : '
                   H6-BUSINESS-DATE
           DISPLAY 'CBSBDAT NEXT BUSINESS DATE    : '
                   H6-NEXT-BUSINESS-DATE
           DISPLAY 'CBSBDAT NON-WORKING DATES SKIPPED: '
                   CTR-DATES-SKIPPED
           PERFORM 9100-WRITE-RUN-STATS
              THRU 9100-WRITE-RUN-STATS-EXIT.
        9000-TERMINATE-EXIT.
           EXIT.
      *
        9100-WRITE-RUN-STATS.
      *    One row per run on the common CBS_RUN_STATS table. The
      *    row is stamped with the new DAY_OPEN_TS, so it falls in
      *    the window the next CBSBSUM summary reads and shows the
      *    roll that opened that business day. A failed insert is
      *    reported but never fails the job it is only describing.
           MOVE 'CBSBDAT'              TO H5-PROGRAM-NAME
           MOVE WS-CURRENT-TIMESTAMP   TO H5-RUN-TIMESTAMP
           MOVE 1                      TO H5-RECORDS-IN
           MOVE 1                      TO H5-RECORDS-OUT
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
