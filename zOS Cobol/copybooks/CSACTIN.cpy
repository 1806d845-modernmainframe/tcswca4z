      *            QUEUED ON THE RETRY FILE, COUNTING THE DAYS IT HAS  *
      *            BEEN RE-PRESENTED. BLANK (EVERY FRESHLY KEYED       *
      *            RECORD) READS AS ZERO.                              *
      * 2026-10-15 CARVED ACCT-IN-NEW-BRANCH FROM THE FILLER: THE      *
      *            RECEIVING BRANCH OF AN XFER BRANCH TRANSFER, BLANK  *
      *            ON EVERY OTHER REQUEST TYPE.                        *
      ******************************************************************
           05  ACCT-IN-ACCOUNT-NO      PIC 9(18).
           05  ACCT-IN-REQUEST-TYPE    PIC X(04).
           05  ACCT-IN-ID-TYPE         PIC X(01).
           05  ACCT-IN-EFFECTIVE-DATE  PIC X(10).
           05  ACCT-IN-RETRY-COUNT     PIC 9(02).
           05  ACCT-IN-NEW-BRANCH      PIC X(06).
           05  FILLER                  PIC X(19).
