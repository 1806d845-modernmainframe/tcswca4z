      * CSDGREQ - COMMON REQUEST LAYOUT FOR ACCOUNT STATUS SERVICES   *
      * 2026-08-22 ADDED REQUEST-EFF-DATE (ISO YYYY-MM-DD, BLANK =     *
      *            PROCESS IMMEDIATELY) FOR FUTURE-DATED REQUESTS.     *
      * 2026-10-15 ADDED REQUEST-NEW-BRANCH, THE RECEIVING BRANCH OF   *
      *            AN XFER BRANCH TRANSFER (BLANK ON OTHER TYPES).     *
      ******************************************************************
           05  ACCOUNT-NO              PIC S9(18).
           05  SYS-DATE                PIC X(10).
           05  REQUEST-REASON-CODE     PIC X(04).
           05  APPROVER-USERID         PIC X(08).
           05  REQUEST-EFF-DATE        PIC X(10).
           05  REQUEST-NEW-BRANCH      PIC X(06).
