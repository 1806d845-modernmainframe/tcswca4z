      ******************************************************************
      * CSARCEX - AUDIT ARCHIVE RECORD LAYOUT                          *
      * ONE CBS_ACCT_STATUS_AUDIT ROW AS UNLOADED TO ARCHEXT BY THE    *
      * RETENTION JOB (CBSBARC) AND READ BACK BY THE STATUS-HISTORY    *
      * JOB (CBSBHIS), SO BOTH ALWAYS SEE THE SAME 110-BYTE RECORD.    *
      * ARCH-CHANGE-TS IS CHAR(CHANGE_TIMESTAMP).                      *
      ******************************************************************
           05  ARCH-ACCOUNT-NO         PIC 9(18).
           05  ARCH-OLD-STATUS         PIC X(10).
           05  ARCH-NEW-STATUS         PIC X(10).
           05  ARCH-CHANGE-USERID      PIC X(08).
           05  ARCH-CHANGE-TS          PIC X(26).
           05  ARCH-SOURCE-PROGRAM     PIC X(08).
           05  ARCH-SOURCE-PARAGRAPH   PIC X(30).
