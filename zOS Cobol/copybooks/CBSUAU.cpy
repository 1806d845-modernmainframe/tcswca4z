      ******************************************************************
      * DCLGEN TABLE(CBS_USER_AUTHORITY)                               *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSUAU))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_USER_AUTHORITY HOLDS ONE ROW PER USERID GIVING WHAT THE    *
      * USER MAY DO AGAINST AN ACCOUNT. MAKE_REQ_TYPES IS UP TO TEN    *
      * 4-BYTE REQUEST CODES THE USER MAY KEY AS REQUESTER;            *
      * APPROVE_REQ_TYPES IS UP TO TEN 4-BYTE REQUEST CODES ON WHICH   *
      * THE USER MAY STAND AS APPROVER (APPR, UNFZ, XFER). BRANCH_LIST *
      * IS UP TO TEN 6-BYTE BRANCH CODES THE USER COVERS - '*ALL  ' IN *
      * ANY SLOT COVERS EVERY BRANCH. A USERID WITH NO ROW, OR WITH    *
      * ACTIVE_FLAG NOT 'Y', MAY NEITHER MAKE NOR APPROVE ANYTHING.    *
      * CBSOSDG, CBSBEDT AND CBSBSDG ENFORCE IT; CBSBENT LISTS IT FOR  *
      * THE MONTHLY ACCESS REVIEW.                                     *
      * MAKE_REQ_TYPES MAY ALSO CARRY LHLD, WHICH IS NOT A REQUEST     *
      * TYPE: IT LETS THE USER PLACE AND RELEASE LEGAL HOLDS THROUGH   *
      * CBSBHIS ON ACCOUNTS OF THE BRANCHES THE USER COVERS.           *
      ******************************************************************
        01  DCLCBS-USER-AUTHORITY.
      *    USERID
           10 HA-USERID                PIC X(08).
      *    USER_NAME
           10 HA-USER-NAME             PIC X(30).
      *    MAKE_REQ_TYPES
           10 HA-MAKE-REQ-TYPES        PIC X(40).
      *    APPROVE_REQ_TYPES
           10 HA-APPROVE-REQ-TYPES     PIC X(40).
      *    BRANCH_LIST
           10 HA-BRANCH-LIST           PIC X(60).
      *    ACTIVE_FLAG
           10 HA-ACTIVE-FLAG           PIC X(01).
      *    LAST_UPD_USERID
           10 HA-LAST-UPD-USERID       PIC X(08).
      *    LAST_UPD_TS
           10 HA-LAST-UPD-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
