      ******************************************************************
      * DCLGEN TABLE(CBS_PRODUCT_RULES)                                *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSPRD))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_PRODUCT_RULES HOLDS ONE ROW PER PRODUCT_CODE WITH THE      *
      * PRODUCT'S OWN DORMANCY AND CLOSURE PERIODS IN MONTHS AND THE   *
      * REQUEST TYPES THAT MAY BE MADE AGAINST ITS ACCOUNTS.           *
      * DORMANT_MONTHS / CLOSURE_MONTHS OF ZERO MEAN THE CBSBDRM /     *
      * CBSBCLS SWEEP NEVER MOVES THE PRODUCT. ALLOWED_REQ_TYPES IS UP *
      * TO TEN 4-BYTE REQUEST CODES SIDE BY SIDE (E.G. 'DREGAPPRREJC') *
      * - A TYPE NOT LISTED IS REFUSED BY CBSOSDG AND CBSBSDG. A       *
      * PRODUCT WITH NO ROW FALLS BACK TO THE DRMPARM/CLSPARM SITE     *
      * DEFAULTS AND ALLOWS EVERY REQUEST TYPE.                        *
      ******************************************************************
        01  DCLCBS-PRODUCT-RULES.
      *    PRODUCT_CODE
           10 H8-PRODUCT-CODE          PIC X(06).
      *    PRODUCT_DESC
           10 H8-PRODUCT-DESC          PIC X(30).
      *    DORMANT_MONTHS
           10 H8-DORMANT-MONTHS        PIC S9(03)     USAGE COMP-3.
      *    CLOSURE_MONTHS
           10 H8-CLOSURE-MONTHS        PIC S9(03)     USAGE COMP-3.
      *    ALLOWED_REQ_TYPES
           10 H8-ALLOWED-REQ-TYPES     PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
