      ******************************************************************
      * DCLGEN TABLE(CBS_HOLIDAY_CAL)                                  *
      *        LIBRARY(CBSBSDG.COPYLIB(CBSHOL))                        *
      *        QUOTE                                                   *
      *        APOST                                                   *
      ******************************************************************
      * CBS_HOLIDAY_CAL HOLDS ONE ROW PER NON-WORKING DATE - WEEKENDS  *
      * AS WELL AS PUBLIC AND BANK HOLIDAYS - LOADED A YEAR AHEAD BY   *
      * OPERATIONS. A DATE NOT ON THE TABLE IS A BUSINESS DAY. THE     *
      * BUSINESS-DATE ROLL, EFFECTIVE-DATE RELEASE AND THE BUSINESS-   *
      * DAY AGEING ALL COUNT AGAINST THIS TABLE.                       *
      ******************************************************************
        01  DCLCBS-HOLIDAY-CAL.
      *    HOLIDAY_DATE
           10 H7-HOLIDAY-DATE          PIC X(10).
      *    HOLIDAY_DESC
           10 H7-HOLIDAY-DESC          PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
