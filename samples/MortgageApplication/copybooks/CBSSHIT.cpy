      *****************************************************************
      * CBSSHIT - DCLGEN FOR TABLE CBS_SCREEN_HIT
      *           ONE ROW PER WATCHLIST ALERT, KEYED BY (CUSTOMER_ID,
      *           WL_ENTRY_ID, HIT_TIMESTAMP). RAISED BY THE NIGHTLY
      *           CGBSCRN RUN (HIT_SOURCE 'CGBSCRN') OR ON THE SPOT BY
      *           ZC71/CGBMSRC (HIT_SOURCE 'ZC71').
      *           HIT_STATUS -
      *             POSSIBLE  - FUZZY MATCH, ON THE ZC76 REVIEW LIST
      *             CONFIRMED - EXACT NAME CORROBORATED BY CITY OR
      *                         POSTAL CODE, OR CONFIRMED ON ZC76;
      *                         THE CUSTOMER'S ACCOUNTS ARE FROZEN
      *             CLEARED   - FALSE POSITIVE, CLEARED ON ZC76
      *           WL_CHANGE_DATE AND SCREENED_NAME RECORD WHAT WAS
      *           MATCHED - THE SAME CUSTOMER NAME AGAINST THE SAME
      *           ENTRY VERSION NEVER ALERTS TWICE, WHATEVER THE
      *           OUTCOME OF THE FIRST ALERT - BUT WHILE THAT ALERT IS
      *           CONFIRMED THE NIGHTLY CGBSCRN RUN RE-RUNS ITS FREEZE,
      *           SO AN ACCOUNT OPENED AFTER THE CONFIRMATION IS FROZEN
      *           AS WELL.
      *****************************************************************
           EXEC SQL DECLARE CBS-SCREEN-HIT TABLE
           ( CUSTOMER_ID               CHAR(10) NOT NULL,
             WL_ENTRY_ID               CHAR(12) NOT NULL,
             HIT_TIMESTAMP             CHAR(26) NOT NULL,
             WL_CHANGE_DATE            CHAR(8) NOT NULL,
             SCREENED_NAME             CHAR(50) NOT NULL,
             MATCH_SCORE               DECIMAL(3, 0) NOT NULL,
             HIT_STATUS                CHAR(10) NOT NULL,
             HIT_SOURCE                CHAR(8) NOT NULL,
             REVIEW_USERID             CHAR(10) NOT NULL,
             REVIEW_TIMESTAMP          CHAR(26) NOT NULL
           ) END-EXEC.
       01  DCLCBS-SCREEN-HIT.
           10 H12-CUSTOMER-ID          PIC X(10).
           10 H12-WL-ENTRY-ID          PIC X(12).
           10 H12-HIT-TIMESTAMP        PIC X(26).
           10 H12-WL-CHANGE-DATE       PIC X(8).
           10 H12-SCREENED-NAME        PIC X(50).
           10 H12-MATCH-SCORE          PIC S9(3)V USAGE COMP-3.
           10 H12-HIT-STATUS           PIC X(10).
           10 H12-HIT-SOURCE           PIC X(8).
           10 H12-REVIEW-USERID        PIC X(10).
           10 H12-REVIEW-TIMESTAMP     PIC X(26).
