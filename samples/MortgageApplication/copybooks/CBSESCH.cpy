      *****************************************************************
      * CBSESCH - DCLGEN FOR TABLE CBS_ESCHEAT_CASE
      *           UNCLAIMED-PROPERTY CASE FILE - ONE ROW PER DORMANCY
      *           EPISODE OF AN ACCOUNT, KEYED (ACCOUNT_NUMBER,
      *           DORMANT_TIMESTAMP). DORMANT_TIMESTAMP IS THE
      *           CHANGE_TIMESTAMP OF THE ACCOUNT'S DORMANT HISTORY ROW
      *           (DORMANT_SOURCE 'H'), OR THE MASTER UPD_TIMESTAMP
      *           WHEN THAT ROW HAS ALREADY BEEN ARCHIVED (SOURCE 'M').
      *           CGBESCH OPENS THE CASE THE NIGHT IT FIRST SEES THE
      *           ACCOUNT DORMANT, SO THE DATE IS HELD HERE LONG AFTER
      *           CGBARCH HAS PURGED THE HISTORY ROW. CASE_STATUS -
      *             TRACKING   DORMANT, ESCHEAT PERIOD NOT YET RUN
      *             NOTIFIED   DUE-DILIGENCE LETTER SENT, AWAITING
      *                        A RESPONSE UNTIL RESPONSE_DUE_DATE
      *             RESPONDED  ACCOUNT REACTIVATED (OR DORMANT AGAIN
      *                        FROM A LATER DATE) - CASE ENDS
      *             WITHDRAWN  ACCOUNT LEFT DORMANT OTHER THAN BY
      *                        REACTIVATION (CLOSED, FROZEN) - ENDS
      *             ESCHEATED  NO RESPONSE BY THE DUE DATE - ACCOUNT
      *                        MOVED TO ESCHEATED, ESCHEAT_AMOUNT SET
      *             REPORTED   ON THE REPORT_YEAR HOLDER REPORT
      *                        (CGBHOLD)
      *           THE OWNER NAME AND ADDRESS ARE THE ONES THE LETTER
      *           WENT TO, AS THE HOLDER REPORT MUST SHOW THE LAST
      *           KNOWN ADDRESS DUE DILIGENCE WAS DONE AGAINST.
      *****************************************************************
           EXEC SQL DECLARE CBS-ESCHEAT-CASE TABLE
           ( ACCOUNT_NUMBER            DECIMAL(18, 0) NOT NULL,
             DORMANT_TIMESTAMP         CHAR(26) NOT NULL,
             DORMANT_SOURCE            CHAR(1) NOT NULL,
             CUSTOMER_ID               CHAR(10) NOT NULL,
             CASE_STATUS               CHAR(10) NOT NULL,
             LETTER_DATE               CHAR(8) NOT NULL,
             RESPONSE_DUE_DATE         CHAR(8) NOT NULL,
             RESPONSE_DATE             CHAR(8) NOT NULL,
             ESCHEAT_DATE              CHAR(8) NOT NULL,
             ESCHEAT_AMOUNT            DECIMAL(15, 2) NOT NULL,
             OWNER_NAME                CHAR(50) NOT NULL,
             ADDR_LINE_1               CHAR(40) NOT NULL,
             ADDR_LINE_2               CHAR(40) NOT NULL,
             CITY                      CHAR(25) NOT NULL,
             POSTAL_CODE               CHAR(10) NOT NULL,
             REPORT_YEAR               CHAR(4) NOT NULL,
             UPD_TIMESTAMP             CHAR(26) NOT NULL
           ) END-EXEC.
       01  DCLCBS-ESCHEAT-CASE.
           10 H17-ACCOUNT-NUMBER       PIC S9(18)V USAGE COMP-3.
           10 H17-DORMANT-TIMESTAMP    PIC X(26).
           10 H17-DORMANT-SOURCE       PIC X(1).
           10 H17-CUSTOMER-ID          PIC X(10).
           10 H17-CASE-STATUS          PIC X(10).
           10 H17-LETTER-DATE          PIC X(8).
           10 H17-RESPONSE-DUE-DATE    PIC X(8).
           10 H17-RESPONSE-DATE        PIC X(8).
           10 H17-ESCHEAT-DATE         PIC X(8).
           10 H17-ESCHEAT-AMOUNT       PIC S9(13)V99 USAGE COMP-3.
           10 H17-OWNER-NAME           PIC X(50).
           10 H17-ADDR-LINE-1          PIC X(40).
           10 H17-ADDR-LINE-2          PIC X(40).
           10 H17-CITY                 PIC X(25).
           10 H17-POSTAL-CODE          PIC X(10).
           10 H17-REPORT-YEAR          PIC X(4).
           10 H17-UPD-TIMESTAMP        PIC X(26).
