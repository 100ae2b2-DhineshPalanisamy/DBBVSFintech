      *****************************************************************
      * CBSPSNP - DCLGEN FOR TABLE CBS_PORTF_SNAP
      *           SAVED PORTFOLIO SNAPSHOTS - ONE ROW PER (SNAP_DATE,
      *           ACCOUNT_STATUS, BRANCH_ID, PRODUCT_CODE) CELL OF THE
      *           CGBSNAP COUNT MATRIX, WRITTEN BY CGBSNAP FOR ITS
      *           BUSINESS DATE (A FORCED RERUN REPLACES THE DATE'S
      *           ROWS). SNAP_TIMESTAMP IS WHEN THE COUNT WAS TAKEN -
      *           CGBROLL ROLLS ONE SNAPSHOT FORWARD TO THE NEXT WITH
      *           THE CBS_ACCT_STATUS_HIST ROWS STAMPED BETWEEN THE TWO
      *           SNAP_TIMESTAMPS, AND CGBMOVE COMPARES MONTH-END
      *           SNAPSHOTS. A CELL WITH NO ACCOUNTS HAS NO ROW.
      *****************************************************************
           EXEC SQL DECLARE CBS-PORTF-SNAP TABLE
           ( SNAP_DATE                 CHAR(8) NOT NULL,
             ACCOUNT_STATUS            CHAR(10) NOT NULL,
             BRANCH_ID                 CHAR(5) NOT NULL,
             PRODUCT_CODE              CHAR(10) NOT NULL,
             ACCOUNT_COUNT             DECIMAL(9, 0) NOT NULL,
             SNAP_TIMESTAMP            CHAR(26) NOT NULL
           ) END-EXEC.
       01  DCLCBS-PORTF-SNAP.
           10 H16-SNAP-DATE            PIC X(8).
           10 H16-ACCOUNT-STATUS       PIC X(10).
           10 H16-BRANCH-ID            PIC X(5).
           10 H16-PRODUCT-CODE         PIC X(10).
           10 H16-ACCOUNT-COUNT        PIC S9(9)V USAGE COMP-3.
           10 H16-SNAP-TIMESTAMP       PIC X(26).
