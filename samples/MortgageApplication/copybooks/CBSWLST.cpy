      *****************************************************************
      * CBSWLST - DCLGEN FOR TABLE CBS_WATCHLIST
      *           SANCTIONS / PEP WATCHLIST, REPLACED IN FULL EVERY
      *           NIGHT BY CGBSCRN FROM THE COMPLIANCE VENDOR'S FILE.
      *           LIST_TYPE IS 'SANC' OR 'PEP '. CHANGE_DATE IS THE
      *           BUSINESS DATE THE ENTRY WAS FIRST LOADED OR LAST
      *           AMENDED - A SCREENING HIT IS RAISED ONCE PER ENTRY
      *           VERSION, SO A CLEARED FALSE POSITIVE ONLY RE-ALERTS
      *           WHEN THIS DATE MOVES. LOAD_DATE IS THE LAST FILE THE
      *           ENTRY APPEARED ON; ANYTHING NOT ON TONIGHT'S FILE IS
      *           DELISTED (DELETED).
      *****************************************************************
           EXEC SQL DECLARE CBS-WATCHLIST TABLE
           ( WL_ENTRY_ID               CHAR(12) NOT NULL,
             LIST_TYPE                 CHAR(4) NOT NULL,
             WL_NAME                   CHAR(50) NOT NULL,
             WL_CITY                   CHAR(25) NOT NULL,
             WL_POSTAL_CODE            CHAR(10) NOT NULL,
             CHANGE_DATE               CHAR(8) NOT NULL,
             LOAD_DATE                 CHAR(8) NOT NULL,
             UPD_TIMESTAMP             CHAR(26) NOT NULL
           ) END-EXEC.
       01  DCLCBS-WATCHLIST.
           10 H11-WL-ENTRY-ID          PIC X(12).
           10 H11-LIST-TYPE            PIC X(4).
           10 H11-WL-NAME              PIC X(50).
           10 H11-WL-CITY              PIC X(25).
           10 H11-WL-POSTAL-CODE       PIC X(10).
           10 H11-CHANGE-DATE          PIC X(8).
           10 H11-LOAD-DATE            PIC X(8).
           10 H11-UPD-TIMESTAMP        PIC X(26).
