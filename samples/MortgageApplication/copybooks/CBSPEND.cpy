      *           DECLINES IT FROM CGBMSRA (ZC72), AND ONLY APPROVAL
      *           RUNS THE GUARDED UPDATE AND HISTORY WRITE.
      *           REQUEST_ACTION CARRIES CGBMSRG'S WS-MAINT-ACTION
      *           CODE ('CLSE' OR 'REVR'), OR 'ACTV' / 'REAC' FOR AN
      *           ACTIVATION OR REACTIVATION HELD BACK BECAUSE THE
      *           CUSTOMER'S ADDRESS CHANGED WITHIN THE COOLING-OFF
      *           WINDOW (CBS_ADDR_NOTICE). CGBBULK PARKS 'ACTV' ROWS
      *           THE SAME WAY UNDER THE SUBMITTING OPERATOR.
      *           REFER_REASON IS 'ADDRCHANGE' ON ANY REQUEST RAISED IN
      *           THAT WINDOW (CLOSES INCLUDED) SO ZC72 CAN FLAG IT TO
      *           THE SUPERVISOR; OTHERWISE BLANK.
      *****************************************************************
           EXEC SQL DECLARE CBS-PEND-APPRV TABLE
           ( ACCOUNT_NUMBER            DECIMAL(18, 0) NOT NULL,
             REQUEST_TIMESTAMP         CHAR(26) NOT NULL,
             APPRV_STATUS              CHAR(10) NOT NULL,
             APPRV_OPERATOR            CHAR(10) NOT NULL,
             APPRV_TIMESTAMP           CHAR(26) NOT NULL,
             REFER_REASON              CHAR(10) NOT NULL
           ) END-EXEC.
       01  DCLCBS-PEND-APPRV.
           10 H6-ACCOUNT-NUMBER        PIC S9(18)V USAGE COMP-3.
           10 H6-APPRV-STATUS          PIC X(10).
           10 H6-APPRV-OPERATOR        PIC X(10).
           10 H6-APPRV-TIMESTAMP       PIC X(26).
           10 H6-REFER-REASON          PIC X(10).
