      *****************************************************************
      * CBSCCHG - DCLGEN FOR TABLE CBS_CUST_CHANGE
      *           BEFORE/AFTER IMAGE OF EVERY CBS_CUST_MSTR FIELD
      *           CHANGED ON ZC71 (CGBMSRC) - ONE ROW PER FIELD PER
      *           SAVE, KEYED (CUSTOMER_ID, CHANGE_TIMESTAMP,
      *           FIELD_NAME). CHANGE_TIMESTAMP IS THE UPD_TIMESTAMP
      *           STAMPED ON THE MASTER BY THE SAME SAVE, SO ALL THE
      *           ROWS OF ONE SAVE SHARE IT. CHANGE_TYPE -
      *             A   CUSTOMER ADDED - OLD_VALUE IS BLANK AND ONLY
      *                 THE FIELDS KEYED WITH A VALUE ARE RECORDED
      *             U   CUSTOMER UPDATED - ONLY THE FIELDS WHOSE VALUE
      *                 ACTUALLY CHANGED ARE RECORDED
      *           FIELD_NAME IS THE CBS_CUST_MSTR COLUMN NAME
      *           (CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2, CITY,
      *           POSTAL_CODE, PHONE_NUMBER, KYC_STATUS). OPERATOR_ID
      *           AND BRANCH_ID ARE THE SIGNED-ON OPERATOR AND THEIR
      *           CBS_OPER_BRANCH HOME BRANCH ('HO   ' IF NONE).
      *****************************************************************
           EXEC SQL DECLARE CBS-CUST-CHANGE TABLE
           ( CUSTOMER_ID               CHAR(10) NOT NULL,
             CHANGE_TIMESTAMP          CHAR(26) NOT NULL,
             FIELD_NAME                CHAR(18) NOT NULL,
             CHANGE_TYPE               CHAR(1) NOT NULL,
             OLD_VALUE                 CHAR(50) NOT NULL,
             NEW_VALUE                 CHAR(50) NOT NULL,
             OPERATOR_ID               CHAR(10) NOT NULL,
             BRANCH_ID                 CHAR(5) NOT NULL
           ) END-EXEC.
       01  DCLCBS-CUST-CHANGE.
           10 H18-CUSTOMER-ID          PIC X(10).
           10 H18-CHANGE-TIMESTAMP     PIC X(26).
           10 H18-FIELD-NAME           PIC X(18).
           10 H18-CHANGE-TYPE          PIC X(1).
           10 H18-OLD-VALUE            PIC X(50).
           10 H18-NEW-VALUE            PIC X(50).
           10 H18-OPERATOR-ID          PIC X(10).
           10 H18-BRANCH-ID            PIC X(5).
