      *****************************************************************
      * CBSMST - DCLGEN FOR TABLE CBS_ACCT_MSTR_DTL
      *          CURRENT_BALANCE IS THE LEDGER BALANCE, MAINTAINED ONLY
      *          BY THE NIGHTLY CGBPOST POSTING RUN (ZERO AT OPENING).
      *****************************************************************
           EXEC SQL DECLARE CBS-ACCT-MSTR-DTL TABLE
           ( ACCOUNT_NUMBER            DECIMAL(18, 0) NOT NULL,
             PRODUCT_CODE              CHAR(10) NOT NULL,
             UPD_USERID                CHAR(10) NOT NULL,
             UPD_TIMESTAMP             CHAR(26) NOT NULL,
             BRANCH_ID                 CHAR(5) NOT NULL,
             CURRENT_BALANCE           DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
       01  DCLCBS-ACCT-MSTR-DTL.
           10 H1-ACCOUNT-NUMBER        PIC S9(18)V USAGE COMP-3.
           10 H1-UPD-USERID            PIC X(10).
           10 H1-UPD-TIMESTAMP         PIC X(26).
           10 H1-BRANCH-ID             PIC X(5).
           10 H1-CURRENT-BALANCE       PIC S9(13)V99 USAGE COMP-3.
