      *           STAMP BRANCH_ID ON THE MASTER ROW AND ON EVERY
      *           CBS_ACCT_STATUS_HIST ROW THEY WRITE. AN OPERATOR NOT
      *           ON THE TABLE (AND THE BATCH SWEEPS) DEFAULTS TO
      *           HEAD OFFICE, BRANCH 'HO   '. MAINTAINED ONLINE,
      *           WITH THE OPERATOR'S CBS_OPER_ROLE ENTITLEMENTS, BY
      *           CGBMSRU (ZC75).
      *****************************************************************
           EXEC SQL DECLARE CBS-OPER-BRANCH TABLE
           ( OPERATOR_ID               CHAR(10) NOT NULL,
