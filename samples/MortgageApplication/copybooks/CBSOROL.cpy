      *****************************************************************
      * CBSOROL - DCLGEN FOR TABLE CBS_OPER_ROLE
      *           OPERATOR ENTITLEMENTS - ONE ROW PER (OPERATOR, ROLE)
      *           HELD. MAINTAINED ONLINE TOGETHER WITH THE OPERATOR'S
      *           CBS_OPER_BRANCH ROW BY CGBMSRU (ZC75). ROLE_CODE IS
      *           ONE OF:
      *             'TELLER    ' - CGBMSRG ENTER REGISTRATION AND
      *                            ACTIVATION, PF4-PF7 ACCOUNT
      *                            MAINTENANCE; CGBMSRO ACCOUNT OPENING
      *             'SUPERVISOR' - CGBMSRA APPROVALS AND ZC75 ITSELF
      *             'PRODADMIN ' - CGBMSRP PRODUCT ADD/REPRICE
      *             'CUSTADMIN ' - CGBMSRC CUSTOMER ADD/UPDATE
      *             'COMPLIANCE' - CGBMSRW (ZC76) CLEAR/CONFIRM OF
      *                            SCREENING HITS
      *           AN OPERATOR WITH NO ROWS HERE CAN STILL INQUIRE BUT
      *           CANNOT CHANGE ANYTHING. THE FIRST SUPERVISOR ROW IS
      *           LOADED BY THE DBA WHEN THE REGION IS SET UP.
      *****************************************************************
           EXEC SQL DECLARE CBS-OPER-ROLE TABLE
           ( OPERATOR_ID               CHAR(10) NOT NULL,
             ROLE_CODE                 CHAR(10) NOT NULL,
             UPD_USERID                CHAR(10) NOT NULL,
             UPD_TIMESTAMP             CHAR(26) NOT NULL
           ) END-EXEC.
       01  DCLCBS-OPER-ROLE.
           10 H10-OPERATOR-ID          PIC X(10).
           10 H10-ROLE-CODE            PIC X(10).
           10 H10-UPD-USERID           PIC X(10).
           10 H10-UPD-TIMESTAMP        PIC X(26).
