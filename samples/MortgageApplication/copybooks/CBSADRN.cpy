      *****************************************************************
      * CBSADRN - DCLGEN FOR TABLE CBS_ADDR_NOTICE
      *           ONE ROW PER ZC71 (CGBMSRC) UPDATE THAT CHANGED THE
      *           CUSTOMER'S MAILING ADDRESS OR PHONE NUMBER, KEYED
      *           (CUSTOMER_ID, CHANGE_TIMESTAMP). HOLDS THE WHOLE
      *           ADDRESS BLOCK BEFORE AND AFTER THE CHANGE SO THE
      *           NIGHTLY CGBADDR RUN CAN MAIL A CONFIRMATION TO BOTH
      *           THE PREVIOUS AND THE NEW ADDRESS. CHANGE_KIND -
      *             A   ADDRESS CHANGED
      *             P   PHONE NUMBER CHANGED (ADDRESS UNCHANGED - ONE
      *                 LETTER, TO THE ADDRESS ON FILE)
      *             B   BOTH
      *           NOTICE_STATUS IS PENDING UNTIL CGBADDR WRITES THE
      *           LETTERS, THEN SENT WITH NOTICE_DATE SET.
      *           ALSO THE COOLING-OFF SOURCE - AN ACTIVATION,
      *           REACTIVATION OR CLOSE REQUESTED ON ANY OF THE
      *           CUSTOMER'S ACCOUNTS WITHIN 30 DAYS OF AN ADDRESS
      *           CHANGE (KIND A OR B) IS REFERRED TO A SUPERVISOR ON
      *           ZC72 (CGBMSRG, CGBBULK).
      *****************************************************************
           EXEC SQL DECLARE CBS-ADDR-NOTICE TABLE
           ( CUSTOMER_ID               CHAR(10) NOT NULL,
             CHANGE_TIMESTAMP          CHAR(26) NOT NULL,
             CHANGE_KIND               CHAR(1) NOT NULL,
             CUSTOMER_NAME             CHAR(50) NOT NULL,
             OLD_ADDR_LINE_1           CHAR(40) NOT NULL,
             OLD_ADDR_LINE_2           CHAR(40) NOT NULL,
             OLD_CITY                  CHAR(25) NOT NULL,
             OLD_POSTAL_CODE           CHAR(10) NOT NULL,
             NEW_ADDR_LINE_1           CHAR(40) NOT NULL,
             NEW_ADDR_LINE_2           CHAR(40) NOT NULL,
             NEW_CITY                  CHAR(25) NOT NULL,
             NEW_POSTAL_CODE           CHAR(10) NOT NULL,
             OPERATOR_ID               CHAR(10) NOT NULL,
             BRANCH_ID                 CHAR(5) NOT NULL,
             NOTICE_STATUS             CHAR(10) NOT NULL,
             NOTICE_DATE               CHAR(8) NOT NULL
           ) END-EXEC.
       01  DCLCBS-ADDR-NOTICE.
           10 H19-CUSTOMER-ID          PIC X(10).
           10 H19-CHANGE-TIMESTAMP     PIC X(26).
           10 H19-CHANGE-KIND          PIC X(1).
           10 H19-CUSTOMER-NAME        PIC X(50).
           10 H19-OLD-ADDR-LINE-1      PIC X(40).
           10 H19-OLD-ADDR-LINE-2      PIC X(40).
           10 H19-OLD-CITY             PIC X(25).
           10 H19-OLD-POSTAL-CODE      PIC X(10).
           10 H19-NEW-ADDR-LINE-1      PIC X(40).
           10 H19-NEW-ADDR-LINE-2      PIC X(40).
           10 H19-NEW-CITY             PIC X(25).
           10 H19-NEW-POSTAL-CODE      PIC X(10).
           10 H19-OPERATOR-ID          PIC X(10).
           10 H19-BRANCH-ID            PIC X(5).
           10 H19-NOTICE-STATUS        PIC X(10).
           10 H19-NOTICE-DATE          PIC X(8).
