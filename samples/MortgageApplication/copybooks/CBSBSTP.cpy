      *****************************************************************
      * CBSBSTP - DCLGEN FOR TABLE CBS_BATCH_STEP
      *           ONE ROW PER STEP IN THE BATCH SUITE, IN SCHEDULE
      *           ORDER (RUN_ORDER). DRIVES THE MORNING BATCH-STATUS
      *           REPORT (CGBBSTS) - A DAILY STEP ('D') WITH NO
      *           CBS_BATCH_RUN ROW FOR THE BUSINESS DATE IS REPORTED
      *           OUTSTANDING; A MONTHLY ('M') OR ANNUAL ('A') STEP THAT
      *           HAS NOT RUN IS ONLY REPORTED AS NOT SCHEDULED. SEEDED
      *           WITH -
      *             010 CGBKYCF D   020 CGBPOST D   030 CGBSCRN D
      *             040 CGBBULK D   045 CGBAUDT D   050 CGBRECN D
      *             060 CGBCONF D   065 CGBADDR D   070 CGBCRMR D
      *             080 CGBCRMA D   090 CGBWARN D   100 CGBDORM D
      *             105 CGBESCH D   110 CGBOPER D   120 CGBSNAP D
      *             125 CGBROLL D   128 CGBMOVE M   130 CGBARCH M
      *             140 CGBHOLD A
      *****************************************************************
           EXEC SQL DECLARE CBS-BATCH-STEP TABLE
           ( STEP_NAME                 CHAR(8) NOT NULL,
             RUN_ORDER                 DECIMAL(3, 0) NOT NULL,
             RUN_FREQUENCY             CHAR(1) NOT NULL,
             STEP_DESC                 CHAR(30) NOT NULL
           ) END-EXEC.
       01  DCLCBS-BATCH-STEP.
           10 H14-STEP-NAME            PIC X(8).
           10 H14-RUN-ORDER            PIC S9(3)V USAGE COMP-3.
           10 H14-RUN-FREQUENCY        PIC X(1).
           10 H14-STEP-DESC            PIC X(30).
