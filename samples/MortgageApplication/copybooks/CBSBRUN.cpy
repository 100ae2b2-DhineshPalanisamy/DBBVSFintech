      *****************************************************************
      * CBSBRUN - DCLGEN FOR TABLE CBS_BATCH_RUN
      *           THE SHARED RUN-CONTROL LOG FOR THE NIGHTLY BATCH
      *           SUITE. EVERY STEP INSERTS ONE ROW WHEN IT STARTS AND
      *           UPDATES IT WHEN IT ENDS, KEYED BY (STEP_NAME,
      *           BUSINESS_DATE, START_TIMESTAMP).
      *           RUN_STATUS -
      *             RUNNING   - STARTED, NOT YET ENDED (OR ABENDED)
      *             COMPLETED - ENDED WITH COMPLETION_CODE BELOW 8
      *             FAILED    - ENDED WITH COMPLETION_CODE 8 OR OVER,
      *                         OR A RUNNING ROW SUPERSEDED BY A
      *                         FORCED RERUN OR A CHECKPOINT RESTART
      *             REFUSED   - NOT ALLOWED TO START (ALREADY RUN FOR
      *                         THE DATE, OR A PREREQUISITE STEP IN
      *                         CBS_BATCH_PREREQ NOT YET COMPLETED);
      *                         RUN_MESSAGE SAYS WHICH
      *           FORCED_SW IS 'Y' WHEN THE RUN WAS FORCED WITH A
      *           'FORCE' RUNCTL CARD. THE THREE RECORD COUNTS ARE THE
      *           STEP'S OWN KEY TOTALS - WHAT EACH MEANS FOR A GIVEN
      *           STEP IS SET OUT IN THAT STEP'S RUN-CONTROL-END-PARA.
      *****************************************************************
           EXEC SQL DECLARE CBS-BATCH-RUN TABLE
           ( STEP_NAME                 CHAR(8) NOT NULL,
             BUSINESS_DATE             CHAR(8) NOT NULL,
             START_TIMESTAMP           CHAR(26) NOT NULL,
             END_TIMESTAMP             CHAR(26) NOT NULL,
             RUN_STATUS                CHAR(10) NOT NULL,
             COMPLETION_CODE           DECIMAL(4, 0) NOT NULL,
             FORCED_SW                 CHAR(1) NOT NULL,
             RECORDS_READ              DECIMAL(9, 0) NOT NULL,
             RECORDS_PROCESSED         DECIMAL(9, 0) NOT NULL,
             RECORDS_REJECTED          DECIMAL(9, 0) NOT NULL,
             RUN_MESSAGE               CHAR(40) NOT NULL
           ) END-EXEC.
       01  DCLCBS-BATCH-RUN.
           10 H13-STEP-NAME            PIC X(8).
           10 H13-BUSINESS-DATE        PIC X(8).
           10 H13-START-TIMESTAMP      PIC X(26).
           10 H13-END-TIMESTAMP        PIC X(26).
           10 H13-RUN-STATUS           PIC X(10).
           10 H13-COMPLETION-CODE      PIC S9(4)V USAGE COMP-3.
           10 H13-FORCED-SW            PIC X(1).
           10 H13-RECORDS-READ         PIC S9(9)V USAGE COMP-3.
           10 H13-RECORDS-PROCESSED    PIC S9(9)V USAGE COMP-3.
           10 H13-RECORDS-REJECTED     PIC S9(9)V USAGE COMP-3.
           10 H13-RUN-MESSAGE          PIC X(40).
