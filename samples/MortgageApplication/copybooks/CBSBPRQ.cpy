      *****************************************************************
      * CBSBPRQ - DCLGEN FOR TABLE CBS_BATCH_PREREQ
      *           ONE ROW PER (STEP_NAME, PREREQ_STEP) PAIR - A STEP
      *           WILL NOT START FOR A BUSINESS DATE UNTIL EVERY ONE OF
      *           ITS PREREQ_STEPS HAS A COMPLETED CBS_BATCH_RUN ROW FOR
      *           THAT SAME DATE. A FORCE CARD DOES NOT OVERRIDE THIS.
      *           THE MAILING STEPS WAIT ON THE CGBAUDT AUDIT, SO A
      *           HIGH-SEVERITY BREAK (RC=8, LOGGED FAILED) STOPS
      *           NOTICES GOING OUT UNTIL THE DATA IS PUT RIGHT AND THE
      *           AUDIT RERUN CLEAN.
      *           A STEP WITH NO ROWS HERE (CGBKYCF, CGBPOST, CGBSCRN,
      *           CGBOPER, CGBSNAP) HAS NO PREREQUISITES.
      *           SEEDED WITH -
      *             CGBBULK  AFTER CGBKYCF
      *             CGBAUDT  AFTER CGBBULK
      *             CGBRECN  AFTER CGBBULK
      *             CGBCONF  AFTER CGBRECN, CGBAUDT
      *             CGBADDR  AFTER CGBAUDT
      *             CGBCRMR  AFTER CGBRECN
      *             CGBCRMA  AFTER CGBCRMR
      *             CGBWARN  AFTER CGBPOST, CGBAUDT
      *             CGBDORM  AFTER CGBWARN, CGBRECN, CGBCRMR
      *             CGBESCH  AFTER CGBDORM
      *             CGBROLL  AFTER CGBSNAP
      *             CGBMOVE  AFTER CGBSNAP
      *             CGBARCH  AFTER CGBCONF, CGBCRMA, CGBDORM, CGBOPER,
      *                            CGBSNAP, CGBROLL, CGBESCH
      *             CGBHOLD  AFTER CGBESCH
      *****************************************************************
           EXEC SQL DECLARE CBS-BATCH-PREREQ TABLE
           ( STEP_NAME                 CHAR(8) NOT NULL,
             PREREQ_STEP               CHAR(8) NOT NULL
           ) END-EXEC.
       01  DCLCBS-BATCH-PREREQ.
           10 H15-STEP-NAME            PIC X(8).
           10 H15-PREREQ-STEP          PIC X(8).
