      *****************************************************************
      * CBSPFIL - DCLGEN FOR TABLE CBS_POST_FILE
      *           ONE ROW PER POSTIN FILE CGBPOST HAS POSTED, KEYED
      *           (SOURCE_ID, BUSINESS_DATE) FROM THE FILE'S 'H'
      *           HEADER. THE ROW IS INSERTED IN THE SAME UNIT OF WORK
      *           AS THE FILE'S POSTINGS, SO IT EXISTS IF AND ONLY IF
      *           THE FILE WAS POSTED - CGBPOST REFUSES (RC=8) ANY FILE
      *           WHOSE SOURCE AND BUSINESS DATE ARE ALREADY HERE,
      *           FORCED RERUN OR NOT. DETAIL_COUNT AND HASH_TOTAL ARE
      *           THE PROVED TRAILER TOTALS; POSTED_COUNT AND
      *           REJECTED_COUNT SPLIT THE DETAILS AS JOURNALLED.
      *****************************************************************
           EXEC SQL DECLARE CBS-POST-FILE TABLE
           ( SOURCE_ID                 CHAR(8) NOT NULL,
             BUSINESS_DATE             CHAR(8) NOT NULL,
             POSTED_TIMESTAMP          CHAR(26) NOT NULL,
             RUN_DATE                  CHAR(8) NOT NULL,
             DETAIL_COUNT              DECIMAL(9, 0) NOT NULL,
             HASH_TOTAL                DECIMAL(17, 2) NOT NULL,
             POSTED_COUNT              DECIMAL(9, 0) NOT NULL,
             REJECTED_COUNT            DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
       01  DCLCBS-POST-FILE.
           10 H20-SOURCE-ID            PIC X(8).
           10 H20-BUSINESS-DATE        PIC X(8).
           10 H20-POSTED-TIMESTAMP     PIC X(26).
           10 H20-RUN-DATE             PIC X(8).
           10 H20-DETAIL-COUNT         PIC S9(9)V USAGE COMP-3.
           10 H20-HASH-TOTAL           PIC S9(15)V99 USAGE COMP-3.
           10 H20-POSTED-COUNT         PIC S9(9)V USAGE COMP-3.
           10 H20-REJECTED-COUNT       PIC S9(9)V USAGE COMP-3.
