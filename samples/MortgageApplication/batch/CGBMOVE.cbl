       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBMOVE.
      *****************************************************************
      * CGBMOVE - MONTH-OVER-MONTH PORTFOLIO MOVEMENT REPORT
      *           BUILT ENTIRELY FROM THE SNAPSHOTS CGBSNAP SAVES IN
      *           CBS_PORTF_SNAP - NO QUERY AGAINST THE MASTER OR THE
      *           HISTORY IS RERUN. COMPARES THE CLOSING SNAPSHOT OF
      *           THE BUSINESS DATE'S MONTH (THE LATEST SAVED IN THAT
      *           MONTH) WITH THE CLOSING SNAPSHOT OF THE MONTH BEFORE,
      *           AND SHOWS FOR EVERY (STATUS, BRANCH, PRODUCT) CELL
      *           THE PRIOR CLOSE, THE CURRENT CLOSE AND THE NET
      *           MOVEMENT, WITH STATUS AND PORTFOLIO TOTALS.
      *           RUN AT MONTH END AFTER CGBSNAP FOR THE FULL MONTH;
      *           RUN EARLIER IT GIVES MONTH-TO-DATE. A RUNCTL CARD
      *           DATE REPORTS ON AN EARLIER MONTH.
      *           RC=8 WHEN NO SNAPSHOT IS SAVED IN THE REPORT MONTH,
      *           RC=4 WHEN THE MONTH BEFORE HAS NONE (EVERY CELL THEN
      *           SHOWS AS NEW). RC=8 ALSO ON ANY SQL ERROR - THE
      *           REPORT IS THEN INCOMPLETE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR           PIC 9(4).
           05 WS-RUN-MONTH          PIC 9(2).
           05 FILLER                PIC X(2).
       01  WS-CURR-MONTH            PIC X(6).
       01  WS-PRIOR-MONTH           PIC X(6).
       01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR         PIC 9(4).
           05 WS-PRIOR-MM           PIC 9(2).
       01  WS-CURR-SNAP-DATE        PIC X(8).
       01  WS-PRIOR-SNAP-DATE       PIC X(8).
       01  WS-NULL-IND              PIC S9(4) COMP.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01  WS-READY-SW              PIC X VALUE 'N'.
           88 WS-MOVE-READY         VALUE 'Y'.
       01  WS-FIRST-ROW-SW          PIC X VALUE 'Y'.
           88 WS-FIRST-ROW          VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-PREV-STATUS           PIC X(10) VALUE SPACES.
       01  WS-H-ACCOUNT-STATUS      PIC X(10).
       01  WS-H-BRANCH-ID           PIC X(5).
       01  WS-H-PRODUCT-CODE        PIC X(10).
       01  WS-H-PRIOR-COUNT         PIC S9(9) COMP-3.
       01  WS-H-CURR-COUNT          PIC S9(9) COMP-3.
       01  WS-MOVEMENT              PIC S9(9) COMP-3.
       01  WS-STAT-PRIOR            PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-STAT-CURR             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-TOT-PRIOR             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-TOT-CURR              PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-CELL-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBMOVE - MONTH-OVER-MONTH PORTFOLIO MOVEMENT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE 'PRIOR CLOSE : '.
           05 WS-HDR-PRIOR-DATE     PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE 'CURRENT CLOSE : '.
           05 WS-HDR-CURR-DATE      PIC X(8).
       01  WS-STATUS-LINE.
           05 FILLER                PIC X(16) VALUE 'ACCOUNT STATUS :'.
           05 WS-SL-STATUS          PIC X(10).
       01  WS-COLUMN-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE 'BRANCH'.
           05 FILLER                PIC X(12) VALUE 'PRODUCT'.
           05 FILLER                PIC X(12) VALUE ' PRIOR CLOSE'.
           05 FILLER                PIC X(15) VALUE '  CURRENT CLOSE'.
           05 FILLER                PIC X(12) VALUE '    MOVEMENT'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-BRANCH-ID       PIC X(8).
           05 WS-DL-PRODUCT-CODE    PIC X(12).
           05 WS-DL-PRIOR           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-DL-CURR            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-MOVEMENT        PIC +ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(6).
       01  WS-SUBTOTAL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE 'STATUS TOTAL  :'.
           05 WS-STL-PRIOR          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-STL-CURR           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-STL-MOVEMENT       PIC +ZZ,ZZZ,ZZ9.
       01  WS-GRAND-TOTAL-LINE.
           05 FILLER                PIC X(22) VALUE
              'PORTFOLIO TOTAL :'.
           05 WS-GT-PRIOR           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-GT-CURR            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-GT-MOVEMENT        PIC +ZZ,ZZZ,ZZ9.
       01  WS-MESSAGE-LINE.
           05 WS-ML-TEXT            PIC X(80).
       01  WS-CELL-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CELLS REPORTED                 :'.
           05 WS-CLT-COUNT          PIC ZZZ,ZZ9.
       01  WS-MOVED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CELLS THAT MOVED               :'.
           05 WS-MVT-COUNT          PIC ZZZ,ZZ9.
       01  WS-ERROR-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'SQL ERRORS - REPORT INCOMPLETE :'.
           05 WS-ERT-COUNT          PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBMOVE '.
       01  WS-RC-BUSINESS-DATE      PIC X(8).
       01  WS-RC-START-TIMESTAMP    PIC X(26).
       01  WS-RC-TIMESTAMP          PIC X(26).
       01  WS-RC-CARD.
           05 WS-RC-CARD-DATE       PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-RC-CARD-FORCE      PIC X(5).
           05 FILLER                PIC X(66).
       01  WS-RC-FORCE-SW           PIC X VALUE 'N'.
           88 WS-RC-FORCED          VALUE 'Y'.
       01  WS-RC-CLEARED-SW         PIC X VALUE 'N'.
           88 WS-RC-CLEARED         VALUE 'Y'.
       01  WS-RC-RUN-COUNT          PIC S9(9) COMP-3.
       01  WS-RC-PREREQ-IND         PIC S9(4) COMP.
       01  WS-RC-MESSAGE            PIC X(40) VALUE SPACES.
           EXEC SQL
           INCLUDE CBSPSNP
           END-EXEC.
           EXEC SQL
           INCLUDE CBSBRUN
           END-EXEC.
           EXEC SQL
           INCLUDE CBSBPRQ
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RUN-CONTROL-START-PARA THRU
                   RUN-CONTROL-START-PARA-EXIT
           IF NOT WS-RC-CLEARED
              STOP RUN
           END-IF
           PERFORM INIT-PARA THRU INIT-PARA-EXIT
           IF WS-MOVE-READY
              PERFORM PROCESS-PARA THRU PROCESS-PARA-EXIT
                  UNTIL WS-EOF
              PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
           END-IF
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN OUTPUT REPT-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE(1:6) TO WS-CURR-MONTH
           IF WS-RUN-MONTH = 1
              COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1
              MOVE 12 TO WS-PRIOR-MM
           ELSE
              MOVE WS-RUN-YEAR TO WS-PRIOR-YEAR
              COMPUTE WS-PRIOR-MM = WS-RUN-MONTH - 1
           END-IF
           PERFORM FIND-SNAPSHOTS-PARA THRU FIND-SNAPSHOTS-PARA-EXIT
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PRIOR-SNAP-DATE TO WS-HDR-PRIOR-DATE
           MOVE WS-CURR-SNAP-DATE TO WS-HDR-CURR-DATE
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-ML-TEXT NOT = SPACES
              MOVE WS-MESSAGE-LINE TO REPT-RECORD
              WRITE REPT-RECORD
           END-IF
           IF NOT WS-MOVE-READY
              GO TO INIT-PARA-EXIT
           END-IF
           EXEC SQL
                DECLARE MOVE-CURSOR CURSOR FOR
                SELECT T.ACCOUNT_STATUS, T.BRANCH_ID, T.PRODUCT_CODE,
                       SUM(T.PRIOR_COUNT), SUM(T.CURR_COUNT)
                FROM
                 (SELECT S.ACCOUNT_STATUS, S.BRANCH_ID,
                         S.PRODUCT_CODE, S.ACCOUNT_COUNT, 0
                  FROM CBS_PORTF_SNAP S
                  WHERE S.SNAP_DATE = :WS-PRIOR-SNAP-DATE
                  UNION ALL
                  SELECT S.ACCOUNT_STATUS, S.BRANCH_ID,
                         S.PRODUCT_CODE, 0, S.ACCOUNT_COUNT
                  FROM CBS_PORTF_SNAP S
                  WHERE S.SNAP_DATE = :WS-CURR-SNAP-DATE)
                 AS T (ACCOUNT_STATUS, BRANCH_ID, PRODUCT_CODE,
                       PRIOR_COUNT, CURR_COUNT)
                GROUP BY T.ACCOUNT_STATUS, T.BRANCH_ID, T.PRODUCT_CODE
                ORDER BY T.ACCOUNT_STATUS, T.BRANCH_ID, T.PRODUCT_CODE
           END-EXEC
           EXEC SQL OPEN MOVE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MOVE-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              SET WS-EOF TO TRUE
              GO TO INIT-PARA-EXIT
           END-IF
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       INIT-PARA-EXIT.
           EXIT.
      *    A MONTH'S CLOSE IS THE LATEST SNAPSHOT SAVED IN THAT MONTH.
      *    NO PRIOR-MONTH SNAPSHOT LEAVES WS-PRIOR-SNAP-DATE BLANK, SO
      *    THE PRIOR SIDE OF THE CURSOR MATCHES NOTHING. AN SQL ERROR
      *    LOOKING FOR EITHER IS RC=8, NOT A MISSING SNAPSHOT.
       FIND-SNAPSHOTS-PARA.
           MOVE SPACES TO WS-CURR-SNAP-DATE
           MOVE SPACES TO WS-PRIOR-SNAP-DATE
           MOVE SPACES TO WS-ML-TEXT
           EXEC SQL
                SELECT MAX(SNAP_DATE)
                INTO :WS-CURR-SNAP-DATE :WS-NULL-IND
                FROM CBS_PORTF_SNAP
                WHERE SUBSTR(SNAP_DATE, 1, 6) = :WS-CURR-MONTH
                  AND SNAP_DATE <= :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-CURR-SNAP-DATE
              MOVE 'SQL ERROR READING THE REPORT MONTH SNAPSHOT'
                TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           IF WS-NULL-IND < 0
              MOVE SPACES TO WS-CURR-SNAP-DATE
              MOVE 'NO PORTFOLIO SNAPSHOT SAVED IN THE REPORT MONTH'
                TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' WS-CURR-MONTH
              MOVE 8 TO RETURN-CODE
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           EXEC SQL
                SELECT MAX(SNAP_DATE)
                INTO :WS-PRIOR-SNAP-DATE :WS-NULL-IND
                FROM CBS_PORTF_SNAP
                WHERE SUBSTR(SNAP_DATE, 1, 6) = :WS-PRIOR-MONTH
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-PRIOR-SNAP-DATE
              MOVE 'SQL ERROR READING THE PRIOR MONTH SNAPSHOT'
                TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           IF WS-NULL-IND < 0
              MOVE SPACES TO WS-PRIOR-SNAP-DATE
              MOVE 'NO SNAPSHOT IN THE PRIOR MONTH - ALL CELLS NEW'
                TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' WS-PRIOR-MONTH
              MOVE 4 TO RETURN-CODE
           END-IF
           SET WS-MOVE-READY TO TRUE.
       FIND-SNAPSHOTS-PARA-EXIT.
           EXIT.
       FETCH-NEXT-PARA.
           EXEC SQL
                FETCH MOVE-CURSOR
                INTO :WS-H-ACCOUNT-STATUS, :WS-H-BRANCH-ID,
                     :WS-H-PRODUCT-CODE, :WS-H-PRIOR-COUNT,
                     :WS-H-CURR-COUNT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'MOVE-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-NEXT-PARA-EXIT.
           EXIT.
       PROCESS-PARA.
           IF WS-H-ACCOUNT-STATUS NOT = WS-PREV-STATUS
              IF NOT WS-FIRST-ROW
                 PERFORM WRITE-STATUS-SUBTOTAL-PARA THRU
                         WRITE-STATUS-SUBTOTAL-PARA-EXIT
              END-IF
              SET WS-FIRST-ROW TO FALSE
              MOVE ZERO TO WS-STAT-PRIOR
              MOVE ZERO TO WS-STAT-CURR
              MOVE WS-H-ACCOUNT-STATUS TO WS-PREV-STATUS
              MOVE SPACES TO REPT-RECORD
              WRITE REPT-RECORD
              MOVE WS-H-ACCOUNT-STATUS TO WS-SL-STATUS
              MOVE WS-STATUS-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              MOVE WS-COLUMN-LINE TO REPT-RECORD
              WRITE REPT-RECORD
           END-IF
           ADD 1 TO WS-CELL-COUNT
           COMPUTE WS-MOVEMENT = WS-H-CURR-COUNT - WS-H-PRIOR-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-H-BRANCH-ID TO WS-DL-BRANCH-ID
           MOVE WS-H-PRODUCT-CODE TO WS-DL-PRODUCT-CODE
           MOVE WS-H-PRIOR-COUNT TO WS-DL-PRIOR
           MOVE WS-H-CURR-COUNT TO WS-DL-CURR
           MOVE WS-MOVEMENT TO WS-DL-MOVEMENT
           IF WS-MOVEMENT NOT = 0
              ADD 1 TO WS-MOVED-COUNT
           END-IF
           IF WS-H-PRIOR-COUNT = 0
              MOVE 'NEW' TO WS-DL-FLAG
           END-IF
           IF WS-H-CURR-COUNT = 0
              MOVE 'GONE' TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           ADD WS-H-PRIOR-COUNT TO WS-STAT-PRIOR
           ADD WS-H-CURR-COUNT TO WS-STAT-CURR
           ADD WS-H-PRIOR-COUNT TO WS-TOT-PRIOR
           ADD WS-H-CURR-COUNT TO WS-TOT-CURR
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       PROCESS-PARA-EXIT.
           EXIT.
       WRITE-STATUS-SUBTOTAL-PARA.
           MOVE WS-STAT-PRIOR TO WS-STL-PRIOR
           MOVE WS-STAT-CURR TO WS-STL-CURR
           COMPUTE WS-MOVEMENT = WS-STAT-CURR - WS-STAT-PRIOR
           MOVE WS-MOVEMENT TO WS-STL-MOVEMENT
           MOVE WS-SUBTOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-STATUS-SUBTOTAL-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           EXEC SQL CLOSE MOVE-CURSOR END-EXEC
           IF NOT WS-FIRST-ROW
              PERFORM WRITE-STATUS-SUBTOTAL-PARA THRU
                      WRITE-STATUS-SUBTOTAL-PARA-EXIT
           END-IF
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-TOT-PRIOR TO WS-GT-PRIOR
           MOVE WS-TOT-CURR TO WS-GT-CURR
           COMPUTE WS-MOVEMENT = WS-TOT-CURR - WS-TOT-PRIOR
           MOVE WS-MOVEMENT TO WS-GT-MOVEMENT
           MOVE WS-GRAND-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-CELL-COUNT TO WS-CLT-COUNT
           MOVE WS-CELL-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-MOVED-COUNT TO WS-MVT-COUNT
           MOVE WS-MOVED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-ERROR-COUNT TO WS-ERT-COUNT
           MOVE WS-ERROR-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       SUMMARY-PARA-EXIT.
           EXIT.
       TERM-PARA.
           CLOSE REPT-FILE.
       TERM-PARA-EXIT.
           EXIT.
      *****************************************************************
      * RUN CONTROL. EVERY STEP OF THE NIGHTLY SUITE REGISTERS ITSELF IN
      * CBS_BATCH_RUN BEFORE IT DOES ANY WORK, AND REFUSES TO START -
      * RC=12, A REFUSED ROW AND NOTHING ELSE TOUCHED - IF IT HAS
      * ALREADY COMPLETED (OR IS STILL RUNNING) FOR THE BUSINESS DATE
      * AND THE RUNCTL CARD DOES NOT SAY FORCE, OR IF ANY OF ITS
      * CBS_BATCH_PREREQ STEPS HAS NOT COMPLETED FOR THE SAME DATE.
      * FORCE DOES NOT OVERRIDE A PREREQUISITE. THE BUSINESS DATE IS
      * TODAY'S DATE UNLESS THE CARD OVERRIDES IT.
      *****************************************************************
       RUN-CONTROL-START-PARA.
           ACCEPT WS-RC-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RC-CARD
           OPEN INPUT RUNCTL-FILE
           READ RUNCTL-FILE INTO WS-RC-CARD
              AT END
                 MOVE SPACES TO WS-RC-CARD
           END-READ
           CLOSE RUNCTL-FILE
           IF WS-RC-CARD-DATE NUMERIC
              MOVE WS-RC-CARD-DATE TO WS-RC-BUSINESS-DATE
           END-IF
           IF WS-RC-CARD-FORCE = 'FORCE'
              SET WS-RC-FORCED TO TRUE
           END-IF
           PERFORM RUN-CONTROL-STAMP-PARA THRU
                   RUN-CONTROL-STAMP-PARA-EXIT
           MOVE WS-RC-TIMESTAMP TO WS-RC-START-TIMESTAMP
           MOVE WS-RC-STEP-NAME TO H13-STEP-NAME
           MOVE WS-RC-BUSINESS-DATE TO H13-BUSINESS-DATE
           MOVE WS-RC-START-TIMESTAMP TO H13-START-TIMESTAMP
           MOVE SPACES TO H13-END-TIMESTAMP
           MOVE ZERO TO H13-COMPLETION-CODE
           MOVE ZERO TO H13-RECORDS-READ
           MOVE ZERO TO H13-RECORDS-PROCESSED
           MOVE ZERO TO H13-RECORDS-REJECTED
           MOVE WS-RC-FORCE-SW TO H13-FORCED-SW
           PERFORM RUN-CONTROL-CHECK-PARA THRU
                   RUN-CONTROL-CHECK-PARA-EXIT
           IF WS-RC-MESSAGE NOT = SPACES
              MOVE 'REFUSED   ' TO H13-RUN-STATUS
              MOVE WS-RC-TIMESTAMP TO H13-END-TIMESTAMP
              MOVE 12 TO H13-COMPLETION-CODE
              MOVE WS-RC-MESSAGE TO H13-RUN-MESSAGE
              PERFORM RUN-CONTROL-INSERT-PARA THRU
                      RUN-CONTROL-INSERT-PARA-EXIT
              DISPLAY WS-RC-STEP-NAME ' REFUSED FOR BUSINESS DATE '
                      WS-RC-BUSINESS-DATE ' - ' WS-RC-MESSAGE
              MOVE 12 TO RETURN-CODE
              GO TO RUN-CONTROL-START-PARA-EXIT
           END-IF
      *    A FORCED RERUN SUPERSEDES ANY RUN STILL SHOWING RUNNING FOR
      *    THE DATE (ONE THAT ABENDED WITHOUT REACHING ITS END).
           IF WS-RC-FORCED
              EXEC SQL
                   UPDATE CBS_BATCH_RUN
                   SET RUN_STATUS = 'FAILED    ',
                       END_TIMESTAMP = :WS-RC-TIMESTAMP,
                       RUN_MESSAGE = 'SUPERSEDED BY FORCED RERUN'
                   WHERE STEP_NAME = :H13-STEP-NAME
                     AND BUSINESS_DATE = :H13-BUSINESS-DATE
                     AND RUN_STATUS = 'RUNNING   '
              END-EXEC
              MOVE 'FORCED RERUN' TO H13-RUN-MESSAGE
           ELSE
              MOVE SPACES TO H13-RUN-MESSAGE
           END-IF
           MOVE 'RUNNING   ' TO H13-RUN-STATUS
           PERFORM RUN-CONTROL-INSERT-PARA THRU
                   RUN-CONTROL-INSERT-PARA-EXIT
           IF RETURN-CODE = ZERO
              SET WS-RC-CLEARED TO TRUE
              DISPLAY WS-RC-STEP-NAME ' STARTED FOR BUSINESS DATE '
                      WS-RC-BUSINESS-DATE
           END-IF.
       RUN-CONTROL-START-PARA-EXIT.
           EXIT.
       RUN-CONTROL-CHECK-PARA.
           MOVE SPACES TO WS-RC-MESSAGE
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-RC-RUN-COUNT
                FROM CBS_BATCH_RUN
                WHERE STEP_NAME = :H13-STEP-NAME
                  AND BUSINESS_DATE = :H13-BUSINESS-DATE
                  AND RUN_STATUS IN ('COMPLETED ', 'RUNNING   ')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RUN CONTROL TABLE NOT AVAILABLE' TO WS-RC-MESSAGE
              GO TO RUN-CONTROL-CHECK-PARA-EXIT
           END-IF
           IF WS-RC-RUN-COUNT > 0 AND NOT WS-RC-FORCED
              MOVE 'ALREADY RUN FOR THIS BUSINESS DATE'
                TO WS-RC-MESSAGE
              GO TO RUN-CONTROL-CHECK-PARA-EXIT
           END-IF
      *    THE LOWEST-NAMED PREREQUISITE STILL OUTSTANDING, IF ANY -
      *    ONE IS ENOUGH TO REFUSE, AND NAMING IT TELLS OPS WHERE TO
      *    LOOK.
           EXEC SQL
                SELECT MIN(P.PREREQ_STEP)
                INTO :H15-PREREQ-STEP :WS-RC-PREREQ-IND
                FROM CBS_BATCH_PREREQ P
                WHERE P.STEP_NAME = :H13-STEP-NAME
                  AND NOT EXISTS
                      (SELECT 1
                       FROM CBS_BATCH_RUN R
                       WHERE R.STEP_NAME = P.PREREQ_STEP
                         AND R.BUSINESS_DATE = :H13-BUSINESS-DATE
                         AND R.RUN_STATUS = 'COMPLETED ')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RUN CONTROL TABLE NOT AVAILABLE' TO WS-RC-MESSAGE
              GO TO RUN-CONTROL-CHECK-PARA-EXIT
           END-IF
           IF WS-RC-PREREQ-IND NOT < 0
              STRING 'PREREQUISITE ' DELIMITED BY SIZE
                     H15-PREREQ-STEP DELIMITED BY SPACE
                     ' NOT COMPLETED' DELIMITED BY SIZE
                INTO WS-RC-MESSAGE
              END-STRING
           END-IF.
       RUN-CONTROL-CHECK-PARA-EXIT.
           EXIT.
       RUN-CONTROL-INSERT-PARA.
           EXEC SQL
                INSERT INTO CBS_BATCH_RUN
                ( STEP_NAME, BUSINESS_DATE, START_TIMESTAMP,
                  END_TIMESTAMP, RUN_STATUS, COMPLETION_CODE,
                  FORCED_SW, RECORDS_READ, RECORDS_PROCESSED,
                  RECORDS_REJECTED, RUN_MESSAGE )
                VALUES
                ( :H13-STEP-NAME, :H13-BUSINESS-DATE,
                  :H13-START-TIMESTAMP, :H13-END-TIMESTAMP,
                  :H13-RUN-STATUS, :H13-COMPLETION-CODE,
                  :H13-FORCED-SW, :H13-RECORDS-READ,
                  :H13-RECORDS-PROCESSED, :H13-RECORDS-REJECTED,
                  :H13-RUN-MESSAGE )
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-RC-STEP-NAME ' RUN CONTROL INSERT FAILED, '
                      'SQLCODE ' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF.
       RUN-CONTROL-INSERT-PARA-EXIT.
           EXIT.
      *    CLOSES THE STEP'S CBS_BATCH_RUN ROW WITH ITS END TIME,
      *    RETURN CODE AND KEY COUNTS - FOR THIS STEP:
      *    CELLS REPORTED / CELLS THAT MOVED / NONE
       RUN-CONTROL-END-PARA.
           MOVE WS-CELL-COUNT TO H13-RECORDS-READ
           MOVE WS-MOVED-COUNT TO H13-RECORDS-PROCESSED
           MOVE ZERO TO H13-RECORDS-REJECTED
           PERFORM RUN-CONTROL-STAMP-PARA THRU
                   RUN-CONTROL-STAMP-PARA-EXIT
           MOVE WS-RC-STEP-NAME TO H13-STEP-NAME
           MOVE WS-RC-BUSINESS-DATE TO H13-BUSINESS-DATE
           MOVE WS-RC-START-TIMESTAMP TO H13-START-TIMESTAMP
           MOVE WS-RC-TIMESTAMP TO H13-END-TIMESTAMP
           MOVE RETURN-CODE TO H13-COMPLETION-CODE
           IF RETURN-CODE < 8
              MOVE 'COMPLETED ' TO H13-RUN-STATUS
           ELSE
              MOVE 'FAILED    ' TO H13-RUN-STATUS
           END-IF
           EXEC SQL
                UPDATE CBS_BATCH_RUN
                SET END_TIMESTAMP = :H13-END-TIMESTAMP,
                    RUN_STATUS = :H13-RUN-STATUS,
                    COMPLETION_CODE = :H13-COMPLETION-CODE,
                    RECORDS_READ = :H13-RECORDS-READ,
                    RECORDS_PROCESSED = :H13-RECORDS-PROCESSED,
                    RECORDS_REJECTED = :H13-RECORDS-REJECTED
                WHERE STEP_NAME = :H13-STEP-NAME
                  AND BUSINESS_DATE = :H13-BUSINESS-DATE
                  AND START_TIMESTAMP = :H13-START-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-RC-STEP-NAME ' RUN CONTROL UPDATE FAILED, '
                      'SQLCODE ' SQLCODE
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY WS-RC-STEP-NAME ' ' H13-RUN-STATUS
                   ' FOR BUSINESS DATE ' WS-RC-BUSINESS-DATE
                   ' RC=' RETURN-CODE.
       RUN-CONTROL-END-PARA-EXIT.
           EXIT.
       RUN-CONTROL-STAMP-PARA.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RC-TIMESTAMP(1:16)
           MOVE SPACES TO WS-RC-TIMESTAMP(17:10).
       RUN-CONTROL-STAMP-PARA-EXIT.
           EXIT.
