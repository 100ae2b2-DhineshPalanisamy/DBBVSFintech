       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBROLL.
      *****************************************************************
      * CGBROLL - DAILY PORTFOLIO ROLL-FORWARD RECONCILIATION
      *           PROVES THE PORTFOLIO MOVED ONLY BY THE TRANSITIONS
      *           RECORDED IN CBS_ACCT_STATUS_HIST. FOR EVERY (STATUS,
      *           BRANCH, PRODUCT) CELL IT TAKES THE PRIOR BUSINESS
      *           DAY'S CLOSING COUNT FROM CBS_PORTF_SNAP, ADDS THE
      *           HISTORY ROWS THAT MOVED AN ACCOUNT INTO THE CELL AND
      *           SUBTRACTS THOSE THAT MOVED ONE OUT - EVERY ROW STAMPED
      *           AFTER THE PRIOR SNAPSHOT WAS TAKEN AND NO LATER THAN
      *           TODAY'S - AND COMPARES THE RESULT WITH TODAY'S
      *           SNAPSHOT. A CELL THAT DOES NOT BALANCE IS A BREAK: A
      *           DIRECT SQL FIX, A MISSING HISTORY WRITE OR A LOST
      *           UPDATE.
      *           A HISTORY ROW MOVES THE ACCOUNT INTO (NEW_STATUS,
      *           ITS BRANCH_ID) AND OUT OF (OLD_STATUS, THE BRANCH_ID
      *           OF THE ACCOUNT'S PREVIOUS HISTORY ROW) - THE ONLINE
      *           MOVES REBOOK THE ACCOUNT TO THE OPERATOR'S BRANCH, SO
      *           THE TWO CAN DIFFER. AN OPENING ROW (OLD_STATUS
      *           BLANK) ONLY MOVES THE ACCOUNT IN. PRODUCT COMES FROM
      *           THE MASTER ROW, WHICH NO TRANSITION CHANGES.
      *           RUNS AFTER CGBSNAP. RC=4 WHEN ANY CELL BREAKS, RC=8
      *           WHEN THERE IS NO SNAPSHOT SAVED FOR THE BUSINESS DATE
      *           OR ON ANY SQL ERROR - THE RECONCILIATION IS THEN
      *           INCOMPLETE AND PROVES NOTHING.
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
       01  WS-PRIOR-DATE            PIC X(8).
       01  WS-TODAY-TS              PIC X(26).
       01  WS-PRIOR-TS              PIC X(26).
       01  WS-NULL-IND              PIC S9(4) COMP.
       01  WS-BLANK-STATUS          PIC X(10) VALUE SPACES.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01  WS-READY-SW              PIC X VALUE 'N'.
           88 WS-ROLL-READY         VALUE 'Y'.
       01  WS-H-ACCOUNT-STATUS      PIC X(10).
       01  WS-H-BRANCH-ID           PIC X(5).
       01  WS-H-PRODUCT-CODE        PIC X(10).
       01  WS-H-PRIOR-COUNT         PIC S9(9) COMP-3.
       01  WS-H-IN-COUNT            PIC S9(9) COMP-3.
       01  WS-H-OUT-COUNT           PIC S9(9) COMP-3.
       01  WS-H-TODAY-COUNT         PIC S9(9) COMP-3.
       01  WS-EXPECTED-COUNT        PIC S9(9) COMP-3.
       01  WS-DIFFERENCE            PIC S9(9) COMP-3.
       01  WS-CELL-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-BALANCED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-BREAK-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-TOT-PRIOR             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-TOT-IN                PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-TOT-OUT               PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-TOT-EXPECTED          PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-TOT-TODAY             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBROLL - PORTFOLIO ROLL-FORWARD RECONCILIATION'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE 'PRIOR SNAPSHOT : '.
           05 WS-HDR-PRIOR-DATE     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-HDR-PRIOR-TS       PIC X(14).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE 'TODAY SNAPSHOT : '.
           05 WS-HDR-TODAY-TS       PIC X(14).
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(12) VALUE 'STATUS'.
           05 FILLER                PIC X(7) VALUE 'BRANCH'.
           05 FILLER                PIC X(12) VALUE 'PRODUCT'.
           05 FILLER                PIC X(12) VALUE ' PRIOR CLOSE'.
           05 FILLER                PIC X(12) VALUE '     MOVE IN'.
           05 FILLER                PIC X(12) VALUE '    MOVE OUT'.
           05 FILLER                PIC X(12) VALUE '    EXPECTED'.
           05 FILLER                PIC X(12) VALUE '    SNAPSHOT'.
           05 FILLER                PIC X(12) VALUE '  DIFFERENCE'.
       01  WS-DETAIL-LINE.
           05 WS-DL-STATUS          PIC X(12).
           05 WS-DL-BRANCH-ID       PIC X(7).
           05 WS-DL-PRODUCT-CODE    PIC X(12).
           05 WS-DL-PRIOR           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-IN              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-OUT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-EXPECTED        PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-TODAY           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-DIFFERENCE      PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(9).
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(31) VALUE
              'PORTFOLIO TOTAL'.
           05 WS-TL-PRIOR           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-TL-IN              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-TL-OUT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-TL-EXPECTED        PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-TL-TODAY           PIC ZZZ,ZZZ,ZZ9.
       01  WS-MESSAGE-LINE.
           05 WS-ML-TEXT            PIC X(80).
       01  WS-CELL-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CELLS CHECKED                  :'.
           05 WS-CLT-COUNT          PIC ZZZ,ZZ9.
       01  WS-BALANCED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CELLS BALANCED                 :'.
           05 WS-BLT-COUNT          PIC ZZZ,ZZ9.
       01  WS-BREAK-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CELLS OUT OF BALANCE (BREAKS)  :'.
           05 WS-BKT-COUNT          PIC ZZZ,ZZ9.
       01  WS-ERROR-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'SQL ERRORS - RUN INCOMPLETE    :'.
           05 WS-ERT-COUNT          PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBROLL '.
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
           IF WS-ROLL-READY
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
           PERFORM FIND-SNAPSHOTS-PARA THRU FIND-SNAPSHOTS-PARA-EXIT
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PRIOR-DATE TO WS-HDR-PRIOR-DATE
           MOVE WS-PRIOR-TS(1:14) TO WS-HDR-PRIOR-TS
           MOVE WS-TODAY-TS(1:14) TO WS-HDR-TODAY-TS
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD
           IF NOT WS-ROLL-READY
              MOVE WS-MESSAGE-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              GO TO INIT-PARA-EXIT
           END-IF
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD
           EXEC SQL
                DECLARE ROLL-CURSOR CURSOR FOR
                SELECT T.ACCOUNT_STATUS, T.BRANCH_ID, T.PRODUCT_CODE,
                       SUM(T.PRIOR_COUNT), SUM(T.IN_COUNT),
                       SUM(T.OUT_COUNT), SUM(T.TODAY_COUNT)
                FROM
                 (SELECT S.ACCOUNT_STATUS, S.BRANCH_ID,
                         S.PRODUCT_CODE, S.ACCOUNT_COUNT, 0, 0, 0
                  FROM CBS_PORTF_SNAP S
                  WHERE S.SNAP_DATE = :WS-PRIOR-DATE
                  UNION ALL
                  SELECT S.ACCOUNT_STATUS, S.BRANCH_ID,
                         S.PRODUCT_CODE, 0, 0, 0, S.ACCOUNT_COUNT
                  FROM CBS_PORTF_SNAP S
                  WHERE S.SNAP_DATE = :WS-RUN-DATE
                  UNION ALL
                  SELECT H.NEW_STATUS, H.BRANCH_ID,
                         M.PRODUCT_CODE, 0, 1, 0, 0
                  FROM CBS_ACCT_STATUS_HIST H, CBS_ACCT_MSTR_DTL M
                  WHERE H.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                    AND H.CHANGE_TIMESTAMP > :WS-PRIOR-TS
                    AND H.CHANGE_TIMESTAMP <= :WS-TODAY-TS
                  UNION ALL
                  SELECT H.OLD_STATUS,
                         COALESCE(
                          (SELECT MAX(P.BRANCH_ID)
                           FROM CBS_ACCT_STATUS_HIST P
                           WHERE P.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                             AND P.CHANGE_TIMESTAMP =
                                 (SELECT MAX(P2.CHANGE_TIMESTAMP)
                                  FROM CBS_ACCT_STATUS_HIST P2
                                  WHERE P2.ACCOUNT_NUMBER =
                                        H.ACCOUNT_NUMBER
                                    AND P2.CHANGE_TIMESTAMP <
                                        H.CHANGE_TIMESTAMP)),
                          H.BRANCH_ID),
                         M.PRODUCT_CODE, 0, 0, 1, 0
                  FROM CBS_ACCT_STATUS_HIST H, CBS_ACCT_MSTR_DTL M
                  WHERE H.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                    AND H.CHANGE_TIMESTAMP > :WS-PRIOR-TS
                    AND H.CHANGE_TIMESTAMP <= :WS-TODAY-TS
                    AND H.OLD_STATUS <> :WS-BLANK-STATUS)
                 AS T (ACCOUNT_STATUS, BRANCH_ID, PRODUCT_CODE,
                       PRIOR_COUNT, IN_COUNT, OUT_COUNT, TODAY_COUNT)
                GROUP BY T.ACCOUNT_STATUS, T.BRANCH_ID, T.PRODUCT_CODE
                ORDER BY T.ACCOUNT_STATUS, T.BRANCH_ID, T.PRODUCT_CODE
           END-EXEC
           EXEC SQL OPEN ROLL-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ROLL-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              SET WS-EOF TO TRUE
              GO TO INIT-PARA-EXIT
           END-IF
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       INIT-PARA-EXIT.
           EXIT.
      *    TODAY'S SNAPSHOT MUST BE THERE (CGBSNAP IS A PREREQUISITE,
      *    BUT IT ROLLS BACK A SNAPSHOT IT COULD NOT SAVE IN FULL). NO
      *    EARLIER SNAPSHOT AT ALL MEANS THIS IS THE FIRST ONE SAVED -
      *    NOTHING TO ROLL FORWARD FROM YET, WHICH IS NOT AN ERROR. THE
      *    PRIOR SNAPSHOT IS THE LATEST BEFORE TODAY, SO A WEEKEND OR
      *    A MISSED NIGHT IS ROLLED FORWARD IN ONE GO. AN SQL ERROR
      *    LOOKING FOR EITHER IS RC=8, NOT A MISSING SNAPSHOT.
       FIND-SNAPSHOTS-PARA.
           MOVE SPACES TO WS-PRIOR-DATE
           MOVE SPACES TO WS-PRIOR-TS
           MOVE SPACES TO WS-TODAY-TS
           EXEC SQL
                SELECT MAX(SNAP_TIMESTAMP)
                INTO :WS-TODAY-TS :WS-NULL-IND
                FROM CBS_PORTF_SNAP
                WHERE SNAP_DATE = :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-TODAY-TS
              MOVE 'SQL ERROR READING TODAY''S SNAPSHOT' TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           IF WS-NULL-IND < 0
              MOVE SPACES TO WS-TODAY-TS
              MOVE 'NO PORTFOLIO SNAPSHOT SAVED FOR THE BUSINESS DATE'
                TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' WS-RUN-DATE
              MOVE 8 TO RETURN-CODE
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           EXEC SQL
                SELECT MAX(SNAP_DATE)
                INTO :WS-PRIOR-DATE :WS-NULL-IND
                FROM CBS_PORTF_SNAP
                WHERE SNAP_DATE < :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-PRIOR-DATE
              MOVE 'SQL ERROR READING PRIOR SNAPSHOT' TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           IF WS-NULL-IND < 0
              MOVE SPACES TO WS-PRIOR-DATE
              MOVE 'NO PRIOR SNAPSHOT - NOTHING TO ROLL FORWARD FROM'
                TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           EXEC SQL
                SELECT MAX(SNAP_TIMESTAMP)
                INTO :WS-PRIOR-TS :WS-NULL-IND
                FROM CBS_PORTF_SNAP
                WHERE SNAP_DATE = :WS-PRIOR-DATE
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-NULL-IND < 0
              MOVE SPACES TO WS-PRIOR-TS
              MOVE 'SQL ERROR READING PRIOR SNAPSHOT' TO WS-ML-TEXT
              DISPLAY WS-ML-TEXT ' ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
              GO TO FIND-SNAPSHOTS-PARA-EXIT
           END-IF
           SET WS-ROLL-READY TO TRUE.
       FIND-SNAPSHOTS-PARA-EXIT.
           EXIT.
       FETCH-NEXT-PARA.
           EXEC SQL
                FETCH ROLL-CURSOR
                INTO :WS-H-ACCOUNT-STATUS, :WS-H-BRANCH-ID,
                     :WS-H-PRODUCT-CODE, :WS-H-PRIOR-COUNT,
                     :WS-H-IN-COUNT, :WS-H-OUT-COUNT,
                     :WS-H-TODAY-COUNT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'ROLL-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-NEXT-PARA-EXIT.
           EXIT.
       PROCESS-PARA.
           ADD 1 TO WS-CELL-COUNT
           COMPUTE WS-EXPECTED-COUNT =
              WS-H-PRIOR-COUNT + WS-H-IN-COUNT - WS-H-OUT-COUNT
           COMPUTE WS-DIFFERENCE =
              WS-H-TODAY-COUNT - WS-EXPECTED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-H-ACCOUNT-STATUS TO WS-DL-STATUS
           MOVE WS-H-BRANCH-ID TO WS-DL-BRANCH-ID
           MOVE WS-H-PRODUCT-CODE TO WS-DL-PRODUCT-CODE
           MOVE WS-H-PRIOR-COUNT TO WS-DL-PRIOR
           MOVE WS-H-IN-COUNT TO WS-DL-IN
           MOVE WS-H-OUT-COUNT TO WS-DL-OUT
           MOVE WS-EXPECTED-COUNT TO WS-DL-EXPECTED
           MOVE WS-H-TODAY-COUNT TO WS-DL-TODAY
           MOVE WS-DIFFERENCE TO WS-DL-DIFFERENCE
           IF WS-DIFFERENCE = 0
              ADD 1 TO WS-BALANCED-COUNT
           ELSE
              ADD 1 TO WS-BREAK-COUNT
              MOVE '*** BREAK' TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           ADD WS-H-PRIOR-COUNT TO WS-TOT-PRIOR
           ADD WS-H-IN-COUNT TO WS-TOT-IN
           ADD WS-H-OUT-COUNT TO WS-TOT-OUT
           ADD WS-EXPECTED-COUNT TO WS-TOT-EXPECTED
           ADD WS-H-TODAY-COUNT TO WS-TOT-TODAY
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       PROCESS-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           EXEC SQL CLOSE ROLL-CURSOR END-EXEC
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-TOT-PRIOR TO WS-TL-PRIOR
           MOVE WS-TOT-IN TO WS-TL-IN
           MOVE WS-TOT-OUT TO WS-TL-OUT
           MOVE WS-TOT-EXPECTED TO WS-TL-EXPECTED
           MOVE WS-TOT-TODAY TO WS-TL-TODAY
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-CELL-COUNT TO WS-CLT-COUNT
           MOVE WS-CELL-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-BALANCED-COUNT TO WS-BLT-COUNT
           MOVE WS-BALANCED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-BREAK-COUNT TO WS-BKT-COUNT
           MOVE WS-BREAK-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-ERROR-COUNT TO WS-ERT-COUNT
           MOVE WS-ERROR-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-BREAK-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
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
      *    CELLS CHECKED / CELLS BALANCED / BREAKS
       RUN-CONTROL-END-PARA.
           MOVE WS-CELL-COUNT TO H13-RECORDS-READ
           MOVE WS-BALANCED-COUNT TO H13-RECORDS-PROCESSED
           MOVE WS-BREAK-COUNT TO H13-RECORDS-REJECTED
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
