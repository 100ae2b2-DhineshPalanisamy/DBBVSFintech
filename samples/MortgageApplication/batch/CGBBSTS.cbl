       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBBSTS.
      *****************************************************************
      * CGBBSTS - MORNING BATCH-STATUS REPORT
      *           READS THE SHARED RUN-CONTROL TABLES AND SHOWS, FOR
      *           ONE BUSINESS DATE, WHAT EVERY STEP REGISTERED IN
      *           CBS_BATCH_STEP DID - ITS LATEST RUN FROM CBS_BATCH_RUN
      *           (STATUS, START/END TIME, RETURN CODE, FORCED FLAG
      *           AND KEY COUNTS), OR OUTSTANDING IF A DAILY STEP HAS
      *           NOT RUN AT ALL. A SECOND SECTION LISTS EVERY REFUSED
      *           START WITH ITS REASON. THE BUSINESS DATE IS THE
      *           LATEST ONE ON CBS_BATCH_RUN UNLESS THE RUNCTL CARD
      *           (COLUMNS 1-8) NAMES ANOTHER.
      *           READ-ONLY, SO IT DOES NOT REGISTER ITSELF AND CAN BE
      *           RERUN AS OFTEN AS OPS LIKE. RC=4 WHEN ANY STEP IS
      *           FAILED, STILL RUNNING, REFUSED OR OUTSTANDING. RC=8
      *           ON ANY SQL ERROR - THE REPORT IS THEN INCOMPLETE AND
      *           A STEP IT COULD NOT READ SHOWS SQL ERROR, NOT
      *           OUTSTANDING.
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
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-RC-CARD.
           05 WS-RC-CARD-DATE       PIC X(8).
           05 FILLER                PIC X(72).
       01  WS-DATE-IND              PIC S9(4) COMP.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01  WS-REF-EOF-SW            PIC X VALUE 'N'.
           88 WS-REF-EOF            VALUE 'Y'.
       01  WS-REF-ERROR-SW          PIC X VALUE 'N'.
           88 WS-REF-ERROR          VALUE 'Y'.
       01  WS-REFUSED-TRIES         PIC S9(9) COMP-3.
       01  WS-STEP-STATUS           PIC X(14).
       01  WS-COMPLETED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RUNNING-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-NOT-SCHED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REF-LIST-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-TIME-OUT.
           05 WS-TO-HH              PIC X(2).
           05 FILLER                PIC X(1) VALUE ':'.
           05 WS-TO-MM              PIC X(2).
           05 FILLER                PIC X(1) VALUE ':'.
           05 WS-TO-SS              PIC X(2).
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBBSTS - MORNING BATCH-STATUS REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE 'BUSINESS DATE : '.
           05 WS-HDR-BUSINESS-DATE  PIC X(8).
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(9) VALUE 'STEP'.
           05 FILLER                PIC X(14) VALUE 'STATUS'.
           05 FILLER                PIC X(9) VALUE 'STARTED'.
           05 FILLER                PIC X(9) VALUE 'ENDED'.
           05 FILLER                PIC X(6) VALUE '  RC'.
           05 FILLER                PIC X(4) VALUE 'FRC'.
           05 FILLER                PIC X(12) VALUE '       READ'.
           05 FILLER                PIC X(12) VALUE '  PROCESSED'.
           05 FILLER                PIC X(12) VALUE '   REJECTED'.
           05 FILLER                PIC X(40) VALUE 'MESSAGE'.
       01  WS-DETAIL-LINE.
           05 WS-DL-STEP-NAME       PIC X(9).
           05 WS-DL-STATUS          PIC X(14).
           05 WS-DL-START           PIC X(9).
           05 WS-DL-END             PIC X(9).
           05 WS-DL-RC              PIC ZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-FORCED          PIC X(4).
           05 WS-DL-READ            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-PROCESSED       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-REJECTED        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-MESSAGE         PIC X(40).
       01  WS-REF-HDR-LINE.
           05 FILLER                PIC X(50) VALUE
              'REFUSED STARTS FOR THE BUSINESS DATE'.
       01  WS-REF-COL-LINE.
           05 FILLER                PIC X(9) VALUE 'STEP'.
           05 FILLER                PIC X(9) VALUE 'AT'.
           05 FILLER                PIC X(4) VALUE 'FRC'.
           05 FILLER                PIC X(40) VALUE 'REASON'.
       01  WS-REF-LINE.
           05 WS-RL-STEP-NAME       PIC X(9).
           05 WS-RL-TIME            PIC X(9).
           05 WS-RL-FORCED          PIC X(4).
           05 WS-RL-MESSAGE         PIC X(40).
       01  WS-REF-NONE-LINE.
           05 FILLER                PIC X(30) VALUE
              '  NO REFUSED STARTS'.
       01  WS-REF-ERROR-LINE.
           05 FILLER                PIC X(40) VALUE
              '  REFUSED STARTS INCOMPLETE - SQL ERROR'.
       01  WS-COMPLETED-LINE.
           05 FILLER                PIC X(32) VALUE
              'STEPS COMPLETED                :'.
           05 WS-CPT-COUNT          PIC ZZZ,ZZ9.
       01  WS-FAILED-LINE.
           05 FILLER                PIC X(32) VALUE
              'STEPS FAILED                   :'.
           05 WS-FLT-COUNT          PIC ZZZ,ZZ9.
       01  WS-RUNNING-LINE.
           05 FILLER                PIC X(32) VALUE
              'STEPS STILL RUNNING            :'.
           05 WS-RNT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REFUSED-LINE.
           05 FILLER                PIC X(32) VALUE
              'STEPS REFUSED, NOT RUN         :'.
           05 WS-RFT-COUNT          PIC ZZZ,ZZ9.
       01  WS-OUTSTANDING-LINE.
           05 FILLER                PIC X(32) VALUE
              'STEPS OUTSTANDING              :'.
           05 WS-OST-COUNT          PIC ZZZ,ZZ9.
       01  WS-NOT-SCHED-LINE.
           05 FILLER                PIC X(32) VALUE
              'PERIODIC STEPS NOT SCHEDULED   :'.
           05 WS-NST-COUNT          PIC ZZZ,ZZ9.
       01  WS-ERROR-LINE.
           05 FILLER                PIC X(32) VALUE
              'SQL ERRORS - REPORT INCOMPLETE :'.
           05 WS-ERT-COUNT          PIC ZZZ,ZZ9.
           EXEC SQL
           INCLUDE CBSBSTP
           END-EXEC.
           EXEC SQL
           INCLUDE CBSBRUN
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA THRU INIT-PARA-EXIT
           PERFORM PROCESS-PARA THRU PROCESS-PARA-EXIT
               UNTIL WS-EOF
           PERFORM REFUSED-LIST-PARA THRU REFUSED-LIST-PARA-EXIT
           PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RC-CARD
           OPEN INPUT RUNCTL-FILE
           READ RUNCTL-FILE INTO WS-RC-CARD
              AT END
                 MOVE SPACES TO WS-RC-CARD
           END-READ
           CLOSE RUNCTL-FILE
           IF WS-RC-CARD-DATE NUMERIC
              MOVE WS-RC-CARD-DATE TO WS-BUSINESS-DATE
           ELSE
      *       NO CARD - REPORT ON THE LATEST BUSINESS DATE ANY STEP HAS
      *       RUN FOR, WHICH IS LAST NIGHT'S WHEN THE REPORT RUNS THE
      *       MORNING AFTER. AN EMPTY TABLE FALLS BACK TO TODAY.
              EXEC SQL
                   SELECT MAX(BUSINESS_DATE)
                   INTO :WS-BUSINESS-DATE :WS-DATE-IND
                   FROM CBS_BATCH_RUN
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-DATE-IND < 0
                 MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
              END-IF
           END-IF
           OPEN OUTPUT REPT-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD
           EXEC SQL
                DECLARE STEP-CURSOR CURSOR FOR
                SELECT STEP_NAME, RUN_FREQUENCY, STEP_DESC
                FROM CBS_BATCH_STEP
                ORDER BY RUN_ORDER, STEP_NAME
           END-EXEC
           EXEC SQL OPEN STEP-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'STEP-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              SET WS-EOF TO TRUE
              GO TO INIT-PARA-EXIT
           END-IF
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       INIT-PARA-EXIT.
           EXIT.
       FETCH-NEXT-PARA.
           EXEC SQL
                FETCH STEP-CURSOR
                INTO :H14-STEP-NAME, :H14-RUN-FREQUENCY,
                     :H14-STEP-DESC
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'STEP-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-NEXT-PARA-EXIT.
           EXIT.
      *    ONE LINE PER REGISTERED STEP. A REFUSED START NEVER HIDES A
      *    REAL RUN - THE LATEST RUN THAT WAS ALLOWED TO START IS THE
      *    ONE REPORTED, AND A STEP ONLY SHOWS REFUSED WHEN EVERY
      *    ATTEMPT FOR THE DATE WAS REFUSED.
       PROCESS-PARA.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE H14-STEP-NAME TO WS-DL-STEP-NAME
           MOVE H14-STEP-NAME TO H13-STEP-NAME
           MOVE WS-BUSINESS-DATE TO H13-BUSINESS-DATE
           EXEC SQL
                SELECT START_TIMESTAMP, END_TIMESTAMP, RUN_STATUS,
                       COMPLETION_CODE, FORCED_SW, RECORDS_READ,
                       RECORDS_PROCESSED, RECORDS_REJECTED,
                       RUN_MESSAGE
                INTO :H13-START-TIMESTAMP, :H13-END-TIMESTAMP,
                     :H13-RUN-STATUS, :H13-COMPLETION-CODE,
                     :H13-FORCED-SW, :H13-RECORDS-READ,
                     :H13-RECORDS-PROCESSED, :H13-RECORDS-REJECTED,
                     :H13-RUN-MESSAGE
                FROM CBS_BATCH_RUN
                WHERE STEP_NAME = :H13-STEP-NAME
                  AND BUSINESS_DATE = :H13-BUSINESS-DATE
                  AND START_TIMESTAMP =
                      (SELECT MAX(START_TIMESTAMP)
                       FROM CBS_BATCH_RUN
                       WHERE STEP_NAME = :H13-STEP-NAME
                         AND BUSINESS_DATE = :H13-BUSINESS-DATE
                         AND RUN_STATUS <> 'REFUSED   ')
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM FORMAT-RUN-PARA THRU FORMAT-RUN-PARA-EXIT
              WHEN 100
                 PERFORM FORMAT-NO-RUN-PARA THRU
                         FORMAT-NO-RUN-PARA-EXIT
              WHEN OTHER
                 DISPLAY 'BATCH RUN SQL ERROR ' SQLCODE
                         ' ' H14-STEP-NAME
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'SQL ERROR' TO WS-DL-STATUS
                 MOVE H14-STEP-DESC TO WS-DL-MESSAGE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       PROCESS-PARA-EXIT.
           EXIT.
       FORMAT-RUN-PARA.
           EVALUATE H13-RUN-STATUS
              WHEN 'COMPLETED '
                 ADD 1 TO WS-COMPLETED-COUNT
              WHEN 'RUNNING   '
                 ADD 1 TO WS-RUNNING-COUNT
              WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE
           MOVE H13-RUN-STATUS TO WS-DL-STATUS
           MOVE H13-START-TIMESTAMP(9:2) TO WS-TO-HH
           MOVE H13-START-TIMESTAMP(11:2) TO WS-TO-MM
           MOVE H13-START-TIMESTAMP(13:2) TO WS-TO-SS
           MOVE WS-TIME-OUT TO WS-DL-START
           IF H13-END-TIMESTAMP NOT = SPACES
              MOVE H13-END-TIMESTAMP(9:2) TO WS-TO-HH
              MOVE H13-END-TIMESTAMP(11:2) TO WS-TO-MM
              MOVE H13-END-TIMESTAMP(13:2) TO WS-TO-SS
              MOVE WS-TIME-OUT TO WS-DL-END
              MOVE H13-COMPLETION-CODE TO WS-DL-RC
           END-IF
           IF H13-FORCED-SW = 'Y'
              MOVE 'YES' TO WS-DL-FORCED
           END-IF
           MOVE H13-RECORDS-READ TO WS-DL-READ
           MOVE H13-RECORDS-PROCESSED TO WS-DL-PROCESSED
           MOVE H13-RECORDS-REJECTED TO WS-DL-REJECTED
           IF H13-RUN-MESSAGE NOT = SPACES
              MOVE H13-RUN-MESSAGE TO WS-DL-MESSAGE
           ELSE
              MOVE H14-STEP-DESC TO WS-DL-MESSAGE
           END-IF.
       FORMAT-RUN-PARA-EXIT.
           EXIT.
       FORMAT-NO-RUN-PARA.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-REFUSED-TRIES
                FROM CBS_BATCH_RUN
                WHERE STEP_NAME = :H13-STEP-NAME
                  AND BUSINESS_DATE = :H13-BUSINESS-DATE
                  AND RUN_STATUS = 'REFUSED   '
           END-EXEC
           MOVE H14-STEP-DESC TO WS-DL-MESSAGE
           IF SQLCODE NOT = 0
              DISPLAY 'BATCH RUN SQL ERROR ' SQLCODE
                      ' ' H14-STEP-NAME
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'SQL ERROR' TO WS-DL-STATUS
              GO TO FORMAT-NO-RUN-PARA-EXIT
           END-IF
           IF WS-REFUSED-TRIES > 0
              MOVE 'REFUSED' TO WS-DL-STATUS
              MOVE 'SEE REFUSED STARTS BELOW' TO WS-DL-MESSAGE
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
      *       A MONTHLY OR ANNUAL STEP IS ONLY DUE ON ITS OWN CYCLE.
              IF H14-RUN-FREQUENCY NOT = 'D'
                 MOVE 'NOT SCHEDULED' TO WS-DL-STATUS
                 ADD 1 TO WS-NOT-SCHED-COUNT
              ELSE
                 MOVE 'OUTSTANDING' TO WS-DL-STATUS
                 ADD 1 TO WS-OUTSTANDING-COUNT
              END-IF
           END-IF.
       FORMAT-NO-RUN-PARA-EXIT.
           EXIT.
       REFUSED-LIST-PARA.
           EXEC SQL CLOSE STEP-CURSOR END-EXEC
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REF-HDR-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REF-COL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-BUSINESS-DATE TO H13-BUSINESS-DATE
           EXEC SQL
                DECLARE REF-CURSOR CURSOR FOR
                SELECT STEP_NAME, START_TIMESTAMP, FORCED_SW,
                       RUN_MESSAGE
                FROM CBS_BATCH_RUN
                WHERE BUSINESS_DATE = :H13-BUSINESS-DATE
                  AND RUN_STATUS = 'REFUSED   '
                ORDER BY START_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN REF-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'REF-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE WS-REF-ERROR-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              GO TO REFUSED-LIST-PARA-EXIT
           END-IF
           PERFORM FETCH-REFUSED-PARA THRU FETCH-REFUSED-PARA-EXIT
           PERFORM WRITE-REFUSED-PARA THRU WRITE-REFUSED-PARA-EXIT
               UNTIL WS-REF-EOF
           EXEC SQL CLOSE REF-CURSOR END-EXEC
           IF WS-REF-ERROR
              MOVE WS-REF-ERROR-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              GO TO REFUSED-LIST-PARA-EXIT
           END-IF
           IF WS-REF-LIST-COUNT = 0
              MOVE WS-REF-NONE-LINE TO REPT-RECORD
              WRITE REPT-RECORD
           END-IF.
       REFUSED-LIST-PARA-EXIT.
           EXIT.
       FETCH-REFUSED-PARA.
           EXEC SQL
                FETCH REF-CURSOR
                INTO :H13-STEP-NAME, :H13-START-TIMESTAMP,
                     :H13-FORCED-SW, :H13-RUN-MESSAGE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-REF-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'REF-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-REF-ERROR TO TRUE
                 SET WS-REF-EOF TO TRUE
           END-EVALUATE.
       FETCH-REFUSED-PARA-EXIT.
           EXIT.
       WRITE-REFUSED-PARA.
           ADD 1 TO WS-REF-LIST-COUNT
           MOVE SPACES TO WS-REF-LINE
           MOVE H13-STEP-NAME TO WS-RL-STEP-NAME
           MOVE H13-START-TIMESTAMP(9:2) TO WS-TO-HH
           MOVE H13-START-TIMESTAMP(11:2) TO WS-TO-MM
           MOVE H13-START-TIMESTAMP(13:2) TO WS-TO-SS
           MOVE WS-TIME-OUT TO WS-RL-TIME
           IF H13-FORCED-SW = 'Y'
              MOVE 'YES' TO WS-RL-FORCED
           END-IF
           MOVE H13-RUN-MESSAGE TO WS-RL-MESSAGE
           MOVE WS-REF-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM FETCH-REFUSED-PARA THRU FETCH-REFUSED-PARA-EXIT.
       WRITE-REFUSED-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-COMPLETED-COUNT TO WS-CPT-COUNT
           MOVE WS-COMPLETED-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-FAILED-COUNT TO WS-FLT-COUNT
           MOVE WS-FAILED-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUNNING-COUNT TO WS-RNT-COUNT
           MOVE WS-RUNNING-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-RFT-COUNT
           MOVE WS-REFUSED-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-OUTSTANDING-COUNT TO WS-OST-COUNT
           MOVE WS-OUTSTANDING-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-NOT-SCHED-COUNT TO WS-NST-COUNT
           MOVE WS-NOT-SCHED-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-FAILED-COUNT > 0 OR WS-RUNNING-COUNT > 0
              OR WS-REFUSED-COUNT > 0 OR WS-OUTSTANDING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT > 0
              MOVE WS-ERROR-COUNT TO WS-ERT-COUNT
              MOVE WS-ERROR-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              MOVE 8 TO RETURN-CODE
           END-IF.
       SUMMARY-PARA-EXIT.
           EXIT.
       TERM-PARA.
           CLOSE REPT-FILE.
       TERM-PARA-EXIT.
           EXIT.
