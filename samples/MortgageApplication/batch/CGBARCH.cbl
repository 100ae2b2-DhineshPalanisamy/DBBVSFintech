               ORGANIZATION IS SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-HIST-FILE
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-DATE-NUM          PIC 9(8).
       01  WS-MISMATCH-LINE.
           05 FILLER                PIC X(46) VALUE
              '** ARCHIVED/PURGED MISMATCH - INVESTIGATE **'.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBARCH '.
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
           INCLUDE CBSHIST
           END-EXEC.
           INCLUDE CBSERRL
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
           PERFORM ARCHIVE-HIST-PARA THRU ARCHIVE-HIST-PARA-EXIT
           PERFORM ARCHIVE-ERRL-PARA THRU ARCHIVE-ERRL-PARA-EXIT
           PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
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
      *    ROWS ARCHIVED (HISTORY + ERROR LOG) / ROWS PURGED / NONE
       RUN-CONTROL-END-PARA.
           COMPUTE H13-RECORDS-READ =
              WS-HIST-ARCH-COUNT + WS-ERRL-ARCH-COUNT
           COMPUTE H13-RECORDS-PROCESSED =
              WS-HIST-PURGE-COUNT + WS-ERRL-PURGE-COUNT
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
