      *           IS THE NORMAL NEXT-DAY RESUBMISSION OF A BULKRCY
      *           FILE, WHICH KEEPS ITS ORIGINAL BUSINESS DATE; ONLY
      *           A FUTURE-DATED HEADER IS REFUSED AS GARBLED.
      *           AN INACTIVE ACCOUNT IS ONLY ACTIVATED WHILE ITS
      *           CUSTOMER IS KYC VERIFIED ON CBS_CUST_MSTR - THE SAME
      *           GATE CGBMSRG APPLIES ONLINE - AND A FROZEN ACCOUNT
      *           (KYC REJECTED BY CGBKYCF) IS REJECTED OUTRIGHT.
      *           AN ACTIVATION FOR A CUSTOMER WHOSE ADDRESS CHANGED
      *           (CBS_ADDR_NOTICE KIND A OR B) IN THE 30 DAYS UP TO
      *           THE RUN DATE IS NOT APPLIED - IT IS PARKED ON
      *           CBS_PEND_APPRV AS AN 'ACTV' REQUEST UNDER THE
      *           SUBMITTING OPERATOR, REFER_REASON 'ADDRCHANGE', FOR A
      *           SUPERVISOR TO APPROVE ON ZC72 (CGBMSRA), AND LISTED
      *           AS REFERRED. IT IS NOT RECYCLED - RESUBMITTING IT
      *           WOULD ONLY BE REFUSED AS ALREADY PENDING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BULK-FILE
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-BULK-EOF-SW           PIC X VALUE 'N'.
       01  WS-BRANCH-ID             PIC X(5) VALUE 'HO   '.
       01  WS-ACCEPT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REFER-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-COMMIT-COUNTER        PIC 9(4) VALUE ZERO.
       01  WS-COMMIT-FREQUENCY      PIC 9(4) VALUE 100.
      *    ADDRESS-CHANGE COOLING-OFF - SAME WINDOW CGBMSRG APPLIES
      *    ONLINE, COUNTED BACK FROM THE RUN DATE. WS-COOLOFF-CUTOFF
      *    IS THE START OF THE FIRST DAY INSIDE IT, IN
      *    CHANGE_TIMESTAMP FORM.
       01  WS-COOLOFF-DAYS          PIC 9(3) VALUE 30.
       01  WS-RUN-DATE-NUM          PIC 9(8).
       01  WS-CUTOFF-INT            PIC S9(9) COMP-3.
       01  WS-CUTOFF-DATE-NUM       PIC 9(8).
       01  WS-COOLOFF-CUTOFF        PIC X(26).
       01  WS-ADDR-CHANGE-TS        PIC X(26).
       01  WS-NULL-IND              PIC S9(4) COMP.
       01  WS-REFER-REASON          PIC X(10).
       01  WS-PEND-COUNT            PIC S9(9) COMP-3.
      *    SAME MODULUS-11 CHECK DIGIT AS CGBMSRG'S CHECK-DIGIT-PARA -
      *    LAST DIGIT IS THE CHECK DIGIT, WEIGHTED SUM OF THE FIRST
      *    17 CYCLES WEIGHTS 2 THRU 7.
           05 FILLER                PIC X(32) VALUE
              'TOTAL ACCOUNTS REJECTED        :'.
           05 WS-RT-COUNT           PIC ZZZ,ZZ9.
       01  WS-REFER-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TOTAL REFERRED TO SUPERVISOR   :'.
           05 WS-FT-COUNT           PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBBULK '.
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
           INCLUDE CBSMST
           END-EXEC.
           INCLUDE CBSOPBR
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCUST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSPEND
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
           PERFORM VERIFY-FILE-PARA THRU VERIFY-FILE-PARA-EXIT
           IF WS-FILE-VALID
              PERFORM CONTROL-ABORT-PARA THRU CONTROL-ABORT-PARA-EXIT
           END-IF
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - WS-COOLOFF-DAYS
           COMPUTE WS-CUTOFF-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE SPACES TO WS-COOLOFF-CUTOFF
           MOVE WS-CUTOFF-DATE-NUM TO WS-COOLOFF-CUTOFF(1:8)
           OPEN INPUT BULK-FILE
           OPEN OUTPUT REPT-FILE
           OPEN OUTPUT RECYCLE-FILE
       ACCT-STATUS-PARA.
           EXEC SQL
           SELECT
           ACCOUNT_STATUS, CUSTOMER_ID
           INTO
           :H1-ACCOUNT-STATUS, :H1-CUSTOMER-ID
           FROM CBS_ACCT_MSTR_DTL
           WHERE ACCOUNT_NUMBER=:H1-ACCOUNT-NUMBER
           FOR UPDATE OF ACCOUNT_STATUS
                      TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              WHEN 'INACTIVE  '
                 PERFORM CHECK-KYC-PARA THRU CHECK-KYC-PARA-EXIT
              WHEN 'DORMANT   '
                 MOVE 'ACCOUNT DORMANT - REACTIVATE BEFORE REGISTERING'
                      TO WS-REJECT-REASON
                 MOVE 'ACCOUNT CLOSED - REGISTRATION NOT ALLOWED'
                      TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              WHEN 'FROZEN    '
                 MOVE 'ACCOUNT FROZEN - REFER TO COMPLIANCE'
                      TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              WHEN 'ESCHEATED '
                 MOVE 'ACCOUNT ESCHEATED - CLAIM THROUGH THE STATE'
                      TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN ACCOUNT STATUS - CONTACT BANK'
                      TO WS-REJECT-REASON
           END-EVALUATE.
       CHECK-ACCT-STATUS-PARA-EXIT.
           EXIT.
      *    SAME KYC GATE AS CGBMSRG'S CHECK-KYC-PARA - ONLY A
      *    VERIFIED CUSTOMER'S INACTIVE ACCOUNT GOES ON TO THE
      *    GUARDED UPDATE, AND ONLY OUTSIDE THE ADDRESS-CHANGE
      *    COOLING-OFF WINDOW - INSIDE IT THE ACTIVATION IS REFERRED.
       CHECK-KYC-PARA.
           MOVE H1-CUSTOMER-ID TO H5-CUSTOMER-ID
           EXEC SQL
                SELECT KYC_STATUS
                INTO :H5-KYC-STATUS
                FROM CBS_CUST_MSTR
                WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF H5-KYC-STATUS = 'VERIFIED  '
                    PERFORM CHECK-COOLOFF-PARA THRU
                            CHECK-COOLOFF-PARA-EXIT
                    IF WS-REFER-REASON = SPACES
                       PERFORM REG-ACCT-STATS-PARA THRU
                               REG-ACCT-STATS-PARA-EXIT
                    ELSE
                       PERFORM REFER-ACTIVATION-PARA THRU
                               REFER-ACTIVATION-PARA-EXIT
                    END-IF
                 ELSE
                    MOVE 'CUSTOMER KYC NOT VERIFIED - CANNOT REGISTER'
                         TO WS-REJECT-REASON
                    PERFORM WRITE-REJECT-PARA THRU
                            WRITE-REJECT-PARA-EXIT
                 END-IF
              WHEN 100
                 MOVE 'CUSTOMER NOT ON FILE - CANNOT REGISTER'
                      TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              WHEN OTHER
                 DISPLAY 'KYC LOOKUP SQL ERROR' SQLCODE
                 MOVE 'SQL ERROR' TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
           END-EVALUATE.
       CHECK-KYC-PARA-EXIT.
           EXIT.
      *    SAME LOOKUP AS CGBMSRG'S CHECK-COOLOFF-PARA. A FAILED
      *    LOOKUP REFERS THE ACTIVATION RATHER THAN LETTING IT THROUGH.
       CHECK-COOLOFF-PARA.
           EXEC SQL
                SELECT MAX(CHANGE_TIMESTAMP)
                INTO :WS-ADDR-CHANGE-TS :WS-NULL-IND
                FROM CBS_ADDR_NOTICE
                WHERE CUSTOMER_ID = :H1-CUSTOMER-ID
                  AND CHANGE_KIND IN ('A', 'B')
                  AND CHANGE_TIMESTAMP >= :WS-COOLOFF-CUTOFF
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY 'COOLING-OFF LOOKUP SQL ERROR' SQLCODE
                 MOVE 'ADDRCHANGE' TO WS-REFER-REASON
              WHEN WS-NULL-IND < 0
                 MOVE SPACES TO WS-REFER-REASON
              WHEN OTHER
                 MOVE 'ADDRCHANGE' TO WS-REFER-REASON
           END-EVALUATE.
       CHECK-COOLOFF-PARA-EXIT.
           EXIT.
      *    PARKS THE ACTIVATION THE WAY CGBMSRG'S PARK-APPROVAL-PARA
      *    DOES - ONE PENDING REQUEST PER ACCOUNT, OLD_STATUS TAKEN
      *    UNDER THE LOCKING READ SO THE APPROVER'S GUARDED UPDATE IS
      *    CONDITIONED ON IT. THE SUBMITTING OPERATOR IS THE
      *    REQUESTER, SO THEY CANNOT APPROVE IT THEMSELVES.
       REFER-ACTIVATION-PARA.
           MOVE H1-ACCOUNT-NUMBER TO H6-ACCOUNT-NUMBER
           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-PEND-COUNT
           FROM CBS_PEND_APPRV
           WHERE ACCOUNT_NUMBER = :H6-ACCOUNT-NUMBER
             AND APPRV_STATUS = 'PENDING   '
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY 'PENDING CHECK SQL ERROR' SQLCODE
                 MOVE 'SQL ERROR' TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              WHEN WS-PEND-COUNT > 0
                 MOVE 'APPROVAL ALREADY PENDING FOR THIS ACCOUNT'
                      TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              WHEN OTHER
                 PERFORM PARK-ACTIVATION-PARA THRU
                         PARK-ACTIVATION-PARA-EXIT
           END-EVALUATE.
       REFER-ACTIVATION-PARA-EXIT.
           EXIT.
       PARK-ACTIVATION-PARA.
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           MOVE 'ACTV' TO H6-REQUEST-ACTION
           MOVE WS-ACCOUNT-STATUS TO H6-OLD-STATUS
           MOVE WS-NEW-STATUS TO H6-NEW-STATUS
           MOVE WS-OPERATOR-ID TO H6-REQUEST-OPERATOR
           MOVE WS-AUDIT-TIMESTAMP TO H6-REQUEST-TIMESTAMP
           MOVE 'PENDING   ' TO H6-APPRV-STATUS
           MOVE SPACES TO H6-APPRV-OPERATOR
           MOVE SPACES TO H6-APPRV-TIMESTAMP
           MOVE WS-REFER-REASON TO H6-REFER-REASON
           EXEC SQL
           INSERT INTO CBS_PEND_APPRV
             (ACCOUNT_NUMBER, REQUEST_ACTION, OLD_STATUS, NEW_STATUS,
              REQUEST_OPERATOR, REQUEST_TIMESTAMP, APPRV_STATUS,
              APPRV_OPERATOR, APPRV_TIMESTAMP, REFER_REASON)
           VALUES
             (:H6-ACCOUNT-NUMBER, :H6-REQUEST-ACTION, :H6-OLD-STATUS,
              :H6-NEW-STATUS, :H6-REQUEST-OPERATOR,
              :H6-REQUEST-TIMESTAMP, :H6-APPRV-STATUS,
              :H6-APPRV-OPERATOR, :H6-APPRV-TIMESTAMP,
              :H6-REFER-REASON)
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-REFER-PARA THRU WRITE-REFER-PARA-EXIT
           ELSE
              DISPLAY 'PARK ACTIVATION SQL ERROR' SQLCODE
              MOVE 'SQL ERROR' TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
           END-IF.
       PARK-ACTIVATION-PARA-EXIT.
           EXIT.
      *    THE ACCOUNT_STATUS = 'INACTIVE  ' GUARD MAKES THIS
      *    CONDITIONAL ON NOBODY HAVING ALREADY REGISTERED THE SAME
      *    ACCOUNT SINCE THE LOCKING READ IN ACCT-STATUS-PARA, SAME AS
           WRITE REPT-RECORD.
       WRITE-ACCEPT-PARA-EXIT.
           EXIT.
       WRITE-REFER-PARA.
           ADD 1 TO WS-REFER-COUNT
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE 'REFERRED' TO WS-DL-RESULT
           MOVE 'ADDRESS CHANGED RECENTLY - PARKED ON ZC72'
                TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-REFER-PARA-EXIT.
           EXIT.
       WRITE-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT
           MOVE WS-REJECT-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REFER-COUNT TO WS-FT-COUNT
           MOVE WS-REFER-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REJECT-COUNT TO WS-RCY-TRL-COUNT
           MOVE WS-RCY-TRAILER TO RCY-RECORD
           WRITE RCY-RECORD.
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
      *    DETAIL RECORDS / ACCEPTED + REFERRED / REJECTED TO RECYCLE
       RUN-CONTROL-END-PARA.
           MOVE WS-DETAIL-COUNT TO H13-RECORDS-READ
           COMPUTE H13-RECORDS-PROCESSED = WS-ACCEPT-COUNT
                                         + WS-REFER-COUNT
           MOVE WS-REJECT-COUNT TO H13-RECORDS-REJECTED
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
