       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBKYCF.
      *****************************************************************
      * CGBKYCF - NIGHTLY KYC RESULT FEED
      *           LOADS THE COMPLIANCE VENDOR'S KYC DECISION FILE
      *           (KYCIN) INTO CBS_CUST_MSTR.KYC_STATUS AND CARRIES
      *           EACH DECISION THROUGH TO THE CUSTOMER'S ACCOUNTS:
      *             VERIFIED - EVERY PENDING ACCOUNT MOVES TO INACTIVE,
      *                        SO ZC66/CGBBULK CAN NOW REGISTER IT.
      *             REJECTED - EVERY ACCOUNT NOT ALREADY CLOSED,
      *                        FROZEN OR ESCHEATED IS FROZEN.
      *           EACH ACCOUNT MOVE IS A GUARDED UPDATE WITH A
      *           CBS_ACCT_STATUS_HIST ROW UNDER OPERATOR 'BATCH',
      *           BOOKED TO THE ACCOUNT'S OWN BRANCH - SAME AS CGBDORM.
      *           THE FILE CARRIES THE SAME 'H' HEADER / 'T' TRAILER
      *           CONTROL RECORDS AS BULKIN, VERIFIED IN A FIRST PASS
      *           BEFORE ANY DB2 WORK (RC=8 REFUSES THE WHOLE FILE).
      *           THE REPORT LISTS EVERY DECISION APPLIED OR REFUSED,
      *           WITH THE ACCOUNTS EACH APPLIED DECISION MOVED. AN
      *           SQL ERROR ON THE CUSTOMER OR ANY OF ITS ACCOUNTS
      *           BACKS THE WHOLE DECISION OUT - CUSTOMER ROW AND EVERY
      *           ACCOUNT ALREADY MOVED - LISTS IT REFUSED, COUNTS IT
      *           SEPARATELY AND ENDS THE RUN RC=8, SO A DECISION THAT
      *           DID NOT LAND IN FULL IS NEVER LOST IN A COMPLETED
      *           RUN AND IS NEVER LEFT HALF APPLIED.
      *           A FROZEN ACCOUNT IS NOT UNFROZEN BY A LATER VERIFIED
      *           DECISION - THAT STAYS A COMPLIANCE CALL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-FILE ASSIGN TO KYCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  KYC-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  KYC-RECORD.
           05 KYC-REC-TYPE          PIC X(1).
           05 KYC-REC-BODY          PIC X(59).
           05 KYC-HDR-BODY REDEFINES KYC-REC-BODY.
              10 KYC-HDR-SOURCE     PIC X(8).
              10 KYC-HDR-BUS-DATE   PIC X(8).
              10 FILLER             PIC X(43).
           05 KYC-DTL-BODY REDEFINES KYC-REC-BODY.
              10 KYC-CUSTOMER-ID    PIC X(10).
              10 KYC-DECISION       PIC X(10).
              10 KYC-DECISION-DATE  PIC X(8).
              10 KYC-VENDOR-REF     PIC X(20).
              10 FILLER             PIC X(11).
           05 KYC-TRL-BODY REDEFINES KYC-REC-BODY.
              10 KYC-TRL-COUNT      PIC 9(9).
              10 KYC-TRL-COUNT-X    REDEFINES KYC-TRL-COUNT PIC X(9).
              10 FILLER             PIC X(50).
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-KYC-EOF-SW            PIC X VALUE 'N'.
           88 WS-KYC-EOF            VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-ACCT-EOF-SW           PIC X VALUE 'N'.
           88 WS-ACCT-EOF           VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-FILE-VALID-SW         PIC X VALUE 'N'.
           88 WS-FILE-VALID         VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01  WS-CONTROL-ERROR         PIC X(45).
       01  WS-HDR-SOURCE            PIC X(8).
       01  WS-HDR-BUS-DATE          PIC X(8).
       01  WS-DETAIL-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-OLD-STATUS            PIC X(10).
       01  WS-NEW-STATUS            PIC X(10).
       01  WS-OPERATOR-ID           PIC X(10) VALUE 'BATCH     '.
       01  WS-BRANCH-ID             PIC X(5) VALUE 'HO   '.
       01  WS-AUDIT-TIMESTAMP       PIC X(26).
       01  WS-REFUSE-REASON         PIC X(45).
       01  WS-CUST-ACCT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-INACTIVE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-FROZEN-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-COMMIT-COUNTER        PIC 9(4) VALUE ZERO.
       01  WS-COMMIT-FREQUENCY      PIC 9(4) VALUE 100.
       01  WS-PRINT-ACCOUNT-NO      PIC Z(17)9.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBKYCF - KYC RESULT FEED REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                PIC X(12) VALUE 'DECISION'.
           05 FILLER                PIC X(10) VALUE 'RESULT'.
           05 FILLER                PIC X(10) VALUE 'ACCOUNTS'.
           05 FILLER                PIC X(45) VALUE 'REASON'.
       01  WS-CTL-ABORT-LINE.
           05 FILLER                PIC X(26) VALUE
              'FILE REJECTED - CONTROL : '.
           05 WS-CTL-ABORT-REASON   PIC X(45).
       01  WS-CTL-SOURCE-LINE.
           05 FILLER                PIC X(11) VALUE 'SOURCE   : '.
           05 WS-CTL-SOURCE         PIC X(8).
           05 FILLER                PIC X(13) VALUE '  BUS DATE : '.
           05 WS-CTL-BUS-DATE       PIC X(8).
       01  WS-DETAIL-LINE.
           05 WS-DL-CUSTOMER-ID     PIC X(12).
           05 WS-DL-DECISION        PIC X(12).
           05 WS-DL-RESULT          PIC X(10).
           05 WS-DL-ACCT-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-DL-REASON          PIC X(45).
       01  WS-ACCT-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ACCOUNT'.
           05 WS-AL-ACCOUNT-NO      PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-OLD-STATUS      PIC X(10).
           05 FILLER                PIC X(4) VALUE ' TO '.
           05 WS-AL-NEW-STATUS      PIC X(10).
       01  WS-APPLIED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'DECISIONS APPLIED              :'.
           05 WS-APT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REFUSED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'DECISIONS REFUSED              :'.
           05 WS-RFT-COUNT          PIC ZZZ,ZZ9.
       01  WS-INACTIVE-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'ACCOUNTS PENDING TO INACTIVE   :'.
           05 WS-IAT-COUNT          PIC ZZZ,ZZ9.
       01  WS-FROZEN-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'ACCOUNTS FROZEN                :'.
           05 WS-FZT-COUNT          PIC ZZZ,ZZ9.
       01  WS-ERROR-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'SQL ERRORS                     :'.
           05 WS-ERT-COUNT          PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBKYCF '.
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
           EXEC SQL
           INCLUDE CBSHIST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCUST
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
              PERFORM OPEN-PASS2-PARA THRU OPEN-PASS2-PARA-EXIT
              PERFORM PROCESS-PARA THRU PROCESS-PARA-EXIT
                  UNTIL WS-KYC-EOF
              PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
           ELSE
              PERFORM CONTROL-ABORT-PARA THRU CONTROL-ABORT-PARA-EXIT
           END-IF
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT KYC-FILE
           OPEN OUTPUT REPT-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD.
       INIT-PARA-EXIT.
           EXIT.
       READ-NEXT-PARA.
           READ KYC-FILE
              AT END
                 SET WS-KYC-EOF TO TRUE
           END-READ.
       READ-NEXT-PARA-EXIT.
           EXIT.
      *    PASS 1 - CONTROL-RECORD VERIFICATION, NO DB2 TOUCHED YET.
      *    SAME RULES AS CGBBULK'S VERIFY-FILE-PARA: HEADER FIRST,
      *    ONE TRAILER LAST, TRAILER COUNT EQUAL TO THE DETAILS
      *    RECEIVED, HEADER NOT DATED AFTER THE RUN DATE. A VENDOR
      *    RESEND OF AN EARLIER DAY IS ACCEPTED - EACH DECISION JUST
      *    SETS THE SAME KYC_STATUS AGAIN.
       VERIFY-FILE-PARA.
           MOVE SPACES TO WS-CONTROL-ERROR
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           IF WS-KYC-EOF
              MOVE 'EMPTY FILE - NO HEADER RECORD' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF KYC-REC-TYPE NOT = 'H'
              MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF KYC-HDR-BUS-DATE NOT NUMERIC
              MOVE 'HEADER BUSINESS DATE NOT NUMERIC'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF KYC-HDR-BUS-DATE > WS-RUN-DATE
              MOVE 'HEADER BUSINESS DATE AFTER RUN DATE'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           MOVE KYC-HDR-SOURCE TO WS-HDR-SOURCE
           MOVE KYC-HDR-BUS-DATE TO WS-HDR-BUS-DATE
           MOVE ZERO TO WS-DETAIL-COUNT
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           PERFORM VERIFY-RECORD-PARA THRU VERIFY-RECORD-PARA-EXIT
               UNTIL WS-KYC-EOF OR WS-CONTROL-ERROR NOT = SPACES
           IF WS-CONTROL-ERROR NOT = SPACES
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF NOT WS-TRAILER-SEEN
              MOVE 'MISSING TRAILER RECORD' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
              MOVE 'TRAILER COUNT DOES NOT MATCH DETAILS'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           MOVE 'Y' TO WS-FILE-VALID-SW.
       VERIFY-FILE-PARA-EXIT.
           EXIT.
       VERIFY-RECORD-PARA.
           EVALUATE KYC-REC-TYPE
              WHEN 'D'
                 IF WS-TRAILER-SEEN
                    MOVE 'RECORDS AFTER TRAILER' TO WS-CONTROL-ERROR
                 ELSE
                    ADD 1 TO WS-DETAIL-COUNT
                 END-IF
              WHEN 'T'
                 IF WS-TRAILER-SEEN
                    MOVE 'MORE THAN ONE TRAILER RECORD'
                         TO WS-CONTROL-ERROR
                 ELSE
                    IF KYC-TRL-COUNT NOT NUMERIC
                       MOVE 'TRAILER COUNT NOT NUMERIC'
                            TO WS-CONTROL-ERROR
                    ELSE
                       MOVE KYC-TRL-COUNT TO WS-TRAILER-COUNT
                       MOVE 'Y' TO WS-TRAILER-SEEN-SW
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-CONTROL-ERROR
           END-EVALUATE
           IF WS-CONTROL-ERROR = SPACES
              PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           END-IF.
       VERIFY-RECORD-PARA-EXIT.
           EXIT.
       CONTROL-ABORT-PARA.
           MOVE WS-CONTROL-ERROR TO WS-CTL-ABORT-REASON
           MOVE WS-CTL-ABORT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           DISPLAY 'CGBKYCF FILE REJECTED - ' WS-CONTROL-ERROR
           MOVE 8 TO RETURN-CODE.
       CONTROL-ABORT-PARA-EXIT.
           EXIT.
       OPEN-PASS2-PARA.
           CLOSE KYC-FILE
           OPEN INPUT KYC-FILE
           SET WS-KYC-EOF TO FALSE
           MOVE WS-HDR-SOURCE TO WS-CTL-SOURCE
           MOVE WS-HDR-BUS-DATE TO WS-CTL-BUS-DATE
           MOVE WS-CTL-SOURCE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT.
       OPEN-PASS2-PARA-EXIT.
           EXIT.
      *    ONLY VERIFIED AND REJECTED ARE DECISIONS - ANYTHING ELSE
      *    FROM THE VENDOR IS REFUSED AND LEAVES THE CUSTOMER AS IS.
      *    THE COMMIT IS TAKEN BETWEEN DECISIONS, NEVER PART-WAY
      *    THROUGH ONE CUSTOMER'S ACCOUNTS.
       PROCESS-PARA.
           IF KYC-REC-TYPE = 'D'
              MOVE SPACES TO WS-REFUSE-REASON
              MOVE ZERO TO WS-CUST-ACCT-COUNT
              EVALUATE TRUE
                 WHEN KYC-CUSTOMER-ID = SPACES
                    MOVE 'CUSTOMER ID BLANK' TO WS-REFUSE-REASON
                 WHEN KYC-DECISION NOT = 'VERIFIED  ' AND
                      KYC-DECISION NOT = 'REJECTED  '
                    MOVE 'DECISION MUST BE VERIFIED OR REJECTED'
                         TO WS-REFUSE-REASON
                 WHEN OTHER
                    PERFORM APPLY-DECISION-PARA THRU
                            APPLY-DECISION-PARA-EXIT
              END-EVALUATE
              IF WS-REFUSE-REASON = SPACES
                 PERFORM WRITE-APPLIED-PARA THRU
                         WRITE-APPLIED-PARA-EXIT
              ELSE
                 PERFORM WRITE-REFUSED-PARA THRU
                         WRITE-REFUSED-PARA-EXIT
              END-IF
              ADD 1 TO WS-COMMIT-COUNTER
              IF WS-COMMIT-COUNTER >= WS-COMMIT-FREQUENCY
                 EXEC SQL COMMIT END-EXEC
                 MOVE ZERO TO WS-COMMIT-COUNTER
              END-IF
           END-IF
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT.
       PROCESS-PARA-EXIT.
           EXIT.
      *    THE CUSTOMER ROW IS UPDATED FIRST - A CUSTOMER NOT ON
      *    CBS_CUST_MSTR IS REFUSED BEFORE ANY ACCOUNT IS TOUCHED.
      *    THE DECISION GOES IN UNDER A SAVEPOINT: ANYTHING THAT ENDS
      *    IT REFUSED ROLLS BACK TO THE SAVEPOINT, SO THE CUSTOMER'S
      *    KYC_STATUS AND ITS ACCOUNTS MOVE TOGETHER OR NOT AT ALL,
      *    WITHOUT DISTURBING EARLIER DECISIONS NOT YET COMMITTED. THE
      *    ACCOUNTS IT HAD MOVED COME OFF THE RUN TOTALS AGAIN; THEIR
      *    LINES STAY ON THE REPORT ABOVE THE REFUSED DECISION.
       APPLY-DECISION-PARA.
           EXEC SQL
                SAVEPOINT KYC_DECISION ON ROLLBACK RETAIN CURSORS
           END-EXEC
           MOVE KYC-CUSTOMER-ID TO H5-CUSTOMER-ID
           MOVE KYC-DECISION TO H5-KYC-STATUS
           MOVE WS-OPERATOR-ID TO H5-UPD-USERID
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           MOVE WS-AUDIT-TIMESTAMP TO H5-UPD-TIMESTAMP
           EXEC SQL
                UPDATE CBS_CUST_MSTR
                SET KYC_STATUS = :H5-KYC-STATUS,
                    UPD_USERID = :H5-UPD-USERID,
                    UPD_TIMESTAMP = :H5-UPD-TIMESTAMP
                WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
           END-EXEC
           DISPLAY 'KYC UPDATE SQLCODE:' SQLCODE
           EVALUATE SQLCODE
              WHEN 0
                 IF KYC-DECISION = 'VERIFIED  '
                    PERFORM RELEASE-PENDING-PARA THRU
                            RELEASE-PENDING-PARA-EXIT
                 ELSE
                    PERFORM FREEZE-ACCOUNTS-PARA THRU
                            FREEZE-ACCOUNTS-PARA-EXIT
                 END-IF
              WHEN 100
                 MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                      TO WS-REFUSE-REASON
              WHEN OTHER
                 DISPLAY 'KYC UPDATE SQL ERROR' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'SQL ERROR UPDATING CUSTOMER' TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
              EXEC SQL RELEASE SAVEPOINT KYC_DECISION END-EXEC
              GO TO APPLY-DECISION-PARA-EXIT
           END-IF
           EXEC SQL ROLLBACK TO SAVEPOINT KYC_DECISION END-EXEC
           IF WS-NEW-STATUS = 'FROZEN    '
              SUBTRACT WS-CUST-ACCT-COUNT FROM WS-FROZEN-COUNT
           ELSE
              SUBTRACT WS-CUST-ACCT-COUNT FROM WS-INACTIVE-COUNT
           END-IF
           MOVE ZERO TO WS-CUST-ACCT-COUNT.
       APPLY-DECISION-PARA-EXIT.
           EXIT.
      *    VERIFIED - PENDING ACCOUNTS BECOME INACTIVE, THE STATUS
      *    CGBMSRG/CGBBULK REGISTER FROM.
       RELEASE-PENDING-PARA.
           MOVE 'INACTIVE  ' TO WS-NEW-STATUS
           EXEC SQL
                DECLARE PEND-CURSOR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_STATUS, BRANCH_ID
                FROM CBS_ACCT_MSTR_DTL
                WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
                  AND ACCOUNT_STATUS = 'PENDING   '
                FOR UPDATE OF ACCOUNT_STATUS
           END-EXEC
           EXEC SQL OPEN PEND-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'PEND-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'SQL ERROR READING ACCOUNTS' TO WS-REFUSE-REASON
              GO TO RELEASE-PENDING-PARA-EXIT
           END-IF
           SET WS-ACCT-EOF TO FALSE
           PERFORM FETCH-PEND-PARA THRU FETCH-PEND-PARA-EXIT
           PERFORM MOVE-ACCOUNT-PARA THRU MOVE-ACCOUNT-PARA-EXIT
               UNTIL WS-ACCT-EOF
           EXEC SQL CLOSE PEND-CURSOR END-EXEC.
       RELEASE-PENDING-PARA-EXIT.
           EXIT.
       FETCH-PEND-PARA.
           EXEC SQL
                FETCH PEND-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-STATUS,
                     :H1-BRANCH-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'PEND-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'SQL ERROR READING ACCOUNTS' TO WS-REFUSE-REASON
                 SET WS-ACCT-EOF TO TRUE
           END-EVALUATE.
       FETCH-PEND-PARA-EXIT.
           EXIT.
      *    REJECTED - EVERYTHING STILL OPEN IS FROZEN. CLOSED IS
      *    FINAL AND AN ALREADY-FROZEN ACCOUNT NEEDS NO SECOND ROW.
       FREEZE-ACCOUNTS-PARA.
           MOVE 'FROZEN    ' TO WS-NEW-STATUS
           EXEC SQL
                DECLARE FRZ-CURSOR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_STATUS, BRANCH_ID
                FROM CBS_ACCT_MSTR_DTL
                WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
                  AND ACCOUNT_STATUS NOT IN ('CLOSED    ', 'FROZEN    ',
                                             'ESCHEATED ')
                FOR UPDATE OF ACCOUNT_STATUS
           END-EXEC
           EXEC SQL OPEN FRZ-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'FRZ-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'SQL ERROR READING ACCOUNTS' TO WS-REFUSE-REASON
              GO TO FREEZE-ACCOUNTS-PARA-EXIT
           END-IF
           SET WS-ACCT-EOF TO FALSE
           PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT
           PERFORM MOVE-ACCOUNT-PARA THRU MOVE-ACCOUNT-PARA-EXIT
               UNTIL WS-ACCT-EOF
           EXEC SQL CLOSE FRZ-CURSOR END-EXEC.
       FREEZE-ACCOUNTS-PARA-EXIT.
           EXIT.
       FETCH-FRZ-PARA.
           EXEC SQL
                FETCH FRZ-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-STATUS,
                     :H1-BRANCH-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'FRZ-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'SQL ERROR READING ACCOUNTS' TO WS-REFUSE-REASON
                 SET WS-ACCT-EOF TO TRUE
           END-EVALUATE.
       FETCH-FRZ-PARA-EXIT.
           EXIT.
      *    SHARED BY BOTH CURSORS - WS-NEW-STATUS WAS SET BY THE
      *    CALLER. THE ACCOUNT_STATUS = :WS-OLD-STATUS GUARD MAKES
      *    THE UPDATE CONDITIONAL ON NOBODY HAVING MOVED THE ACCOUNT
      *    SINCE THE FETCH, SAME AS EVERY OTHER STATUS CHANGE. AN SQL
      *    ERROR STOPS THE CURSOR - THE DECISION IS BACKED OUT ANYWAY.
       MOVE-ACCOUNT-PARA.
           MOVE H1-ACCOUNT-STATUS TO WS-OLD-STATUS
           MOVE H1-BRANCH-ID TO WS-BRANCH-ID
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
                SET ACCOUNT_STATUS = :WS-NEW-STATUS,
                    UPD_USERID = :WS-OPERATOR-ID,
                    UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                  AND ACCOUNT_STATUS = :WS-OLD-STATUS
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-CUST-ACCT-COUNT
                 IF WS-NEW-STATUS = 'FROZEN    '
                    ADD 1 TO WS-FROZEN-COUNT
                 ELSE
                    ADD 1 TO WS-INACTIVE-COUNT
                 END-IF
                 PERFORM WRITE-STATUS-HIST-PARA THRU
                         WRITE-STATUS-HIST-PARA-EXIT
                 PERFORM WRITE-ACCT-LINE-PARA THRU
                         WRITE-ACCT-LINE-PARA-EXIT
              WHEN 100
                 DISPLAY 'LOST KYC RACE - ACCOUNT ALREADY MOVED'
                         H1-ACCOUNT-NUMBER
              WHEN OTHER
                 DISPLAY 'KYC ACCOUNT UPDATE SQL ERROR' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'SQL ERROR MOVING ACCOUNT' TO WS-REFUSE-REASON
                 SET WS-ACCT-EOF TO TRUE
                 GO TO MOVE-ACCOUNT-PARA-EXIT
           END-EVALUATE
           IF WS-NEW-STATUS = 'FROZEN    '
              PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT
           ELSE
              PERFORM FETCH-PEND-PARA THRU FETCH-PEND-PARA-EXIT
           END-IF.
       MOVE-ACCOUNT-PARA-EXIT.
           EXIT.
       BUILD-AUDIT-TIMESTAMP-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIMESTAMP(9:6)
           MOVE SPACES TO WS-AUDIT-TIMESTAMP(15:12).
       BUILD-AUDIT-TIMESTAMP-PARA-EXIT.
           EXIT.
      *    WS-AUDIT-TIMESTAMP IS BUILT JUST BEFORE THE GUARDED UPDATE,
      *    SO THE HISTORY ROW'S CHANGE_TIMESTAMP COMES OUT IDENTICAL
      *    TO THE UPD_TIMESTAMP STAMPED ON THE MASTER.
       WRITE-STATUS-HIST-PARA.
           MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           MOVE WS-OLD-STATUS TO H2-OLD-STATUS
           MOVE WS-NEW-STATUS TO H2-NEW-STATUS
           MOVE WS-AUDIT-TIMESTAMP TO H2-CHANGE-TIMESTAMP
           MOVE WS-OPERATOR-ID TO H2-OPERATOR-ID
           MOVE WS-BRANCH-ID TO H2-BRANCH-ID
           EXEC SQL
           INSERT INTO CBS_ACCT_STATUS_HIST
             (ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS,
              CHANGE_TIMESTAMP, OPERATOR_ID, BRANCH_ID)
           VALUES
             (:H2-ACCOUNT-NUMBER, :H2-OLD-STATUS, :H2-NEW-STATUS,
              :H2-CHANGE-TIMESTAMP, :H2-OPERATOR-ID, :H2-BRANCH-ID)
           END-EXEC
           DISPLAY 'STATUS HIST SQLCODE:' SQLCODE.
       WRITE-STATUS-HIST-PARA-EXIT.
           EXIT.
       WRITE-ACCT-LINE-PARA.
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-AL-ACCOUNT-NO
           MOVE WS-OLD-STATUS TO WS-AL-OLD-STATUS
           MOVE WS-NEW-STATUS TO WS-AL-NEW-STATUS
           MOVE WS-ACCT-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-ACCT-LINE-PARA-EXIT.
           EXIT.
      *    THE DECISION LINE FOLLOWS THE ACCOUNT LINES IT PRODUCED,
      *    CARRYING THE COUNT OF ACCOUNTS THE DECISION MOVED.
       WRITE-APPLIED-PARA.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE KYC-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE KYC-DECISION TO WS-DL-DECISION
           MOVE 'APPLIED' TO WS-DL-RESULT
           MOVE WS-CUST-ACCT-COUNT TO WS-DL-ACCT-COUNT
           IF WS-CUST-ACCT-COUNT = 0
              MOVE 'KYC STATUS SET - NO ACCOUNTS TO MOVE'
                   TO WS-DL-REASON
           ELSE
              MOVE 'KYC STATUS SET - ACCOUNTS MOVED' TO WS-DL-REASON
           END-IF
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-APPLIED-PARA-EXIT.
           EXIT.
       WRITE-REFUSED-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE KYC-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE KYC-DECISION TO WS-DL-DECISION
           MOVE 'REFUSED' TO WS-DL-RESULT
           MOVE ZERO TO WS-DL-ACCT-COUNT
           MOVE WS-REFUSE-REASON TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-REFUSED-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-APT-COUNT
           MOVE WS-APPLIED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-RFT-COUNT
           MOVE WS-REFUSED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-INACTIVE-COUNT TO WS-IAT-COUNT
           MOVE WS-INACTIVE-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-FROZEN-COUNT TO WS-FZT-COUNT
           MOVE WS-FROZEN-TOTAL-LINE TO REPT-RECORD
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
           CLOSE KYC-FILE
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
      *    DETAIL RECORDS / RESULTS APPLIED / REFUSED
       RUN-CONTROL-END-PARA.
           MOVE WS-DETAIL-COUNT TO H13-RECORDS-READ
           MOVE WS-APPLIED-COUNT TO H13-RECORDS-PROCESSED
           MOVE WS-REFUSED-COUNT TO H13-RECORDS-REJECTED
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
