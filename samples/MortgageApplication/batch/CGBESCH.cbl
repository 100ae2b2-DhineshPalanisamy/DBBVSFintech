       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBESCH.
      *****************************************************************
      * CGBESCH - UNCLAIMED-PROPERTY (ESCHEATMENT) PROCESSING
      *           PICKS UP WHERE CGBDORM LEAVES OFF. EVERY DORMANT
      *           ACCOUNT GETS A CBS_ESCHEAT_CASE ROW THE NIGHT IT IS
      *           FIRST SEEN DORMANT, HOLDING THE DATE OF ITS DORMANT
      *           HISTORY ROW - THE DATE THE STATUTORY ESCHEAT PERIOD
      *           RUNS FROM, AND ONE CGBARCH WOULD OTHERWISE PURGE
      *           BEFORE THE PERIOD ENDS. THEN EACH OPEN CASE IS
      *           REVIEWED -
      *             STILL DORMANT, PERIOD RUN OUT, NO LETTER YET -
      *               THE FINAL DUE-DILIGENCE LETTER GOES TO THE
      *               CBS_CUST_MSTR ADDRESS ON DUEOUT, IN THE SAME
      *               PRINT-VENDOR FORMAT AS CGBCONF/NOTCEOUT, AND THE
      *               CASE WAITS WS-RESPONSE-DAYS FOR AN ANSWER.
      *             STILL DORMANT PAST THE RESPONSE DUE DATE - THE
      *               ACCOUNT MOVES TO THE TERMINAL STATUS ESCHEATED
      *               WITH ITS HISTORY ROW, AND THE BALANCE IS HELD ON
      *               THE CASE FOR THE ANNUAL HOLDER REPORT (CGBHOLD).
      *             NO LONGER DORMANT (OR DORMANT AGAIN FROM A LATER
      *               DATE) - THE CUSTOMER RESPONDED BY HAVING THE
      *               ACCOUNT REACTIVATED, OR IT WAS CLOSED OR FROZEN;
      *               THE CASE IS ENDED WITH THE DATE THAT HAPPENED.
      *           THE ESCHEAT PERIOD AND RESPONSE WINDOW DEFAULT TO
      *           WS-ESCHEAT-DAYS / WS-RESPONSE-DAYS AND CAN BE SET ON
      *           THE OPTIONAL ESCHPARM CARD (COLUMNS 1-4 ESCHEAT DAYS,
      *           6-8 RESPONSE DAYS) AS THE STATE'S LAW REQUIRES.
      *           REPTRPT LISTS EVERY CASE ACTION WITH TOTALS. RC=8 ON
      *           ANY SQL ERROR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUE-FILE ASSIGN TO DUEOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO ESCHPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUE-RECORD               PIC X(80).
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD             PIC X(80).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-DATE-NUM          PIC 9(8).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3.
      *    THREE YEARS DORMANT BEFORE THE FINAL LETTER AND SIXTY DAYS
      *    TO ANSWER IT, UNLESS THE ESCHPARM CARD SAYS OTHERWISE.
       01  WS-ESCHEAT-DAYS          PIC 9(4) VALUE 1095.
       01  WS-RESPONSE-DAYS         PIC 9(3) VALUE 60.
       01  WS-PARM-CARD.
           05 WS-PARM-ESCHEAT-DAYS  PIC X(4).
           05 FILLER                PIC X(1).
           05 WS-PARM-RESPONSE-DAYS PIC X(3).
           05 FILLER                PIC X(72).
       01  WS-CUTOFF-INT            PIC S9(9) COMP-3.
       01  WS-CUTOFF-DATE-NUM       PIC 9(8).
       01  WS-ESCHEAT-CUTOFF-DATE   PIC X(8).
       01  WS-DUE-DATE              PIC X(8).
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-DORMANT-HIST-TS       PIC X(26).
       01  WS-NULL-IND              PIC S9(4) COMP.
       01  WS-LEFT-TS               PIC X(26).
       01  WS-LEFT-STATUS           PIC X(10).
       01  WS-CASE-EXISTS           PIC S9(9) COMP-3.
       01  WS-CASE-ACTION           PIC X(12).
       01  WS-EVENT-DATE            PIC X(8).
       01  WS-REGISTERED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-REVIEWED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-LETTER-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-RESPONDED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-WITHDRAWN-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ESCHEATED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ESCHEAT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-COMMIT-COUNTER        PIC 9(4) VALUE ZERO.
       01  WS-COMMIT-FREQUENCY      PIC 9(4) VALUE 100.
       01  WS-OLD-STATUS            PIC X(10) VALUE 'DORMANT   '.
       01  WS-NEW-STATUS            PIC X(10) VALUE 'ESCHEATED '.
       01  WS-OPERATOR-ID           PIC X(10) VALUE 'BATCH     '.
      *    AS IN CGBDORM, THE HISTORY ROW IS BOOKED TO THE ACCOUNT'S
      *    OWN BRANCH, CARRIED ON THE MASTER ROW.
       01  WS-BRANCH-ID             PIC X(5) VALUE 'HO   '.
       01  WS-AUDIT-TIMESTAMP       PIC X(26).
       01  WS-PRINT-ACCOUNT-NO      PIC Z(17)9.
       01  WS-FMT-DATE-IN           PIC X(8).
       01  WS-FMT-DATE-OUT          PIC X(10).
       01  WS-NOTICE-DATE           PIC X(10).
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL '-'.
       01  WS-NL-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(34) VALUE
              'UNCLAIMED PROPERTY - FINAL NOTICE'.
       01  WS-NL-2.
           05 FILLER                PIC X(16) VALUE 'DATE          : '.
           05 WS-NL2-DATE           PIC X(10).
       01  WS-NL-3.
           05 FILLER                PIC X(16) VALUE 'CUSTOMER ID   : '.
           05 WS-NL3-CUSTOMER-ID    PIC X(10).
       01  WS-NL-4.
           05 FILLER                PIC X(16) VALUE 'ACCOUNT NAME  : '.
           05 WS-NL4-ACCOUNT-NAME   PIC X(50).
       01  WS-NL-5.
           05 FILLER                PIC X(16) VALUE 'ACCOUNT NUMBER: '.
           05 WS-NL5-ACCOUNT-NO     PIC X(18).
       01  WS-NL-5A.
           05 FILLER                PIC X(16) VALUE 'MAILING ADDR  : '.
           05 WS-NL5A-ADDR-1        PIC X(40).
       01  WS-NL-5B.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 WS-NL5B-ADDR-2        PIC X(40).
       01  WS-NL-5C.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 WS-NL5C-CITY          PIC X(25).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NL5C-POSTAL        PIC X(10).
       01  WS-NL-6.
           05 FILLER                PIC X(60) VALUE
              'DEAR CUSTOMER, YOUR ACCOUNT ABOVE HAS HAD NO ACTIVITY'.
       01  WS-NL-7.
           05 FILLER                PIC X(60) VALUE
              'AND HAS BEEN DORMANT SINCE:'.
       01  WS-NL-8.
           05 FILLER                PIC X(16) VALUE 'DORMANT SINCE : '.
           05 WS-NL8-DORMANT-DATE   PIC X(10).
       01  WS-NL-9.
           05 FILLER                PIC X(60) VALUE
              'UNDER STATE UNCLAIMED PROPERTY LAW THE BALANCE MUST BE'.
       01  WS-NL-10.
           05 FILLER                PIC X(60) VALUE
              'REPORTED AND PAID TO THE STATE UNLESS WE HEAR FROM YOU'.
       01  WS-NL-11.
           05 FILLER                PIC X(16) VALUE 'NO LATER THAN : '.
           05 WS-NL11-DUE-DATE      PIC X(10).
       01  WS-NL-12.
           05 FILLER                PIC X(60) VALUE
              'A CALL OR VISIT TO YOUR BRANCH TO REACTIVATE THE'.
       01  WS-NL-13.
           05 FILLER                PIC X(60) VALUE
              'ACCOUNT BEFORE THAT DATE KEEPS IT WITH US.'.
       01  WS-NL-14.
           05 FILLER                PIC X(48) VALUE
              'THANK YOU FOR BANKING WITH US.'.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBESCH - UNCLAIMED-PROPERTY CASE REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE 'ESCHEAT DAYS : '.
           05 WS-HDR-ESCHEAT-DAYS   PIC ZZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE 'RESPONSE DAYS : '.
           05 WS-HDR-RESPONSE-DAYS  PIC ZZ9.
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(20) VALUE 'ACCOUNT NUMBER'.
           05 FILLER                PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                PIC X(8) VALUE 'BRANCH'.
           05 FILLER                PIC X(13) VALUE 'ACTION'.
           05 FILLER                PIC X(14) VALUE 'DORMANT SINCE'.
           05 FILLER                PIC X(12) VALUE 'RESPOND BY'.
           05 FILLER                PIC X(12) VALUE 'EVENT DATE'.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE 'AMOUNT'.
       01  WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT-NO      PIC X(20).
           05 WS-DL-CUSTOMER-ID     PIC X(12).
           05 WS-DL-BRANCH-ID       PIC X(8).
           05 WS-DL-ACTION          PIC X(13).
           05 WS-DL-DORMANT-DATE    PIC X(14).
           05 WS-DL-DUE-DATE        PIC X(12).
           05 WS-DL-EVENT-DATE      PIC X(12).
           05 WS-DL-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL           PIC X(32).
           05 WS-TL-COUNT           PIC ZZZ,ZZ9.
       01  WS-AMOUNT-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'AMOUNT ESCHEATED               :'.
           05 WS-AT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBESCH '.
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
           INCLUDE CBSESCH
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
           PERFORM REGISTER-PARA THRU REGISTER-PARA-EXIT
           PERFORM REVIEW-PARA THRU REVIEW-PARA-EXIT
           PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE SPACES TO WS-PARM-CARD
           OPEN INPUT PARM-FILE
           READ PARM-FILE INTO WS-PARM-CARD
              AT END
                 MOVE SPACES TO WS-PARM-CARD
           END-READ
           CLOSE PARM-FILE
           IF WS-PARM-ESCHEAT-DAYS NUMERIC
              MOVE WS-PARM-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
           END-IF
           IF WS-PARM-RESPONSE-DAYS NUMERIC
              MOVE WS-PARM-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-ESCHEAT-DAYS
           COMPUTE WS-CUTOFF-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-DATE-NUM TO WS-ESCHEAT-CUTOFF-DATE
           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT + WS-RESPONSE-DAYS
           COMPUTE WS-CUTOFF-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-DATE-NUM TO WS-DUE-DATE
           MOVE WS-RUN-DATE TO WS-FMT-DATE-IN
           PERFORM FORMAT-DATE-PARA THRU FORMAT-DATE-PARA-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-NOTICE-DATE
           OPEN OUTPUT DUE-FILE
           OPEN OUTPUT REPT-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-ESCHEAT-DAYS TO WS-HDR-ESCHEAT-DAYS
           MOVE WS-RESPONSE-DAYS TO WS-HDR-RESPONSE-DAYS
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD.
       INIT-PARA-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRATION - A CASE FOR EVERY DORMANT ACCOUNT WITHOUT AN OPEN
      * ONE. THE DORMANCY DATE IS THE LATEST DORMANT HISTORY ROW; IF
      * CGBARCH HAS ALREADY PURGED IT (AN ACCOUNT DORMANT BEFORE CASES
      * WERE KEPT) THE MASTER UPD_TIMESTAMP STANDS IN - NOTHING BUT A
      * STATUS CHANGE RESTAMPS A DORMANT ACCOUNT'S MASTER ROW, SO IT
      * IS THE SAME MOMENT.
      *****************************************************************
       REGISTER-PARA.
           SET WS-EOF TO FALSE
           MOVE ZERO TO WS-COMMIT-COUNTER
           EXEC SQL
                DECLARE REG-CURSOR CURSOR WITH HOLD FOR
                SELECT M.ACCOUNT_NUMBER, M.CUSTOMER_ID, M.BRANCH_ID,
                       M.UPD_TIMESTAMP,
                       (SELECT MAX(H.CHANGE_TIMESTAMP)
                        FROM CBS_ACCT_STATUS_HIST H
                        WHERE H.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                          AND H.NEW_STATUS = 'DORMANT   ')
                FROM CBS_ACCT_MSTR_DTL M
                WHERE M.ACCOUNT_STATUS = 'DORMANT   '
                  AND NOT EXISTS
                      (SELECT 1
                       FROM CBS_ESCHEAT_CASE C
                       WHERE C.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                         AND C.CASE_STATUS IN ('TRACKING  ',
                                               'NOTIFIED  '))
                ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN REG-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'REG-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO REGISTER-PARA-EXIT
           END-IF
           PERFORM FETCH-REG-PARA THRU FETCH-REG-PARA-EXIT
           PERFORM REGISTER-CASE-PARA THRU REGISTER-CASE-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE REG-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC.
       REGISTER-PARA-EXIT.
           EXIT.
       FETCH-REG-PARA.
           EXEC SQL
                FETCH REG-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :H1-CUSTOMER-ID,
                     :H1-BRANCH-ID, :H1-UPD-TIMESTAMP,
                     :WS-DORMANT-HIST-TS :WS-NULL-IND
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'REG-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-REG-PARA-EXIT.
           EXIT.
       REGISTER-CASE-PARA.
           MOVE H1-ACCOUNT-NUMBER TO H17-ACCOUNT-NUMBER
           IF WS-NULL-IND < 0
              MOVE H1-UPD-TIMESTAMP TO H17-DORMANT-TIMESTAMP
              MOVE 'M' TO H17-DORMANT-SOURCE
           ELSE
              MOVE WS-DORMANT-HIST-TS TO H17-DORMANT-TIMESTAMP
              MOVE 'H' TO H17-DORMANT-SOURCE
           END-IF
      *    AN ENDED CASE FOR THE SAME DORMANCY (E.G. WITHDRAWN WHEN THE
      *    ACCOUNT WAS FROZEN, THEN PUT BACK) IS NOT OPENED TWICE.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-CASE-EXISTS
                FROM CBS_ESCHEAT_CASE
                WHERE ACCOUNT_NUMBER = :H17-ACCOUNT-NUMBER
                  AND DORMANT_TIMESTAMP = :H17-DORMANT-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ESCHEAT CASE COUNT SQL ERROR ' SQLCODE
                      ' ' H17-ACCOUNT-NUMBER
              ADD 1 TO WS-ERROR-COUNT
              GO TO REGISTER-CASE-NEXT
           END-IF
           IF WS-CASE-EXISTS > 0
              GO TO REGISTER-CASE-NEXT
           END-IF
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           MOVE H1-CUSTOMER-ID TO H17-CUSTOMER-ID
           MOVE 'TRACKING  ' TO H17-CASE-STATUS
           MOVE SPACES TO H17-LETTER-DATE
           MOVE SPACES TO H17-RESPONSE-DUE-DATE
           MOVE SPACES TO H17-RESPONSE-DATE
           MOVE SPACES TO H17-ESCHEAT-DATE
           MOVE ZERO TO H17-ESCHEAT-AMOUNT
           MOVE SPACES TO H17-OWNER-NAME
           MOVE SPACES TO H17-ADDR-LINE-1
           MOVE SPACES TO H17-ADDR-LINE-2
           MOVE SPACES TO H17-CITY
           MOVE SPACES TO H17-POSTAL-CODE
           MOVE SPACES TO H17-REPORT-YEAR
           MOVE WS-AUDIT-TIMESTAMP TO H17-UPD-TIMESTAMP
           EXEC SQL
                INSERT INTO CBS_ESCHEAT_CASE
                ( ACCOUNT_NUMBER, DORMANT_TIMESTAMP, DORMANT_SOURCE,
                  CUSTOMER_ID, CASE_STATUS, LETTER_DATE,
                  RESPONSE_DUE_DATE, RESPONSE_DATE, ESCHEAT_DATE,
                  ESCHEAT_AMOUNT, OWNER_NAME, ADDR_LINE_1,
                  ADDR_LINE_2, CITY, POSTAL_CODE, REPORT_YEAR,
                  UPD_TIMESTAMP )
                VALUES
                ( :H17-ACCOUNT-NUMBER, :H17-DORMANT-TIMESTAMP,
                  :H17-DORMANT-SOURCE, :H17-CUSTOMER-ID,
                  :H17-CASE-STATUS, :H17-LETTER-DATE,
                  :H17-RESPONSE-DUE-DATE, :H17-RESPONSE-DATE,
                  :H17-ESCHEAT-DATE, :H17-ESCHEAT-AMOUNT,
                  :H17-OWNER-NAME, :H17-ADDR-LINE-1,
                  :H17-ADDR-LINE-2, :H17-CITY, :H17-POSTAL-CODE,
                  :H17-REPORT-YEAR, :H17-UPD-TIMESTAMP )
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-REGISTERED-COUNT
              MOVE 'TRACKING' TO WS-CASE-ACTION
              MOVE SPACES TO WS-EVENT-DATE
              MOVE ZERO TO H1-CURRENT-BALANCE
              PERFORM WRITE-DETAIL-LINE-PARA THRU
                      WRITE-DETAIL-LINE-PARA-EXIT
              PERFORM COMMIT-CHECK-PARA THRU COMMIT-CHECK-PARA-EXIT
           ELSE
              DISPLAY 'ESCHEAT CASE INSERT SQL ERROR ' SQLCODE
                      ' ' H1-ACCOUNT-NUMBER
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
       REGISTER-CASE-NEXT.
           PERFORM FETCH-REG-PARA THRU FETCH-REG-PARA-EXIT.
       REGISTER-CASE-PARA-EXIT.
           EXIT.
      *****************************************************************
      * REVIEW - EVERY OPEN CASE (TONIGHT'S NEW ONES INCLUDED) AGAINST
      * THE ACCOUNT'S CURRENT STATE.
      *****************************************************************
       REVIEW-PARA.
           SET WS-EOF TO FALSE
           MOVE ZERO TO WS-COMMIT-COUNTER
           EXEC SQL
                DECLARE CASE-CURSOR CURSOR WITH HOLD FOR
                SELECT C.ACCOUNT_NUMBER, C.DORMANT_TIMESTAMP,
                       C.CASE_STATUS, C.RESPONSE_DUE_DATE,
                       C.CUSTOMER_ID, M.ACCOUNT_NAME,
                       M.ACCOUNT_STATUS, M.BRANCH_ID,
                       M.CURRENT_BALANCE, M.UPD_TIMESTAMP
                FROM CBS_ESCHEAT_CASE C, CBS_ACCT_MSTR_DTL M
                WHERE C.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                  AND C.CASE_STATUS IN ('TRACKING  ', 'NOTIFIED  ')
                ORDER BY C.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN CASE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CASE-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO REVIEW-PARA-EXIT
           END-IF
           PERFORM FETCH-CASE-PARA THRU FETCH-CASE-PARA-EXIT
           PERFORM REVIEW-CASE-PARA THRU REVIEW-CASE-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE CASE-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC.
       REVIEW-PARA-EXIT.
           EXIT.
       FETCH-CASE-PARA.
           EXEC SQL
                FETCH CASE-CURSOR
                INTO :H17-ACCOUNT-NUMBER, :H17-DORMANT-TIMESTAMP,
                     :H17-CASE-STATUS, :H17-RESPONSE-DUE-DATE,
                     :H17-CUSTOMER-ID, :H1-ACCOUNT-NAME,
                     :H1-ACCOUNT-STATUS, :H1-BRANCH-ID,
                     :H1-CURRENT-BALANCE, :H1-UPD-TIMESTAMP
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'CASE-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-CASE-PARA-EXIT.
           EXIT.
      *    THE FIRST HISTORY ROW TAKING THE ACCOUNT OFF DORMANT AFTER
      *    THE CASE'S DORMANCY DATE ENDS THE CASE - REACTIVATION
      *    (DORMANT TO ACTIVE) IS THE CUSTOMER'S RESPONSE, ANYTHING
      *    ELSE WITHDRAWS IT. IF THAT ROW IS GONE BUT THE MASTER IS NO
      *    LONGER DORMANT, THE MASTER SAYS THE SAME THING. AN SQL
      *    ERROR READING THE HISTORY LEAVES THE CASE AS IT IS - NEVER
      *    A LETTER OR AN ESCHEAT ON A HISTORY NOT SEEN.
       REVIEW-CASE-PARA.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE H17-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
           MOVE SPACES TO WS-LEFT-TS
           MOVE SPACES TO WS-LEFT-STATUS
           EXEC SQL
                SELECT MIN(CHANGE_TIMESTAMP)
                INTO :WS-LEFT-TS :WS-NULL-IND
                FROM CBS_ACCT_STATUS_HIST
                WHERE ACCOUNT_NUMBER = :H17-ACCOUNT-NUMBER
                  AND OLD_STATUS = 'DORMANT   '
                  AND CHANGE_TIMESTAMP > :H17-DORMANT-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'DORMANCY HISTORY SQL ERROR ' SQLCODE
                      ' ' H17-ACCOUNT-NUMBER
              ADD 1 TO WS-ERROR-COUNT
              GO TO REVIEW-CASE-NEXT
           END-IF
           IF WS-NULL-IND NOT < 0
              EXEC SQL
                   SELECT MAX(NEW_STATUS)
                   INTO :WS-LEFT-STATUS :WS-NULL-IND
                   FROM CBS_ACCT_STATUS_HIST
                   WHERE ACCOUNT_NUMBER = :H17-ACCOUNT-NUMBER
                     AND OLD_STATUS = 'DORMANT   '
                     AND CHANGE_TIMESTAMP = :WS-LEFT-TS
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'DORMANCY HISTORY SQL ERROR ' SQLCODE
                         ' ' H17-ACCOUNT-NUMBER
                 ADD 1 TO WS-ERROR-COUNT
                 GO TO REVIEW-CASE-NEXT
              END-IF
              MOVE WS-LEFT-TS(1:8) TO WS-EVENT-DATE
              PERFORM END-CASE-PARA THRU END-CASE-PARA-EXIT
              GO TO REVIEW-CASE-NEXT
           END-IF
           IF H1-ACCOUNT-STATUS NOT = 'DORMANT   '
              MOVE H1-ACCOUNT-STATUS TO WS-LEFT-STATUS
              MOVE H1-UPD-TIMESTAMP(1:8) TO WS-EVENT-DATE
              PERFORM END-CASE-PARA THRU END-CASE-PARA-EXIT
              GO TO REVIEW-CASE-NEXT
           END-IF
           IF H17-CASE-STATUS = 'NOTIFIED  '
              AND H17-RESPONSE-DUE-DATE < WS-RUN-DATE
              PERFORM ESCHEAT-ACCT-PARA THRU ESCHEAT-ACCT-PARA-EXIT
              GO TO REVIEW-CASE-NEXT
           END-IF
           IF H17-CASE-STATUS = 'TRACKING  '
              AND H17-DORMANT-TIMESTAMP(1:8) NOT >
                  WS-ESCHEAT-CUTOFF-DATE
              PERFORM SEND-LETTER-PARA THRU SEND-LETTER-PARA-EXIT
           END-IF.
       REVIEW-CASE-NEXT.
           PERFORM FETCH-CASE-PARA THRU FETCH-CASE-PARA-EXIT.
       REVIEW-CASE-PARA-EXIT.
           EXIT.
       END-CASE-PARA.
           IF WS-LEFT-STATUS = 'ACTIVE    '
              MOVE 'RESPONDED ' TO H17-CASE-STATUS
              MOVE 'RESPONDED' TO WS-CASE-ACTION
           ELSE
              MOVE 'WITHDRAWN ' TO H17-CASE-STATUS
              MOVE 'WITHDRAWN' TO WS-CASE-ACTION
           END-IF
           MOVE WS-EVENT-DATE TO H17-RESPONSE-DATE
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           EXEC SQL
                UPDATE CBS_ESCHEAT_CASE
                SET CASE_STATUS = :H17-CASE-STATUS,
                    RESPONSE_DATE = :H17-RESPONSE-DATE,
                    UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H17-ACCOUNT-NUMBER
                  AND DORMANT_TIMESTAMP = :H17-DORMANT-TIMESTAMP
           END-EXEC
           IF SQLCODE = 0
              IF H17-CASE-STATUS = 'RESPONDED '
                 ADD 1 TO WS-RESPONDED-COUNT
              ELSE
                 ADD 1 TO WS-WITHDRAWN-COUNT
              END-IF
              MOVE ZERO TO H1-CURRENT-BALANCE
              PERFORM WRITE-DETAIL-LINE-PARA THRU
                      WRITE-DETAIL-LINE-PARA-EXIT
              PERFORM COMMIT-CHECK-PARA THRU COMMIT-CHECK-PARA-EXIT
           ELSE
              DISPLAY 'ESCHEAT CASE UPDATE SQL ERROR ' SQLCODE
                      ' ' H17-ACCOUNT-NUMBER
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
       END-CASE-PARA-EXIT.
           EXIT.
      *    THE CASE IS MARKED NOTIFIED BEFORE THE LETTER IS WRITTEN, SO
      *    A FAILED UPDATE SENDS NOTHING AND TOMORROW'S RUN RETRIES -
      *    NEVER A LETTER FOR A CASE STILL SHOWING TRACKING.
       SEND-LETTER-PARA.
           PERFORM LOOKUP-CUSTOMER-PARA THRU LOOKUP-CUSTOMER-PARA-EXIT
           MOVE 'NOTIFIED  ' TO H17-CASE-STATUS
           MOVE WS-RUN-DATE TO H17-LETTER-DATE
           MOVE WS-DUE-DATE TO H17-RESPONSE-DUE-DATE
           MOVE H5-ADDR-LINE-1 TO H17-ADDR-LINE-1
           MOVE H5-ADDR-LINE-2 TO H17-ADDR-LINE-2
           MOVE H5-CITY TO H17-CITY
           MOVE H5-POSTAL-CODE TO H17-POSTAL-CODE
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           EXEC SQL
                UPDATE CBS_ESCHEAT_CASE
                SET CASE_STATUS = :H17-CASE-STATUS,
                    LETTER_DATE = :H17-LETTER-DATE,
                    RESPONSE_DUE_DATE = :H17-RESPONSE-DUE-DATE,
                    OWNER_NAME = :H17-OWNER-NAME,
                    ADDR_LINE_1 = :H17-ADDR-LINE-1,
                    ADDR_LINE_2 = :H17-ADDR-LINE-2,
                    CITY = :H17-CITY,
                    POSTAL_CODE = :H17-POSTAL-CODE,
                    UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H17-ACCOUNT-NUMBER
                  AND DORMANT_TIMESTAMP = :H17-DORMANT-TIMESTAMP
                  AND CASE_STATUS = 'TRACKING  '
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ESCHEAT LETTER UPDATE SQL ERROR ' SQLCODE
                      ' ' H17-ACCOUNT-NUMBER
              ADD 1 TO WS-ERROR-COUNT
              GO TO SEND-LETTER-PARA-EXIT
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           PERFORM WRITE-DUE-LETTER-PARA THRU
                   WRITE-DUE-LETTER-PARA-EXIT
           MOVE 'LETTER SENT' TO WS-CASE-ACTION
           MOVE WS-RUN-DATE TO WS-EVENT-DATE
           PERFORM WRITE-DETAIL-LINE-PARA THRU
                   WRITE-DETAIL-LINE-PARA-EXIT
           PERFORM COMMIT-CHECK-PARA THRU COMMIT-CHECK-PARA-EXIT.
       SEND-LETTER-PARA-EXIT.
           EXIT.
      *    SAME FALLBACK AS CGBCONF/CGBWARN - A MISSING CUSTOMER MASTER
      *    ROW MUST NOT DROP THE LETTER; IT GOES OUT WITH A PLACEHOLDER
      *    SO THE VENDOR ROUTES IT BACK TO THE BRANCH. THE OWNER NAME
      *    FALLS BACK TO THE ACCOUNT NAME.
       LOOKUP-CUSTOMER-PARA.
           MOVE H17-CUSTOMER-ID TO H5-CUSTOMER-ID
           EXEC SQL
                SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2, CITY,
                       POSTAL_CODE
                INTO :H5-CUSTOMER-NAME, :H5-ADDR-LINE-1,
                     :H5-ADDR-LINE-2, :H5-CITY, :H5-POSTAL-CODE
                FROM CBS_CUST_MSTR
                WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE H5-CUSTOMER-NAME TO H17-OWNER-NAME
           ELSE
              MOVE H1-ACCOUNT-NAME TO H17-OWNER-NAME
              MOVE 'ADDRESS NOT ON FILE - RETURN TO BRANCH'
                   TO H5-ADDR-LINE-1
              MOVE SPACES TO H5-ADDR-LINE-2
              MOVE SPACES TO H5-CITY
              MOVE SPACES TO H5-POSTAL-CODE
           END-IF.
       LOOKUP-CUSTOMER-PARA-EXIT.
           EXIT.
       WRITE-DUE-LETTER-PARA.
           MOVE WS-BLANK-LINE TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-1 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-BLANK-LINE TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NOTICE-DATE TO WS-NL2-DATE
           MOVE WS-NL-2 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE H17-CUSTOMER-ID TO WS-NL3-CUSTOMER-ID
           MOVE WS-NL-3 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE H1-ACCOUNT-NAME TO WS-NL4-ACCOUNT-NAME
           MOVE WS-NL-4 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE H17-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-NL5-ACCOUNT-NO
           MOVE WS-NL-5 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE H5-ADDR-LINE-1 TO WS-NL5A-ADDR-1
           MOVE WS-NL-5A TO DUE-RECORD
           WRITE DUE-RECORD
           IF H5-ADDR-LINE-2 NOT = SPACES
              MOVE H5-ADDR-LINE-2 TO WS-NL5B-ADDR-2
              MOVE WS-NL-5B TO DUE-RECORD
              WRITE DUE-RECORD
           END-IF
           MOVE H5-CITY TO WS-NL5C-CITY
           MOVE H5-POSTAL-CODE TO WS-NL5C-POSTAL
           MOVE WS-NL-5C TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-BLANK-LINE TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-6 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-7 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE H17-DORMANT-TIMESTAMP(1:8) TO WS-FMT-DATE-IN
           PERFORM FORMAT-DATE-PARA THRU FORMAT-DATE-PARA-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-NL8-DORMANT-DATE
           MOVE WS-NL-8 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-BLANK-LINE TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-9 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-10 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-DUE-DATE TO WS-FMT-DATE-IN
           PERFORM FORMAT-DATE-PARA THRU FORMAT-DATE-PARA-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-NL11-DUE-DATE
           MOVE WS-NL-11 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-BLANK-LINE TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-12 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-13 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-BLANK-LINE TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-NL-14 TO DUE-RECORD
           WRITE DUE-RECORD
           MOVE WS-SEPARATOR-LINE TO DUE-RECORD
           WRITE DUE-RECORD.
       WRITE-DUE-LETTER-PARA-EXIT.
           EXIT.
      *    THE DORMANT GUARD MAKES THE ESCHEATMENT CONDITIONAL ON THE
      *    ACCOUNT NOT HAVING BEEN REACTIVATED SINCE THE CURSOR READ IT
      *    - A LOST RACE IS LEFT FOR TOMORROW'S REVIEW TO END AS A
      *    RESPONSE. THE STATUS CHANGE, ITS HISTORY ROW AND THE CASE
      *    UPDATE GO IN UNDER A SAVEPOINT, SO A FAILURE PART-WAY BACKS
      *    OUT THIS ACCOUNT ALONE AND LEAVES ITS CASE NOTIFIED FOR
      *    TOMORROW. ROLLBACK TO SAVEPOINT LEAVES CASE-CURSOR OPEN AND
      *    POSITIONED - A FULL ROLLBACK WOULD CLOSE IT, WITH HOLD OR
      *    NOT, AND END THE REVIEW AT THIS ACCOUNT.
       ESCHEAT-ACCT-PARA.
           EXEC SQL
                SAVEPOINT ESCHEAT_ACCT ON ROLLBACK RETAIN CURSORS
           END-EXEC
           MOVE H1-BRANCH-ID TO WS-BRANCH-ID
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
                SET ACCOUNT_STATUS = 'ESCHEATED ',
                    UPD_USERID = :WS-OPERATOR-ID,
                    UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                  AND ACCOUNT_STATUS = 'DORMANT   '
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM WRITE-STATUS-HIST-PARA THRU
                         WRITE-STATUS-HIST-PARA-EXIT
                 IF SQLCODE NOT = 0
                    EXEC SQL ROLLBACK TO SAVEPOINT ESCHEAT_ACCT END-EXEC
                    ADD 1 TO WS-ERROR-COUNT
                    GO TO ESCHEAT-ACCT-PARA-EXIT
                 END-IF
                 MOVE 'ESCHEATED ' TO H17-CASE-STATUS
                 MOVE WS-RUN-DATE TO H17-ESCHEAT-DATE
                 MOVE H1-CURRENT-BALANCE TO H17-ESCHEAT-AMOUNT
                 EXEC SQL
                      UPDATE CBS_ESCHEAT_CASE
                      SET CASE_STATUS = :H17-CASE-STATUS,
                          ESCHEAT_DATE = :H17-ESCHEAT-DATE,
                          ESCHEAT_AMOUNT = :H17-ESCHEAT-AMOUNT,
                          UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                      WHERE ACCOUNT_NUMBER = :H17-ACCOUNT-NUMBER
                        AND DORMANT_TIMESTAMP = :H17-DORMANT-TIMESTAMP
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'ESCHEAT CASE UPDATE SQL ERROR ' SQLCODE
                            ' ' H17-ACCOUNT-NUMBER
                    EXEC SQL ROLLBACK TO SAVEPOINT ESCHEAT_ACCT END-EXEC
                    ADD 1 TO WS-ERROR-COUNT
                    GO TO ESCHEAT-ACCT-PARA-EXIT
                 END-IF
                 EXEC SQL RELEASE SAVEPOINT ESCHEAT_ACCT END-EXEC
                 ADD 1 TO WS-ESCHEATED-COUNT
                 ADD H1-CURRENT-BALANCE TO WS-ESCHEAT-TOTAL
                 MOVE 'ESCHEATED' TO WS-CASE-ACTION
                 MOVE WS-RUN-DATE TO WS-EVENT-DATE
                 PERFORM WRITE-DETAIL-LINE-PARA THRU
                         WRITE-DETAIL-LINE-PARA-EXIT
                 PERFORM COMMIT-CHECK-PARA THRU
                         COMMIT-CHECK-PARA-EXIT
              WHEN 100
                 DISPLAY 'LOST ESCHEAT RACE - ACCOUNT ALREADY MOVED'
                         H1-ACCOUNT-NUMBER
              WHEN OTHER
                 DISPLAY 'ESCHEAT UPDATE SQL ERROR' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
       ESCHEAT-ACCT-PARA-EXIT.
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
       COMMIT-CHECK-PARA.
           ADD 1 TO WS-COMMIT-COUNTER
           IF WS-COMMIT-COUNTER >= WS-COMMIT-FREQUENCY
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT-COUNTER
           END-IF.
       COMMIT-CHECK-PARA-EXIT.
           EXIT.
       FORMAT-DATE-PARA.
           MOVE WS-FMT-DATE-IN(5:2) TO WS-FMT-DATE-OUT(1:2)
           MOVE '/' TO WS-FMT-DATE-OUT(3:1)
           MOVE WS-FMT-DATE-IN(7:2) TO WS-FMT-DATE-OUT(4:2)
           MOVE '/' TO WS-FMT-DATE-OUT(6:1)
           MOVE WS-FMT-DATE-IN(1:4) TO WS-FMT-DATE-OUT(7:4).
       FORMAT-DATE-PARA-EXIT.
           EXIT.
       WRITE-DETAIL-LINE-PARA.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE H17-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE H1-BRANCH-ID TO WS-DL-BRANCH-ID
           MOVE WS-CASE-ACTION TO WS-DL-ACTION
           MOVE H17-DORMANT-TIMESTAMP(1:8) TO WS-DL-DORMANT-DATE
           MOVE H17-RESPONSE-DUE-DATE TO WS-DL-DUE-DATE
           MOVE WS-EVENT-DATE TO WS-DL-EVENT-DATE
           MOVE H1-CURRENT-BALANCE TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-DETAIL-LINE-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'DORMANT ACCOUNTS NOW TRACKED  :' TO WS-TL-LABEL
           MOVE WS-REGISTERED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'OPEN CASES REVIEWED           :' TO WS-TL-LABEL
           MOVE WS-REVIEWED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'DUE-DILIGENCE LETTERS SENT    :' TO WS-TL-LABEL
           MOVE WS-LETTER-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'CUSTOMER RESPONDED            :' TO WS-TL-LABEL
           MOVE WS-RESPONDED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'CASES WITHDRAWN               :' TO WS-TL-LABEL
           MOVE WS-WITHDRAWN-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'ACCOUNTS ESCHEATED            :' TO WS-TL-LABEL
           MOVE WS-ESCHEATED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-ESCHEAT-TOTAL TO WS-AT-AMOUNT
           MOVE WS-AMOUNT-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'SQL ERRORS                    :' TO WS-TL-LABEL
           MOVE WS-ERROR-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           DISPLAY 'ESCHEAT LETTERS WRITTEN: ' WS-LETTER-COUNT
           DISPLAY 'ACCOUNTS ESCHEATED: ' WS-ESCHEATED-COUNT
           IF WS-ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       SUMMARY-PARA-EXIT.
           EXIT.
       TERM-PARA.
           CLOSE DUE-FILE
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
      *    CASES REVIEWED / LETTERS PLUS ESCHEATMENTS / ERRORS
       RUN-CONTROL-END-PARA.
           MOVE WS-REVIEWED-COUNT TO H13-RECORDS-READ
           COMPUTE H13-RECORDS-PROCESSED =
              WS-LETTER-COUNT + WS-ESCHEATED-COUNT
           MOVE WS-ERROR-COUNT TO H13-RECORDS-REJECTED
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
