       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBAUDT.
      *****************************************************************
      * CGBAUDT - NIGHTLY REFERENTIAL-INTEGRITY / DATA-QUALITY AUDIT
      *           CHECKS THAT THE CBS TABLES AGREE WITH EACH OTHER AND
      *           LISTS EVERY BREAK, ONE LINE EACH, WITH A SEVERITY -
      *             HIGH   ACCOUNT WHOSE CUSTOMER_ID IS NOT ON
      *                    CBS_CUST_MSTR (NOTICES GO OUT WITH NO
      *                    ADDRESS)
      *             HIGH   ACCOUNT WHOSE PRODUCT_CODE IS NOT ON
      *                    CBS_PRODUCT_MSTR ("PRODUCT DETAILS NOT
      *                    AVAILABLE" ON ZC67)
      *             HIGH   ACCOUNT_STATUS DIFFERENT FROM THE NEW_STATUS
      *                    OF THE ACCOUNT'S LATEST CBS_ACCT_STATUS_HIST
      *                    ROW (A DIRECT FIX, A MISSING HISTORY WRITE OR
      *                    A LOST UPDATE)
      *             MEDIUM ACCOUNT WHOSE BRANCH_ID IS NOT A KNOWN
      *                    BRANCH (ON CBS_OPER_BRANCH, OR HEAD OFFICE)
      *             MEDIUM PENDING CBS_PEND_APPRV REQUEST WHOSE ACCOUNT
      *                    HAS MOVED OFF THE STATUS IT WAS RAISED
      *                    AGAINST
      *             LOW    CBS_CRM_ACK ROW MATCHING NO PUBLISHED
      *                    (INACTIVE-TO-ACTIVE) ACTIVATION
      *           FOLLOWED BY A COUNT PER CATEGORY AND PER SEVERITY.
      *           RC=8 WHEN ANY HIGH BREAK IS FOUND - THE RUN IS THEN
      *           LOGGED FAILED ON CBS_BATCH_RUN, WHICH HOLDS BACK THE
      *           STEPS THAT HAVE CGBAUDT AS A PREREQUISITE. RC=4 FOR
      *           MEDIUM/LOW BREAKS ONLY. AN SQL ERROR OPENING OR
      *           READING ANY CHECK'S CURSOR ALSO GIVES RC=8 - A CHECK
      *           THAT DID NOT RUN TO THE END PROVES NOTHING, SO IT MUST
      *           NOT RELEASE THE DEPENDENT STEPS. READ-ONLY - NOTHING
      *           IS FIXED HERE.
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
       01  WS-RUN-DATE-NUM          PIC 9(8).
      *    CBS_ACCT_STATUS_HIST IS ARCHIVED AFTER 730 DAYS BY CGBARCH,
      *    SO AN ACK FOR AN ACTIVATION OLDER THAN THAT HAS NOTHING LEFT
      *    TO MATCH AND IS NOT CHECKED.
       01  WS-HIST-RETAIN-DAYS      PIC 9(4) VALUE 730.
       01  WS-CUTOFF-INT            PIC S9(9) COMP-3.
       01  WS-CUTOFF-DATE-NUM       PIC 9(8).
       01  WS-HIST-CUTOFF-DATE      PIC X(8).
       01  WS-HEAD-OFFICE           PIC X(5) VALUE 'HO   '.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-SEVERITY              PIC X(6).
       01  WS-CATEGORY              PIC X(20).
       01  WS-BREAK-DETAIL          PIC X(76).
       01  WS-PRINT-ACCOUNT-NO      PIC Z(17)9.
       01  WS-H-CUSTOMER-ID         PIC X(10).
       01  WS-H-PRODUCT-CODE        PIC X(10).
       01  WS-H-BRANCH-ID           PIC X(5).
       01  WS-H-ACCOUNT-STATUS      PIC X(10).
       01  WS-H-HIST-STATUS         PIC X(10).
       01  WS-H-TIMESTAMP           PIC X(26).
       01  WS-CUST-BREAK-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-PROD-BREAK-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-HIST-BREAK-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-BRCH-BREAK-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-PEND-BREAK-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ACK-BREAK-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HIGH-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-MEDIUM-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-LOW-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-BREAK-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBAUDT - REFERENTIAL-INTEGRITY AUDIT REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(8) VALUE 'SEVERITY'.
           05 FILLER                PIC X(22) VALUE 'CATEGORY'.
           05 FILLER                PIC X(20) VALUE 'ACCOUNT NUMBER'.
           05 FILLER                PIC X(76) VALUE 'DETAIL'.
       01  WS-DETAIL-LINE.
           05 WS-DL-SEVERITY        PIC X(8).
           05 WS-DL-CATEGORY        PIC X(22).
           05 WS-DL-ACCOUNT-NO      PIC X(20).
           05 WS-DL-DETAIL          PIC X(76).
       01  WS-CUST-DETAIL.
           05 FILLER                PIC X(12) VALUE 'CUSTOMER_ID '.
           05 WS-CD-CUSTOMER-ID     PIC X(10).
           05 FILLER                PIC X(22) VALUE
              ' NOT ON CBS_CUST_MSTR'.
       01  WS-PROD-DETAIL.
           05 FILLER                PIC X(13) VALUE 'PRODUCT_CODE '.
           05 WS-PD-PRODUCT-CODE    PIC X(10).
           05 FILLER                PIC X(25) VALUE
              ' NOT ON CBS_PRODUCT_MSTR'.
       01  WS-BRCH-DETAIL.
           05 FILLER                PIC X(10) VALUE 'BRANCH_ID '.
           05 WS-BD-BRANCH-ID       PIC X(5).
           05 FILLER                PIC X(22) VALUE
              ' IS NOT A KNOWN BRANCH'.
       01  WS-HIST-DETAIL.
           05 FILLER                PIC X(7) VALUE 'STATUS '.
           05 WS-HD-ACCOUNT-STATUS  PIC X(10).
           05 FILLER                PIC X(20) VALUE
              ' BUT LATEST HISTORY '.
           05 WS-HD-HIST-STATUS     PIC X(10).
           05 FILLER                PIC X(4) VALUE ' AT '.
           05 WS-HD-TIMESTAMP       PIC X(14).
       01  WS-PEND-DETAIL.
           05 FILLER                PIC X(8) VALUE 'PENDING '.
           05 WS-PN-ACTION          PIC X(4).
           05 FILLER                PIC X(9) VALUE ' RAISED '.
           05 WS-PN-TIMESTAMP       PIC X(14).
           05 FILLER                PIC X(4) VALUE ' ON '.
           05 WS-PN-OLD-STATUS      PIC X(10).
           05 FILLER                PIC X(8) VALUE ' NOW '.
           05 WS-PN-ACCOUNT-STATUS  PIC X(10).
       01  WS-ACK-DETAIL.
           05 FILLER                PIC X(22) VALUE
              'ACK FOR PUBLISH TIME '.
           05 WS-AD-TIMESTAMP       PIC X(14).
           05 FILLER                PIC X(27) VALUE
              ' MATCHES NO ACTIVATION'.
       01  WS-NO-BREAK-LINE.
           05 FILLER                PIC X(30) VALUE
              '  NO BREAKS FOUND'.
       01  WS-SUMMARY-HDR-LINE.
           05 FILLER                PIC X(40) VALUE
              'BREAKS BY CATEGORY'.
       01  WS-CUST-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'HIGH   ORPHAN CUSTOMER_ID      :'.
           05 WS-CST-COUNT          PIC ZZZ,ZZ9.
       01  WS-PROD-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'HIGH   ORPHAN PRODUCT_CODE     :'.
           05 WS-PDT-COUNT          PIC ZZZ,ZZ9.
       01  WS-HIST-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'HIGH   STATUS VS HISTORY       :'.
           05 WS-HST-COUNT          PIC ZZZ,ZZ9.
       01  WS-BRCH-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'MEDIUM UNKNOWN BRANCH_ID       :'.
           05 WS-BRT-COUNT          PIC ZZZ,ZZ9.
       01  WS-PEND-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'MEDIUM STALE PENDING APPROVAL  :'.
           05 WS-PNT-COUNT          PIC ZZZ,ZZ9.
       01  WS-ACK-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'LOW    ORPHAN CRM ACK          :'.
           05 WS-AKT-COUNT          PIC ZZZ,ZZ9.
       01  WS-HIGH-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TOTAL HIGH SEVERITY BREAKS     :'.
           05 WS-HIT-COUNT          PIC ZZZ,ZZ9.
       01  WS-MEDIUM-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TOTAL MEDIUM SEVERITY BREAKS   :'.
           05 WS-MDT-COUNT          PIC ZZZ,ZZ9.
       01  WS-LOW-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TOTAL LOW SEVERITY BREAKS      :'.
           05 WS-LOT-COUNT          PIC ZZZ,ZZ9.
       01  WS-ERROR-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'SQL ERRORS - AUDIT INCOMPLETE  :'.
           05 WS-ERT-COUNT          PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBAUDT '.
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
           INCLUDE CBSPEND
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCRMA
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
           PERFORM CHECK-CUSTOMER-PARA THRU CHECK-CUSTOMER-PARA-EXIT
           PERFORM CHECK-PRODUCT-PARA THRU CHECK-PRODUCT-PARA-EXIT
           PERFORM CHECK-HISTORY-PARA THRU CHECK-HISTORY-PARA-EXIT
           PERFORM CHECK-BRANCH-PARA THRU CHECK-BRANCH-PARA-EXIT
           PERFORM CHECK-PENDING-PARA THRU CHECK-PENDING-PARA-EXIT
           PERFORM CHECK-ACK-PARA THRU CHECK-ACK-PARA-EXIT
           PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - WS-HIST-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-DATE-NUM TO WS-HIST-CUTOFF-DATE
           OPEN OUTPUT REPT-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD.
       INIT-PARA-EXIT.
           EXIT.
      *    COMMON BREAK LINE - THE CHECK PARAGRAPHS SET WS-SEVERITY,
      *    WS-CATEGORY, H1-ACCOUNT-NUMBER AND WS-BREAK-DETAIL FIRST.
       WRITE-BREAK-PARA.
           MOVE WS-SEVERITY TO WS-DL-SEVERITY
           MOVE WS-CATEGORY TO WS-DL-CATEGORY
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE WS-BREAK-DETAIL TO WS-DL-DETAIL
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           ADD 1 TO WS-BREAK-COUNT
           EVALUATE WS-SEVERITY
              WHEN 'HIGH  '
                 ADD 1 TO WS-HIGH-COUNT
              WHEN 'MEDIUM'
                 ADD 1 TO WS-MEDIUM-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.
       WRITE-BREAK-PARA-EXIT.
           EXIT.
      *****************************************************************
      * ACCOUNTS WHOSE CUSTOMER_ID HAS NO CUSTOMER MASTER ROW.
      *****************************************************************
       CHECK-CUSTOMER-PARA.
           EXEC SQL
                DECLARE CUST-CURSOR CURSOR FOR
                SELECT M.ACCOUNT_NUMBER, M.CUSTOMER_ID
                FROM CBS_ACCT_MSTR_DTL M
                WHERE NOT EXISTS
                      (SELECT 1 FROM CBS_CUST_MSTR C
                       WHERE C.CUSTOMER_ID = M.CUSTOMER_ID)
                ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN CUST-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CUST-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO CHECK-CUSTOMER-PARA-EXIT
           END-IF
           SET WS-EOF TO FALSE
           PERFORM FETCH-CUSTOMER-PARA THRU FETCH-CUSTOMER-PARA-EXIT
           PERFORM WRITE-CUSTOMER-PARA THRU WRITE-CUSTOMER-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE CUST-CURSOR END-EXEC.
       CHECK-CUSTOMER-PARA-EXIT.
           EXIT.
       FETCH-CUSTOMER-PARA.
           EXEC SQL
                FETCH CUST-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :WS-H-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'CUST-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-CUSTOMER-PARA-EXIT.
           EXIT.
       WRITE-CUSTOMER-PARA.
           MOVE 'HIGH  ' TO WS-SEVERITY
           MOVE 'ORPHAN CUSTOMER_ID' TO WS-CATEGORY
           MOVE WS-H-CUSTOMER-ID TO WS-CD-CUSTOMER-ID
           MOVE WS-CUST-DETAIL TO WS-BREAK-DETAIL
           PERFORM WRITE-BREAK-PARA THRU WRITE-BREAK-PARA-EXIT
           ADD 1 TO WS-CUST-BREAK-COUNT
           PERFORM FETCH-CUSTOMER-PARA THRU FETCH-CUSTOMER-PARA-EXIT.
       WRITE-CUSTOMER-PARA-EXIT.
           EXIT.
      *****************************************************************
      * ACCOUNTS WHOSE PRODUCT_CODE HAS NO PRODUCT MASTER ROW.
      *****************************************************************
       CHECK-PRODUCT-PARA.
           EXEC SQL
                DECLARE PROD-CURSOR CURSOR FOR
                SELECT M.ACCOUNT_NUMBER, M.PRODUCT_CODE
                FROM CBS_ACCT_MSTR_DTL M
                WHERE NOT EXISTS
                      (SELECT 1 FROM CBS_PRODUCT_MSTR P
                       WHERE P.PRODUCT_CODE = M.PRODUCT_CODE)
                ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN PROD-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'PROD-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO CHECK-PRODUCT-PARA-EXIT
           END-IF
           SET WS-EOF TO FALSE
           PERFORM FETCH-PRODUCT-PARA THRU FETCH-PRODUCT-PARA-EXIT
           PERFORM WRITE-PRODUCT-PARA THRU WRITE-PRODUCT-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE PROD-CURSOR END-EXEC.
       CHECK-PRODUCT-PARA-EXIT.
           EXIT.
       FETCH-PRODUCT-PARA.
           EXEC SQL
                FETCH PROD-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :WS-H-PRODUCT-CODE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'PROD-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-PRODUCT-PARA-EXIT.
           EXIT.
       WRITE-PRODUCT-PARA.
           MOVE 'HIGH  ' TO WS-SEVERITY
           MOVE 'ORPHAN PRODUCT_CODE' TO WS-CATEGORY
           MOVE WS-H-PRODUCT-CODE TO WS-PD-PRODUCT-CODE
           MOVE WS-PROD-DETAIL TO WS-BREAK-DETAIL
           PERFORM WRITE-BREAK-PARA THRU WRITE-BREAK-PARA-EXIT
           ADD 1 TO WS-PROD-BREAK-COUNT
           PERFORM FETCH-PRODUCT-PARA THRU FETCH-PRODUCT-PARA-EXIT.
       WRITE-PRODUCT-PARA-EXIT.
           EXIT.
      *****************************************************************
      * ACCOUNTS WHOSE STATUS DISAGREES WITH THEIR LATEST HISTORY ROW.
      * TWO HISTORY ROWS CAN SHARE A CHANGE_TIMESTAMP (A BATCH SWEEP
      * AND AN ONLINE MOVE IN THE SAME SECOND), SO THE ACCOUNT ONLY
      * BREAKS IF NONE OF ITS LATEST ROWS AGREES WITH THE MASTER. AN
      * ACCOUNT WITH NO HISTORY LEFT (ALL ARCHIVED BY CGBARCH) HAS
      * NOTHING TO DISAGREE WITH AND IS NOT LISTED.
      *****************************************************************
       CHECK-HISTORY-PARA.
           EXEC SQL
                DECLARE HIST-CURSOR CURSOR FOR
                SELECT M.ACCOUNT_NUMBER, M.ACCOUNT_STATUS,
                       H.NEW_STATUS, H.CHANGE_TIMESTAMP
                FROM CBS_ACCT_MSTR_DTL M, CBS_ACCT_STATUS_HIST H
                WHERE H.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                  AND H.CHANGE_TIMESTAMP =
                      (SELECT MAX(H2.CHANGE_TIMESTAMP)
                       FROM CBS_ACCT_STATUS_HIST H2
                       WHERE H2.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER)
                  AND H.NEW_STATUS <> M.ACCOUNT_STATUS
                  AND NOT EXISTS
                      (SELECT 1 FROM CBS_ACCT_STATUS_HIST H3
                       WHERE H3.ACCOUNT_NUMBER = M.ACCOUNT_NUMBER
                         AND H3.CHANGE_TIMESTAMP = H.CHANGE_TIMESTAMP
                         AND H3.NEW_STATUS = M.ACCOUNT_STATUS)
                ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN HIST-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'HIST-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO CHECK-HISTORY-PARA-EXIT
           END-IF
           SET WS-EOF TO FALSE
           PERFORM FETCH-HISTORY-PARA THRU FETCH-HISTORY-PARA-EXIT
           PERFORM WRITE-HISTORY-PARA THRU WRITE-HISTORY-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE HIST-CURSOR END-EXEC.
       CHECK-HISTORY-PARA-EXIT.
           EXIT.
       FETCH-HISTORY-PARA.
           EXEC SQL
                FETCH HIST-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :WS-H-ACCOUNT-STATUS,
                     :WS-H-HIST-STATUS, :WS-H-TIMESTAMP
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'HIST-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-HISTORY-PARA-EXIT.
           EXIT.
       WRITE-HISTORY-PARA.
           MOVE 'HIGH  ' TO WS-SEVERITY
           MOVE 'STATUS VS HISTORY' TO WS-CATEGORY
           MOVE WS-H-ACCOUNT-STATUS TO WS-HD-ACCOUNT-STATUS
           MOVE WS-H-HIST-STATUS TO WS-HD-HIST-STATUS
           MOVE WS-H-TIMESTAMP(1:14) TO WS-HD-TIMESTAMP
           MOVE WS-HIST-DETAIL TO WS-BREAK-DETAIL
           PERFORM WRITE-BREAK-PARA THRU WRITE-BREAK-PARA-EXIT
           ADD 1 TO WS-HIST-BREAK-COUNT
           PERFORM FETCH-HISTORY-PARA THRU FETCH-HISTORY-PARA-EXIT.
       WRITE-HISTORY-PARA-EXIT.
           EXIT.
      *****************************************************************
      * ACCOUNTS BOOKED TO A BRANCH NOBODY WORKS AT. A BRANCH IS KNOWN
      * IF ANY OPERATOR IS ASSIGNED TO IT ON CBS_OPER_BRANCH; HEAD
      * OFFICE ('HO   ', THE DEFAULT FOR UNASSIGNED OPERATORS AND THE
      * BATCH SWEEPS) IS ALWAYS KNOWN.
      *****************************************************************
       CHECK-BRANCH-PARA.
           EXEC SQL
                DECLARE BRCH-CURSOR CURSOR FOR
                SELECT M.ACCOUNT_NUMBER, M.BRANCH_ID
                FROM CBS_ACCT_MSTR_DTL M
                WHERE M.BRANCH_ID <> :WS-HEAD-OFFICE
                  AND NOT EXISTS
                      (SELECT 1 FROM CBS_OPER_BRANCH B
                       WHERE B.BRANCH_ID = M.BRANCH_ID)
                ORDER BY M.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN BRCH-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'BRCH-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO CHECK-BRANCH-PARA-EXIT
           END-IF
           SET WS-EOF TO FALSE
           PERFORM FETCH-BRANCH-PARA THRU FETCH-BRANCH-PARA-EXIT
           PERFORM WRITE-BRANCH-PARA THRU WRITE-BRANCH-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE BRCH-CURSOR END-EXEC.
       CHECK-BRANCH-PARA-EXIT.
           EXIT.
       FETCH-BRANCH-PARA.
           EXEC SQL
                FETCH BRCH-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :WS-H-BRANCH-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'BRCH-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-BRANCH-PARA-EXIT.
           EXIT.
       WRITE-BRANCH-PARA.
           MOVE 'MEDIUM' TO WS-SEVERITY
           MOVE 'UNKNOWN BRANCH_ID' TO WS-CATEGORY
           MOVE WS-H-BRANCH-ID TO WS-BD-BRANCH-ID
           MOVE WS-BRCH-DETAIL TO WS-BREAK-DETAIL
           PERFORM WRITE-BREAK-PARA THRU WRITE-BREAK-PARA-EXIT
           ADD 1 TO WS-BRCH-BREAK-COUNT
           PERFORM FETCH-BRANCH-PARA THRU FETCH-BRANCH-PARA-EXIT.
       WRITE-BRANCH-PARA-EXIT.
           EXIT.
      *****************************************************************
      * PENDING MAKER-CHECKER REQUESTS WHOSE ACCOUNT HAS MOVED OFF THE
      * STATUS THE REQUEST WAS RAISED AGAINST (OLD_STATUS) - ZC72 WILL
      * REFUSE TO APPROVE THEM, SO THEY NEED DECLINING AND RE-RAISING.
      *****************************************************************
       CHECK-PENDING-PARA.
           EXEC SQL
                DECLARE PEND-CURSOR CURSOR FOR
                SELECT P.ACCOUNT_NUMBER, P.REQUEST_ACTION,
                       P.OLD_STATUS, P.REQUEST_TIMESTAMP,
                       M.ACCOUNT_STATUS
                FROM CBS_PEND_APPRV P, CBS_ACCT_MSTR_DTL M
                WHERE P.APPRV_STATUS = 'PENDING   '
                  AND M.ACCOUNT_NUMBER = P.ACCOUNT_NUMBER
                  AND M.ACCOUNT_STATUS <> P.OLD_STATUS
                ORDER BY P.ACCOUNT_NUMBER, P.REQUEST_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN PEND-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'PEND-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO CHECK-PENDING-PARA-EXIT
           END-IF
           SET WS-EOF TO FALSE
           PERFORM FETCH-PENDING-PARA THRU FETCH-PENDING-PARA-EXIT
           PERFORM WRITE-PENDING-PARA THRU WRITE-PENDING-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE PEND-CURSOR END-EXEC.
       CHECK-PENDING-PARA-EXIT.
           EXIT.
       FETCH-PENDING-PARA.
           EXEC SQL
                FETCH PEND-CURSOR
                INTO :H6-ACCOUNT-NUMBER, :H6-REQUEST-ACTION,
                     :H6-OLD-STATUS, :H6-REQUEST-TIMESTAMP,
                     :WS-H-ACCOUNT-STATUS
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'PEND-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-PENDING-PARA-EXIT.
           EXIT.
       WRITE-PENDING-PARA.
           MOVE 'MEDIUM' TO WS-SEVERITY
           MOVE 'STALE PENDING APPRV' TO WS-CATEGORY
           MOVE H6-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
           MOVE H6-REQUEST-ACTION TO WS-PN-ACTION
           MOVE H6-REQUEST-TIMESTAMP(1:14) TO WS-PN-TIMESTAMP
           MOVE H6-OLD-STATUS TO WS-PN-OLD-STATUS
           MOVE WS-H-ACCOUNT-STATUS TO WS-PN-ACCOUNT-STATUS
           MOVE WS-PEND-DETAIL TO WS-BREAK-DETAIL
           PERFORM WRITE-BREAK-PARA THRU WRITE-BREAK-PARA-EXIT
           ADD 1 TO WS-PEND-BREAK-COUNT
           PERFORM FETCH-PENDING-PARA THRU FETCH-PENDING-PARA-EXIT.
       WRITE-PENDING-PARA-EXIT.
           EXIT.
      *****************************************************************
      * CRM ACKS THAT MATCH NO PUBLISHED ACTIVATION - THE SAME
      * (ACCOUNT_NUMBER, PUBLISH_TIMESTAMP = CHANGE_TIMESTAMP) MATCH
      * CGBCRMA USES, RUN THE OTHER WAY ROUND. ACKS OLDER THAN THE
      * HISTORY RETENTION ARE SKIPPED (SEE WS-HIST-RETAIN-DAYS).
      *****************************************************************
       CHECK-ACK-PARA.
           EXEC SQL
                DECLARE ACK-CURSOR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.PUBLISH_TIMESTAMP
                FROM CBS_CRM_ACK A
                WHERE SUBSTR(A.PUBLISH_TIMESTAMP, 1, 8) >=
                      :WS-HIST-CUTOFF-DATE
                  AND NOT EXISTS
                      (SELECT 1 FROM CBS_ACCT_STATUS_HIST H
                       WHERE H.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                         AND H.CHANGE_TIMESTAMP = A.PUBLISH_TIMESTAMP
                         AND H.OLD_STATUS = 'INACTIVE  '
                         AND H.NEW_STATUS = 'ACTIVE    ')
                ORDER BY A.ACCOUNT_NUMBER, A.PUBLISH_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN ACK-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ACK-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO CHECK-ACK-PARA-EXIT
           END-IF
           SET WS-EOF TO FALSE
           PERFORM FETCH-ACK-PARA THRU FETCH-ACK-PARA-EXIT
           PERFORM WRITE-ACK-PARA THRU WRITE-ACK-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE ACK-CURSOR END-EXEC.
       CHECK-ACK-PARA-EXIT.
           EXIT.
       FETCH-ACK-PARA.
           EXEC SQL
                FETCH ACK-CURSOR
                INTO :H8-ACCOUNT-NUMBER, :H8-PUBLISH-TIMESTAMP
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'ACK-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-ACK-PARA-EXIT.
           EXIT.
       WRITE-ACK-PARA.
           MOVE 'LOW   ' TO WS-SEVERITY
           MOVE 'ORPHAN CRM ACK' TO WS-CATEGORY
           MOVE H8-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
           MOVE H8-PUBLISH-TIMESTAMP(1:14) TO WS-AD-TIMESTAMP
           MOVE WS-ACK-DETAIL TO WS-BREAK-DETAIL
           PERFORM WRITE-BREAK-PARA THRU WRITE-BREAK-PARA-EXIT
           ADD 1 TO WS-ACK-BREAK-COUNT
           PERFORM FETCH-ACK-PARA THRU FETCH-ACK-PARA-EXIT.
       WRITE-ACK-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           IF WS-BREAK-COUNT = 0 AND WS-ERROR-COUNT = 0
              MOVE WS-NO-BREAK-LINE TO REPT-RECORD
              WRITE REPT-RECORD
           END-IF
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-SUMMARY-HDR-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-CUST-BREAK-COUNT TO WS-CST-COUNT
           MOVE WS-CUST-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-PROD-BREAK-COUNT TO WS-PDT-COUNT
           MOVE WS-PROD-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HIST-BREAK-COUNT TO WS-HST-COUNT
           MOVE WS-HIST-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-BRCH-BREAK-COUNT TO WS-BRT-COUNT
           MOVE WS-BRCH-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-PEND-BREAK-COUNT TO WS-PNT-COUNT
           MOVE WS-PEND-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-ACK-BREAK-COUNT TO WS-AKT-COUNT
           MOVE WS-ACK-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HIGH-COUNT TO WS-HIT-COUNT
           MOVE WS-HIGH-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-MEDIUM-COUNT TO WS-MDT-COUNT
           MOVE WS-MEDIUM-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-LOW-COUNT TO WS-LOT-COUNT
           MOVE WS-LOW-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-ERROR-COUNT TO WS-ERT-COUNT
           MOVE WS-ERROR-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-HIGH-COUNT > 0 OR WS-ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BREAK-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
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
      *    BREAKS FOUND / MEDIUM AND LOW BREAKS / HIGH BREAKS
       RUN-CONTROL-END-PARA.
           MOVE WS-BREAK-COUNT TO H13-RECORDS-READ
           COMPUTE H13-RECORDS-PROCESSED =
              WS-MEDIUM-COUNT + WS-LOW-COUNT
           MOVE WS-HIGH-COUNT TO H13-RECORDS-REJECTED
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
