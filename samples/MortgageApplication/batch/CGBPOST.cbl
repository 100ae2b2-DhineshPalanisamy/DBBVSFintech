       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPOST.
      *****************************************************************
      * CGBPOST - NIGHTLY BALANCE POSTING
      *           APPLIES THE PAYMENTS SIDE'S DEBIT/CREDIT FILE
      *           (POSTIN) TO CBS_ACCT_MSTR_DTL.CURRENT_BALANCE.
      *           ONLY AN ACTIVE ACCOUNT TAKES A POSTING - A CLOSED,
      *           FROZEN OR DORMANT ACCOUNT, AN ACCOUNT IN ANY OTHER
      *           STATUS, AN UNKNOWN ACCOUNT OR A MALFORMED DETAIL IS
      *           REJECTED AND WRITTEN TO POSTRCY IN POSTIN FORMAT SO
      *           PAYMENTS CAN CORRECT AND RESUBMIT IT, THE SAME WAY
      *           CGBBULK RECYCLES TO BULKRCY.
      *           POSTIN CARRIES THE SAME 'H' HEADER / 'T' TRAILER
      *           CONTROL RECORDS AS BULKIN, AND THE TRAILER ALSO
      *           CARRIES A HASH TOTAL OF THE DETAIL AMOUNTS. BOTH ARE
      *           PROVED IN A FIRST PASS BEFORE ANY DB2 WORK (RC=8
      *           REFUSES THE WHOLE FILE). THE HEADER BUSINESS DATE IS
      *           THE POSTING DATE.
      *           EACH POSTING IS A GUARDED UPDATE (ACCOUNT_STATUS
      *           STILL ACTIVE) THAT ALSO STAMPS UPD_USERID 'BATCH' AND
      *           UPD_TIMESTAMP - A POSTED TRANSACTION IS ACCOUNT
      *           ACTIVITY, SO IT RESTARTS THE CGBWARN/CGBDORM
      *           DORMANCY CLOCK. NO STATUS CHANGES, SO NO HISTORY ROW.
      *           REPTRPT IS THE POSTING JOURNAL - ONE LINE PER DETAIL
      *           WITH THE NEW BALANCE OR THE REJECT REASON, THEN
      *           CONTROL TOTALS PROVING POSTED PLUS REJECTED BACK TO
      *           THE TRAILER. EXCPRPT LISTS EVERY ACTIVE ACCOUNT LEFT
      *           BELOW ITS PRODUCT'S MIN_BALANCE AFTER THE RUN, USING
      *           THE TERMS EFFECTIVE ON THE POSTING DATE FROM
      *           CBS_PROD_TERMS_HIST (FALLING BACK TO
      *           CBS_PRODUCT_MSTR, AS CGBMSRP DOES).
      *           RUNS AFTER THE ONLINE REGION CLOSES AND AHEAD OF
      *           CGBWARN/CGBDORM, SO TODAY'S ACTIVITY COUNTS.
      *           A FILE IS POSTED ONCE AND ONCE ONLY. EVERY POSTED
      *           FILE IS LOGGED IN CBS_POST_FILE BY ITS HEADER SOURCE
      *           AND BUSINESS DATE, AND A FILE ALREADY LOGGED IS
      *           REFUSED IN PASS 1 (RC=8) - A FORCED RERUN INCLUDED.
      *           THE WHOLE FILE IS POSTED AS ONE UNIT OF WORK, THE LOG
      *           ROW WITH IT, SO THE STEP IS RESTARTABLE FROM THE TOP:
      *           AN ABEND PART WAY THROUGH LEAVES NOTHING POSTED AND
      *           NOTHING LOGGED, AND THE FORCED RERUN POSTS THE FILE
      *           IN FULL. AN SQL ERROR WHILE POSTING BACKS OUT THE
      *           WHOLE FILE THE SAME WAY (RC=8) RATHER THAN RECYCLING
      *           THE ONE DETAIL - DB2 MAY ALREADY HAVE ROLLED BACK THE
      *           POSTINGS BEFORE IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-FILE ASSIGN TO POSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECYCLE-FILE ASSIGN TO POSTRCY
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCP-FILE ASSIGN TO EXCPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  POST-RECORD.
           05 PST-REC-TYPE          PIC X(1).
           05 PST-REC-BODY          PIC X(79).
           05 PST-HDR-BODY REDEFINES PST-REC-BODY.
              10 PST-HDR-SOURCE     PIC X(8).
              10 PST-HDR-BUS-DATE   PIC X(8).
              10 FILLER             PIC X(63).
           05 PST-DTL-BODY REDEFINES PST-REC-BODY.
              10 PST-ACCOUNT-NUMBER PIC 9(18).
              10 PST-ACCOUNT-NUMBER-X REDEFINES PST-ACCOUNT-NUMBER
                                    PIC X(18).
              10 PST-DR-CR          PIC X(1).
              10 PST-AMOUNT         PIC 9(11)V99.
              10 PST-AMOUNT-X       REDEFINES PST-AMOUNT PIC X(13).
              10 PST-REFERENCE      PIC X(16).
              10 FILLER             PIC X(31).
           05 PST-TRL-BODY REDEFINES PST-REC-BODY.
              10 PST-TRL-COUNT      PIC 9(9).
              10 PST-TRL-COUNT-X    REDEFINES PST-TRL-COUNT PIC X(9).
              10 PST-TRL-HASH       PIC 9(15)V99.
              10 PST-TRL-HASH-X     REDEFINES PST-TRL-HASH PIC X(17).
              10 FILLER             PIC X(53).
       FD  RECYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RCY-RECORD              PIC X(80).
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  EXCP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCP-RECORD             PIC X(132).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-POST-EOF-SW           PIC X VALUE 'N'.
           88 WS-POST-EOF           VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-EXCP-EOF-SW           PIC X VALUE 'N'.
           88 WS-EXCP-EOF           VALUE 'Y'.
       01  WS-FILE-VALID-SW         PIC X VALUE 'N'.
           88 WS-FILE-VALID         VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01  WS-POST-FAILED-SW        PIC X VALUE 'N'.
           88 WS-POST-FAILED        VALUE 'Y'.
       01  WS-CONTROL-ERROR         PIC X(45).
       01  WS-BACKOUT-REASON        PIC X(45).
       01  WS-PF-COUNT              PIC S9(9) COMP-3.
       01  WS-HDR-SOURCE            PIC X(8).
       01  WS-HDR-BUS-DATE          PIC X(8).
       01  WS-POST-DATE             PIC X(8).
       01  WS-DETAIL-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-DETAIL-HASH           PIC 9(15)V99 VALUE ZERO.
       01  WS-TRAILER-HASH          PIC 9(15)V99 VALUE ZERO.
       01  WS-ACCOUNT-STATUS        PIC X(10).
       01  WS-OPERATOR-ID           PIC X(10) VALUE 'BATCH     '.
       01  WS-REJECT-REASON         PIC X(45).
       01  WS-AUDIT-TIMESTAMP       PIC X(26).
      *    CREDITS POST AS +AMOUNT, DEBITS AS -AMOUNT. A DEBIT MAY
      *    TAKE THE BALANCE BELOW MINIMUM OR NEGATIVE - THAT IS WHAT
      *    THE EXCEPTION LIST IS FOR, NOT A REASON TO REJECT.
       01  WS-SIGNED-AMOUNT         PIC S9(13)V99 USAGE COMP-3.
       01  WS-SHORTFALL             PIC S9(13)V99 USAGE COMP-3.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-POSTED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EXCP-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL           PIC 9(15)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC 9(15)V99 VALUE ZERO.
       01  WS-REJECT-TOTAL          PIC 9(15)V99 VALUE ZERO.
       01  WS-PROOF-TOTAL           PIC 9(15)V99 VALUE ZERO.
       01  WS-RCY-HEADER.
           05 FILLER                PIC X(1) VALUE 'H'.
           05 WS-RCY-HDR-SOURCE     PIC X(8).
           05 WS-RCY-HDR-BUS-DATE   PIC X(8).
           05 FILLER                PIC X(63) VALUE SPACES.
       01  WS-RCY-TRAILER.
           05 FILLER                PIC X(1) VALUE 'T'.
           05 WS-RCY-TRL-COUNT      PIC 9(9).
           05 WS-RCY-TRL-HASH       PIC 9(15)V99.
           05 FILLER                PIC X(53) VALUE SPACES.
       01  WS-PRINT-ACCOUNT-NO      PIC Z(17)9.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBPOST - DAILY POSTING JOURNAL'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(20) VALUE 'ACCOUNT NUMBER'.
           05 FILLER                PIC X(4) VALUE 'D/C'.
           05 FILLER                PIC X(19) VALUE '           AMOUNT'.
           05 FILLER                PIC X(18) VALUE 'REFERENCE'.
           05 FILLER                PIC X(10) VALUE 'RESULT'.
           05 FILLER                PIC X(23) VALUE
              '      NEW BALANCE'.
           05 FILLER                PIC X(38) VALUE 'REASON'.
       01  WS-CTL-ABORT-LINE.
           05 FILLER                PIC X(26) VALUE
              'FILE REJECTED - CONTROL : '.
           05 WS-CTL-ABORT-REASON   PIC X(45).
       01  WS-BACKOUT-LINE.
           05 FILLER                PIC X(32) VALUE
              'FILE BACKED OUT - NOT POSTED  : '.
           05 WS-BKO-REASON         PIC X(45).
       01  WS-CTL-SOURCE-LINE.
           05 FILLER                PIC X(11) VALUE 'SOURCE   : '.
           05 WS-CTL-SOURCE         PIC X(8).
           05 FILLER                PIC X(13) VALUE '  BUS DATE : '.
           05 WS-CTL-BUS-DATE       PIC X(8).
       01  WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT-NO      PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-DR-CR           PIC X(4).
           05 WS-DL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-REFERENCE       PIC X(18).
           05 WS-DL-RESULT          PIC X(10).
           05 WS-DL-BALANCE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-REASON          PIC X(38).
       01  WS-READ-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'DETAIL RECORDS READ            :'.
           05 WS-RDT-COUNT          PIC ZZZ,ZZ9.
       01  WS-POSTED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TRANSACTIONS POSTED            :'.
           05 WS-PST-COUNT          PIC ZZZ,ZZ9.
       01  WS-DEBIT-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'DEBITS POSTED                  :'.
           05 WS-DBT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-DBT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CREDIT-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CREDITS POSTED                 :'.
           05 WS-CRT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-CRT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REJECT-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TRANSACTIONS REJECTED          :'.
           05 WS-RJT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-RJT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TRAILER CONTROL TOTALS         :'.
           05 WS-TRT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-TRT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PROOF-LINE.
           05 FILLER                PIC X(32) VALUE
              'POSTED + REJECTED VS TRAILER   :'.
           05 WS-PRF-RESULT         PIC X(20).
       01  WS-EXCP-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBPOST - BELOW MINIMUM BALANCE EXCEPTIONS'.
       01  WS-EXCP-HDR-LINE-2.
           05 FILLER                PIC X(16) VALUE 'POSTING DATE : '.
           05 WS-EXCP-HDR-DATE      PIC X(8).
       01  WS-EXCP-HDR-LINE-3.
           05 FILLER                PIC X(20) VALUE 'ACCOUNT NUMBER'.
           05 FILLER                PIC X(8) VALUE 'BRANCH'.
           05 FILLER                PIC X(12) VALUE 'PRODUCT'.
           05 FILLER                PIC X(23) VALUE
              '            BALANCE'.
           05 FILLER                PIC X(23) VALUE
              '        MIN BALANCE'.
           05 FILLER                PIC X(23) VALUE
              '          SHORTFALL'.
       01  WS-EXCP-DETAIL-LINE.
           05 WS-EL-ACCOUNT-NO      PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-EL-BRANCH-ID       PIC X(8).
           05 WS-EL-PRODUCT-CODE    PIC X(12).
           05 WS-EL-BALANCE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-EL-MIN-BALANCE     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-EL-SHORTFALL       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EXCP-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'ACCOUNTS BELOW MINIMUM BALANCE :'.
           05 WS-EXT-COUNT          PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBPOST '.
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
           INCLUDE CBSPRTH
           END-EXEC.
           EXEC SQL
           INCLUDE CBSPFIL
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
                  UNTIL WS-POST-EOF OR WS-POST-FAILED
              IF NOT WS-POST-FAILED
                 PERFORM LOG-POSTED-FILE-PARA THRU
                         LOG-POSTED-FILE-PARA-EXIT
              END-IF
              IF WS-POST-FAILED
                 PERFORM BACKOUT-PARA THRU BACKOUT-PARA-EXIT
              ELSE
                 PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
                 PERFORM EXCEPTION-LIST-PARA THRU
                         EXCEPTION-LIST-PARA-EXIT
              END-IF
           ELSE
              PERFORM CONTROL-ABORT-PARA THRU CONTROL-ABORT-PARA-EXIT
           END-IF
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT POST-FILE
           OPEN OUTPUT REPT-FILE
           OPEN OUTPUT RECYCLE-FILE
           OPEN OUTPUT EXCP-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD.
       INIT-PARA-EXIT.
           EXIT.
       READ-NEXT-PARA.
           READ POST-FILE
              AT END
                 SET WS-POST-EOF TO TRUE
           END-READ.
       READ-NEXT-PARA-EXIT.
           EXIT.
      *    PASS 1 - CONTROL-RECORD VERIFICATION, NOTHING UPDATED YET.
      *    SAME RULES AS CGBBULK'S VERIFY-FILE-PARA, PLUS THE AMOUNT
      *    HASH TOTAL. A DETAIL WITH A NON-NUMERIC AMOUNT STAYS OUT
      *    OF THE HASH (PAYMENTS BUILDS IT THE SAME WAY) AND IS
      *    REJECTED TO THE RECYCLE FILE IN PASS 2. A FILE THAT PROVES
      *    IS LAST CHECKED AGAINST THE POSTED-FILE LOG.
       VERIFY-FILE-PARA.
           MOVE SPACES TO WS-CONTROL-ERROR
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           IF WS-POST-EOF
              MOVE 'EMPTY FILE - NO HEADER RECORD' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF PST-REC-TYPE NOT = 'H'
              MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF PST-HDR-BUS-DATE NOT NUMERIC
              MOVE 'HEADER BUSINESS DATE NOT NUMERIC'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF PST-HDR-BUS-DATE > WS-RUN-DATE
              MOVE 'HEADER BUSINESS DATE AFTER RUN DATE'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           MOVE PST-HDR-SOURCE TO WS-HDR-SOURCE
           MOVE PST-HDR-BUS-DATE TO WS-HDR-BUS-DATE
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-DETAIL-HASH
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           PERFORM VERIFY-RECORD-PARA THRU VERIFY-RECORD-PARA-EXIT
               UNTIL WS-POST-EOF OR WS-CONTROL-ERROR NOT = SPACES
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
           IF WS-TRAILER-HASH NOT = WS-DETAIL-HASH
              MOVE 'TRAILER HASH TOTAL DOES NOT MATCH DETAILS'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           PERFORM CHECK-POSTED-PARA THRU CHECK-POSTED-PARA-EXIT
           IF WS-CONTROL-ERROR NOT = SPACES
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           MOVE 'Y' TO WS-FILE-VALID-SW.
       VERIFY-FILE-PARA-EXIT.
           EXIT.
       VERIFY-RECORD-PARA.
           EVALUATE PST-REC-TYPE
              WHEN 'D'
                 IF WS-TRAILER-SEEN
                    MOVE 'RECORDS AFTER TRAILER' TO WS-CONTROL-ERROR
                 ELSE
                    ADD 1 TO WS-DETAIL-COUNT
                    IF PST-AMOUNT NUMERIC
                       ADD PST-AMOUNT TO WS-DETAIL-HASH
                    END-IF
                 END-IF
              WHEN 'T'
                 IF WS-TRAILER-SEEN
                    MOVE 'MORE THAN ONE TRAILER RECORD'
                         TO WS-CONTROL-ERROR
                 ELSE
                    IF PST-TRL-COUNT NOT NUMERIC OR
                       PST-TRL-HASH NOT NUMERIC
                       MOVE 'TRAILER COUNT OR HASH NOT NUMERIC'
                            TO WS-CONTROL-ERROR
                    ELSE
                       MOVE PST-TRL-COUNT TO WS-TRAILER-COUNT
                       MOVE PST-TRL-HASH TO WS-TRAILER-HASH
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
      *    A FILE WHOSE SOURCE AND BUSINESS DATE ARE ALREADY IN
      *    CBS_POST_FILE HAS BEEN POSTED - PAYMENTS MUST SEND A NEW
      *    BUSINESS DATE, NOT THE SAME FILE AGAIN.
       CHECK-POSTED-PARA.
           MOVE WS-HDR-SOURCE TO H20-SOURCE-ID
           MOVE WS-HDR-BUS-DATE TO H20-BUSINESS-DATE
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-PF-COUNT
                FROM CBS_POST_FILE
                WHERE SOURCE_ID = :H20-SOURCE-ID
                  AND BUSINESS_DATE = :H20-BUSINESS-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POSTED FILE LOG SQL ERROR' SQLCODE
              MOVE 'POSTED FILE LOG NOT AVAILABLE' TO WS-CONTROL-ERROR
              GO TO CHECK-POSTED-PARA-EXIT
           END-IF
           IF WS-PF-COUNT > 0
              MOVE 'FILE ALREADY POSTED FOR SOURCE/BUSINESS DATE'
                   TO WS-CONTROL-ERROR
           END-IF.
       CHECK-POSTED-PARA-EXIT.
           EXIT.
       CONTROL-ABORT-PARA.
           MOVE WS-CONTROL-ERROR TO WS-CTL-ABORT-REASON
           MOVE WS-CTL-ABORT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           DISPLAY 'CGBPOST FILE REJECTED - ' WS-CONTROL-ERROR
           MOVE 8 TO RETURN-CODE.
       CONTROL-ABORT-PARA-EXIT.
           EXIT.
      *    PASS 2 - REOPEN AND POST. THE HEADER IS ECHOED TO THE
      *    JOURNAL AND TO THE RECYCLE FILE, SO EVEN A CLEAN RUN LEAVES
      *    A WELL-FORMED (EMPTY) RECYCLE FILE WITH A ZERO TRAILER.
       OPEN-PASS2-PARA.
           CLOSE POST-FILE
           OPEN INPUT POST-FILE
           SET WS-POST-EOF TO FALSE
           MOVE WS-HDR-BUS-DATE TO WS-POST-DATE
           MOVE WS-HDR-SOURCE TO WS-CTL-SOURCE
           MOVE WS-HDR-BUS-DATE TO WS-CTL-BUS-DATE
           MOVE WS-CTL-SOURCE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-SOURCE TO WS-RCY-HDR-SOURCE
           MOVE WS-HDR-BUS-DATE TO WS-RCY-HDR-BUS-DATE
           MOVE WS-RCY-HEADER TO RCY-RECORD
           WRITE RCY-RECORD
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT.
       OPEN-PASS2-PARA-EXIT.
           EXIT.
      *    FIELD EDITS FIRST, SO A MISKEYED RECORD NEVER REACHES THE
      *    COMP-3 HOST VARIABLES. NO COMMIT HERE - THE FILE IS ONE
      *    UNIT OF WORK (SEE LOG-POSTED-FILE-PARA). AN SQL ERROR STOPS
      *    THE PASS WITHOUT RECYCLING THE DETAIL; BACKOUT-PARA ROLLS
      *    THE WHOLE FILE BACK.
       PROCESS-PARA.
           IF PST-REC-TYPE = 'D'
              ADD 1 TO WS-READ-COUNT
              MOVE SPACES TO WS-REJECT-REASON
              EVALUATE TRUE
                 WHEN PST-ACCOUNT-NUMBER NOT NUMERIC
                    MOVE 'ACCOUNT NUMBER NOT NUMERIC'
                         TO WS-REJECT-REASON
                 WHEN PST-DR-CR NOT = 'D' AND PST-DR-CR NOT = 'C'
                    MOVE 'DEBIT/CREDIT FLAG MUST BE D OR C'
                         TO WS-REJECT-REASON
                 WHEN PST-AMOUNT NOT NUMERIC
                    MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                 WHEN PST-AMOUNT = ZERO
                    MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE PST-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
                    PERFORM ACCT-STATUS-PARA THRU
                            ACCT-STATUS-PARA-EXIT
              END-EVALUATE
              IF WS-REJECT-REASON NOT = SPACES AND NOT WS-POST-FAILED
                 PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-PARA-EXIT
              END-IF
           END-IF
           IF NOT WS-POST-FAILED
              PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           END-IF.
       PROCESS-PARA-EXIT.
           EXIT.
      *    LOCKING READ, SAME AS CGBBULK'S ACCT-STATUS-PARA - HOLDS
      *    THE ROW UNTIL THE FILE'S SINGLE COMMIT (OR ITS BACKOUT).
       ACCT-STATUS-PARA.
           EXEC SQL
           SELECT
           ACCOUNT_STATUS
           INTO
           :H1-ACCOUNT-STATUS
           FROM CBS_ACCT_MSTR_DTL
           WHERE ACCOUNT_NUMBER=:H1-ACCOUNT-NUMBER
           FOR UPDATE OF CURRENT_BALANCE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE H1-ACCOUNT-STATUS TO WS-ACCOUNT-STATUS
                 PERFORM CHECK-ACCT-STATUS-PARA THRU
                         CHECK-ACCT-STATUS-PARA-EXIT
              WHEN 100
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
              WHEN OTHER
                 DISPLAY 'ACCOUNT STATUS SQL ERROR' SQLCODE
                         ' ACCOUNT ' H1-ACCOUNT-NUMBER
                 MOVE 'SQL ERROR READING ACCOUNT' TO WS-BACKOUT-REASON
                 MOVE 'Y' TO WS-POST-FAILED-SW
           END-EVALUATE.
       ACCT-STATUS-PARA-EXIT.
           EXIT.
       CHECK-ACCT-STATUS-PARA.
           EVALUATE WS-ACCOUNT-STATUS
              WHEN 'ACTIVE    '
                 PERFORM POST-AMOUNT-PARA THRU POST-AMOUNT-PARA-EXIT
              WHEN 'CLOSED    '
                 MOVE 'ACCOUNT CLOSED - NOT POSTED' TO WS-REJECT-REASON
              WHEN 'FROZEN    '
                 MOVE 'ACCOUNT FROZEN - NOT POSTED' TO WS-REJECT-REASON
              WHEN 'ESCHEATED '
                 MOVE 'ACCOUNT ESCHEATED - NOT POSTED'
                      TO WS-REJECT-REASON
              WHEN 'DORMANT   '
                 MOVE 'ACCOUNT DORMANT - NOT POSTED'
                      TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'ACCOUNT NOT ACTIVE - NOT POSTED'
                      TO WS-REJECT-REASON
           END-EVALUATE.
       CHECK-ACCT-STATUS-PARA-EXIT.
           EXIT.
      *    THE ACCOUNT_STATUS GUARD MAKES THE POSTING CONDITIONAL ON
      *    THE ACCOUNT STILL BEING ACTIVE, SAME AS EVERY GUARDED
      *    STATUS UPDATE. UPD_TIMESTAMP IS STAMPED SO THE POSTING
      *    COUNTS AS ACTIVITY FOR THE DORMANCY CLOCK.
       POST-AMOUNT-PARA.
           IF PST-DR-CR = 'C'
              MOVE PST-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
              COMPUTE WS-SIGNED-AMOUNT = ZERO - PST-AMOUNT
           END-IF
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
                SET CURRENT_BALANCE = CURRENT_BALANCE +
                                      :WS-SIGNED-AMOUNT,
                    UPD_USERID = :WS-OPERATOR-ID,
                    UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                  AND ACCOUNT_STATUS = 'ACTIVE    '
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM READ-BALANCE-PARA THRU READ-BALANCE-PARA-EXIT
                 PERFORM WRITE-POSTED-PARA THRU WRITE-POSTED-PARA-EXIT
              WHEN 100
                 DISPLAY 'LOST POSTING RACE - ACCOUNT NO LONGER ACTIVE'
                         H1-ACCOUNT-NUMBER
                 MOVE 'ACCOUNT STATUS CHANGED - NOT POSTED'
                      TO WS-REJECT-REASON
              WHEN OTHER
                 DISPLAY 'POSTING UPDATE SQL ERROR' SQLCODE
                         ' ACCOUNT ' H1-ACCOUNT-NUMBER
                 MOVE 'SQL ERROR POSTING' TO WS-BACKOUT-REASON
                 MOVE 'Y' TO WS-POST-FAILED-SW
           END-EVALUATE.
       POST-AMOUNT-PARA-EXIT.
           EXIT.
       READ-BALANCE-PARA.
           EXEC SQL
           SELECT CURRENT_BALANCE
           INTO :H1-CURRENT-BALANCE
           FROM CBS_ACCT_MSTR_DTL
           WHERE ACCOUNT_NUMBER=:H1-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'BALANCE READ SQL ERROR' SQLCODE
              MOVE ZERO TO H1-CURRENT-BALANCE
           END-IF.
       READ-BALANCE-PARA-EXIT.
           EXIT.
       BUILD-AUDIT-TIMESTAMP-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIMESTAMP(9:6)
           MOVE SPACES TO WS-AUDIT-TIMESTAMP(15:12).
       BUILD-AUDIT-TIMESTAMP-PARA-EXIT.
           EXIT.
       WRITE-POSTED-PARA.
           ADD 1 TO WS-POSTED-COUNT
           IF PST-DR-CR = 'C'
              ADD 1 TO WS-CREDIT-COUNT
              ADD PST-AMOUNT TO WS-CREDIT-TOTAL
              MOVE 'CR' TO WS-DL-DR-CR
           ELSE
              ADD 1 TO WS-DEBIT-COUNT
              ADD PST-AMOUNT TO WS-DEBIT-TOTAL
              MOVE 'DR' TO WS-DL-DR-CR
           END-IF
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE PST-AMOUNT TO WS-DL-AMOUNT
           MOVE PST-REFERENCE TO WS-DL-REFERENCE
           MOVE 'POSTED' TO WS-DL-RESULT
           MOVE H1-CURRENT-BALANCE TO WS-DL-BALANCE
           MOVE SPACES TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-POSTED-PARA-EXIT.
           EXIT.
      *    REJECT LINE CARRIES THE RAW INPUT CHARACTERS AS RECEIVED -
      *    THE RECORD MAY NEVER HAVE HAD A VALID NUMBER OR AMOUNT TO
      *    EDIT. ONLY A NUMERIC AMOUNT COUNTS TOWARD THE REJECTED
      *    TOTAL, MATCHING HOW THE TRAILER HASH IS BUILT.
       WRITE-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT
           MOVE PST-ACCOUNT-NUMBER-X TO WS-DL-ACCOUNT-NO
           MOVE PST-DR-CR TO WS-DL-DR-CR
           IF PST-AMOUNT NUMERIC
              ADD PST-AMOUNT TO WS-REJECT-TOTAL
              MOVE PST-AMOUNT TO WS-DL-AMOUNT
           ELSE
              MOVE ZERO TO WS-DL-AMOUNT
           END-IF
           MOVE PST-REFERENCE TO WS-DL-REFERENCE
           MOVE 'REJECTED' TO WS-DL-RESULT
           MOVE ZERO TO WS-DL-BALANCE
           MOVE WS-REJECT-REASON TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM WRITE-RECYCLE-PARA THRU WRITE-RECYCLE-PARA-EXIT.
       WRITE-REJECT-PARA-EXIT.
           EXIT.
      *    THE REJECTED DETAIL GOES TO POSTRCY EXACTLY AS RECEIVED, SO
      *    PAYMENTS CAN CORRECT AND RESUBMIT IT AS A NEW POSTIN. THE
      *    RECYCLE TRAILER'S HASH IS THE REJECTED TOTAL, SO THE
      *    RESUBMISSION PROVES THE SAME WAY.
       WRITE-RECYCLE-PARA.
           MOVE POST-RECORD TO RCY-RECORD
           WRITE RCY-RECORD.
       WRITE-RECYCLE-PARA-EXIT.
           EXIT.
      *    THE POSTED-FILE LOG ROW GOES INTO THE FILE'S UNIT OF WORK,
      *    AHEAD OF ITS ONE COMMIT IN SUMMARY-PARA. A DUPLICATE KEY
      *    HERE MEANS ANOTHER RUN POSTED THE SAME FILE SINCE PASS 1 -
      *    THIS RUN IS BACKED OUT.
       LOG-POSTED-FILE-PARA.
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           MOVE WS-HDR-SOURCE TO H20-SOURCE-ID
           MOVE WS-HDR-BUS-DATE TO H20-BUSINESS-DATE
           MOVE WS-AUDIT-TIMESTAMP TO H20-POSTED-TIMESTAMP
           MOVE WS-RUN-DATE TO H20-RUN-DATE
           MOVE WS-TRAILER-COUNT TO H20-DETAIL-COUNT
           MOVE WS-TRAILER-HASH TO H20-HASH-TOTAL
           MOVE WS-POSTED-COUNT TO H20-POSTED-COUNT
           MOVE WS-REJECT-COUNT TO H20-REJECTED-COUNT
           EXEC SQL
                INSERT INTO CBS_POST_FILE
                ( SOURCE_ID, BUSINESS_DATE, POSTED_TIMESTAMP,
                  RUN_DATE, DETAIL_COUNT, HASH_TOTAL,
                  POSTED_COUNT, REJECTED_COUNT )
                VALUES
                ( :H20-SOURCE-ID, :H20-BUSINESS-DATE,
                  :H20-POSTED-TIMESTAMP, :H20-RUN-DATE,
                  :H20-DETAIL-COUNT, :H20-HASH-TOTAL,
                  :H20-POSTED-COUNT, :H20-REJECTED-COUNT )
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POSTED FILE LOG INSERT SQL ERROR' SQLCODE
              MOVE 'POSTED FILE LOG NOT WRITTEN' TO WS-BACKOUT-REASON
              MOVE 'Y' TO WS-POST-FAILED-SW
           END-IF.
       LOG-POSTED-FILE-PARA-EXIT.
           EXIT.
      *    NOTHING OF THE FILE IS KEPT - NO POSTING AND NO LOG ROW - SO
      *    ONCE THE CAUSE IS FIXED THE FILE IS RERUN IN FULL WITH A
      *    FORCE CARD. THE JOURNAL LINES AND RECYCLE RECORDS WRITTEN SO
      *    FAR ARE VOID.
       BACKOUT-PARA.
           EXEC SQL ROLLBACK END-EXEC
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE WS-BACKOUT-REASON TO WS-BKO-REASON
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-BACKOUT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           DISPLAY 'CGBPOST FILE BACKED OUT - ' WS-BACKOUT-REASON
           MOVE 8 TO RETURN-CODE.
       BACKOUT-PARA-EXIT.
           EXIT.
      *    CONTROL TOTALS - POSTED DEBITS PLUS POSTED CREDITS PLUS
      *    REJECTED AMOUNTS MUST PROVE BACK TO THE TRAILER HASH. AN
      *    OUT-OF-BALANCE JOURNAL SETS RC=4 FOR OPS TO INVESTIGATE.
       SUMMARY-PARA.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-READ-COUNT TO WS-RDT-COUNT
           MOVE WS-READ-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-POSTED-COUNT TO WS-PST-COUNT
           MOVE WS-POSTED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-DEBIT-COUNT TO WS-DBT-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-DBT-AMOUNT
           MOVE WS-DEBIT-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-CREDIT-COUNT TO WS-CRT-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-CRT-AMOUNT
           MOVE WS-CREDIT-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REJECT-COUNT TO WS-RJT-COUNT
           MOVE WS-REJECT-TOTAL TO WS-RJT-AMOUNT
           MOVE WS-REJECT-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-TRAILER-COUNT TO WS-TRT-COUNT
           MOVE WS-TRAILER-HASH TO WS-TRT-AMOUNT
           MOVE WS-TRAILER-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           COMPUTE WS-PROOF-TOTAL = WS-DEBIT-TOTAL + WS-CREDIT-TOTAL
                                  + WS-REJECT-TOTAL
           IF WS-PROOF-TOTAL = WS-TRAILER-HASH AND
              WS-READ-COUNT = WS-TRAILER-COUNT
              MOVE 'IN BALANCE' TO WS-PRF-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-PRF-RESULT
              DISPLAY 'CGBPOST JOURNAL OUT OF BALANCE'
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-PROOF-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REJECT-COUNT TO WS-RCY-TRL-COUNT
           MOVE WS-REJECT-TOTAL TO WS-RCY-TRL-HASH
           MOVE WS-RCY-TRAILER TO RCY-RECORD
           WRITE RCY-RECORD.
       SUMMARY-PARA-EXIT.
           EXIT.
      *    RUN AFTER THE FINAL COMMIT, SO IT SEES THE END-OF-DAY
      *    BALANCES. THE MINIMUM IS THE CBS_PROD_TERMS_HIST ROW WITH
      *    THE GREATEST EFF_DATE NOT AFTER THE POSTING DATE, OR THE
      *    PRODUCT MASTER'S FOR A PRODUCT WITH NO TERMS HISTORY.
       EXCEPTION-LIST-PARA.
           MOVE WS-EXCP-HDR-LINE-1 TO EXCP-RECORD
           WRITE EXCP-RECORD
           MOVE WS-POST-DATE TO WS-EXCP-HDR-DATE
           MOVE WS-EXCP-HDR-LINE-2 TO EXCP-RECORD
           WRITE EXCP-RECORD
           MOVE WS-EXCP-HDR-LINE-3 TO EXCP-RECORD
           WRITE EXCP-RECORD
           EXEC SQL
                DECLARE EXCP-CURSOR CURSOR FOR
                SELECT X.ACCOUNT_NUMBER, X.BRANCH_ID, X.PRODUCT_CODE,
                       X.CURRENT_BALANCE, X.MIN_BALANCE
                FROM (SELECT A.ACCOUNT_NUMBER, A.BRANCH_ID,
                             A.PRODUCT_CODE, A.CURRENT_BALANCE,
                             COALESCE(
                               (SELECT T.MIN_BALANCE
                                FROM CBS_PROD_TERMS_HIST T
                                WHERE T.PRODUCT_CODE = A.PRODUCT_CODE
                                  AND T.EFF_DATE =
                                      (SELECT MAX(T2.EFF_DATE)
                                       FROM CBS_PROD_TERMS_HIST T2
                                       WHERE T2.PRODUCT_CODE =
                                             A.PRODUCT_CODE
                                         AND T2.EFF_DATE <=
                                             :WS-POST-DATE)),
                               P.MIN_BALANCE) AS MIN_BALANCE
                      FROM CBS_ACCT_MSTR_DTL A, CBS_PRODUCT_MSTR P
                      WHERE P.PRODUCT_CODE = A.PRODUCT_CODE
                        AND A.ACCOUNT_STATUS = 'ACTIVE    ') AS X
                WHERE X.CURRENT_BALANCE < X.MIN_BALANCE
                ORDER BY X.BRANCH_ID, X.ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN EXCP-CURSOR END-EXEC
           DISPLAY 'EXCEPTION CURSOR OPEN SQLCODE:' SQLCODE
           PERFORM FETCH-EXCP-PARA THRU FETCH-EXCP-PARA-EXIT
           PERFORM WRITE-EXCP-PARA THRU WRITE-EXCP-PARA-EXIT
               UNTIL WS-EXCP-EOF
           EXEC SQL CLOSE EXCP-CURSOR END-EXEC
           MOVE SPACES TO EXCP-RECORD
           WRITE EXCP-RECORD
           MOVE WS-EXCP-COUNT TO WS-EXT-COUNT
           MOVE WS-EXCP-TOTAL-LINE TO EXCP-RECORD
           WRITE EXCP-RECORD.
       EXCEPTION-LIST-PARA-EXIT.
           EXIT.
       FETCH-EXCP-PARA.
           EXEC SQL
                FETCH EXCP-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :H1-BRANCH-ID,
                     :H1-PRODUCT-CODE, :H1-CURRENT-BALANCE,
                     :H9-MIN-BALANCE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EXCP-EOF-SW
           END-IF.
       FETCH-EXCP-PARA-EXIT.
           EXIT.
       WRITE-EXCP-PARA.
           ADD 1 TO WS-EXCP-COUNT
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-EL-ACCOUNT-NO
           MOVE H1-BRANCH-ID TO WS-EL-BRANCH-ID
           MOVE H1-PRODUCT-CODE TO WS-EL-PRODUCT-CODE
           MOVE H1-CURRENT-BALANCE TO WS-EL-BALANCE
           MOVE H9-MIN-BALANCE TO WS-EL-MIN-BALANCE
           COMPUTE WS-SHORTFALL = H9-MIN-BALANCE - H1-CURRENT-BALANCE
           MOVE WS-SHORTFALL TO WS-EL-SHORTFALL
           MOVE WS-EXCP-DETAIL-LINE TO EXCP-RECORD
           WRITE EXCP-RECORD
           PERFORM FETCH-EXCP-PARA THRU FETCH-EXCP-PARA-EXIT.
       WRITE-EXCP-PARA-EXIT.
           EXIT.
       TERM-PARA.
           CLOSE POST-FILE
           CLOSE RECYCLE-FILE
           CLOSE REPT-FILE
           CLOSE EXCP-FILE.
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
      *    POSTINGS READ / POSTED / REJECTED TO RECYCLE
       RUN-CONTROL-END-PARA.
           MOVE WS-READ-COUNT TO H13-RECORDS-READ
           MOVE WS-POSTED-COUNT TO H13-RECORDS-PROCESSED
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
