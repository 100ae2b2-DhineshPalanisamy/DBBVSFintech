       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBADDR.
      *****************************************************************
      * CGBADDR - CHANGE-OF-CONTACT-DETAILS CONFIRMATION LETTERS
      *           EVERY ZC71 (CGBMSRC) UPDATE THAT CHANGES A CUSTOMER'S
      *           MAILING ADDRESS OR PHONE NUMBER LEAVES A PENDING
      *           CBS_ADDR_NOTICE ROW. EACH NIGHT THIS STEP TURNS THEM
      *           INTO CONFIRMATION LETTERS ON ADDROUT, IN THE SAME
      *           PRINT-VENDOR FORMAT AS CGBCONF/NOTCEOUT -
      *             ADDRESS CHANGED (KIND A OR B) - ONE LETTER TO THE
      *               PREVIOUS ADDRESS AND ONE TO THE NEW ONE. THE
      *               PREVIOUS-ADDRESS COPY NEVER SHOWS THE NEW
      *               ADDRESS - IF THE CHANGE IS A TAKEOVER, THE REAL
      *               CUSTOMER HEARS ABOUT IT WITHOUT THE FRAUDSTER'S
      *               ADDRESS BEING PRINTED FOR THEM.
      *             PHONE NUMBER ONLY (KIND P) - ONE LETTER TO THE
      *               ADDRESS ON FILE.
      *           NEITHER LETTER PRINTS THE PHONE NUMBER ITSELF. THE
      *           ROW IS MARKED SENT (NOTICE_DATE = RUN DATE) BEFORE
      *           ITS LETTERS ARE WRITTEN, SO A FAILED UPDATE SENDS
      *           NOTHING AND TOMORROW'S RUN RETRIES IT. A CHANGE
      *           STAMPED AFTER THE BUSINESS DATE WAITS FOR ITS OWN
      *           NIGHT. REPTRPT LISTS EVERY NOTICE SENT WITH THE
      *           OPERATOR AND BRANCH THAT MADE THE CHANGE. RC=8 ON
      *           ANY SQL ERROR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-FILE ASSIGN TO ADDROUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDR-RECORD              PIC X(80).
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SENT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-OLD-LETTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-NEW-LETTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-COMMIT-COUNTER        PIC 9(4) VALUE ZERO.
       01  WS-COMMIT-FREQUENCY      PIC 9(4) VALUE 100.
      *    THE ADDRESS THE LETTER BEING BUILT GOES TO, AND THE LINE
      *    THAT TELLS THE READER WHICH COPY THEY ARE HOLDING.
       01  WS-LETTER-ADDR.
           05 WS-LA-ADDR-1          PIC X(40).
           05 WS-LA-ADDR-2          PIC X(40).
           05 WS-LA-CITY            PIC X(25).
           05 WS-LA-POSTAL          PIC X(10).
       01  WS-COPY-TEXT             PIC X(60).
       01  WS-KIND-TEXT             PIC X(32).
       01  WS-KIND-SHORT            PIC X(8).
       01  WS-LETTERS-TEXT          PIC X(12).
       01  WS-FMT-DATE-IN           PIC X(8).
       01  WS-FMT-DATE-OUT          PIC X(10).
       01  WS-NOTICE-DATE           PIC X(10).
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL '-'.
       01  WS-NL-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(42) VALUE
              'CONFIRMATION OF CHANGE OF CONTACT DETAILS'.
       01  WS-NL-2.
           05 FILLER                PIC X(16) VALUE 'DATE          : '.
           05 WS-NL2-DATE           PIC X(10).
       01  WS-NL-3.
           05 FILLER                PIC X(16) VALUE 'CUSTOMER ID   : '.
           05 WS-NL3-CUSTOMER-ID    PIC X(10).
       01  WS-NL-4.
           05 FILLER                PIC X(16) VALUE 'CUSTOMER NAME : '.
           05 WS-NL4-CUSTOMER-NAME  PIC X(50).
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
              'DEAR CUSTOMER, WE WRITE TO CONFIRM THAT THE CONTACT'.
       01  WS-NL-7.
           05 FILLER                PIC X(60) VALUE
              'DETAILS WE HOLD FOR YOU WERE CHANGED AT ONE OF OUR'.
       01  WS-NL-7A.
           05 FILLER                PIC X(60) VALUE
              'BRANCHES:'.
       01  WS-NL-8.
           05 FILLER                PIC X(16) VALUE 'WHAT CHANGED  : '.
           05 WS-NL8-KIND           PIC X(32).
       01  WS-NL-9.
           05 FILLER                PIC X(16) VALUE 'CHANGED ON    : '.
           05 WS-NL9-DATE           PIC X(10).
       01  WS-NL-10.
           05 WS-NL10-COPY          PIC X(60).
       01  WS-NL-11.
           05 FILLER                PIC X(60) VALUE
              'IF YOU DID NOT ASK FOR THIS CHANGE, CALL YOUR BRANCH'.
       01  WS-NL-12.
           05 FILLER                PIC X(60) VALUE
              'IMMEDIATELY SO WE CAN PROTECT YOUR ACCOUNTS.'.
       01  WS-NL-13.
           05 FILLER                PIC X(48) VALUE
              'THANK YOU FOR BANKING WITH US.'.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBADDR - CONTACT DETAILS CONFIRMATION REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                PIC X(12) VALUE 'CHANGED ON'.
           05 FILLER                PIC X(8) VALUE 'BRANCH'.
           05 FILLER                PIC X(12) VALUE 'OPERATOR'.
           05 FILLER                PIC X(10) VALUE 'CHANGED'.
           05 FILLER                PIC X(12) VALUE 'LETTERS'.
       01  WS-DETAIL-LINE.
           05 WS-DL-CUSTOMER-ID     PIC X(12).
           05 WS-DL-CHANGE-DATE     PIC X(12).
           05 WS-DL-BRANCH-ID       PIC X(8).
           05 WS-DL-OPERATOR-ID     PIC X(12).
           05 WS-DL-KIND            PIC X(10).
           05 WS-DL-LETTERS         PIC X(12).
       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL           PIC X(32).
           05 WS-TL-COUNT           PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBADDR '.
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
           INCLUDE CBSADRN
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
           PERFORM NOTICE-PARA THRU NOTICE-PARA-EXIT
           PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-FMT-DATE-IN
           PERFORM FORMAT-DATE-PARA THRU FORMAT-DATE-PARA-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-NOTICE-DATE
           OPEN OUTPUT ADDR-FILE
           OPEN OUTPUT REPT-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD.
       INIT-PARA-EXIT.
           EXIT.
      *****************************************************************
      * EVERY PENDING NOTICE STAMPED ON OR BEFORE THE BUSINESS DATE, IN
      * CUSTOMER ORDER SO SEVERAL CHANGES TO ONE CUSTOMER COME OUT
      * TOGETHER AND IN THE ORDER THEY WERE MADE.
      *****************************************************************
       NOTICE-PARA.
           SET WS-EOF TO FALSE
           MOVE ZERO TO WS-COMMIT-COUNTER
           EXEC SQL
                DECLARE NOTE-CURSOR CURSOR WITH HOLD FOR
                SELECT CUSTOMER_ID, CHANGE_TIMESTAMP, CHANGE_KIND,
                       CUSTOMER_NAME, OLD_ADDR_LINE_1,
                       OLD_ADDR_LINE_2, OLD_CITY, OLD_POSTAL_CODE,
                       NEW_ADDR_LINE_1, NEW_ADDR_LINE_2, NEW_CITY,
                       NEW_POSTAL_CODE, OPERATOR_ID, BRANCH_ID
                FROM CBS_ADDR_NOTICE
                WHERE NOTICE_STATUS = 'PENDING   '
                  AND SUBSTR(CHANGE_TIMESTAMP, 1, 8) <= :WS-RUN-DATE
                ORDER BY CUSTOMER_ID, CHANGE_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN NOTE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'NOTICE CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO NOTICE-PARA-EXIT
           END-IF
           PERFORM FETCH-NOTICE-PARA THRU FETCH-NOTICE-PARA-EXIT
           PERFORM SEND-NOTICE-PARA THRU SEND-NOTICE-PARA-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE NOTE-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC.
       NOTICE-PARA-EXIT.
           EXIT.
       FETCH-NOTICE-PARA.
           EXEC SQL
                FETCH NOTE-CURSOR
                INTO :H19-CUSTOMER-ID, :H19-CHANGE-TIMESTAMP,
                     :H19-CHANGE-KIND, :H19-CUSTOMER-NAME,
                     :H19-OLD-ADDR-LINE-1, :H19-OLD-ADDR-LINE-2,
                     :H19-OLD-CITY, :H19-OLD-POSTAL-CODE,
                     :H19-NEW-ADDR-LINE-1, :H19-NEW-ADDR-LINE-2,
                     :H19-NEW-CITY, :H19-NEW-POSTAL-CODE,
                     :H19-OPERATOR-ID, :H19-BRANCH-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-READ-COUNT
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'NOTICE FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-NOTICE-PARA-EXIT.
           EXIT.
      *    THE NOTICE IS MARKED SENT BEFORE ITS LETTERS ARE WRITTEN -
      *    NEVER A LETTER FOR A ROW STILL SHOWING PENDING, SO A RERUN
      *    CANNOT MAIL THE CUSTOMER TWICE.
       SEND-NOTICE-PARA.
           MOVE 'SENT      ' TO H19-NOTICE-STATUS
           MOVE WS-RUN-DATE TO H19-NOTICE-DATE
           EXEC SQL
                UPDATE CBS_ADDR_NOTICE
                SET NOTICE_STATUS = :H19-NOTICE-STATUS,
                    NOTICE_DATE = :H19-NOTICE-DATE
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
                  AND CHANGE_TIMESTAMP = :H19-CHANGE-TIMESTAMP
                  AND NOTICE_STATUS = 'PENDING   '
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM WRITE-LETTERS-PARA THRU
                         WRITE-LETTERS-PARA-EXIT
                 ADD 1 TO WS-SENT-COUNT
                 PERFORM WRITE-DETAIL-LINE-PARA THRU
                         WRITE-DETAIL-LINE-PARA-EXIT
                 PERFORM COMMIT-CHECK-PARA THRU COMMIT-CHECK-PARA-EXIT
              WHEN 100
                 DISPLAY 'NOTICE ALREADY SENT ' H19-CUSTOMER-ID
                         ' ' H19-CHANGE-TIMESTAMP
              WHEN OTHER
                 DISPLAY 'NOTICE UPDATE SQL ERROR ' SQLCODE
                         ' ' H19-CUSTOMER-ID
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM FETCH-NOTICE-PARA THRU FETCH-NOTICE-PARA-EXIT.
       SEND-NOTICE-PARA-EXIT.
           EXIT.
       WRITE-LETTERS-PARA.
           EVALUATE H19-CHANGE-KIND
              WHEN 'A'
                 MOVE 'MAILING ADDRESS' TO WS-KIND-TEXT
                 MOVE 'ADDRESS' TO WS-KIND-SHORT
              WHEN 'P'
                 MOVE 'PHONE NUMBER' TO WS-KIND-TEXT
                 MOVE 'PHONE' TO WS-KIND-SHORT
              WHEN OTHER
                 MOVE 'MAILING ADDRESS AND PHONE NUMBER'
                      TO WS-KIND-TEXT
                 MOVE 'BOTH' TO WS-KIND-SHORT
           END-EVALUATE
           IF H19-CHANGE-KIND = 'P'
              MOVE H19-NEW-ADDR-LINE-1 TO WS-LA-ADDR-1
              MOVE H19-NEW-ADDR-LINE-2 TO WS-LA-ADDR-2
              MOVE H19-NEW-CITY TO WS-LA-CITY
              MOVE H19-NEW-POSTAL-CODE TO WS-LA-POSTAL
              MOVE 'THIS LETTER IS SENT TO YOUR ADDRESS ON FILE.'
                   TO WS-COPY-TEXT
              PERFORM WRITE-LETTER-PARA THRU WRITE-LETTER-PARA-EXIT
              ADD 1 TO WS-NEW-LETTER-COUNT
              MOVE 'ON FILE' TO WS-LETTERS-TEXT
           ELSE
              MOVE H19-OLD-ADDR-LINE-1 TO WS-LA-ADDR-1
              MOVE H19-OLD-ADDR-LINE-2 TO WS-LA-ADDR-2
              MOVE H19-OLD-CITY TO WS-LA-CITY
              MOVE H19-OLD-POSTAL-CODE TO WS-LA-POSTAL
              MOVE 'THIS COPY IS SENT TO YOUR PREVIOUS ADDRESS.'
                   TO WS-COPY-TEXT
              PERFORM WRITE-LETTER-PARA THRU WRITE-LETTER-PARA-EXIT
              ADD 1 TO WS-OLD-LETTER-COUNT
              MOVE H19-NEW-ADDR-LINE-1 TO WS-LA-ADDR-1
              MOVE H19-NEW-ADDR-LINE-2 TO WS-LA-ADDR-2
              MOVE H19-NEW-CITY TO WS-LA-CITY
              MOVE H19-NEW-POSTAL-CODE TO WS-LA-POSTAL
              MOVE 'THIS COPY IS SENT TO YOUR NEW ADDRESS.'
                   TO WS-COPY-TEXT
              PERFORM WRITE-LETTER-PARA THRU WRITE-LETTER-PARA-EXIT
              ADD 1 TO WS-NEW-LETTER-COUNT
              MOVE 'OLD + NEW' TO WS-LETTERS-TEXT
           END-IF.
       WRITE-LETTERS-PARA-EXIT.
           EXIT.
      *    SAME FALLBACK AS CGBCONF/CGBESCH - A BLANK ADDRESS (E.G. A
      *    CUSTOMER ADDED WITHOUT ONE) MUST NOT DROP THE LETTER; IT
      *    GOES OUT WITH A PLACEHOLDER SO THE VENDOR ROUTES IT BACK TO
      *    THE BRANCH.
       WRITE-LETTER-PARA.
           IF WS-LA-ADDR-1 = SPACES AND WS-LA-ADDR-2 = SPACES
              AND WS-LA-CITY = SPACES AND WS-LA-POSTAL = SPACES
              MOVE 'ADDRESS NOT ON FILE - RETURN TO BRANCH'
                   TO WS-LA-ADDR-1
           END-IF
           MOVE WS-BLANK-LINE TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NL-1 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-BLANK-LINE TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NOTICE-DATE TO WS-NL2-DATE
           MOVE WS-NL-2 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE H19-CUSTOMER-ID TO WS-NL3-CUSTOMER-ID
           MOVE WS-NL-3 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE H19-CUSTOMER-NAME TO WS-NL4-CUSTOMER-NAME
           MOVE WS-NL-4 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-LA-ADDR-1 TO WS-NL5A-ADDR-1
           MOVE WS-NL-5A TO ADDR-RECORD
           WRITE ADDR-RECORD
           IF WS-LA-ADDR-2 NOT = SPACES
              MOVE WS-LA-ADDR-2 TO WS-NL5B-ADDR-2
              MOVE WS-NL-5B TO ADDR-RECORD
              WRITE ADDR-RECORD
           END-IF
           MOVE WS-LA-CITY TO WS-NL5C-CITY
           MOVE WS-LA-POSTAL TO WS-NL5C-POSTAL
           MOVE WS-NL-5C TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-BLANK-LINE TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NL-6 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NL-7 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NL-7A TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-KIND-TEXT TO WS-NL8-KIND
           MOVE WS-NL-8 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE H19-CHANGE-TIMESTAMP(1:8) TO WS-FMT-DATE-IN
           PERFORM FORMAT-DATE-PARA THRU FORMAT-DATE-PARA-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-NL9-DATE
           MOVE WS-NL-9 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-BLANK-LINE TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-COPY-TEXT TO WS-NL10-COPY
           MOVE WS-NL-10 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-BLANK-LINE TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NL-11 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NL-12 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-BLANK-LINE TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-NL-13 TO ADDR-RECORD
           WRITE ADDR-RECORD
           MOVE WS-SEPARATOR-LINE TO ADDR-RECORD
           WRITE ADDR-RECORD.
       WRITE-LETTER-PARA-EXIT.
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
           MOVE H19-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE H19-CHANGE-TIMESTAMP(1:8) TO WS-DL-CHANGE-DATE
           MOVE H19-BRANCH-ID TO WS-DL-BRANCH-ID
           MOVE H19-OPERATOR-ID TO WS-DL-OPERATOR-ID
           MOVE WS-KIND-SHORT TO WS-DL-KIND
           MOVE WS-LETTERS-TEXT TO WS-DL-LETTERS
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-DETAIL-LINE-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'PENDING NOTICES READ          :' TO WS-TL-LABEL
           MOVE WS-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'NOTICES SENT                  :' TO WS-TL-LABEL
           MOVE WS-SENT-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'LETTERS TO PREVIOUS ADDRESS   :' TO WS-TL-LABEL
           MOVE WS-OLD-LETTER-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'LETTERS TO CURRENT ADDRESS    :' TO WS-TL-LABEL
           MOVE WS-NEW-LETTER-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'SQL ERRORS                    :' TO WS-TL-LABEL
           MOVE WS-ERROR-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           DISPLAY 'CONTACT CHANGE NOTICES SENT: ' WS-SENT-COUNT
           IF WS-ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       SUMMARY-PARA-EXIT.
           EXIT.
       TERM-PARA.
           CLOSE ADDR-FILE
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
      *    NOTICES READ / NOTICES SENT / SQL ERRORS
       RUN-CONTROL-END-PARA.
           MOVE WS-READ-COUNT TO H13-RECORDS-READ
           MOVE WS-SENT-COUNT TO H13-RECORDS-PROCESSED
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
