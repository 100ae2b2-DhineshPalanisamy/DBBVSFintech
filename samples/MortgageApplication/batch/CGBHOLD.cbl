       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBHOLD.
      *****************************************************************
      * CGBHOLD - ANNUAL UNCLAIMED-PROPERTY HOLDER REPORT
      *           WRITES THE HOLDER REPORT FILE THE STATE REQUIRES FOR
      *           EVERY ACCOUNT CGBESCH HAS MOVED TO ESCHEATED, IN THE
      *           STATE'S FIXED LAYOUT (HOLDOUT) -
      *             ONE '1' HOLDER HEADER - HOLDER TAX ID, NAME, STATE,
      *               REPORT YEAR AND REPORT DATE
      *             ONE '2' PROPERTY RECORD PER ACCOUNT - OWNER NAME
      *               AND LAST KNOWN ADDRESS (THE ONE THE DUE-DILIGENCE
      *               LETTER WENT TO), OWNER ID, PROPERTY TYPE, ACCOUNT
      *               NUMBER, DORMANT DATE, LETTER DATE, ESCHEAT DATE
      *               AND AMOUNT
      *             ONE '9' TRAILER - PROPERTY RECORD COUNT AND TOTAL
      *           AMOUNT.
      *           EACH CASE REPORTED IS MARKED REPORTED WITH THE REPORT
      *           YEAR, IN ONE UNIT OF WORK AT THE END, SO IT IS NEVER
      *           REPORTED TWICE; A RERUN FOR THE SAME YEAR PICKS THE
      *           YEAR'S REPORTED CASES UP AGAIN AND REPRODUCES THE
      *           FILE.
      *           THE HOLDPARM CARD IS REQUIRED - COLUMNS 1-9 HOLDER
      *           TAX ID, 11-50 HOLDER NAME, 52-53 STATE, 55-58 REPORT
      *           YEAR (DEFAULTS TO THE YEAR OF THE BUSINESS DATE).
      *           REPTRPT LISTS THE CASES REPORTED WITH TOTALS.
      *           RC=8 ON A MISSING OR INVALID HOLDPARM CARD (NOTHING
      *           WRITTEN) OR ANY SQL ERROR (NO CASE MARKED REPORTED).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO HOLDPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  HOLD-RECORD              PIC X(250).
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
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR           PIC X(4).
           05 FILLER                PIC X(4).
       01  WS-REPORT-YEAR           PIC X(4).
       01  WS-YEAR-END-DATE         PIC X(8).
       01  WS-PARM-CARD.
           05 WS-PARM-TAX-ID        PIC X(9).
           05 FILLER                PIC X(1).
           05 WS-PARM-HOLDER-NAME   PIC X(40).
           05 FILLER                PIC X(1).
           05 WS-PARM-STATE         PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-PARM-REPORT-YEAR   PIC X(4).
           05 FILLER                PIC X(22).
       01  WS-PARM-SW               PIC X VALUE 'N'.
           88 WS-PARM-OK            VALUE 'Y'.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
      *    EVERY ESCHEATED BALANCE IS A DEPOSIT ACCOUNT BALANCE - THE
      *    STATE'S PROPERTY TYPE CODE FOR IT.
       01  WS-PROPERTY-TYPE         PIC X(4) VALUE 'AC01'.
       01  WS-REPORTED-STATUS       PIC X(10) VALUE 'REPORTED  '.
       01  WS-AUDIT-TIMESTAMP       PIC X(26).
       01  WS-PRINT-ACCOUNT-NO      PIC Z(17)9.
       01  WS-PROPERTY-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-NEW-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-REPEAT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MARKED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-PROPERTY-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    HOLDER REPORT RECORDS - FIXED 250-BYTE LAYOUT, RECORD TYPE
      *    IN COLUMN 1. AMOUNTS ARE ZONED WITH A LEADING SEPARATE SIGN
      *    AND TWO IMPLIED DECIMALS.
       01  WS-HOLD-HEADER.
           05 HH-RECORD-TYPE        PIC X(1) VALUE '1'.
           05 HH-TAX-ID             PIC X(9).
           05 HH-HOLDER-NAME        PIC X(40).
           05 HH-STATE              PIC X(2).
           05 HH-REPORT-YEAR        PIC X(4).
           05 HH-REPORT-DATE        PIC X(8).
           05 FILLER                PIC X(186) VALUE SPACES.
       01  WS-HOLD-DETAIL.
           05 HD-RECORD-TYPE        PIC X(1) VALUE '2'.
           05 HD-SEQUENCE           PIC 9(6).
           05 HD-OWNER-NAME         PIC X(50).
           05 HD-ADDR-LINE-1        PIC X(40).
           05 HD-ADDR-LINE-2        PIC X(40).
           05 HD-CITY               PIC X(25).
           05 HD-POSTAL-CODE        PIC X(10).
           05 HD-OWNER-ID           PIC X(10).
           05 HD-PROPERTY-TYPE      PIC X(4).
           05 HD-ACCOUNT-NUMBER     PIC 9(18).
           05 HD-DORMANT-DATE       PIC X(8).
           05 HD-LETTER-DATE        PIC X(8).
           05 HD-ESCHEAT-DATE       PIC X(8).
           05 HD-AMOUNT             PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(6) VALUE SPACES.
       01  WS-HOLD-TRAILER.
           05 HT-RECORD-TYPE        PIC X(1) VALUE '9'.
           05 HT-PROPERTY-COUNT     PIC 9(6).
           05 HT-TOTAL-AMOUNT       PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(227) VALUE SPACES.
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBHOLD - UNCLAIMED-PROPERTY HOLDER REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE 'REPORT YEAR : '.
           05 WS-HDR-REPORT-YEAR    PIC X(4).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE 'STATE : '.
           05 WS-HDR-STATE          PIC X(2).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'HOLDER : '.
           05 WS-HDR-HOLDER-NAME    PIC X(40).
       01  WS-HDR-LINE-3.
           05 FILLER                PIC X(20) VALUE 'ACCOUNT NUMBER'.
           05 FILLER                PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                PIC X(32) VALUE 'OWNER NAME'.
           05 FILLER                PIC X(12) VALUE 'ESCHEATED'.
           05 FILLER                PIC X(10) VALUE 'PRIOR RUN'.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE 'AMOUNT'.
       01  WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT-NO      PIC X(20).
           05 WS-DL-CUSTOMER-ID     PIC X(12).
           05 WS-DL-OWNER-NAME      PIC X(30).
           05 FILLER                PIC X(2).
           05 WS-DL-ESCHEAT-DATE    PIC X(12).
           05 WS-DL-REPEAT          PIC X(10).
           05 WS-DL-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL           PIC X(32).
           05 WS-TL-COUNT           PIC ZZZ,ZZ9.
       01  WS-AMOUNT-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'TOTAL AMOUNT REPORTED          :'.
           05 WS-AT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBHOLD '.
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
           IF WS-PARM-OK
              PERFORM PROCESS-PARA THRU PROCESS-PARA-EXIT
                  UNTIL WS-EOF
              PERFORM MARK-REPORTED-PARA THRU MARK-REPORTED-PARA-EXIT
              PERFORM SUMMARY-PARA THRU SUMMARY-PARA-EXIT
              PERFORM TERM-PARA THRU TERM-PARA-EXIT
           END-IF
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
      *    THE STATE REJECTS A REPORT WITHOUT A VALID HOLDER IDENTITY,
      *    SO NOTHING IS WRITTEN OR MARKED WITHOUT ONE.
           IF WS-PARM-TAX-ID NOT NUMERIC
              OR WS-PARM-HOLDER-NAME = SPACES
              OR WS-PARM-STATE = SPACES
              OR WS-PARM-STATE NOT ALPHABETIC
              DISPLAY 'HOLDPARM CARD MISSING OR INVALID - '
                      'NO HOLDER REPORT WRITTEN'
              MOVE 8 TO RETURN-CODE
              GO TO INIT-PARA-EXIT
           END-IF
           SET WS-PARM-OK TO TRUE
           IF WS-PARM-REPORT-YEAR NUMERIC
              MOVE WS-PARM-REPORT-YEAR TO WS-REPORT-YEAR
           ELSE
              MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
           END-IF
           MOVE WS-REPORT-YEAR TO WS-YEAR-END-DATE(1:4)
           MOVE '1231' TO WS-YEAR-END-DATE(5:4)
           MOVE WS-REPORT-YEAR TO H17-REPORT-YEAR
           OPEN OUTPUT HOLD-FILE
           OPEN OUTPUT REPT-FILE
           MOVE WS-PARM-TAX-ID TO HH-TAX-ID
           MOVE WS-PARM-HOLDER-NAME TO HH-HOLDER-NAME
           MOVE WS-PARM-STATE TO HH-STATE
           MOVE WS-REPORT-YEAR TO HH-REPORT-YEAR
           MOVE WS-RUN-DATE TO HH-REPORT-DATE
           MOVE WS-HOLD-HEADER TO HOLD-RECORD
           WRITE HOLD-RECORD
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-YEAR TO WS-HDR-REPORT-YEAR
           MOVE WS-PARM-STATE TO WS-HDR-STATE
           MOVE WS-PARM-HOLDER-NAME TO WS-HDR-HOLDER-NAME
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HDR-LINE-3 TO REPT-RECORD
           WRITE REPT-RECORD
      *    NOT YET REPORTED AND ESCHEATED BY THE END OF THE REPORT
      *    YEAR, PLUS ANY ALREADY MARKED FOR THIS YEAR BY AN EARLIER
      *    RUN.
           EXEC SQL
                DECLARE HOLD-CURSOR CURSOR FOR
                SELECT ACCOUNT_NUMBER, DORMANT_TIMESTAMP, CUSTOMER_ID,
                       CASE_STATUS, LETTER_DATE, ESCHEAT_DATE,
                       ESCHEAT_AMOUNT, OWNER_NAME, ADDR_LINE_1,
                       ADDR_LINE_2, CITY, POSTAL_CODE
                FROM CBS_ESCHEAT_CASE
                WHERE (CASE_STATUS = 'ESCHEATED '
                       AND ESCHEAT_DATE <= :WS-YEAR-END-DATE)
                   OR (CASE_STATUS = 'REPORTED  '
                       AND REPORT_YEAR = :H17-REPORT-YEAR)
                ORDER BY ACCOUNT_NUMBER
           END-EXEC
           EXEC SQL OPEN HOLD-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'HOLD CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              SET WS-EOF TO TRUE
              GO TO INIT-PARA-EXIT
           END-IF
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       INIT-PARA-EXIT.
           EXIT.
       FETCH-NEXT-PARA.
           EXEC SQL
                FETCH HOLD-CURSOR
                INTO :H17-ACCOUNT-NUMBER, :H17-DORMANT-TIMESTAMP,
                     :H17-CUSTOMER-ID, :H17-CASE-STATUS,
                     :H17-LETTER-DATE, :H17-ESCHEAT-DATE,
                     :H17-ESCHEAT-AMOUNT, :H17-OWNER-NAME,
                     :H17-ADDR-LINE-1, :H17-ADDR-LINE-2, :H17-CITY,
                     :H17-POSTAL-CODE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'HOLD CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-EOF TO TRUE
           END-EVALUATE.
       FETCH-NEXT-PARA-EXIT.
           EXIT.
       PROCESS-PARA.
           ADD 1 TO WS-PROPERTY-COUNT
           ADD H17-ESCHEAT-AMOUNT TO WS-PROPERTY-TOTAL
           MOVE WS-PROPERTY-COUNT TO HD-SEQUENCE
           MOVE H17-OWNER-NAME TO HD-OWNER-NAME
           MOVE H17-ADDR-LINE-1 TO HD-ADDR-LINE-1
           MOVE H17-ADDR-LINE-2 TO HD-ADDR-LINE-2
           MOVE H17-CITY TO HD-CITY
           MOVE H17-POSTAL-CODE TO HD-POSTAL-CODE
           MOVE H17-CUSTOMER-ID TO HD-OWNER-ID
           MOVE WS-PROPERTY-TYPE TO HD-PROPERTY-TYPE
           MOVE H17-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           MOVE H17-DORMANT-TIMESTAMP(1:8) TO HD-DORMANT-DATE
           MOVE H17-LETTER-DATE TO HD-LETTER-DATE
           MOVE H17-ESCHEAT-DATE TO HD-ESCHEAT-DATE
           MOVE H17-ESCHEAT-AMOUNT TO HD-AMOUNT
           MOVE WS-HOLD-DETAIL TO HOLD-RECORD
           WRITE HOLD-RECORD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE H17-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE H17-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE H17-OWNER-NAME TO WS-DL-OWNER-NAME
           MOVE H17-ESCHEAT-DATE TO WS-DL-ESCHEAT-DATE
           IF H17-CASE-STATUS = 'REPORTED  '
              ADD 1 TO WS-REPEAT-COUNT
              MOVE 'YES' TO WS-DL-REPEAT
           ELSE
              ADD 1 TO WS-NEW-COUNT
           END-IF
           MOVE H17-ESCHEAT-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM FETCH-NEXT-PARA THRU FETCH-NEXT-PARA-EXIT.
       PROCESS-PARA-EXIT.
           EXIT.
      *    THE CASES JUST WRITTEN ARE MARKED IN ONE UNIT OF WORK. THE
      *    ROW COUNT MUST MATCH THE NEW CASES ON THE FILE - IF IT DOES
      *    NOT (OR THE FILE WAS CUT SHORT BY AN ERROR) NOTHING IS
      *    MARKED, AND THE RUN IS RC=8 SO THE FILE IS NOT SENT.
       MARK-REPORTED-PARA.
           EXEC SQL CLOSE HOLD-CURSOR END-EXEC
           IF WS-ERROR-COUNT > 0
              GO TO MARK-REPORTED-PARA-EXIT
           END-IF
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           EXEC SQL
                UPDATE CBS_ESCHEAT_CASE
                SET CASE_STATUS = :WS-REPORTED-STATUS,
                    REPORT_YEAR = :H17-REPORT-YEAR,
                    UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                WHERE CASE_STATUS = 'ESCHEATED '
                  AND ESCHEAT_DATE <= :WS-YEAR-END-DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-MARKED-COUNT
              WHEN 100
                 MOVE ZERO TO WS-MARKED-COUNT
              WHEN OTHER
                 DISPLAY 'ESCHEAT CASE REPORTED SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 EXEC SQL ROLLBACK END-EXEC
                 GO TO MARK-REPORTED-PARA-EXIT
           END-EVALUATE
           IF WS-MARKED-COUNT NOT = WS-NEW-COUNT
              DISPLAY 'CASES MARKED ' WS-MARKED-COUNT
                      ' DO NOT MATCH CASES WRITTEN ' WS-NEW-COUNT
              ADD 1 TO WS-ERROR-COUNT
              EXEC SQL ROLLBACK END-EXEC
              GO TO MARK-REPORTED-PARA-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC.
       MARK-REPORTED-PARA-EXIT.
           EXIT.
       BUILD-AUDIT-TIMESTAMP-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIMESTAMP(9:6)
           MOVE SPACES TO WS-AUDIT-TIMESTAMP(15:12).
       BUILD-AUDIT-TIMESTAMP-PARA-EXIT.
           EXIT.
       SUMMARY-PARA.
           MOVE WS-PROPERTY-COUNT TO HT-PROPERTY-COUNT
           MOVE WS-PROPERTY-TOTAL TO HT-TOTAL-AMOUNT
           MOVE WS-HOLD-TRAILER TO HOLD-RECORD
           WRITE HOLD-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'PROPERTY RECORDS REPORTED     :' TO WS-TL-LABEL
           MOVE WS-PROPERTY-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'NEWLY REPORTED                :' TO WS-TL-LABEL
           MOVE WS-NEW-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'REPORTED BY AN EARLIER RUN    :' TO WS-TL-LABEL
           MOVE WS-REPEAT-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-PROPERTY-TOTAL TO WS-AT-AMOUNT
           MOVE WS-AMOUNT-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE 'SQL ERRORS                    :' TO WS-TL-LABEL
           MOVE WS-ERROR-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           DISPLAY 'HOLDER REPORT RECORDS: ' WS-PROPERTY-COUNT
           IF WS-ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       SUMMARY-PARA-EXIT.
           EXIT.
       TERM-PARA.
           CLOSE HOLD-FILE
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
      *    PROPERTY RECORDS WRITTEN / CASES MARKED REPORTED / ERRORS
       RUN-CONTROL-END-PARA.
           MOVE WS-PROPERTY-COUNT TO H13-RECORDS-READ
           MOVE WS-MARKED-COUNT TO H13-RECORDS-PROCESSED
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
