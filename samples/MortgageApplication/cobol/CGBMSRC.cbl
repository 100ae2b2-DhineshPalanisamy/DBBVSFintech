      *           AS THE PRODUCT MAINTENANCE SCREEN (CGBMSRP/ZC70).
      *           THE MAILING ADDRESS KEPT HERE IS WHAT CGBCONF PUTS
      *           ON THE NOTCEOUT ACTIVATION NOTICES.
      *           PF5/PF6 NEED THE CUSTADMIN ROLE ON CBS_OPER_ROLE
      *           (ZC75); A REFUSAL IS LOGGED TO CBS_REG_ERROR_LOG.
      *           A NEW CUSTOMER, OR A CHANGED CUSTOMER NAME, IS
      *           SCREENED AGAINST CBS_WATCHLIST ON THE SPOT WITH THE
      *           SAME NAME MATCHING AS THE NIGHTLY CGBSCRN RUN. A
      *           CONFIRMED HIT (A FULL MATCH ON AN ENTRY OF TWO OR
      *           MORE WORDS, BACKED BY CITY OR POSTAL CODE) FREEZES
      *           THE CUSTOMER'S OPEN ACCOUNTS (WITH STATUS HISTORY
      *           UNDER THIS OPERATOR); A POSSIBLE HIT GOES TO THE ZC76
      *           COMPLIANCE REVIEW LIST. EITHER WAY THE SAVE ITSELF
      *           STANDS AND THE OPERATOR IS TOLD.
      *           EVERY ADD AND UPDATE WRITES A BEFORE/AFTER IMAGE OF
      *           EACH FIELD IT CHANGED TO CBS_CUST_CHANGE, WITH THE
      *           OPERATOR AND THEIR BRANCH. AN UPDATE THAT CHANGES THE
      *           ADDRESS OR PHONE NUMBER ALSO QUEUES A CBS_ADDR_NOTICE
      *           ROW - CGBADDR MAILS THE CONFIRMATION TO THE OLD AND
      *           THE NEW ADDRESS THAT NIGHT, AND CGBMSRG REFERS ANY
      *           ACTIVATION, REACTIVATION OR CLOSE ON THE CUSTOMER'S
      *           ACCOUNTS TO A SUPERVISOR FOR THE COOLING-OFF PERIOD.
      *           A SAVE WHOSE AUDIT ROWS CANNOT BE WRITTEN IS BACKED
      *           OUT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        01 WS-OPERATOR-ID     PIC X(10).
        01 WS-AUDIT-TIMESTAMP PIC X(26).
        01 WS-KYC-STATUS      PIC X(10).
        01 WS-REQUIRED-ROLE   PIC X(10).
        01 WS-ROLE-COUNT      PIC S9(9) COMP-3.
        01 WS-DENIAL-KEY      PIC X(18).
      *    THE ROW AS IT STOOD BEFORE AN UPDATE - THE BEFORE HALF OF
      *    THE CBS_CUST_CHANGE IMAGE, AND THE NAME A RENAME IS
      *    SCREENED AGAINST. ALL SPACES FOR AN ADD.
        01 WS-OLD-CUST.
           05 WS-OLD-NAME     PIC X(50).
           05 WS-OLD-ADDR-1   PIC X(40).
           05 WS-OLD-ADDR-2   PIC X(40).
           05 WS-OLD-CITY     PIC X(25).
           05 WS-OLD-POSTAL   PIC X(10).
           05 WS-OLD-PHONE    PIC X(15).
           05 WS-OLD-KYC      PIC X(10).
        01 WS-BRANCH-ID       PIC X(5) VALUE 'HO   '.
        01 WS-CHG-TYPE        PIC X(1).
        01 WS-CHG-FAILED-SW   PIC X VALUE 'N'.
           88 WS-CHG-FAILED   VALUE 'Y'.
        01 WS-CONTACT-KIND    PIC X(1) VALUE SPACE.
           88 WS-CONTACT-CHANGED VALUE 'A' 'P' 'B'.
        01 WS-OLD-STATUS      PIC X(10).
        01 WS-NEW-STATUS      PIC X(10) VALUE 'FROZEN    '.
        01 WS-HIT-COUNT       PIC S9(9) COMP-3.
        01 WS-HIT-STATUS      PIC X(10).
        01 WS-WL-EOF-SW       PIC X VALUE 'N'.
           88 WS-WL-EOF       VALUE 'Y' WHEN SET TO FALSE IS 'N'.
        01 WS-ACCT-EOF-SW     PIC X VALUE 'N'.
           88 WS-ACCT-EOF     VALUE 'Y' WHEN SET TO FALSE IS 'N'.
        01 WS-SCREEN-RESULT   PIC X VALUE 'N'.
           88 WS-SCREEN-CLEAR     VALUE 'N'.
           88 WS-SCREEN-POSSIBLE  VALUE 'P'.
           88 WS-SCREEN-CONFIRMED VALUE 'C'.
        01 WS-FROZEN-COUNT    PIC 9(3) VALUE ZERO.
      *    NAME-MATCHING WORK AREAS - SAME LAYOUT AND RULES AS THE
      *    NIGHTLY CGBSCRN SCREEN. A NAME IS HELD AS UP TO 6 MATCH
      *    WORDS, EACH WITH ITS CONSONANT SKELETON.
        01 WS-NM-TEXT         PIC X(50).
        01 WS-NM-RAW.
           05 WS-NM-RAW-WORD  PIC X(20) OCCURS 8 TIMES.
              88 WS-NM-NOISE-WORD VALUE 'MR' 'MRS' 'MS' 'MISS'
                                        'DR' 'SIR'.
        01 WS-NM-RAW-IDX      PIC 9(2).
        01 WS-NM-TOKENS.
           05 WS-NM-COUNT     PIC 9(1).
           05 WS-NM-TOKEN OCCURS 6 TIMES.
              10 WS-NM-WORD   PIC X(20).
              10 WS-NM-SKEL   PIC X(20).
        01 WS-CU-TOKENS.
           05 WS-CU-COUNT     PIC 9(1).
           05 WS-CU-TOKEN OCCURS 6 TIMES.
              10 WS-CU-WORD   PIC X(20).
              10 WS-CU-SKEL   PIC X(20).
        01 WS-WL-TOKENS.
           05 WS-WL-COUNT     PIC 9(1).
           05 WS-WL-TOKEN OCCURS 6 TIMES.
              10 WS-WL-WORD   PIC X(20).
              10 WS-WL-SKEL   PIC X(20).
        01 WS-SK-IDX          PIC 9(2).
        01 WS-SK-LEN          PIC 9(2).
        01 WS-SK-LAST         PIC X(1).
        01 WS-SK-CHAR         PIC X(1).
           88 WS-SK-DROPPED   VALUE 'A' 'E' 'I' 'O' 'U' 'Y'
                                    'H' 'W' SPACE.
        01 WS-CU-IDX          PIC 9(1).
        01 WS-WL-IDX          PIC 9(1).
        01 WS-TOKEN-POINTS    PIC 9(1).
        01 WS-MATCH-POINTS    PIC 9(2).
        01 WS-MATCH-SCORE     PIC 9(3).
        01 WS-POSSIBLE-SCORE  PIC 9(3) VALUE 70.
        01 WS-CU-CITY         PIC X(25).
        01 WS-CU-POSTAL       PIC X(10).
        01 WS-WL-POSTAL       PIC X(10).
        77 WS-ABS-DATE    PIC S9(10) COMP-3.
        01 WS-DATE.
           05 WS-MONTH   PIC 99.
           INCLUDE CBSCUST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSOROL
           END-EXEC.
           EXEC SQL
           INCLUDE CBSERRL
           END-EXEC.
           EXEC SQL
           INCLUDE CBSMST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSHIST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSWLST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSSHIT
           END-EXEC.
           EXEC SQL
           INCLUDE CBSOPBR
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCCHG
           END-EXEC.
           EXEC SQL
           INCLUDE CBSADRN
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF5
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM AUTHORISE-PARA THRU AUTHORISE-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               PERFORM ADD-CUSTOMER-PARA THRU ADD-CUSTOMER-PARA-EXIT
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF6
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM AUTHORISE-PARA THRU AUTHORISE-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               PERFORM UPDATE-CUSTOMER-PARA THRU
                       UPDATE-CUSTOMER-PARA-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-ERROR-EXIT.
            EXIT.
      *    ADD AND UPDATE NEED THE CUSTADMIN ROLE ON CBS_OPER_ROLE
      *    (MAINTAINED ON ZC75); ENTER INQUIRY STAYS OPEN TO ALL.
       AUTHORISE-PARA.
            MOVE CUSTI TO WS-DENIAL-KEY
            MOVE 'CUSTADMIN ' TO WS-REQUIRED-ROLE
            PERFORM CHECK-ENTITLEMENT-PARA THRU
                    CHECK-ENTITLEMENT-PARA-EXIT.
       AUTHORISE-PARA-EXIT.
            EXIT.
      *    ENTITLEMENT CHECK - THE CALLER SETS WS-REQUIRED-ROLE AND
      *    WS-DENIAL-KEY. AN OPERATOR WITHOUT THE ROLE (OR A FAILED
      *    LOOKUP - ACCESS IS NEVER GRANTED ON AN SQL ERROR) GETS THE
      *    REFUSAL LOGGED AND THE TASK ENDS HERE.
       CHECK-ENTITLEMENT-PARA.
            MOVE WS-OPERATOR-ID TO H10-OPERATOR-ID
            MOVE WS-REQUIRED-ROLE TO H10-ROLE-CODE
            EXEC SQL
                 SELECT COUNT(*) INTO :WS-ROLE-COUNT
                 FROM CBS_OPER_ROLE
                 WHERE OPERATOR_ID = :H10-OPERATOR-ID
                   AND ROLE_CODE = :H10-ROLE-CODE
            END-EXEC
            DISPLAY 'ENTITLEMENT SQLCODE:' SQLCODE
            IF SQLCODE NOT = 0 OR WS-ROLE-COUNT = 0
               MOVE LOW-VALUES TO MAPCSTMO
               MOVE SPACES TO MSGO
               STRING 'NOT AUTHORISED - ' DELIMITED BY SIZE
                      WS-REQUIRED-ROLE DELIMITED BY SPACE
                      ' ROLE REQUIRED' DELIMITED BY SIZE
                 INTO MSGO
               PERFORM WRITE-ERROR-LOG THRU WRITE-ERROR-LOG-EXIT
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
       CHECK-ENTITLEMENT-PARA-EXIT.
            EXIT.
      *    SAME CBS_REG_ERROR_LOG ROW CGBMSRG'S WRITE-ERROR-LOG
      *    WRITES - ACCOUNT_NUMBER CARRIES THE CUSTOMER ID KEYED,
      *    SO THE REFUSAL SHOWS ON ZC68 AND CGBOPER.
       WRITE-ERROR-LOG.
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            MOVE WS-DENIAL-KEY TO H3-ACCOUNT-NUMBER
            MOVE WS-AUDIT-TIMESTAMP TO H3-ERROR-TIMESTAMP
            MOVE WS-OPERATOR-ID TO H3-OPERATOR-ID
            MOVE MSGO TO H3-ERROR-MESSAGE
            EXEC SQL
            INSERT INTO CBS_REG_ERROR_LOG
              (ACCOUNT_NUMBER, ERROR_TIMESTAMP, OPERATOR_ID,
               ERROR_MESSAGE)
            VALUES
              (:H3-ACCOUNT-NUMBER, :H3-ERROR-TIMESTAMP,
               :H3-OPERATOR-ID, :H3-ERROR-MESSAGE)
            END-EXEC
            DISPLAY 'ERROR LOG SQLCODE:' SQLCODE.
       WRITE-ERROR-LOG-EXIT.
            EXIT.
      *    ENTER LOOKS UP THE KEYED CUSTOMER ID AND, IF IT EXISTS,
      *    REDISPLAYS ITS CURRENT VALUES SO THEY CAN BE EDITED AND
      *    SENT BACK WITH PF6 - IF IT DOESN'T, INVITES PF5 TO ADD IT.
      *           CLEARING THE MAP WIPES CUSTI TOO (SAME BYTES AS
      *           CUSTO), SO THE REDISPLAYED ID COMES FROM THE HOST
      *           VARIABLE CAPTURED BEFORE THE CLEAR.
                  MOVE SPACES TO WS-OLD-CUST
                  MOVE 'A' TO WS-CHG-TYPE
                  PERFORM RECORD-CHANGES-PARA THRU
                          RECORD-CHANGES-PARA-EXIT
                  PERFORM SCREEN-CUSTOMER-PARA THRU
                          SCREEN-CUSTOMER-PARA-EXIT
                  MOVE LOW-VALUES TO MAPCSTMO
                  MOVE H5-CUSTOMER-ID TO CUSTO
                  EVALUATE TRUE
                     WHEN WS-SCREEN-CONFIRMED
                        MOVE
                        'CUSTOMER ADDED - WATCHLIST MATCH CONFIRMED'
                             TO MSGO
                     WHEN WS-SCREEN-POSSIBLE
                        MOVE
                        'CUSTOMER ADDED - WATCHLIST MATCH FOR REVIEW'
                             TO MSGO
                     WHEN OTHER
                        MOVE 'CUSTOMER ADDED SUCCESSFULLY' TO MSGO
                  END-EVALUATE
               WHEN -803
                  MOVE 'CUSTOMER ID ALREADY EXISTS - PRESS PF6'
                       TO MSGO
            EXIT.
      *    UPDATE READS FIRST TO CONFIRM THE CUSTOMER ID STILL
      *    EXISTS (SAME READ-BEFORE-WRITE SHAPE AS CGBMSRP'S
      *    UPDATE-PRODUCT-PARA) BEFORE CHANGING IT. THE VALUES ON
      *    FILE ARE KEPT FOR THE BEFORE/AFTER IMAGE, AND SO A RENAME
      *    CAN BE SCREENED AFTER THE UPDATE.
       UPDATE-CUSTOMER-PARA.
            MOVE CUSTI TO H5-CUSTOMER-ID
            EXEC SQL
                 SELECT CUSTOMER_ID, CUSTOMER_NAME, ADDR_LINE_1,
                        ADDR_LINE_2, CITY, POSTAL_CODE, PHONE_NUMBER,
                        KYC_STATUS
                 INTO :H5-CUSTOMER-ID, :WS-OLD-NAME, :WS-OLD-ADDR-1,
                      :WS-OLD-ADDR-2, :WS-OLD-CITY, :WS-OLD-POSTAL,
                      :WS-OLD-PHONE, :WS-OLD-KYC
                 FROM CBS_CUST_MSTR
                 WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
            END-EXEC
      *              CLEARING THE MAP WIPES CUSTI TOO (SAME BYTES
      *              AS CUSTO), SO THE REDISPLAYED ID COMES FROM
      *              THE HOST VARIABLE CAPTURED BEFORE THE CLEAR.
                     MOVE 'U' TO WS-CHG-TYPE
                     PERFORM RECORD-CHANGES-PARA THRU
                             RECORD-CHANGES-PARA-EXIT
                     IF H5-CUSTOMER-NAME NOT = WS-OLD-NAME
                        PERFORM SCREEN-CUSTOMER-PARA THRU
                                SCREEN-CUSTOMER-PARA-EXIT
                     END-IF
                     MOVE LOW-VALUES TO MAPCSTMO
                     MOVE H5-CUSTOMER-ID TO CUSTO
                     EVALUATE TRUE
                        WHEN WS-SCREEN-CONFIRMED
                           MOVE
                           'CUSTOMER UPDATED - WATCHLIST MATCH, FROZEN'
                                TO MSGO
                        WHEN WS-SCREEN-POSSIBLE
                           MOVE
                        'CUSTOMER UPDATED - WATCHLIST MATCH FOR REVIEW'
                                TO MSGO
                        WHEN WS-CONTACT-CHANGED
                           MOVE
                     'CUSTOMER UPDATED - CONFIRMATION LETTERS TO FOLLOW'
                                TO MSGO
                        WHEN OTHER
                           MOVE 'CUSTOMER UPDATED SUCCESSFULLY' TO MSGO
                     END-EVALUATE
                  ELSE
                     MOVE 'SQL ERROR UPDATING CUSTOMER' TO MSGO
                  END-IF
            END-EVALUATE.
       UPDATE-CUSTOMER-PARA-EXIT.
            EXIT.
      *    BEFORE/AFTER IMAGE OF THE SAVE JUST MADE (H5- HOLDS THE NEW
      *    VALUES, WS-OLD-CUST THE OLD ONES, WS-CHG-TYPE A OR U) - ONE
      *    CBS_CUST_CHANGE ROW PER FIELD THAT DIFFERS, STAMPED WITH
      *    THE MASTER'S UPD_TIMESTAMP, THE OPERATOR AND THEIR BRANCH.
      *    AN UPDATE TO THE ADDRESS OR PHONE ALSO QUEUES THE
      *    CONFIRMATION NOTICE.
       RECORD-CHANGES-PARA.
            PERFORM LOOKUP-BRANCH-PARA THRU LOOKUP-BRANCH-PARA-EXIT
            MOVE 'N' TO WS-CHG-FAILED-SW
            MOVE SPACE TO WS-CONTACT-KIND
            MOVE H5-CUSTOMER-ID TO H18-CUSTOMER-ID
            MOVE H5-UPD-TIMESTAMP TO H18-CHANGE-TIMESTAMP
            MOVE WS-CHG-TYPE TO H18-CHANGE-TYPE
            MOVE WS-OPERATOR-ID TO H18-OPERATOR-ID
            MOVE WS-BRANCH-ID TO H18-BRANCH-ID
            MOVE 'CUSTOMER_NAME' TO H18-FIELD-NAME
            MOVE WS-OLD-NAME TO H18-OLD-VALUE
            MOVE H5-CUSTOMER-NAME TO H18-NEW-VALUE
            PERFORM WRITE-CHANGE-PARA THRU WRITE-CHANGE-PARA-EXIT
            MOVE 'ADDR_LINE_1' TO H18-FIELD-NAME
            MOVE WS-OLD-ADDR-1 TO H18-OLD-VALUE
            MOVE H5-ADDR-LINE-1 TO H18-NEW-VALUE
            PERFORM WRITE-CHANGE-PARA THRU WRITE-CHANGE-PARA-EXIT
            MOVE 'ADDR_LINE_2' TO H18-FIELD-NAME
            MOVE WS-OLD-ADDR-2 TO H18-OLD-VALUE
            MOVE H5-ADDR-LINE-2 TO H18-NEW-VALUE
            PERFORM WRITE-CHANGE-PARA THRU WRITE-CHANGE-PARA-EXIT
            MOVE 'CITY' TO H18-FIELD-NAME
            MOVE WS-OLD-CITY TO H18-OLD-VALUE
            MOVE H5-CITY TO H18-NEW-VALUE
            PERFORM WRITE-CHANGE-PARA THRU WRITE-CHANGE-PARA-EXIT
            MOVE 'POSTAL_CODE' TO H18-FIELD-NAME
            MOVE WS-OLD-POSTAL TO H18-OLD-VALUE
            MOVE H5-POSTAL-CODE TO H18-NEW-VALUE
            PERFORM WRITE-CHANGE-PARA THRU WRITE-CHANGE-PARA-EXIT
            MOVE 'PHONE_NUMBER' TO H18-FIELD-NAME
            MOVE WS-OLD-PHONE TO H18-OLD-VALUE
            MOVE H5-PHONE-NUMBER TO H18-NEW-VALUE
            PERFORM WRITE-CHANGE-PARA THRU WRITE-CHANGE-PARA-EXIT
            MOVE 'KYC_STATUS' TO H18-FIELD-NAME
            MOVE WS-OLD-KYC TO H18-OLD-VALUE
            MOVE H5-KYC-STATUS TO H18-NEW-VALUE
            PERFORM WRITE-CHANGE-PARA THRU WRITE-CHANGE-PARA-EXIT
            IF WS-CHG-TYPE = 'U'
               PERFORM WRITE-NOTICE-PARA THRU WRITE-NOTICE-PARA-EXIT
            END-IF
            IF WS-CHG-FAILED
               PERFORM CHANGE-FAILED-PARA THRU CHANGE-FAILED-PARA-EXIT
            END-IF.
       RECORD-CHANGES-PARA-EXIT.
            EXIT.
       WRITE-CHANGE-PARA.
            IF H18-OLD-VALUE = H18-NEW-VALUE OR WS-CHG-FAILED
               GO TO WRITE-CHANGE-PARA-EXIT
            END-IF
            EXEC SQL
                 INSERT INTO CBS_CUST_CHANGE
                   (CUSTOMER_ID, CHANGE_TIMESTAMP, FIELD_NAME,
                    CHANGE_TYPE, OLD_VALUE, NEW_VALUE, OPERATOR_ID,
                    BRANCH_ID)
                 VALUES
                   (:H18-CUSTOMER-ID, :H18-CHANGE-TIMESTAMP,
                    :H18-FIELD-NAME, :H18-CHANGE-TYPE,
                    :H18-OLD-VALUE, :H18-NEW-VALUE,
                    :H18-OPERATOR-ID, :H18-BRANCH-ID)
            END-EXEC
            DISPLAY 'CUSTOMER CHANGE SQLCODE:' SQLCODE
            IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-CHG-FAILED-SW
            END-IF.
       WRITE-CHANGE-PARA-EXIT.
            EXIT.
      *    THE NOTICE CARRIES THE WHOLE ADDRESS BLOCK BEFORE AND AFTER,
      *    NOT JUST THE LINES THAT CHANGED, SINCE CGBADDR MAILS A
      *    COMPLETE LETTER TO EACH. A PHONE-ONLY CHANGE HAS THE SAME
      *    ADDRESS ON BOTH SIDES AND GETS ONE LETTER.
       WRITE-NOTICE-PARA.
            IF WS-OLD-ADDR-1 NOT = H5-ADDR-LINE-1 OR
               WS-OLD-ADDR-2 NOT = H5-ADDR-LINE-2 OR
               WS-OLD-CITY NOT = H5-CITY OR
               WS-OLD-POSTAL NOT = H5-POSTAL-CODE
               MOVE 'A' TO WS-CONTACT-KIND
            END-IF
            IF WS-OLD-PHONE NOT = H5-PHONE-NUMBER
               IF WS-CONTACT-KIND = 'A'
                  MOVE 'B' TO WS-CONTACT-KIND
               ELSE
                  MOVE 'P' TO WS-CONTACT-KIND
               END-IF
            END-IF
            IF NOT WS-CONTACT-CHANGED OR WS-CHG-FAILED
               GO TO WRITE-NOTICE-PARA-EXIT
            END-IF
            MOVE H5-CUSTOMER-ID TO H19-CUSTOMER-ID
            MOVE H5-UPD-TIMESTAMP TO H19-CHANGE-TIMESTAMP
            MOVE WS-CONTACT-KIND TO H19-CHANGE-KIND
            MOVE H5-CUSTOMER-NAME TO H19-CUSTOMER-NAME
            MOVE WS-OLD-ADDR-1 TO H19-OLD-ADDR-LINE-1
            MOVE WS-OLD-ADDR-2 TO H19-OLD-ADDR-LINE-2
            MOVE WS-OLD-CITY TO H19-OLD-CITY
            MOVE WS-OLD-POSTAL TO H19-OLD-POSTAL-CODE
            MOVE H5-ADDR-LINE-1 TO H19-NEW-ADDR-LINE-1
            MOVE H5-ADDR-LINE-2 TO H19-NEW-ADDR-LINE-2
            MOVE H5-CITY TO H19-NEW-CITY
            MOVE H5-POSTAL-CODE TO H19-NEW-POSTAL-CODE
            MOVE WS-OPERATOR-ID TO H19-OPERATOR-ID
            MOVE WS-BRANCH-ID TO H19-BRANCH-ID
            MOVE 'PENDING   ' TO H19-NOTICE-STATUS
            MOVE SPACES TO H19-NOTICE-DATE
            EXEC SQL
                 INSERT INTO CBS_ADDR_NOTICE
                   (CUSTOMER_ID, CHANGE_TIMESTAMP, CHANGE_KIND,
                    CUSTOMER_NAME, OLD_ADDR_LINE_1, OLD_ADDR_LINE_2,
                    OLD_CITY, OLD_POSTAL_CODE, NEW_ADDR_LINE_1,
                    NEW_ADDR_LINE_2, NEW_CITY, NEW_POSTAL_CODE,
                    OPERATOR_ID, BRANCH_ID, NOTICE_STATUS,
                    NOTICE_DATE)
                 VALUES
                   (:H19-CUSTOMER-ID, :H19-CHANGE-TIMESTAMP,
                    :H19-CHANGE-KIND, :H19-CUSTOMER-NAME,
                    :H19-OLD-ADDR-LINE-1, :H19-OLD-ADDR-LINE-2,
                    :H19-OLD-CITY, :H19-OLD-POSTAL-CODE,
                    :H19-NEW-ADDR-LINE-1, :H19-NEW-ADDR-LINE-2,
                    :H19-NEW-CITY, :H19-NEW-POSTAL-CODE,
                    :H19-OPERATOR-ID, :H19-BRANCH-ID,
                    :H19-NOTICE-STATUS, :H19-NOTICE-DATE)
            END-EXEC
            DISPLAY 'ADDRESS NOTICE SQLCODE:' SQLCODE
            IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-CHG-FAILED-SW
            END-IF.
       WRITE-NOTICE-PARA-EXIT.
            EXIT.
      *    THE SAVE AND ITS AUDIT ROWS STAND OR FALL TOGETHER - A SAVE
      *    THAT CANNOT BE AUDITED IS BACKED OUT AND THE OPERATOR GETS
      *    THE SCREEN BACK AS KEYED TO RETRY; THE TASK ENDS HERE.
       CHANGE-FAILED-PARA.
            EXEC CICS SYNCPOINT ROLLBACK END-EXEC
            MOVE 'SQL ERROR RECORDING CHANGE - NOT SAVED, PLEASE RETRY'
                 TO MSGO
            PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT.
       CHANGE-FAILED-PARA-EXIT.
            EXIT.
      *    SAME OPERATOR-TO-BRANCH LOOKUP AS CGBMSRG - AN OPERATOR
      *    MISSING FROM CBS_OPER_BRANCH FALLS BACK TO HEAD OFFICE.
       LOOKUP-BRANCH-PARA.
            MOVE WS-OPERATOR-ID TO H7-OPERATOR-ID
            EXEC SQL
            SELECT BRANCH_ID
            INTO :H7-BRANCH-ID
            FROM CBS_OPER_BRANCH
            WHERE OPERATOR_ID = :H7-OPERATOR-ID
            END-EXEC
            IF SQLCODE = 0
               MOVE H7-BRANCH-ID TO WS-BRANCH-ID
            ELSE
               MOVE 'HO   ' TO WS-BRANCH-ID
            END-IF.
       LOOKUP-BRANCH-PARA-EXIT.
            EXIT.
      *    ON-THE-SPOT WATCHLIST SCREEN OF THE CUSTOMER JUST SAVED
      *    (H5- HOLDS THE NEW VALUES). EVERY ENTRY IS SCORED THE WAY
      *    CGBSCRN SCORES IT; A HIT ALREADY RAISED FOR THIS NAME AND
      *    ENTRY VERSION IS NOT RAISED AGAIN, SO A CLEARED FALSE
      *    POSITIVE STAYS CLEARED. WS-SCREEN-RESULT CARRIES THE WORST
      *    OUTCOME BACK FOR THE MESSAGE.
       SCREEN-CUSTOMER-PARA.
            MOVE 'N' TO WS-SCREEN-RESULT
            MOVE ZERO TO WS-FROZEN-COUNT
            MOVE H5-CUSTOMER-NAME TO WS-NM-TEXT
            PERFORM TOKENISE-NAME-PARA THRU TOKENISE-NAME-PARA-EXIT
            MOVE WS-NM-TOKENS TO WS-CU-TOKENS
            MOVE H5-CITY TO WS-CU-CITY
            INSPECT WS-CU-CITY CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            MOVE H5-POSTAL-CODE TO WS-CU-POSTAL
            INSPECT WS-CU-POSTAL CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            EXEC SQL
                 DECLARE WL-CURSOR CURSOR FOR
                 SELECT WL_ENTRY_ID, WL_NAME, WL_CITY,
                        WL_POSTAL_CODE, CHANGE_DATE
                 FROM CBS_WATCHLIST
            END-EXEC
            EXEC SQL OPEN WL-CURSOR END-EXEC
            DISPLAY 'WATCHLIST CURSOR OPEN SQLCODE:' SQLCODE
            SET WS-WL-EOF TO FALSE
            PERFORM FETCH-WL-PARA THRU FETCH-WL-PARA-EXIT
            PERFORM MATCH-ENTRY-PARA THRU MATCH-ENTRY-PARA-EXIT
                UNTIL WS-WL-EOF
            EXEC SQL CLOSE WL-CURSOR END-EXEC.
       SCREEN-CUSTOMER-PARA-EXIT.
            EXIT.
       FETCH-WL-PARA.
            EXEC SQL
                 FETCH WL-CURSOR
                 INTO :H11-WL-ENTRY-ID, :H11-WL-NAME, :H11-WL-CITY,
                      :H11-WL-POSTAL-CODE, :H11-CHANGE-DATE
            END-EXEC
            IF SQLCODE NOT = 0
               SET WS-WL-EOF TO TRUE
            END-IF.
       FETCH-WL-PARA-EXIT.
            EXIT.
       MATCH-ENTRY-PARA.
            MOVE H11-WL-NAME TO WS-NM-TEXT
            PERFORM TOKENISE-NAME-PARA THRU TOKENISE-NAME-PARA-EXIT
            MOVE WS-NM-TOKENS TO WS-WL-TOKENS
            PERFORM SCORE-NAMES-PARA THRU SCORE-NAMES-PARA-EXIT
            IF WS-MATCH-SCORE < WS-POSSIBLE-SCORE
               GO TO MATCH-ENTRY-NEXT
            END-IF
            MOVE 'POSSIBLE  ' TO WS-HIT-STATUS
            MOVE H11-WL-POSTAL-CODE TO WS-WL-POSTAL
            INSPECT WS-WL-POSTAL CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-MATCH-SCORE = 100 AND WS-WL-COUNT >= 2
               IF H11-WL-CITY NOT = SPACES AND
                  H11-WL-CITY = WS-CU-CITY
                  MOVE 'CONFIRMED ' TO WS-HIT-STATUS
               END-IF
               IF H11-WL-POSTAL-CODE NOT = SPACES AND
                  WS-WL-POSTAL = WS-CU-POSTAL
                  MOVE 'CONFIRMED ' TO WS-HIT-STATUS
               END-IF
            END-IF
            PERFORM RAISE-HIT-PARA THRU RAISE-HIT-PARA-EXIT.
       MATCH-ENTRY-NEXT.
            PERFORM FETCH-WL-PARA THRU FETCH-WL-PARA-EXIT.
       MATCH-ENTRY-PARA-EXIT.
            EXIT.
      *    A FAILED LOOKUP RAISES THE ALERT ANYWAY - A DUPLICATE ON
      *    THE REVIEW LIST IS BETTER THAN A MISSED MATCH. A FAILED
      *    INSERT FREEZES NOTHING - WITH NO HIT ROW ON FILE THE NIGHTLY
      *    CGBSCRN SCREEN RAISES THE SAME MATCH AGAIN.
       RAISE-HIT-PARA.
            MOVE H5-CUSTOMER-ID TO H12-CUSTOMER-ID
            MOVE H11-WL-ENTRY-ID TO H12-WL-ENTRY-ID
            MOVE H11-CHANGE-DATE TO H12-WL-CHANGE-DATE
            MOVE H5-CUSTOMER-NAME TO H12-SCREENED-NAME
            EXEC SQL
                 SELECT COUNT(*) INTO :WS-HIT-COUNT
                 FROM CBS_SCREEN_HIT
                 WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                   AND WL_ENTRY_ID = :H12-WL-ENTRY-ID
                   AND WL_CHANGE_DATE = :H12-WL-CHANGE-DATE
                   AND SCREENED_NAME = :H12-SCREENED-NAME
            END-EXEC
            IF SQLCODE NOT = 0
               DISPLAY 'SCREEN HIT LOOKUP SQLCODE:' SQLCODE
               MOVE ZERO TO WS-HIT-COUNT
            END-IF
            IF WS-HIT-COUNT > 0
               GO TO RAISE-HIT-PARA-EXIT
            END-IF
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            MOVE WS-AUDIT-TIMESTAMP TO H12-HIT-TIMESTAMP
            MOVE WS-MATCH-SCORE TO H12-MATCH-SCORE
            MOVE WS-HIT-STATUS TO H12-HIT-STATUS
            MOVE 'ZC71    ' TO H12-HIT-SOURCE
            MOVE SPACES TO H12-REVIEW-USERID
            MOVE SPACES TO H12-REVIEW-TIMESTAMP
            EXEC SQL
                 INSERT INTO CBS_SCREEN_HIT
                   (CUSTOMER_ID, WL_ENTRY_ID, HIT_TIMESTAMP,
                    WL_CHANGE_DATE, SCREENED_NAME, MATCH_SCORE,
                    HIT_STATUS, HIT_SOURCE, REVIEW_USERID,
                    REVIEW_TIMESTAMP)
                 VALUES
                   (:H12-CUSTOMER-ID, :H12-WL-ENTRY-ID,
                    :H12-HIT-TIMESTAMP, :H12-WL-CHANGE-DATE,
                    :H12-SCREENED-NAME, :H12-MATCH-SCORE,
                    :H12-HIT-STATUS, :H12-HIT-SOURCE,
                    :H12-REVIEW-USERID, :H12-REVIEW-TIMESTAMP)
            END-EXEC
            DISPLAY 'SCREEN HIT INSERT SQLCODE:' SQLCODE
            IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
               GO TO RAISE-HIT-PARA-EXIT
            END-IF
            IF WS-HIT-STATUS = 'CONFIRMED '
               MOVE 'C' TO WS-SCREEN-RESULT
               PERFORM FREEZE-ACCOUNTS-PARA THRU
                       FREEZE-ACCOUNTS-PARA-EXIT
            ELSE
               IF WS-SCREEN-CLEAR
                  MOVE 'P' TO WS-SCREEN-RESULT
               END-IF
            END-IF.
       RAISE-HIT-PARA-EXIT.
            EXIT.
      *    CONFIRMED - EVERY ACCOUNT NOT ALREADY CLOSED, FROZEN OR
      *    ESCHEATED IS FROZEN, GUARDED ON THE STATUS READ, WITH A
      *    HISTORY ROW IN THE ACCOUNT'S OWN BRANCH.
       FREEZE-ACCOUNTS-PARA.
            EXEC SQL
                 DECLARE FRZ-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_STATUS, BRANCH_ID
                 FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                   AND ACCOUNT_STATUS NOT IN ('CLOSED    ',
                                              'FROZEN    ',
                                              'ESCHEATED ')
                 FOR UPDATE OF ACCOUNT_STATUS
            END-EXEC
            EXEC SQL OPEN FRZ-CURSOR END-EXEC
            SET WS-ACCT-EOF TO FALSE
            PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT
            PERFORM FREEZE-ACCOUNT-PARA THRU FREEZE-ACCOUNT-PARA-EXIT
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
            IF SQLCODE NOT = 0
               SET WS-ACCT-EOF TO TRUE
            END-IF.
       FETCH-FRZ-PARA-EXIT.
            EXIT.
       FREEZE-ACCOUNT-PARA.
            MOVE H1-ACCOUNT-STATUS TO WS-OLD-STATUS
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
                 SET ACCOUNT_STATUS = :WS-NEW-STATUS,
                     UPD_USERID = :WS-OPERATOR-ID,
                     UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND ACCOUNT_STATUS = :WS-OLD-STATUS
            END-EXEC
            DISPLAY 'SCREEN FREEZE SQLCODE:' SQLCODE
            IF SQLCODE = 0
               ADD 1 TO WS-FROZEN-COUNT
               MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
               MOVE WS-OLD-STATUS TO H2-OLD-STATUS
               MOVE WS-NEW-STATUS TO H2-NEW-STATUS
               MOVE WS-AUDIT-TIMESTAMP TO H2-CHANGE-TIMESTAMP
               MOVE WS-OPERATOR-ID TO H2-OPERATOR-ID
               MOVE H1-BRANCH-ID TO H2-BRANCH-ID
               EXEC SQL
               INSERT INTO CBS_ACCT_STATUS_HIST
                 (ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS,
                  CHANGE_TIMESTAMP, OPERATOR_ID, BRANCH_ID)
               VALUES
                 (:H2-ACCOUNT-NUMBER, :H2-OLD-STATUS, :H2-NEW-STATUS,
                  :H2-CHANGE-TIMESTAMP, :H2-OPERATOR-ID,
                  :H2-BRANCH-ID)
               END-EXEC
               DISPLAY 'STATUS HIST SQLCODE:' SQLCODE
            END-IF
            PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT.
       FREEZE-ACCOUNT-PARA-EXIT.
            EXIT.
      *    NAME MATCHING - SAME PARAGRAPHS AS CGBSCRN. THE CALLER
      *    PUTS THE NAME IN WS-NM-TEXT AND GETS ITS MATCH WORDS BACK
      *    IN WS-NM-TOKENS.
       TOKENISE-NAME-PARA.
            INSPECT WS-NM-TEXT CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-NM-TEXT CONVERTING '.,-''/&()'
                 TO '        '
            MOVE SPACES TO WS-NM-RAW
            MOVE SPACES TO WS-NM-TOKENS
            MOVE ZERO TO WS-NM-COUNT
            UNSTRING WS-NM-TEXT DELIMITED BY ALL SPACE
                INTO WS-NM-RAW-WORD(1) WS-NM-RAW-WORD(2)
                     WS-NM-RAW-WORD(3) WS-NM-RAW-WORD(4)
                     WS-NM-RAW-WORD(5) WS-NM-RAW-WORD(6)
                     WS-NM-RAW-WORD(7) WS-NM-RAW-WORD(8)
            END-UNSTRING
            PERFORM KEEP-TOKEN-PARA THRU KEEP-TOKEN-PARA-EXIT
                VARYING WS-NM-RAW-IDX FROM 1 BY 1
                UNTIL WS-NM-RAW-IDX > 8.
       TOKENISE-NAME-PARA-EXIT.
            EXIT.
       KEEP-TOKEN-PARA.
            IF WS-NM-RAW-WORD(WS-NM-RAW-IDX) = SPACES OR
               WS-NM-RAW-WORD(WS-NM-RAW-IDX)(2:19) = SPACES OR
               WS-NM-NOISE-WORD(WS-NM-RAW-IDX) OR
               WS-NM-COUNT = 6
               GO TO KEEP-TOKEN-PARA-EXIT
            END-IF
            ADD 1 TO WS-NM-COUNT
            MOVE WS-NM-RAW-WORD(WS-NM-RAW-IDX)
                 TO WS-NM-WORD(WS-NM-COUNT)
            MOVE WS-NM-WORD(WS-NM-COUNT)(1:1)
                 TO WS-NM-SKEL(WS-NM-COUNT)(1:1)
            MOVE WS-NM-WORD(WS-NM-COUNT)(1:1) TO WS-SK-LAST
            MOVE 1 TO WS-SK-LEN
            PERFORM SKELETON-CHAR-PARA THRU SKELETON-CHAR-PARA-EXIT
                VARYING WS-SK-IDX FROM 2 BY 1
                UNTIL WS-SK-IDX > 20.
       KEEP-TOKEN-PARA-EXIT.
            EXIT.
       SKELETON-CHAR-PARA.
            MOVE WS-NM-WORD(WS-NM-COUNT)(WS-SK-IDX:1) TO WS-SK-CHAR
            IF WS-SK-CHAR = SPACE
               GO TO SKELETON-CHAR-PARA-EXIT
            END-IF
            IF NOT WS-SK-DROPPED AND WS-SK-CHAR NOT = WS-SK-LAST
               ADD 1 TO WS-SK-LEN
               MOVE WS-SK-CHAR TO WS-NM-SKEL(WS-NM-COUNT)(WS-SK-LEN:1)
            END-IF
            MOVE WS-SK-CHAR TO WS-SK-LAST.
       SKELETON-CHAR-PARA-EXIT.
            EXIT.
      *    SCORES WS-CU-TOKENS AGAINST WS-WL-TOKENS - 2 POINTS PER
      *    WATCHLIST WORD FOUND EXACTLY IN THE CUSTOMER NAME, 1 FOR A
      *    SOUND-ALIKE, SCALED OVER THE WATCHLIST ENTRY'S WORDS SO AN
      *    ENTRY WHOSE EVERY WORD IS IN THE CUSTOMER NAME SCORES 100 -
      *    EXTRA WORDS IN THE CUSTOMER NAME (A MIDDLE NAME) MUST NOT
      *    DILUTE THE MATCH.
       SCORE-NAMES-PARA.
            MOVE ZERO TO WS-MATCH-SCORE
            MOVE ZERO TO WS-MATCH-POINTS
            IF WS-CU-COUNT = 0 OR WS-WL-COUNT = 0
               GO TO SCORE-NAMES-PARA-EXIT
            END-IF
            PERFORM SCORE-WL-WORD-PARA THRU SCORE-WL-WORD-PARA-EXIT
                VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > WS-WL-COUNT
            COMPUTE WS-MATCH-SCORE =
               WS-MATCH-POINTS * 50 / WS-WL-COUNT.
       SCORE-NAMES-PARA-EXIT.
            EXIT.
       SCORE-WL-WORD-PARA.
            MOVE ZERO TO WS-TOKEN-POINTS
            PERFORM COMPARE-WORD-PARA THRU COMPARE-WORD-PARA-EXIT
                VARYING WS-CU-IDX FROM 1 BY 1
                UNTIL WS-CU-IDX > WS-CU-COUNT OR WS-TOKEN-POINTS = 2
            ADD WS-TOKEN-POINTS TO WS-MATCH-POINTS.
       SCORE-WL-WORD-PARA-EXIT.
            EXIT.
       COMPARE-WORD-PARA.
            IF WS-WL-WORD(WS-WL-IDX) = WS-CU-WORD(WS-CU-IDX)
               MOVE 2 TO WS-TOKEN-POINTS
            ELSE
               IF WS-WL-SKEL(WS-WL-IDX) = WS-CU-SKEL(WS-CU-IDX)
                  MOVE 1 TO WS-TOKEN-POINTS
               END-IF
            END-IF.
       COMPARE-WORD-PARA-EXIT.
            EXIT.
