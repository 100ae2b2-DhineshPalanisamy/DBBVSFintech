      *           GUARDED MASTER UPDATE AND CBS_ACCT_STATUS_HIST WRITE
      *           THE PF KEYS USED TO RUN DIRECTLY. AN OPERATOR CANNOT
      *           APPROVE THEIR OWN REQUEST, BUT MAY DECLINE (CANCEL)
      *           IT. APPROVING, OR DECLINING SOMEONE ELSE'S REQUEST,
      *           NEEDS THE SUPERVISOR ROLE ON CBS_OPER_ROLE (ZC75);
      *           A REFUSAL IS LOGGED TO CBS_REG_ERROR_LOG AGAINST THE
      *           ACCOUNT SO IT SHOWS ON ZC68 AND CGBOPER.
      *           CGBMSRG AND CGBBULK ALSO PARK AN ACTIVATION ('ACTV')
      *           OR REACTIVATION ('REAC') ASKED FOR WITHIN THE
      *           COOLING-OFF WINDOW AFTER A CHANGE OF ADDRESS, AND
      *           TAG ANY REQUEST IN THAT WINDOW WITH REFER_REASON
      *           'ADDRCHANGE' - THE ROWS SO TAGGED ARE NAMED ON THE
      *           MESSAGE LINE SO THE SUPERVISOR CALLS THE CUSTOMER
      *           FIRST. APPROVING AN 'ACTV' ALSO PUBLISHES THE CRMQ
      *           ACTIVATION EVENT REGISTRATION WOULD HAVE. AN 'ACTV'
      *           OR 'REAC' IS ONLY APPLIED WHILE THE CUSTOMER IS STILL
      *           KYC VERIFIED, THE SAME TEST CGBMSRG MAKES - KYC CAN
      *           BE REJECTED WHILE THE REQUEST WAITS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        01 WS-OLD-STATUS      PIC X(10).
        01 WS-NEW-STATUS      PIC X(10).
        01 WS-AUDIT-TIMESTAMP PIC X(26).
      *    THE TIMESTAMP OF THE STATUS CHANGE ITSELF - MASTER
      *    UPD_TIMESTAMP, HISTORY CHANGE_TIMESTAMP AND THE CRMQ EVENT
      *    (WHICH CGBCRMA MATCHES BACK TO THE HISTORY ROW). KEPT APART
      *    FROM WS-AUDIT-TIMESTAMP, WHICH MARK-REQUEST-PARA REBUILDS.
        01 WS-CHANGE-TIMESTAMP PIC X(26).
        01 WS-KYC-OK-SW       PIC X VALUE 'Y'.
           88 WS-KYC-OK       VALUE 'Y'.
        01 WS-DECISION        PIC X(10).
        01 WS-BRANCH-ID       PIC X(5) VALUE 'HO   '.
        01 WS-REQUIRED-ROLE   PIC X(10).
        01 WS-ROLE-COUNT      PIC S9(9) COMP-3.
        01 WS-DENIAL-KEY      PIC X(18).
      *    PAGE ROW NUMBERS OF THE REQUESTS CARRYING A REFER_REASON,
      *    BUILT UP BY LOAD-ROW-PARA - THE MAP HAS NO FLAG COLUMN.
        01 WS-FLAG-LIST       PIC X(10).
        01 WS-FLAG-PTR        PIC 9(2).
        01 WS-ACTIVATION-EVENT.
           05 WS-AE-ACCOUNT-NUMBER  PIC X(18).
           05 WS-AE-CUSTOMER-ID     PIC X(10).
           05 WS-AE-PRODUCT-CODE    PIC X(10).
           05 WS-AE-TIMESTAMP       PIC X(26).
        01 WS-AE-LENGTH       PIC S9(4) COMP VALUE +64.
        01 WS-RESP            PIC S9(8) COMP.
        01 WS-RESP-DISPLAY    PIC -(8)9.
        01 WS-CRMQ-FAIL-MSG   PIC X(79).
        77 WS-ABS-DATE    PIC S9(10) COMP-3.
        01 WS-DATE.
           05 WS-MONTH   PIC 99.
           INCLUDE CBSPEND
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCUST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSOPBR
           END-EXEC.
           EXEC SQL
           INCLUDE CBSOROL
           END-EXEC.
           EXEC SQL
           INCLUDE CBSERRL
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
              MOVE 'NO REQUESTS AWAITING APPROVAL' TO MSGO
           ELSE
              MOVE 'TYPE A=APPROVE OR D=DECLINE AGAINST A ROW' TO MSGO
              PERFORM BUILD-FLAG-MSG THRU BUILD-FLAG-MSG-EXIT
           END-IF
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO CDATEO
            IF WS-ROW-COUNT = 0 AND MSGO = LOW-VALUES
               MOVE 'NO REQUESTS AWAITING APPROVAL' TO MSGO
            END-IF
            IF MSGO = LOW-VALUES
               PERFORM BUILD-FLAG-MSG THRU BUILD-FLAG-MSG-EXIT
            END-IF
            IF WS-CA-MORE-SW = 'Y' AND MSGO = LOW-VALUES
               MOVE 'MORE PENDING REQUESTS - PRESS PF8 FOR NEXT PAGE'
                    TO MSGO
            END-IF.
       BUILD-LIST-MSG-EXIT.
            EXIT.
      *    A REQUEST MADE SOON AFTER THE CUSTOMER'S ADDRESS CHANGED
      *    IS THE CLASSIC ACCOUNT-TAKEOVER PATTERN - IT OUTRANKS THE
      *    PAGING PROMPT ON THE MESSAGE LINE.
       BUILD-FLAG-MSG.
            IF WS-FLAG-PTR > 1
               MOVE SPACES TO MSGO
               STRING 'RECENT ADDRESS CHANGE - CALL CUSTOMER BEFORE '
                      'APPROVING ROW ' WS-FLAG-LIST
                      DELIMITED BY SIZE INTO MSGO
            END-IF.
       BUILD-FLAG-MSG-EXIT.
            EXIT.
      *    KEYSET PAGING ON REQUEST_TIMESTAMP, SAME IDIOM AS
      *    CGBMSRH'S HISTORY TIMELINE - LIST-PENDING-PARA PICKS UP
      *    AFTER WS-CA-LAST-TS AND REFRESH-LIST-PARA ZEROES IT FOR A
            EXEC SQL
                 DECLARE PEND-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, REQUEST_ACTION,
                        REQUEST_OPERATOR, REQUEST_TIMESTAMP,
                        REFER_REASON
                 FROM CBS_PEND_APPRV
                 WHERE APPRV_STATUS = 'PENDING   '
                   AND REQUEST_TIMESTAMP > :WS-CA-LAST-TS
            MOVE ZERO TO WS-ROW-COUNT
            MOVE 'N' TO WS-MORE-ROWS-SW
            MOVE 'N' TO WS-CA-MORE-SW
            MOVE SPACES TO WS-FLAG-LIST
            MOVE 1 TO WS-FLAG-PTR
            PERFORM UNTIL WS-ROW-COUNT = 5 OR SQLCODE NOT = 0
               EXEC SQL
                    FETCH PEND-CURSOR
                    INTO :H6-ACCOUNT-NUMBER, :H6-REQUEST-ACTION,
                         :H6-REQUEST-OPERATOR, :H6-REQUEST-TIMESTAMP,
                         :H6-REFER-REASON
               END-EXEC
               IF SQLCODE = 0
                  ADD 1 TO WS-ROW-COUNT
               EXEC SQL
                    FETCH PEND-CURSOR
                    INTO :H6-ACCOUNT-NUMBER, :H6-REQUEST-ACTION,
                         :H6-REQUEST-OPERATOR, :H6-REQUEST-TIMESTAMP,
                         :H6-REFER-REASON
               END-EXEC
               IF SQLCODE = 0
                  MOVE 'Y' TO WS-MORE-ROWS-SW
                  MOVE H6-REQUEST-TIMESTAMP(1:14) TO PTS5O
                  MOVE PAC5O TO WS-CA-ROW-ACCT(5)
                  MOVE H6-REQUEST-TIMESTAMP TO WS-CA-ROW-TS(5)
            END-EVALUATE
            IF H6-REFER-REASON NOT = SPACES
               STRING WS-ROW-COUNT ' ' DELIMITED BY SIZE
                 INTO WS-FLAG-LIST WITH POINTER WS-FLAG-PTR
            END-IF.
       LOAD-ROW-PARA-EXIT.
            EXIT.
       ACTION-ROW-PARA.
                     PERFORM REFRESH-LIST-PARA THRU
                             REFRESH-LIST-PARA-EXIT
                  ELSE
                     IF WS-DECISION = 'APPROVED  ' OR
                        H6-REQUEST-OPERATOR NOT = WS-OPERATOR-ID
                        MOVE 'SUPERVISOR' TO WS-REQUIRED-ROLE
                        PERFORM CHECK-ENTITLEMENT-PARA THRU
                                CHECK-ENTITLEMENT-PARA-EXIT
                     END-IF
                     IF WS-DECISION = 'APPROVED  ' AND
                        H6-REQUEST-OPERATOR = WS-OPERATOR-ID
                        MOVE 'REQUESTER CANNOT APPROVE OWN REQUEST'
      *    PATTERN CGBMSRG'S PF KEYS USED TO RUN DIRECTLY - THE GUARD
      *    IS THE OLD_STATUS CAPTURED WHEN THE REQUEST WAS PARKED, SO
      *    IF THE ACCOUNT HAS MOVED SINCE, THE UPDATE MATCHES NOTHING
      *    AND THE REQUEST IS DECLINED INSTEAD OF APPLIED BLIND. AN
      *    ACTIVATION OR REACTIVATION FOR A CUSTOMER NO LONGER KYC
      *    VERIFIED IS DECLINED THE SAME WAY.
       APPLY-REQUEST-PARA.
            MOVE H6-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
            EXEC SQL
            SELECT
            ACCOUNT_STATUS, CUSTOMER_ID, PRODUCT_CODE
            INTO
            :H1-ACCOUNT-STATUS, :H1-CUSTOMER-ID, :H1-PRODUCT-CODE
            FROM CBS_ACCT_MSTR_DTL
            WHERE ACCOUNT_NUMBER=:H1-ACCOUNT-NUMBER
            FOR UPDATE OF ACCOUNT_STATUS
               MOVE 'SQL ERROR READING ACCOUNT' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF
            MOVE 'Y' TO WS-KYC-OK-SW
            IF H6-REQUEST-ACTION = 'ACTV' OR
               H6-REQUEST-ACTION = 'REAC'
               PERFORM CHECK-KYC-PARA THRU CHECK-KYC-PARA-EXIT
            END-IF
            IF WS-KYC-OK
               PERFORM APPLY-STATUS-PARA THRU APPLY-STATUS-PARA-EXIT
            ELSE
               MOVE 'DECLINED  ' TO WS-DECISION
               PERFORM MARK-REQUEST-PARA THRU MARK-REQUEST-PARA-EXIT
               MOVE 'CUSTOMER KYC NOT VERIFIED - REQUEST DECLINED'
                    TO MSGO
               PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
            END-IF.
       APPLY-REQUEST-PARA-EXIT.
            EXIT.
      *    SAME KYC TEST AS CGBMSRG'S CHECK-KYC-PARA - ONLY A VERIFIED
      *    CUSTOMER PASSES; A CUSTOMER NOT ON FILE FAILS. AN SQL ERROR
      *    ENDS THE TASK WITH NOTHING APPLIED AND THE REQUEST STILL
      *    PENDING.
       CHECK-KYC-PARA.
            MOVE H1-CUSTOMER-ID TO H5-CUSTOMER-ID
            EXEC SQL
                 SELECT KYC_STATUS
                 INTO :H5-KYC-STATUS
                 FROM CBS_CUST_MSTR
                 WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
            END-EXEC
            DISPLAY 'KYC LOOKUP SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  IF H5-KYC-STATUS NOT = 'VERIFIED  '
                     MOVE 'N' TO WS-KYC-OK-SW
                  END-IF
               WHEN 100
                  MOVE 'N' TO WS-KYC-OK-SW
               WHEN OTHER
                  DISPLAY 'KYC LOOKUP SQL ERROR' SQLCODE
                  MOVE 'SQL ERROR READING CUSTOMER KYC' TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-EVALUATE.
       CHECK-KYC-PARA-EXIT.
            EXIT.
       APPLY-STATUS-PARA.
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            MOVE WS-AUDIT-TIMESTAMP TO WS-CHANGE-TIMESTAMP
            EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
             SET ACCOUNT_STATUS =:H6-NEW-STATUS,
                 UPD_USERID =:WS-OPERATOR-ID,
                 UPD_TIMESTAMP =:WS-CHANGE-TIMESTAMP,
                 BRANCH_ID =:WS-BRANCH-ID
             WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
               AND ACCOUNT_STATUS = :H6-OLD-STATUS
                  MOVE H6-NEW-STATUS TO WS-NEW-STATUS
                  PERFORM WRITE-STATUS-HIST THRU WRITE-STATUS-HIST-EXIT
                  PERFORM MARK-REQUEST-PARA THRU MARK-REQUEST-PARA-EXIT
                  IF H6-REQUEST-ACTION = 'ACTV'
                     PERFORM PUBLISH-ACTIVATION-EVENT THRU
                             PUBLISH-ACTIVATION-EVENT-EXIT
                  END-IF
                  MOVE 'REQUEST APPROVED - STATUS UPDATED' TO MSGO
                  PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
               WHEN 100
                  MOVE 'SQL ERROR APPLYING REQUEST' TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-EVALUATE.
       APPLY-STATUS-PARA-EXIT.
            EXIT.
      *    HISTORY ROW CARRIES THE APPROVING SUPERVISOR - THE PARKED
      *    CBS_PEND_APPRV ROW KEEPS THE REQUESTING OPERATOR, SO BOTH
            MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
            MOVE WS-OLD-STATUS TO H2-OLD-STATUS
            MOVE WS-NEW-STATUS TO H2-NEW-STATUS
            MOVE WS-CHANGE-TIMESTAMP TO H2-CHANGE-TIMESTAMP
            MOVE WS-OPERATOR-ID TO H2-OPERATOR-ID
            MOVE WS-BRANCH-ID TO H2-BRANCH-ID
            EXEC SQL
            DISPLAY 'STATUS HIST SQLCODE:' SQLCODE.
       WRITE-STATUS-HIST-EXIT.
            EXIT.
      *    SAME CRMQ ACTIVATION EVENT CGBMSRG PUBLISHES ON A DIRECT
      *    REGISTRATION - A REFERRED ACTIVATION ONLY BECOMES ONE HERE,
      *    SO THE CRM EXTRACT WOULD OTHERWISE NEVER SEE IT. BEST-
      *    EFFORT: A FAILED WRITE IS LOGGED, NOT ABENDED ON.
       PUBLISH-ACTIVATION-EVENT.
            MOVE H1-ACCOUNT-NUMBER TO WS-AE-ACCOUNT-NUMBER
            MOVE H1-CUSTOMER-ID TO WS-AE-CUSTOMER-ID
            MOVE H1-PRODUCT-CODE TO WS-AE-PRODUCT-CODE
            MOVE WS-CHANGE-TIMESTAMP TO WS-AE-TIMESTAMP
            EXEC CICS WRITEQ TD
                 QUEUE('CRMQ')
                 FROM(WS-ACTIVATION-EVENT)
                 LENGTH(WS-AE-LENGTH)
                 RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = ZERO
               DISPLAY 'ACTIVATION EVENT PUBLISHED TO CRMQ'
            ELSE
               DISPLAY 'ACTIVATION EVENT PUBLISH FAILED - RESP:' WS-RESP
               PERFORM WRITE-CRMQ-FAIL-LOG THRU WRITE-CRMQ-FAIL-LOG-EXIT
            END-IF.
       PUBLISH-ACTIVATION-EVENT-EXIT.
            EXIT.
       WRITE-CRMQ-FAIL-LOG.
            MOVE H1-ACCOUNT-NUMBER TO H3-ACCOUNT-NUMBER
            MOVE WS-AUDIT-TIMESTAMP TO H3-ERROR-TIMESTAMP
            MOVE WS-OPERATOR-ID TO H3-OPERATOR-ID
            MOVE WS-RESP TO WS-RESP-DISPLAY
            MOVE SPACES TO WS-CRMQ-FAIL-MSG
            STRING 'CRMQ WRITEQ TD FAILED - RESP:' WS-RESP-DISPLAY
                   DELIMITED BY SIZE INTO WS-CRMQ-FAIL-MSG
            MOVE WS-CRMQ-FAIL-MSG TO H3-ERROR-MESSAGE
            EXEC SQL
            INSERT INTO CBS_REG_ERROR_LOG
              (ACCOUNT_NUMBER, ERROR_TIMESTAMP, OPERATOR_ID,
               ERROR_MESSAGE)
            VALUES
              (:H3-ACCOUNT-NUMBER, :H3-ERROR-TIMESTAMP,
               :H3-OPERATOR-ID, :H3-ERROR-MESSAGE)
            END-EXEC
            DISPLAY 'CRMQ FAIL LOG SQLCODE:' SQLCODE.
       WRITE-CRMQ-FAIL-LOG-EXIT.
            EXIT.
      *    THE APPRV_STATUS = PENDING GUARD MAKES THE DECISION WRITE
      *    CONDITIONAL ON NOBODY ELSE HAVING ACTIONED THE SAME ROW -
      *    SAME GUARDED-UPDATE IDEA AS THE MASTER UPDATES.
            END-IF.
       MARK-REQUEST-PARA-EXIT.
            EXIT.
      *    ENTITLEMENT CHECK - THE CALLER SETS WS-REQUIRED-ROLE. AN
      *    OPERATOR WITHOUT THE ROLE (OR A FAILED LOOKUP - ACCESS IS
      *    NEVER GRANTED ON AN SQL ERROR) HAS THE REFUSAL LOGGED
      *    AGAINST THE SELECTED ROW'S ACCOUNT AND GETS THE LIST BACK
      *    WITH THE REASON; THE TASK ENDS HERE.
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
               MOVE WS-CA-ROW-ACCT(WS-ROW-IDX) TO WS-DENIAL-KEY
               MOVE SPACES TO MSGO
               STRING 'NOT AUTHORISED - ' DELIMITED BY SIZE
                      WS-REQUIRED-ROLE DELIMITED BY SPACE
                      ' ROLE REQUIRED' DELIMITED BY SIZE
                 INTO MSGO
               PERFORM WRITE-ERROR-LOG THRU WRITE-ERROR-LOG-EXIT
               PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
       CHECK-ENTITLEMENT-PARA-EXIT.
            EXIT.
      *    SAME CBS_REG_ERROR_LOG ROW CGBMSRG'S WRITE-ERROR-LOG
      *    WRITES, SO A REFUSED APPROVAL SHOWS ON ZC68 AND CGBOPER.
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
      *    SAME OPERATOR-TO-BRANCH LOOKUP CGBMSRG USES - THE HISTORY
      *    ROW AN APPROVAL WRITES IS STAMPED WITH THE APPROVING
      *    SUPERVISOR'S BRANCH.
