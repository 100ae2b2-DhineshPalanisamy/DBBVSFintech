      *    DRIVES MAINT-ACCT-STATUS' EVALUATE SO ONE SHARED READ/
      *    DISPATCH PARAGRAPH CAN SERVE ALL FOUR MAINTENANCE PF KEYS.
        01 WS-MAINT-ACTION    PIC X(4).
        01 WS-REQUIRED-ROLE   PIC X(10).
        01 WS-ROLE-COUNT      PIC S9(9) COMP-3.
        01 WS-AUDIT-TIMESTAMP PIC X(26).
        01 WS-CD-VALID-SW     PIC X VALUE 'Y'.
        01 WS-CD-SUM          PIC 9(5).
        01 WS-CUR-DATE        PIC X(8).
        01 WS-RESP-DISPLAY    PIC -(8)9.
        01 WS-CRMQ-FAIL-MSG   PIC X(79).
      *    COOLING-OFF AFTER A CHANGE OF ADDRESS ON ZC71 - AN
      *    ACTIVATION, REACTIVATION OR CLOSE ON ONE OF THE CUSTOMER'S
      *    ACCOUNTS WITHIN WS-COOLOFF-DAYS OF IT IS REFERRED TO A
      *    SUPERVISOR ON ZC72 WITH REFER_REASON 'ADDRCHANGE'.
        01 WS-COOLOFF-DAYS    PIC 9(3) VALUE 30.
        01 WS-COOLOFF-ABSTIME PIC S9(15) COMP-3.
        01 WS-COOLOFF-CUTOFF  PIC X(26).
        01 WS-ADDR-CHANGE-TS  PIC X(26).
        01 WS-NULL-IND        PIC S9(4) COMP.
        01 WS-REFER-REASON    PIC X(10) VALUE SPACES.
        77 WS-ABS-DATE    PIC S9(10) COMP-3.
        01 WS-DATE.
           05 WS-MONTH   PIC 99.
           INCLUDE CBSPRTH
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCUST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSOROL
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
	      PROCEDURE DIVISION.
	      MAIN-PARA.
	           PERFORM EIB-PARA THRU EIB-EXIT.
      *    MOVE LOW-VALUES TO DCLCBS-ACCT-MSTR-DTL.
			         STOP RUN.
	      EIB-PARA.
	          IF EIBCALEN = 0
      *    SHARED PF4-PF7 HANDLER - RECEIVES THE SAME MAP AS ENTER DOES
      *    SO THE OPERATOR KEYS THE ACCOUNT NUMBER INTO ACCTI ONCE AND
      *    CHOOSES REGISTER (ENTER) OR ONE OF THE MAINTENANCE MOVES
      *    (PF4-PF7) FOR IT. THE MAINTENANCE MOVES NEED THE TELLER
      *    ROLE ON CBS_OPER_ROLE (MAINTAINED ON ZC75). INQUIRY BY ENTER
      *    NEEDS NO ROLE, BUT REGISTERING (OR REFERRING) AN INACTIVE
      *    ACCOUNT DOES - BY ENTER OR BY THE ZC67 HAND-OFF ('CACT') -
      *    AND IS CHECKED IN CHECK-ACCT-STATUS.
       MAINT-KEY-VALID.
             MOVE LOW-VALUES TO MAPPGMO
             PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
             MOVE 'TELLER    ' TO WS-REQUIRED-ROLE
             PERFORM CHECK-ENTITLEMENT-PARA THRU
                     CHECK-ENTITLEMENT-PARA-EXIT
             PERFORM VALIDATION-PARA THRU VALIDATION-EXIT
             PERFORM MAINT-PROCESS-PARA THRU MAINT-PROCESS-PARA-EXIT
             PERFORM DATE-TIME THRU DATE-TIME-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-ERROR-EXIT.
            EXIT.
      *    ENTITLEMENT CHECK - THE CALLER SETS WS-REQUIRED-ROLE. AN
      *    OPERATOR WITHOUT THE ROLE (OR A FAILED LOOKUP - ACCESS IS
      *    NEVER GRANTED ON AN SQL ERROR) IS REFUSED THROUGH
      *    SEND-ERROR-MSG, WHICH LOGS THE ATTEMPT AGAINST THE KEYED
      *    ACCOUNT NUMBER AND ENDS THE TASK.
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
                MOVE SPACES TO MSGO
                STRING 'NOT AUTHORISED - ' DELIMITED BY SIZE
                       WS-REQUIRED-ROLE DELIMITED BY SPACE
                       ' ROLE REQUIRED' DELIMITED BY SIZE
                  INTO MSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-IF.
       CHECK-ENTITLEMENT-PARA-EXIT.
            EXIT.
       WRITE-ERROR-LOG.
             PERFORM BUILD-AUDIT-TIMESTAMP THRU
                     BUILD-AUDIT-TIMESTAMP-EXIT
               MOVE WS-MESSAGE TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
              WHEN 'INACTIVE  '
               MOVE 'TELLER    ' TO WS-REQUIRED-ROLE
               PERFORM CHECK-ENTITLEMENT-PARA THRU
                       CHECK-ENTITLEMENT-PARA-EXIT
               PERFORM CHECK-KYC-PARA THRU CHECK-KYC-PARA-EXIT
               PERFORM CHECK-COOLOFF-PARA THRU CHECK-COOLOFF-PARA-EXIT
               IF WS-REFER-REASON = SPACES
                  MOVE 'REGISTRATION STARTING' TO MSGO
                  PERFORM REG-ACCT-STATS THRU REG-ACCT-STATS-EXIT
               ELSE
                  PERFORM REFER-ACTIVATION-PARA THRU
                          REFER-ACTIVATION-PARA-EXIT
               END-IF
              WHEN 'DORMANT   '
               DISPLAY 'ACCOUNT DORMANT'
               MOVE 'ACCOUNT DORMANT - REACTIVATE BEFORE REGISTERING'
               DISPLAY 'ACCOUNT CLOSED'
               MOVE 'ACCOUNT CLOSED - REGISTRATION NOT ALLOWED' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
              WHEN 'FROZEN    '
               DISPLAY 'ACCOUNT FROZEN'
               MOVE 'ACCOUNT FROZEN - REFER TO COMPLIANCE' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
              WHEN 'ESCHEATED '
               DISPLAY 'ACCOUNT ESCHEATED'
               MOVE 'ACCOUNT ESCHEATED - CLAIM THROUGH THE STATE'
                    TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
              WHEN OTHER
               DISPLAY 'UNKNOWN ACCOUNT STATUS' WS-ACCOUNT-STATUS
               MOVE 'UNKNOWN ACCOUNT STATUS - CONTACT BANK' TO MSGO
           END-EVALUATE.
        CHECK-ACCT-STATUS-EXIT.
            EXIT.
      *    AN INACTIVE ACCOUNT IS ONLY REGISTERED, AND A DORMANT ONE
      *    ONLY REACTIVATED, WHILE ITS CUSTOMER IS KYC VERIFIED. THE
      *    NIGHTLY KYC FEED (CGBKYCF) NORMALLY KEEPS THE TWO IN STEP,
      *    BUT A LATER REJECTION OR A MANUAL KYC CHANGE ON ZC71 CAN
      *    LEAVE AN ACCOUNT BEHIND A CUSTOMER WHO IS NO LONGER
      *    VERIFIED. A REFUSAL ENDS THE TASK THROUGH SEND-ERROR-MSG,
      *    SO THE LOCKING READ IS RELEASED WITHOUT THE ACCOUNT BEING
      *    TOUCHED.
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
                MOVE 'CUSTOMER KYC NOT VERIFIED - STATUS NOT CHANGED'
                     TO MSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-IF
            WHEN 100
             MOVE 'CUSTOMER NOT ON FILE - STATUS NOT CHANGED' TO MSGO
             PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            WHEN OTHER
             DISPLAY 'KYC LOOKUP SQL ERROR' SQLCODE
             MOVE 'SQL ERROR' TO MSGO
             PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
           END-EVALUATE.
        CHECK-KYC-PARA-EXIT.
           EXIT.
      *    AN ACTIVATION INSIDE THE COOLING-OFF WINDOW DOES NOT TAKE
      *    EFFECT HERE - IT IS PARKED AS AN 'ACTV' REQUEST FOR A
      *    SUPERVISOR TO APPROVE ON ZC72, WHICH THEN RUNS THE SAME
      *    GUARDED UPDATE, HISTORY ROW AND CRMQ ACTIVATION EVENT.
        REFER-ACTIVATION-PARA.
           MOVE 'ACTV' TO WS-MAINT-ACTION
           MOVE WS-ACCOUNT-STATUS TO WS-OLD-STATUS
           MOVE 'ACTIVE    ' TO WS-NEW-STATUS
           PERFORM PARK-APPROVAL-PARA THRU PARK-APPROVAL-PARA-EXIT
           MOVE 'ADDRESS CHANGED - ACTIVATION REFERRED TO ZC72' TO MSGO.
        REFER-ACTIVATION-PARA-EXIT.
           EXIT.
      *    THE CUSTOMER'S LATEST ADDRESS CHANGE (CBS_ADDR_NOTICE KIND
      *    A OR B) NO OLDER THAN WS-COOLOFF-DAYS SETS WS-REFER-REASON.
      *    THE CUTOFF IS TAKEN BACK WHOLE DAYS FROM NOW AND COMPARED
      *    FROM THE START OF THAT DAY. A FAILED LOOKUP REFERS THE
      *    REQUEST ANYWAY - AN UNNEEDED REFERRAL IS BETTER THAN A
      *    MISSED TAKEOVER.
        CHECK-COOLOFF-PARA.
           EXEC CICS ASKTIME ABSTIME(WS-COOLOFF-ABSTIME)
           END-EXEC
           COMPUTE WS-COOLOFF-ABSTIME = WS-COOLOFF-ABSTIME
                                      - WS-COOLOFF-DAYS * 86400000
           MOVE SPACES TO WS-COOLOFF-CUTOFF
           EXEC CICS FORMATTIME ABSTIME(WS-COOLOFF-ABSTIME)
                YYYYMMDD(WS-COOLOFF-CUTOFF(1:8))
           END-EXEC
           EXEC SQL
                SELECT MAX(CHANGE_TIMESTAMP)
                INTO :WS-ADDR-CHANGE-TS :WS-NULL-IND
                FROM CBS_ADDR_NOTICE
                WHERE CUSTOMER_ID = :H1-CUSTOMER-ID
                  AND CHANGE_KIND IN ('A', 'B')
                  AND CHANGE_TIMESTAMP >= :WS-COOLOFF-CUTOFF
           END-EXEC
           DISPLAY 'COOLING-OFF CHECK SQLCODE:' SQLCODE
           IF SQLCODE NOT = 0
              MOVE 'ADDRCHANGE' TO WS-REFER-REASON
           ELSE
              IF WS-NULL-IND < 0
                 MOVE SPACES TO WS-REFER-REASON
              ELSE
                 MOVE 'ADDRCHANGE' TO WS-REFER-REASON
              END-IF
           END-IF.
        CHECK-COOLOFF-PARA-EXIT.
           EXIT.
        REG-ACCT-STATS.
           DISPLAY 'REGISTER PARA'
           MOVE WS-ACCOUNT-STATUS TO WS-OLD-STATUS
           EXIT.
      *    CLOSE IS ALLOWED FROM ANY STATUS EXCEPT CLOSED ITSELF -
      *    ONCE CLOSED, REOPENING AN ACCOUNT IS OUT OF SCOPE FOR THIS
      *    SCREEN AND HAS TO GO THROUGH A NEW REGISTRATION - AND
      *    ESCHEATED, WHICH IS TERMINAL: THE BALANCE BELONGS TO THE
      *    STATE UNTIL THE OWNER CLAIMS IT THERE.
      *    CLOSE IS A DESTRUCTIVE MOVE, SO IT NO LONGER TAKES EFFECT
      *    HERE - THE REQUEST IS PARKED ON CBS_PEND_APPRV AND A
      *    DIFFERENT SUPERVISOR RUNS THE GUARDED UPDATE FROM THE
      *    PENDING-APPROVALS SCREEN (CGBMSRA/ZC72). A CLOSE ASKED FOR
      *    INSIDE THE ADDRESS-CHANGE COOLING-OFF WINDOW CARRIES THE
      *    REFERRAL REASON SO ZC72 FLAGS IT TO THE SUPERVISOR.
        CLOSE-ACCT-PARA.
           EVALUATE WS-ACCOUNT-STATUS
            WHEN 'CLOSED    '
              MOVE 'ACCOUNT ALREADY CLOSED' TO MSGO
              PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            WHEN 'ESCHEATED '
              MOVE 'ACCOUNT ESCHEATED - CLAIM THROUGH THE STATE'
                   TO MSGO
              PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            WHEN OTHER
              MOVE WS-ACCOUNT-STATUS TO WS-OLD-STATUS
              MOVE 'CLOSED    ' TO WS-NEW-STATUS
              PERFORM CHECK-COOLOFF-PARA THRU CHECK-COOLOFF-PARA-EXIT
              PERFORM PARK-APPROVAL-PARA THRU PARK-APPROVAL-PARA-EXIT
              IF WS-REFER-REASON = SPACES
                 MOVE 'CLOSE PARKED FOR SUPERVISOR APPROVAL - SEE ZC72'
                      TO MSGO
              ELSE
                 MOVE 'CLOSE PARKED - ADDRESS CHANGE FLAGGED - SEE ZC72'
                      TO MSGO
              END-IF
           END-EVALUATE.
        CLOSE-ACCT-PARA-EXIT.
           EXIT.
      *    FREEZE MOVES A LIVE ACCOUNT (ACTIVE OR INACTIVE) TO DORMANT
        FREEZE-ACCT-PARA-EXIT.
           EXIT.
      *    REACTIVATE BRINGS A DORMANT ACCOUNT BACK TO ACTIVE WITHOUT
      *    RUNNING IT THROUGH REGISTRATION AGAIN, BUT ONLY FOR A KYC
      *    VERIFIED CUSTOMER - THE SAME TEST ZC72 MAKES BEFORE IT
      *    APPLIES A PARKED 'REAC'. INSIDE THE ADDRESS-CHANGE
      *    COOLING-OFF WINDOW IT IS PARKED AS A 'REAC' REQUEST FOR A
      *    SUPERVISOR INSTEAD, LIKE A CLOSE.
        REACTIVATE-ACCT-PARA.
           IF WS-ACCOUNT-STATUS = 'DORMANT   '
              PERFORM CHECK-KYC-PARA THRU CHECK-KYC-PARA-EXIT
              PERFORM CHECK-COOLOFF-PARA THRU CHECK-COOLOFF-PARA-EXIT
              IF WS-REFER-REASON = SPACES
                 PERFORM APPLY-REACTIVATE-PARA THRU
                         APPLY-REACTIVATE-PARA-EXIT
              ELSE
                 MOVE WS-ACCOUNT-STATUS TO WS-OLD-STATUS
                 MOVE 'ACTIVE    ' TO WS-NEW-STATUS
                 PERFORM PARK-APPROVAL-PARA THRU
                         PARK-APPROVAL-PARA-EXIT
                 MOVE 'ADDRESS CHANGED - REACTIVATION REFERRED TO ZC72'
                      TO MSGO
              END-IF
           ELSE
              MOVE 'ONLY DORMANT ACCOUNTS CAN BE REACTIVATED' TO MSGO
              PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
           END-IF.
        REACTIVATE-ACCT-PARA-EXIT.
           EXIT.
        APPLY-REACTIVATE-PARA.
           MOVE WS-ACCOUNT-STATUS TO WS-OLD-STATUS
           MOVE 'ACTIVE    ' TO WS-NEW-STATUS
           PERFORM BUILD-AUDIT-TIMESTAMP THRU
                   BUILD-AUDIT-TIMESTAMP-EXIT
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
            SET ACCOUNT_STATUS ='ACTIVE    ',
                UPD_USERID =:WS-OPERATOR-ID,
                UPD_TIMESTAMP =:WS-AUDIT-TIMESTAMP,
                BRANCH_ID =:WS-BRANCH-ID
            WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
              AND ACCOUNT_STATUS = 'DORMANT   '
           END-EXEC
           EVALUATE SQLCODE
            WHEN 0
               PERFORM WRITE-STATUS-HIST THRU WRITE-STATUS-HIST-EXIT
               MOVE 'ACCOUNT REACTIVATED SUCCESSFULLY' TO MSGO
            WHEN 100
               DISPLAY 'LOST UPDATE RACE - STATUS ALREADY CHANGED'
               MOVE 'STATUS CHANGED - PLEASE RE-INQUIRE' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            WHEN OTHER
               DISPLAY 'REACTIVATE UPDATE SQL ERROR' SQLCODE
               MOVE 'SQL ERROR' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
           END-EVALUATE.
        APPLY-REACTIVATE-PARA-EXIT.
           EXIT.
      *    REVERSES A BAD ACTIVATION BACK TO INACTIVE - THE UNDO PATH
      *    FOR A TELLER WHO REGISTERED THE WRONG ACCOUNT. LIKE CLOSE,
      *    THE REVERSAL IS PARKED ON CBS_PEND_APPRV FOR A SECOND PAIR
           END-IF.
        REVERSE-ACCT-PARA-EXIT.
           EXIT.
      *    PARKS THE VALIDATED CLOSE/REVERSAL (OR A REFERRED
      *    ACTIVATION/REACTIVATION) AS A PENDING ROW. ONE
      *    PENDING REQUEST PER ACCOUNT AT A TIME - A SECOND REQUEST
      *    WHILE ONE IS STILL AWAITING A DECISION IS REJECTED SO TWO
      *    TELLERS CANNOT QUEUE CONTRADICTORY MOVES. THE LOCKING READ
      *    IN MAINT-ACCT-STATUS (OR ACCT-STATUS, FOR A REFERRED
      *    ACTIVATION) STILL HOLDS THE MASTER ROW, SO THE
      *    STATUS CAPTURED IN WS-OLD-STATUS IS THE ONE THE APPROVER'S
      *    GUARDED UPDATE WILL BE CONDITIONED ON.
        PARK-APPROVAL-PARA.
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
           DISPLAY 'PARK APPROVAL SQLCODE:' SQLCODE
           IF SQLCODE NOT = 0
