       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBMSRO.
      *****************************************************************
      * CGBMSRO - NEW-ACCOUNT ORIGINATION (TRANSID ZC74)
      *           THE ONLY PLACE A CBS_ACCT_MSTR_DTL ROW IS CREATED -
      *           EVERYTHING ELSE (CGBMSRG, CGBBULK, CGBMSRI) WORKS ON
      *           ACCOUNTS THAT ALREADY EXIST. ENTER LOOKS UP THE KEYED
      *           CUSTOMER AND PRODUCT SO THE BRANCH CAN CHECK THEM,
      *           PF5 OPENS THE ACCOUNT - SAME ENTER/PF5 SHAPE AS THE
      *           CUSTOMER SCREEN (CGBMSRC/ZC71).
      *           THE NEW ACCOUNT NUMBER IS THE NEXT 17-DIGIT BASE
      *           AFTER THE HIGHEST ONE ON FILE PLUS THE MODULUS-11
      *           CHECK DIGIT CHECK-DIGIT-PARA IN CGBMSRG ENFORCES, SO
      *           EVERY NUMBER THIS SCREEN HANDS OUT CAN BE KEYED
      *           STRAIGHT BACK INTO ZC66.
      *           A KYC-VERIFIED CUSTOMER'S ACCOUNT STARTS INACTIVE
      *           (READY TO REGISTER); ANY OTHER CUSTOMER'S STARTS
      *           PENDING UNTIL KYC CLEARS. A KYC-REJECTED CUSTOMER
      *           CANNOT BE GIVEN A NEW ACCOUNT AT ALL.
      *           THE OPENING WRITES A CBS_ACCT_STATUS_HIST ROW WITH A
      *           BLANK OLD_STATUS, SO THE ZC69 TIMELINE STARTS AT THE
      *           ACCOUNT'S BIRTH RATHER THAN AT ITS ACTIVATION.
      *           OPENING (PF5) NEEDS THE TELLER ROLE IN CBS_OPER_ROLE,
      *           AS ACTIVATION ON ZC66 DOES - A REFUSAL IS LOGGED TO
      *           CBS_REG_ERROR_LOG AGAINST THE KEYED CUSTOMER ID.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY CBSOPEN.
        01 WS-COMMAREA.
           05 WS-CA-FUNCTION  PIC X(4).
           05 FILLER          PIC X(96).
        01 WS-OPERATOR-ID     PIC X(10).
        01 WS-BRANCH-ID       PIC X(5) VALUE 'HO   '.
        01 WS-AUDIT-TIMESTAMP PIC X(26).
        01 WS-OLD-STATUS      PIC X(10).
        01 WS-NEW-STATUS      PIC X(10).
        01 WS-ROLE-COUNT      PIC S9(9) COMP-3.
        01 WS-REQUIRED-ROLE   PIC X(10).
        01 WS-DENIAL-KEY      PIC X(18).
      *    KEYED VALUES ARE CAPTURED HERE STRAIGHT AFTER THE RECEIVE -
      *    MAPOPENO REDEFINES MAPOPENI, SO CLEARING THE MAP FOR AN
      *    ERROR OR RESULT WOULD OTHERWISE WIPE THEM.
        01 WS-CUSTOMER-ID     PIC X(10).
        01 WS-PRODUCT-CODE    PIC X(10).
        01 WS-ACCOUNT-NAME    PIC X(50).
        01 WS-MAX-ACCT-NO     PIC S9(18)V USAGE COMP-3.
        01 WS-ACCT-BASE       PIC 9(17).
        01 WS-NEW-ACCT-NO     PIC 9(18).
        01 WS-NEW-ACCT-X REDEFINES WS-NEW-ACCT-NO.
           05 WS-NEW-ACCT-BASE    PIC 9(17).
           05 WS-NEW-ACCT-CD      PIC 9(1).
      *    TWO BRANCHES OPENING AT THE SAME MOMENT CAN BOTH READ THE
      *    SAME HIGHEST NUMBER - THE LOSER'S INSERT GETS -803 AND
      *    TAKES THE NEXT BASE, UP TO WS-OPEN-MAX-TRIES TIMES.
        01 WS-OPEN-TRIES      PIC 9(1).
        01 WS-OPEN-MAX-TRIES  PIC 9(1) VALUE 5.
        01 WS-OPEN-DONE-SW    PIC X VALUE 'N'.
        01 WS-CD-SUM          PIC 9(5).
        01 WS-CD-IDX          PIC 9(2).
        01 WS-CD-WEIGHT       PIC 9(1).
        01 WS-CD-DIGIT        PIC 9(1).
        01 WS-CD-REMAINDER    PIC 9(2).
        01 WS-CD-COMPUTED     PIC 9(1).
        77 WS-ABS-DATE    PIC S9(10) COMP-3.
        01 WS-DATE.
           05 WS-MONTH   PIC 99.
           05 FILLER     PIC X(01).
           05 WS-DAY     PIC 99.
           05 FILLER     PIC X(01).
           05 WS-YEAR    PIC 99.
        01 WS-TIME.
           05 WS-HOUR    PIC 99.
           05 FILLER     PIC X(01).
           05 WS-MIN     PIC 99.
           05 FILLER     PIC X(01).
           05 WS-SEC     PIC 99.
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
           INCLUDE CBSPROD
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
        01 DFHCOMMAREA PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM EIB-PARA THRU EIB-EXIT.
           STOP RUN.
       EIB-PARA.
           IF EIBCALEN = 0
             PERFORM INIT-PARA THRU INIT-EXIT
           ELSE
             MOVE DFHCOMMAREA TO WS-COMMAREA
             EVALUATE WS-CA-FUNCTION
             WHEN 'COPN'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPOPENO
                MOVE 'EXIT' TO MSGO
             END-EVALUATE
           END-IF.
       EIB-EXIT.
           EXIT.
       INIT-PARA.
           MOVE LOW-VALUES TO MAPOPENO
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO CDATEO
           MOVE WS-TIME TO CTIMEO
           MOVE 'KEY CUSTOMER, PRODUCT, NAME - ENTER=CHECK, PF5=OPEN'
                TO MSGO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           MOVE SPACES TO WS-COMMAREA
           MOVE 'COPN' TO WS-CA-FUNCTION
           PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       INIT-EXIT.
           EXIT.
       DATE-TIME.
             EXEC CICS ASKTIME ABSTIME(WS-ABS-DATE)
             END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(WS-ABS-DATE)
             DDMMYY(WS-DATE)
             DATESEP('-')
             TIME(WS-TIME)
             TIMESEP(':')
             END-EXEC.
       DATE-TIME-EXIT.
             EXIT.
       BUILD-AUDIT-TIMESTAMP.
             EXEC CICS ASKTIME ABSTIME(WS-ABS-DATE)
             END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(WS-ABS-DATE)
             YYYYMMDD(WS-AUDIT-TIMESTAMP(1:8))
             TIME(WS-AUDIT-TIMESTAMP(9:6))
             END-EXEC.
             MOVE SPACES TO WS-AUDIT-TIMESTAMP(15:12).
       BUILD-AUDIT-TIMESTAMP-EXIT.
             EXIT.
       SEND-MAP.
             EXEC CICS
             SEND MAP('MAPOPEN') MAPSET('CBSOPEN')
             FROM(MAPOPENO)
             ERASE
             END-EXEC.
       SEND-MAP-EXIT.
             EXIT.
       RETURN-CICS.
             EXEC CICS
             RETURN TRANSID('ZC74')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             MOVE EIBUSERID TO WS-OPERATOR-ID
             PERFORM LOOKUP-BRANCH-PARA THRU LOOKUP-BRANCH-PARA-EXIT
             EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               MOVE 'DETAILS OK - PRESS PF5 TO OPEN THE ACCOUNT' TO MSGO
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF5
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               MOVE WS-CUSTOMER-ID TO WS-DENIAL-KEY
               MOVE 'TELLER    ' TO WS-REQUIRED-ROLE
               PERFORM CHECK-ENTITLEMENT-PARA THRU
                       CHECK-ENTITLEMENT-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               PERFORM OPEN-ACCOUNT-PARA THRU OPEN-ACCOUNT-PARA-EXIT
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF3
               EXEC CICS
                    SEND CONTROL FREEKB ERASE
               END-EXEC
               EXEC CICS
                    RETURN
               END-EXEC
             WHEN OTHER
                MOVE LOW-VALUES TO MAPOPENO
                MOVE 'INVALID OPTION' TO MSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-EVALUATE.
       KEY-VALID-EXIT.
             EXIT.
       RECEIVE-PARA.
             EXEC CICS
             RECEIVE MAP('MAPOPEN') MAPSET('CBSOPEN')
             INTO (MAPOPENI)
             END-EXEC.
             MOVE CUSTI TO WS-CUSTOMER-ID
             MOVE PRODI TO WS-PRODUCT-CODE
             MOVE ANAMI TO WS-ACCOUNT-NAME.
       RECEIVE-PARA-EXIT.
             EXIT.
       SEND-ERROR-MSG.
             PERFORM DATE-TIME THRU DATE-TIME-EXIT
             MOVE WS-DATE TO CDATEO
             MOVE WS-TIME TO CTIMEO
             PERFORM SEND-MAP THRU SEND-MAP-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-ERROR-EXIT.
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
               PERFORM REDISPLAY-INPUT-PARA THRU
                       REDISPLAY-INPUT-PARA-EXIT
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
      *    WRITES - NO ACCOUNT EXISTS YET, SO ACCOUNT_NUMBER CARRIES
      *    THE CUSTOMER ID THE REFUSED OPENING WAS FOR.
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
      *    CLEARS THE MAP AND PUTS BACK WHAT THE BRANCH KEYED, SO AN
      *    ERROR OR A SUCCESSFUL OPENING NEVER MAKES THEM RE-KEY IT.
       REDISPLAY-INPUT-PARA.
            MOVE LOW-VALUES TO MAPOPENO
            MOVE WS-CUSTOMER-ID TO CUSTO
            MOVE WS-PRODUCT-CODE TO PRODO
            MOVE WS-ACCOUNT-NAME TO ANAMO.
       REDISPLAY-INPUT-PARA-EXIT.
            EXIT.
      *    CHAINED CHECKS, EACH FAILURE SENDS THE ERROR MAP AND
      *    RETURNS - SAME SHAPE AS VALIDATE-INPUT-PARA IN CGBMSRC.
      *    BOTH ENTER AND PF5 RUN IT, SO PF5 NEVER OPENS AGAINST A
      *    CUSTOMER OR PRODUCT THAT WENT AWAY SINCE THE ENTER CHECK.
       VALIDATE-INPUT-PARA.
            PERFORM REDISPLAY-INPUT-PARA THRU
                    REDISPLAY-INPUT-PARA-EXIT
            IF WS-CUSTOMER-ID EQUAL TO LOW-VALUES OR
               WS-CUSTOMER-ID EQUAL TO SPACES
               MOVE 'CUSTOMER ID SHOULD NOT BE BLANK' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
            IF WS-PRODUCT-CODE EQUAL TO LOW-VALUES OR
               WS-PRODUCT-CODE EQUAL TO SPACES
               MOVE 'PRODUCT CODE SHOULD NOT BE BLANK' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
            IF WS-ACCOUNT-NAME EQUAL TO LOW-VALUES OR
               WS-ACCOUNT-NAME EQUAL TO SPACES
               MOVE 'ACCOUNT NAME SHOULD NOT BE BLANK' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
            PERFORM LOOKUP-CUSTOMER-PARA THRU LOOKUP-CUSTOMER-PARA-EXIT
            PERFORM LOOKUP-PRODUCT-PARA THRU LOOKUP-PRODUCT-PARA-EXIT.
       VALIDATE-INPUT-EXIT.
            EXIT.
      *    THE CUSTOMER'S KYC_STATUS DECIDES THE STARTING STATUS -
      *    VERIFIED OPENS INACTIVE, READY FOR ZC66 TO REGISTER;
      *    PENDING OPENS PENDING, WHICH CGBMSRG REFUSES TO REGISTER
      *    UNTIL KYC CLEARS; REJECTED IS REFUSED OUTRIGHT.
       LOOKUP-CUSTOMER-PARA.
            MOVE WS-CUSTOMER-ID TO H5-CUSTOMER-ID
            EXEC SQL
                 SELECT CUSTOMER_NAME, KYC_STATUS
                 INTO :H5-CUSTOMER-NAME, :H5-KYC-STATUS
                 FROM CBS_CUST_MSTR
                 WHERE CUSTOMER_ID = :H5-CUSTOMER-ID
            END-EXEC
            DISPLAY 'OPEN CUSTOMER LOOKUP SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  MOVE H5-CUSTOMER-NAME TO CNAMO
                  MOVE H5-KYC-STATUS TO KYCSO
               WHEN 100
                  MOVE 'CUSTOMER NOT FOUND - ADD IT ON ZC71 FIRST'
                       TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               WHEN OTHER
                  MOVE 'SQL ERROR LOOKING UP CUSTOMER' TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-EVALUATE
            EVALUATE H5-KYC-STATUS
               WHEN 'VERIFIED  '
                  MOVE 'INACTIVE  ' TO WS-NEW-STATUS
               WHEN 'REJECTED  '
                  MOVE 'CUSTOMER KYC REJECTED - CANNOT OPEN ACCOUNT'
                       TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               WHEN OTHER
                  MOVE 'PENDING   ' TO WS-NEW-STATUS
            END-EVALUATE
            MOVE WS-NEW-STATUS TO STATO.
       LOOKUP-CUSTOMER-PARA-EXIT.
            EXIT.
       LOOKUP-PRODUCT-PARA.
            MOVE WS-PRODUCT-CODE TO H4-PRODUCT-CODE
            EXEC SQL
                 SELECT PRODUCT_DESC
                 INTO :H4-PRODUCT-DESC
                 FROM CBS_PRODUCT_MSTR
                 WHERE PRODUCT_CODE = :H4-PRODUCT-CODE
            END-EXEC
            DISPLAY 'OPEN PRODUCT LOOKUP SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  MOVE H4-PRODUCT-DESC TO PDSCO
               WHEN 100
                  MOVE 'PRODUCT NOT FOUND - CHECK CODE ON ZC70' TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               WHEN OTHER
                  MOVE 'SQL ERROR LOOKING UP PRODUCT' TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-EVALUATE.
       LOOKUP-PRODUCT-PARA-EXIT.
            EXIT.
      *    ASSIGNS THE NUMBER AND INSERTS THE MASTER ROW, RETRYING ON
      *    A DUPLICATE KEY, THEN WRITES THE OPENING HISTORY ROW.
      *    UPD_TIMESTAMP AND THE HISTORY CHANGE_TIMESTAMP ARE THE SAME
      *    VALUE, AS THEY ARE FOR EVERY STATUS CHANGE IN CGBMSRG.
       OPEN-ACCOUNT-PARA.
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            MOVE ZERO TO WS-OPEN-TRIES
            MOVE 'N' TO WS-OPEN-DONE-SW
            PERFORM INSERT-ACCOUNT-PARA THRU INSERT-ACCOUNT-PARA-EXIT
                    UNTIL WS-OPEN-DONE-SW = 'Y'
                       OR WS-OPEN-TRIES = WS-OPEN-MAX-TRIES
            IF WS-OPEN-DONE-SW NOT = 'Y'
               MOVE 'ACCOUNT NUMBER IN USE - PRESS PF5 TO RETRY' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF
            MOVE SPACES TO WS-OLD-STATUS
            PERFORM WRITE-STATUS-HIST THRU WRITE-STATUS-HIST-EXIT
            MOVE WS-NEW-ACCT-X TO ACCTO
            MOVE WS-NEW-STATUS TO STATO
            MOVE WS-BRANCH-ID TO BRCHO
            MOVE 'ACCOUNT OPENED SUCCESSFULLY' TO MSGO.
       OPEN-ACCOUNT-PARA-EXIT.
            EXIT.
       INSERT-ACCOUNT-PARA.
            ADD 1 TO WS-OPEN-TRIES
            PERFORM ASSIGN-ACCT-NO-PARA THRU ASSIGN-ACCT-NO-PARA-EXIT
            MOVE WS-NEW-ACCT-NO TO H1-ACCOUNT-NUMBER
            MOVE WS-ACCOUNT-NAME TO H1-ACCOUNT-NAME
            MOVE WS-NEW-STATUS TO H1-ACCOUNT-STATUS
            MOVE WS-CUSTOMER-ID TO H1-CUSTOMER-ID
            MOVE WS-PRODUCT-CODE TO H1-PRODUCT-CODE
            MOVE WS-OPERATOR-ID TO H1-UPD-USERID
            MOVE WS-AUDIT-TIMESTAMP TO H1-UPD-TIMESTAMP
            MOVE WS-BRANCH-ID TO H1-BRANCH-ID
            MOVE ZERO TO H1-CURRENT-BALANCE
            EXEC SQL
                 INSERT INTO CBS_ACCT_MSTR_DTL
                   (ACCOUNT_NUMBER, ACCOUNT_NAME, ACCOUNT_STATUS,
                    CUSTOMER_ID, PRODUCT_CODE, UPD_USERID,
                    UPD_TIMESTAMP, BRANCH_ID, CURRENT_BALANCE)
                 VALUES
                   (:H1-ACCOUNT-NUMBER, :H1-ACCOUNT-NAME,
                    :H1-ACCOUNT-STATUS, :H1-CUSTOMER-ID,
                    :H1-PRODUCT-CODE, :H1-UPD-USERID,
                    :H1-UPD-TIMESTAMP, :H1-BRANCH-ID,
                    :H1-CURRENT-BALANCE)
            END-EXEC
            DISPLAY 'OPEN ACCOUNT INSERT SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  MOVE 'Y' TO WS-OPEN-DONE-SW
               WHEN -803
                  DISPLAY 'ACCOUNT NUMBER TAKEN - RETRYING'
               WHEN OTHER
                  MOVE 'SQL ERROR OPENING ACCOUNT' TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-EVALUATE.
       INSERT-ACCOUNT-PARA-EXIT.
            EXIT.
      *    NEXT BASE AFTER THE HIGHEST ACCOUNT NUMBER ON FILE (ITS
      *    CHECK DIGIT DROPPED), WITH A FRESH CHECK DIGIT APPENDED.
      *    COALESCE COVERS AN EMPTY TABLE ON A BRAND-NEW SYSTEM.
       ASSIGN-ACCT-NO-PARA.
            EXEC SQL
                 SELECT COALESCE(MAX(ACCOUNT_NUMBER), 0)
                 INTO :WS-MAX-ACCT-NO
                 FROM CBS_ACCT_MSTR_DTL
            END-EXEC
            IF SQLCODE NOT = 0
               DISPLAY 'MAX ACCOUNT NUMBER SQL ERROR' SQLCODE
               MOVE 'SQL ERROR ASSIGNING ACCOUNT NUMBER' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF
            DIVIDE WS-MAX-ACCT-NO BY 10 GIVING WS-ACCT-BASE
            ADD WS-OPEN-TRIES TO WS-ACCT-BASE
            MOVE WS-ACCT-BASE TO WS-NEW-ACCT-BASE
            PERFORM GEN-CHECK-DIGIT-PARA THRU GEN-CHECK-DIGIT-PARA-EXIT
            MOVE WS-CD-COMPUTED TO WS-NEW-ACCT-CD.
       ASSIGN-ACCT-NO-PARA-EXIT.
            EXIT.
      *    SAME MODULUS-11 RULE AS CHECK-DIGIT-PARA IN CGBMSRG -
      *    WEIGHTS 2 THRU 7 CYCLED OVER THE FIRST 17 DIGITS, CHECK
      *    DIGIT IS 11 MINUS THE REMAINDER, OR ZERO FOR REMAINDER 0/1.
       GEN-CHECK-DIGIT-PARA.
            MOVE ZERO TO WS-CD-SUM
            PERFORM ADD-CD-DIGIT-PARA THRU ADD-CD-DIGIT-PARA-EXIT
                    VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > 17
            COMPUTE WS-CD-REMAINDER = FUNCTION MOD(WS-CD-SUM, 11)
            IF WS-CD-REMAINDER > 1
               COMPUTE WS-CD-COMPUTED = 11 - WS-CD-REMAINDER
            ELSE
               MOVE ZERO TO WS-CD-COMPUTED
            END-IF.
       GEN-CHECK-DIGIT-PARA-EXIT.
            EXIT.
       ADD-CD-DIGIT-PARA.
            COMPUTE WS-CD-WEIGHT =
               FUNCTION MOD((WS-CD-IDX - 1), 6) + 2
            MOVE WS-NEW-ACCT-X(WS-CD-IDX:1) TO WS-CD-DIGIT
            COMPUTE WS-CD-SUM = WS-CD-SUM +
               (WS-CD-DIGIT * WS-CD-WEIGHT).
       ADD-CD-DIGIT-PARA-EXIT.
            EXIT.
      *    THE OPENING ROW - OLD_STATUS IS BLANK BECAUSE THE ACCOUNT
      *    HAD NO STATUS BEFORE THIS, NEW_STATUS IS THE STARTING ONE.
       WRITE-STATUS-HIST.
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
       WRITE-STATUS-HIST-EXIT.
            EXIT.
      *    THE OPENER'S HOME BRANCH OWNS THE NEW ACCOUNT - SAME LOOKUP
      *    AND HEAD-OFFICE FALLBACK AS CGBMSRG.
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
