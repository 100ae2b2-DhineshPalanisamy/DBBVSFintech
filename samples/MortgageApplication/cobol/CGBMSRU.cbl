       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBMSRU.
      *****************************************************************
      * CGBMSRU - OPERATOR AND ENTITLEMENT MAINTENANCE (TRANSID ZC75)
      *           MANAGES AN OPERATOR'S CBS_OPER_BRANCH ROW (HOME
      *           BRANCH) AND THEIR CBS_OPER_ROLE ENTITLEMENTS TOGETHER,
      *           SO A NEW TELLER IS SET UP ONCE INSTEAD OF SILENTLY
      *           DEFAULTING TO HEAD OFFICE UNTIL A DBA ADDS THEM.
      *           ENTER LOOKS UP AN OPERATOR ID, PF5 ADDS IT AS NEW,
      *           PF6 UPDATES AN EXISTING ONE - SAME SHAPE AS THE
      *           CUSTOMER AND PRODUCT SCREENS (CGBMSRC/CGBMSRP).
      *           EACH ROLE IS A Y/N FLAG ON THE SCREEN; AN UPDATE
      *           REPLACES THE OPERATOR'S ROLE ROWS WITH EXACTLY THE
      *           FLAGS KEYED, SO CLEARING EVERY FLAG REVOKES ACCESS.
      *           ADD/UPDATE NEEDS THE SUPERVISOR ROLE, AND NOBODY MAY
      *           CHANGE THEIR OWN ENTRY - THE SAME TWO-PERSON IDEA
      *           AS CGBMSRA'S NO-SELF-APPROVAL RULE. A REFUSED
      *           ATTEMPT IS LOGGED TO CBS_REG_ERROR_LOG AGAINST THE
      *           TARGET OPERATOR ID SO IT SHOWS ON ZC68 AND CGBOPER.
      *           A BLANK BRANCH NAME IS TAKEN FROM ANY OTHER OPERATOR
      *           ALREADY AT THAT BRANCH.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY CBSOPRM.
        01 WS-COMMAREA.
           05 WS-CA-FUNCTION  PIC X(4).
           05 FILLER          PIC X(96).
        01 WS-OPERATOR-ID     PIC X(10).
        01 WS-AUDIT-TIMESTAMP PIC X(26).
      *    KEYED VALUES ARE CAPTURED HERE STRAIGHT AFTER THE RECEIVE -
      *    MAPOPRMO REDEFINES MAPOPRMI, SO CLEARING THE MAP FOR AN
      *    ERROR OR RESULT WOULD OTHERWISE WIPE THEM.
        01 WS-TARGET-ID       PIC X(10).
        01 WS-TARGET-BRANCH   PIC X(5).
        01 WS-TARGET-BNAME    PIC X(30).
      *    ROLE CODES IN SCREEN ORDER - TELLER, SUPERVISOR, PRODUCT
      *    ADMIN, CUSTOMER ADMIN, COMPLIANCE (ZC76 WATCHLIST REVIEW) -
      *    WITH THE Y/N FLAG KEYED FOR EACH.
        01 WS-ROLE-VALUES.
           05 FILLER          PIC X(10) VALUE 'TELLER    '.
           05 FILLER          PIC X(10) VALUE 'SUPERVISOR'.
           05 FILLER          PIC X(10) VALUE 'PRODADMIN '.
           05 FILLER          PIC X(10) VALUE 'CUSTADMIN '.
           05 FILLER          PIC X(10) VALUE 'COMPLIANCE'.
        01 WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
           05 WS-ROLE-CODE    PIC X(10) OCCURS 5 TIMES.
        01 WS-ROLE-FLAGS.
           05 WS-ROLE-FLAG    PIC X(1) OCCURS 5 TIMES.
        01 WS-ROLE-IDX        PIC 9(1).
        01 WS-ROLE-MAX        PIC 9(1) VALUE 5.
        01 WS-ROLE-COUNT      PIC S9(9) COMP-3.
        01 WS-REQUIRED-ROLE   PIC X(10).
        01 WS-DENIAL-KEY      PIC X(18).
      *    NULL INDICATOR FOR THE BRANCH-NAME DEFAULT - MAX() OVER NO
      *    ROWS (A BRANCH NOBODY IS AT YET) COMES BACK NULL.
        01 WS-BNAME-IND       PIC S9(4) COMP.
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
             WHEN 'COPR'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPOPRMO
                MOVE 'EXIT' TO MSGO
             END-EVALUATE
           END-IF.
       EIB-EXIT.
           EXIT.
       INIT-PARA.
           MOVE LOW-VALUES TO MAPOPRMO
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO CDATEO
           MOVE WS-TIME TO CTIMEO
           MOVE 'ENTER OPERATOR ID, THEN PF5=ADD OR PF6=UPDATE'
                TO MSGO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           MOVE SPACES TO WS-COMMAREA
           MOVE 'COPR' TO WS-CA-FUNCTION
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
             SEND MAP('MAPOPRM') MAPSET('CBSOPRM')
             FROM(MAPOPRMO)
             ERASE
             END-EXEC.
       SEND-MAP-EXIT.
             EXIT.
       RETURN-CICS.
             EXEC CICS
             RETURN TRANSID('ZC75')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             MOVE EIBUSERID TO WS-OPERATOR-ID
             EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM LOOKUP-PARA THRU LOOKUP-PARA-EXIT
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF5
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM AUTHORISE-PARA THRU AUTHORISE-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               PERFORM ADD-OPERATOR-PARA THRU ADD-OPERATOR-PARA-EXIT
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF6
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM AUTHORISE-PARA THRU AUTHORISE-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               PERFORM UPDATE-OPERATOR-PARA THRU
                       UPDATE-OPERATOR-PARA-EXIT
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
                MOVE LOW-VALUES TO MAPOPRMO
                MOVE 'INVALID OPTION' TO MSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-EVALUATE.
       KEY-VALID-EXIT.
             EXIT.
       RECEIVE-PARA.
             EXEC CICS
             RECEIVE MAP('MAPOPRM') MAPSET('CBSOPRM')
             INTO (MAPOPRMI)
             END-EXEC.
             MOVE OPIDI TO WS-TARGET-ID
             MOVE BRCHI TO WS-TARGET-BRANCH
             MOVE BNAMI TO WS-TARGET-BNAME
             MOVE RTELI TO WS-ROLE-FLAG(1)
             MOVE RSUPI TO WS-ROLE-FLAG(2)
             MOVE RPRDI TO WS-ROLE-FLAG(3)
             MOVE RCUSI TO WS-ROLE-FLAG(4)
             MOVE RCMPI TO WS-ROLE-FLAG(5).
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
      *    BOTH UPDATE KEYS NEED THE SUPERVISOR ROLE, AND AN OPERATOR
      *    MAY NOT MAINTAIN THEIR OWN ENTRY - OTHERWISE ANY SUPERVISOR
      *    COULD GRANT THEMSELVES PRODUCT OR CUSTOMER ADMIN.
       AUTHORISE-PARA.
            MOVE WS-TARGET-ID TO WS-DENIAL-KEY
            MOVE 'SUPERVISOR' TO WS-REQUIRED-ROLE
            PERFORM CHECK-ENTITLEMENT-PARA THRU
                    CHECK-ENTITLEMENT-PARA-EXIT
            IF WS-TARGET-ID = WS-OPERATOR-ID
               MOVE LOW-VALUES TO MAPOPRMO
               MOVE 'NOT AUTHORISED - CANNOT MAINTAIN OWN OPERATOR ID'
                    TO MSGO
               PERFORM WRITE-ERROR-LOG THRU WRITE-ERROR-LOG-EXIT
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
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
               MOVE LOW-VALUES TO MAPOPRMO
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
      *    WRITES - ACCOUNT_NUMBER CARRIES WHATEVER THE REFUSED
      *    ATTEMPT WAS AGAINST (HERE THE TARGET OPERATOR ID).
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
      *    ENTER LOOKS UP THE KEYED OPERATOR AND, IF THEY EXIST,
      *    REDISPLAYS THEIR BRANCH AND ROLE FLAGS SO THEY CAN BE
      *    EDITED AND SENT BACK WITH PF6 - IF NOT, INVITES PF5.
       LOOKUP-PARA.
            MOVE LOW-VALUES TO MAPOPRMO
            MOVE WS-TARGET-ID TO OPIDO
            MOVE WS-TARGET-ID TO H7-OPERATOR-ID
            EXEC SQL
                 SELECT BRANCH_ID, BRANCH_NAME
                 INTO :H7-BRANCH-ID, :H7-BRANCH-NAME
                 FROM CBS_OPER_BRANCH
                 WHERE OPERATOR_ID = :H7-OPERATOR-ID
            END-EXEC
            DISPLAY 'OPERATOR LOOKUP SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  MOVE H7-BRANCH-ID TO BRCHO
                  MOVE H7-BRANCH-NAME TO BNAMO
                  PERFORM READ-ROLE-PARA THRU READ-ROLE-PARA-EXIT
                      VARYING WS-ROLE-IDX FROM 1 BY 1
                      UNTIL WS-ROLE-IDX > WS-ROLE-MAX
                  MOVE WS-ROLE-FLAG(1) TO RTELO
                  MOVE WS-ROLE-FLAG(2) TO RSUPO
                  MOVE WS-ROLE-FLAG(3) TO RPRDO
                  MOVE WS-ROLE-FLAG(4) TO RCUSO
                  MOVE WS-ROLE-FLAG(5) TO RCMPO
                  MOVE 'OPERATOR FOUND - CHANGE VALUES AND PRESS PF6'
                       TO MSGO
               WHEN 100
                  MOVE 'OPERATOR NOT FOUND - ENTER DETAILS, PRESS PF5'
                       TO MSGO
               WHEN OTHER
                  MOVE 'SQL ERROR LOOKING UP OPERATOR' TO MSGO
            END-EVALUATE.
       LOOKUP-PARA-EXIT.
            EXIT.
       READ-ROLE-PARA.
            MOVE WS-TARGET-ID TO H10-OPERATOR-ID
            MOVE WS-ROLE-CODE(WS-ROLE-IDX) TO H10-ROLE-CODE
            EXEC SQL
                 SELECT COUNT(*) INTO :WS-ROLE-COUNT
                 FROM CBS_OPER_ROLE
                 WHERE OPERATOR_ID = :H10-OPERATOR-ID
                   AND ROLE_CODE = :H10-ROLE-CODE
            END-EXEC
            IF SQLCODE = 0 AND WS-ROLE-COUNT > 0
               MOVE 'Y' TO WS-ROLE-FLAG(WS-ROLE-IDX)
            ELSE
               MOVE 'N' TO WS-ROLE-FLAG(WS-ROLE-IDX)
            END-IF.
       READ-ROLE-PARA-EXIT.
            EXIT.
      *    SAME CHAINED BLANK-FIELD CHECKS AS CGBMSRC/CGBMSRP. A BLANK
      *    ROLE FLAG MEANS N; ANYTHING BUT Y OR N IS REFUSED.
       VALIDATE-INPUT-PARA.
            IF WS-TARGET-ID EQUAL TO LOW-VALUES OR
               WS-TARGET-ID EQUAL TO SPACES
               MOVE LOW-VALUES TO MAPOPRMO
               MOVE 'OPERATOR ID SHOULD NOT BE BLANK' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
            IF WS-TARGET-BRANCH EQUAL TO LOW-VALUES OR
               WS-TARGET-BRANCH EQUAL TO SPACES
               MOVE LOW-VALUES TO MAPOPRMO
               MOVE 'BRANCH ID SHOULD NOT BE BLANK' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
            PERFORM EDIT-ROLE-FLAG-PARA THRU EDIT-ROLE-FLAG-PARA-EXIT
                VARYING WS-ROLE-IDX FROM 1 BY 1
                UNTIL WS-ROLE-IDX > WS-ROLE-MAX.
            IF WS-TARGET-BNAME EQUAL TO LOW-VALUES OR
               WS-TARGET-BNAME EQUAL TO SPACES
               PERFORM DEFAULT-BNAME-PARA THRU DEFAULT-BNAME-PARA-EXIT
            END-IF.
       VALIDATE-INPUT-EXIT.
            EXIT.
       EDIT-ROLE-FLAG-PARA.
            IF WS-ROLE-FLAG(WS-ROLE-IDX) = LOW-VALUES OR
               WS-ROLE-FLAG(WS-ROLE-IDX) = SPACES OR
               WS-ROLE-FLAG(WS-ROLE-IDX) = 'n'
               MOVE 'N' TO WS-ROLE-FLAG(WS-ROLE-IDX)
            END-IF
            IF WS-ROLE-FLAG(WS-ROLE-IDX) = 'y'
               MOVE 'Y' TO WS-ROLE-FLAG(WS-ROLE-IDX)
            END-IF
            IF WS-ROLE-FLAG(WS-ROLE-IDX) NOT = 'Y' AND
               WS-ROLE-FLAG(WS-ROLE-IDX) NOT = 'N'
               MOVE LOW-VALUES TO MAPOPRMO
               MOVE 'ROLE FLAGS MUST BE Y OR N' TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
       EDIT-ROLE-FLAG-PARA-EXIT.
            EXIT.
       DEFAULT-BNAME-PARA.
            MOVE WS-TARGET-BRANCH TO H7-BRANCH-ID
            EXEC SQL
                 SELECT MAX(BRANCH_NAME)
                 INTO :H7-BRANCH-NAME :WS-BNAME-IND
                 FROM CBS_OPER_BRANCH
                 WHERE BRANCH_ID = :H7-BRANCH-ID
            END-EXEC
            DISPLAY 'BRANCH NAME SQLCODE:' SQLCODE
            IF SQLCODE = 0 AND WS-BNAME-IND NOT < 0
               MOVE H7-BRANCH-NAME TO WS-TARGET-BNAME
            ELSE
               MOVE LOW-VALUES TO MAPOPRMO
               MOVE 'NEW BRANCH - BRANCH NAME SHOULD NOT BE BLANK'
                    TO MSGO
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
       DEFAULT-BNAME-PARA-EXIT.
            EXIT.
       ADD-OPERATOR-PARA.
            MOVE WS-TARGET-ID TO H7-OPERATOR-ID
            MOVE WS-TARGET-BRANCH TO H7-BRANCH-ID
            MOVE WS-TARGET-BNAME TO H7-BRANCH-NAME
            EXEC SQL
                 INSERT INTO CBS_OPER_BRANCH
                   (OPERATOR_ID, BRANCH_ID, BRANCH_NAME)
                 VALUES
                   (:H7-OPERATOR-ID, :H7-BRANCH-ID, :H7-BRANCH-NAME)
            END-EXEC
            DISPLAY 'OPERATOR ADD SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  PERFORM REPLACE-ROLES-PARA THRU
                          REPLACE-ROLES-PARA-EXIT
                  PERFORM SHOW-RESULT-PARA THRU SHOW-RESULT-PARA-EXIT
                  MOVE 'OPERATOR ADDED SUCCESSFULLY' TO MSGO
               WHEN -803
                  MOVE 'OPERATOR ID ALREADY EXISTS - PRESS PF6'
                       TO MSGO
               WHEN OTHER
                  MOVE 'SQL ERROR ADDING OPERATOR' TO MSGO
            END-EVALUATE.
       ADD-OPERATOR-PARA-EXIT.
            EXIT.
       UPDATE-OPERATOR-PARA.
            MOVE WS-TARGET-ID TO H7-OPERATOR-ID
            MOVE WS-TARGET-BRANCH TO H7-BRANCH-ID
            MOVE WS-TARGET-BNAME TO H7-BRANCH-NAME
            EXEC SQL
                 UPDATE CBS_OPER_BRANCH
                 SET BRANCH_ID = :H7-BRANCH-ID,
                     BRANCH_NAME = :H7-BRANCH-NAME
                 WHERE OPERATOR_ID = :H7-OPERATOR-ID
            END-EXEC
            DISPLAY 'OPERATOR UPDATE SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  PERFORM REPLACE-ROLES-PARA THRU
                          REPLACE-ROLES-PARA-EXIT
                  PERFORM SHOW-RESULT-PARA THRU SHOW-RESULT-PARA-EXIT
                  MOVE 'OPERATOR UPDATED SUCCESSFULLY' TO MSGO
               WHEN 100
                  MOVE 'OPERATOR NOT FOUND - PRESS PF5 TO ADD AS NEW'
                       TO MSGO
               WHEN OTHER
                  MOVE 'SQL ERROR UPDATING OPERATOR' TO MSGO
            END-EVALUATE.
       UPDATE-OPERATOR-PARA-EXIT.
            EXIT.
      *    THE ROLE ROWS ARE REPLACED AS A SET - DELETE WHATEVER THE
      *    OPERATOR HELD, THEN INSERT ONE ROW PER Y FLAG. BOTH HALVES
      *    ARE IN THE SAME UNIT OF WORK AS THE BRANCH ROW, SO THE
      *    TASK'S SYNCPOINT COMMITS ALL OF IT OR NONE - AND A FAILED
      *    DELETE OR INSERT BACKS THE WHOLE SAVE OUT (ROLES-FAILED-PARA)
      *    RATHER THAN LEAVE THE OPERATOR WITH HALF A SET OF ROLES.
       REPLACE-ROLES-PARA.
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            MOVE WS-TARGET-ID TO H10-OPERATOR-ID
            EXEC SQL
                 DELETE FROM CBS_OPER_ROLE
                 WHERE OPERATOR_ID = :H10-OPERATOR-ID
            END-EXEC
            DISPLAY 'ROLE DELETE SQLCODE:' SQLCODE
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ROLES-FAILED-PARA THRU ROLES-FAILED-PARA-EXIT
            END-IF
            PERFORM WRITE-ROLE-PARA THRU WRITE-ROLE-PARA-EXIT
                VARYING WS-ROLE-IDX FROM 1 BY 1
                UNTIL WS-ROLE-IDX > WS-ROLE-MAX.
       REPLACE-ROLES-PARA-EXIT.
            EXIT.
       WRITE-ROLE-PARA.
            IF WS-ROLE-FLAG(WS-ROLE-IDX) = 'Y'
               MOVE WS-TARGET-ID TO H10-OPERATOR-ID
               MOVE WS-ROLE-CODE(WS-ROLE-IDX) TO H10-ROLE-CODE
               MOVE WS-OPERATOR-ID TO H10-UPD-USERID
               MOVE WS-AUDIT-TIMESTAMP TO H10-UPD-TIMESTAMP
               EXEC SQL
                    INSERT INTO CBS_OPER_ROLE
                      (OPERATOR_ID, ROLE_CODE, UPD_USERID,
                       UPD_TIMESTAMP)
                    VALUES
                      (:H10-OPERATOR-ID, :H10-ROLE-CODE,
                       :H10-UPD-USERID, :H10-UPD-TIMESTAMP)
               END-EXEC
               DISPLAY 'ROLE INSERT SQLCODE:' SQLCODE
               IF SQLCODE NOT = 0
                  PERFORM ROLES-FAILED-PARA THRU ROLES-FAILED-PARA-EXIT
               END-IF
            END-IF.
       WRITE-ROLE-PARA-EXIT.
            EXIT.
      *    SAME AS CGBMSRC'S CHANGE-FAILED-PARA - THE BRANCH ROW AND
      *    WHATEVER ROLE ROWS WERE TOUCHED ARE BACKED OUT, THE SCREEN
      *    GOES BACK AS KEYED TO RETRY, AND THE TASK ENDS HERE.
       ROLES-FAILED-PARA.
            EXEC CICS SYNCPOINT ROLLBACK END-EXEC
            PERFORM SHOW-RESULT-PARA THRU SHOW-RESULT-PARA-EXIT
            MOVE 'SQL ERROR SAVING ROLES - NOTHING SAVED, PLEASE RETRY'
                 TO MSGO
            PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT.
       ROLES-FAILED-PARA-EXIT.
            EXIT.
      *    REDISPLAYS WHAT WAS STORED FROM THE CAPTURED VALUES -
      *    CLEARING THE MAP WIPES THE INPUT FIELDS TOO.
       SHOW-RESULT-PARA.
            MOVE LOW-VALUES TO MAPOPRMO
            MOVE WS-TARGET-ID TO OPIDO
            MOVE WS-TARGET-BRANCH TO BRCHO
            MOVE WS-TARGET-BNAME TO BNAMO
            MOVE WS-ROLE-FLAG(1) TO RTELO
            MOVE WS-ROLE-FLAG(2) TO RSUPO
            MOVE WS-ROLE-FLAG(3) TO RPRDO
            MOVE WS-ROLE-FLAG(4) TO RCUSO
            MOVE WS-ROLE-FLAG(5) TO RCMPO.
       SHOW-RESULT-PARA-EXIT.
            EXIT.
